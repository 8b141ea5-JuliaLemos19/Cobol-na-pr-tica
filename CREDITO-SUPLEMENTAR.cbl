       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDITO-SUPLEMENTAR.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 05-03-1999.
       INSTALLATION. UNISANTA SANTOS.
       SECURITY. PROGRAMA DE EMISSAO DO CREDITO SUPLEMENTAR PARA OS
           CREDITOS DA FOLHA REJEITADOS PELO BANCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITOS-TRABALHO
               ASSIGN TO "CREDITOS-TRABALHO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRB-MATRICULA
               FILE STATUS IS FS-TRABALHO.

           SELECT CADASTRO-FUNCIONARIOS
               ASSIGN TO "CADASTRO-FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS FS-CADASTRO.

           SELECT HISTORICO-CADASTRO
               ASSIGN TO "HISTORICO-CADASTRO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT CREDITO-SUPLEMENTAR
               ASSIGN TO "CREDITO-SUPLEMENTAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUPLEMENTAR.

           SELECT RELATORIO-SUPLEMENTAR
               ASSIGN TO "RELATORIO-SUPLEMENTAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDITOS-TRABALHO.
       01  REG-TRABALHO.
           05  TRB-MATRICULA           PIC 9(6).
           05  TRB-NOME                PIC X(30).
           05  TRB-VALOR               PIC 9(7)V99.
           05  TRB-BANCO               PIC 9(3).
           05  TRB-AGENCIA             PIC 9(4).
           05  TRB-CONTA               PIC 9(9).
           05  TRB-CPF                 PIC 9(11).
           05  TRB-SITUACAO            PIC X(11).
           05  TRB-MOTIVO              PIC X(30).

       FD  CADASTRO-FUNCIONARIOS.
       01  REG-FUNCIONARIO.
           05  FUNC-MATRICULA         PIC 9(6).
           05  FUNC-NOME              PIC X(30).
           05  FUNC-DATA-ADMISSAO     PIC 9(8).
           05  FUNC-DEPENDENTES       PIC 9(2).
           05  FUNC-SITUACAO          PIC X.
           05  FUNC-BANCO             PIC 9(3).
           05  FUNC-AGENCIA           PIC 9(4).
           05  FUNC-CONTA             PIC 9(9).
           05  FUNC-CPF               PIC 9(11).
           05  FUNC-CENTRO-CUSTO      PIC 9(4).

       FD  HISTORICO-CADASTRO.
       01  REG-HISTORICO.
           05  HST-DATA                PIC 9(8).
           05  HST-HORA                PIC 9(8).
           05  HST-OPERADOR            PIC X(8).
           05  HST-OPERACAO            PIC X.
           05  HST-MATRICULA           PIC 9(6).
           05  HST-BANCARIO            PIC X.
           05  HST-ANTES               PIC X(78).
           05  HST-DEPOIS              PIC X(78).

       FD  CREDITO-SUPLEMENTAR.
       01  REG-CREDITO                 PIC X(80).

       FD  RELATORIO-SUPLEMENTAR.
       01  REG-RELATORIO               PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS.
           05 FS-TRABALHO             PIC X(2) VALUE "00".
           05 FS-CADASTRO             PIC X(2) VALUE "00".
           05 FS-HISTORICO            PIC X(2) VALUE "00".
           05 FS-SUPLEMENTAR          PIC X(2) VALUE "00".
           05 FS-RELATORIO            PIC X(2) VALUE "00".

       01 WS-RETORNO                  PIC 9(2) VALUE 0.

       01 WS-DATA-SISTEMA             PIC 9(8) VALUE 0.
       01 WS-FIM-TRABALHO             PIC X VALUE "N".
       01 WS-FUNC-ACHADO              PIC X VALUE "N".

       01 WS-QTD-LIDOS                PIC 9(6) VALUE 0.
       01 WS-QTD-REEMITIDOS           PIC 9(6) VALUE 0.
       01 WS-QTD-BLOQUEADOS           PIC 9(6) VALUE 0.
       01 WS-QTD-SEM-RETORNO          PIC 9(6) VALUE 0.
       01 WS-TOTAL-REEMITIDO          PIC 9(9)V99 VALUE 0,00.
       01 WS-TOTAL-BLOQUEADO          PIC 9(9)V99 VALUE 0,00.

       01 TABELA-CONTAS-PENDENTES.
           05 QTD-CONTAS-PENDENTES     PIC 9(3) VALUE 0.
           05 PEND-TAB OCCURS 500 TIMES INDEXED BY IDX-PEND.
               10 TCP-MATRICULA        PIC 9(6).
               10 TCP-PENDENTE         PIC X.

       01 WS-MATRICULA-PEND           PIC 9(6) VALUE 0.
       01 WS-IDX-PEND-ATUAL           PIC 9(3) COMP VALUE 0.
       01 WS-CONTAS-PEND-OK           PIC X VALUE "S".

       01 WS-CRED-HEADER.
           05 FILLER                  PIC X VALUE "H".
           05 WCH-DATA                PIC 9(8).
           05 FILLER                  PIC X(13) VALUE "CREDITO SUPL.".

       01 WS-CRED-DETALHE.
           05 FILLER                  PIC X VALUE "D".
           05 WCD-MATRICULA           PIC 9(6).
           05 WCD-NOME                PIC X(30).
           05 WCD-VALOR               PIC 9(7)V99.
           05 WCD-BANCO               PIC 9(3).
           05 WCD-AGENCIA             PIC 9(4).
           05 WCD-CONTA               PIC 9(9).
           05 WCD-CPF                 PIC 9(11).

       01 WS-CRED-TRAILER.
           05 FILLER                  PIC X VALUE "T".
           05 WCT-QTD                 PIC 9(6).
           05 WCT-TOTAL               PIC 9(9)V99.

       01 WS-LINHA-BRANCO             PIC X(120) VALUE SPACES.
       01 WS-LINHA-TRACO              PIC X(80) VALUE ALL "-".

       01 WS-CAB-SUPLEMENTAR.
           05 FILLER                  PIC X(31) VALUE
               "CREDITO SUPLEMENTAR - EMISSAO  ".
           05 WCS-DATA                PIC 9(8).

       01 WS-CAB-COLUNAS.
           05 FILLER                  PIC X(6) VALUE "MATRIC".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE "NOME".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE "       VALOR".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(17) VALUE
               "BCO/AGEN/CONTA".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE "SITUACAO".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE "MOTIVO".

       01 WS-LINHA-SUPLEMENTAR.
           05 WLS-MATRICULA           PIC 9(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WLS-NOME                PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WLS-VALOR               PIC Z.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WLS-BANCO               PIC 9(3).
           05 FILLER                  PIC X(1) VALUE "/".
           05 WLS-AGENCIA             PIC 9(4).
           05 FILLER                  PIC X(1) VALUE "/".
           05 WLS-CONTA               PIC 9(9).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WLS-SITUACAO            PIC X(11).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WLS-MOTIVO              PIC X(30).

       01 WS-LINHA-RESUMO.
           05 WRS-TITULO              PIC X(30).
           05 WRS-QTD                 PIC ZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WRS-VALOR               PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM CARREGAR-CONTAS-PENDENTES.
           IF WS-CONTAS-PEND-OK = "S"
               PERFORM VERIFICAR-REEMITIDOS
           END-IF.

           IF WS-CONTAS-PEND-OK NOT = "S"
               DISPLAY "Emissao recusada: alteracoes bancarias "
                   "pendentes nao puderam ser apuradas."
               MOVE 8 TO WS-RETORNO
           ELSE
               IF WS-QTD-SEM-RETORNO > 0
                   DISPLAY WS-QTD-SEM-RETORNO, " creditos reemitidos "
                       "aguardam o retorno suplementar."
                   DISPLAY "Emissao recusada: processe o retorno de "
                       "CREDITO-SUPLEMENTAR.TXT antes de nova emissao."
                   MOVE 8 TO WS-RETORNO
               ELSE
                   PERFORM PROCESSAR-REJEITADOS
               END-IF
           END-IF.

           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.

       CARREGAR-CONTAS-PENDENTES.

           MOVE 0 TO QTD-CONTAS-PENDENTES.
           MOVE "S" TO WS-CONTAS-PEND-OK.

           OPEN INPUT HISTORICO-CADASTRO.
           IF FS-HISTORICO NOT = "00" AND FS-HISTORICO NOT = "35"
               DISPLAY "Nao foi possivel ler HISTORICO-CADASTRO.TXT, "
                   "status ", FS-HISTORICO
               MOVE "N" TO WS-CONTAS-PEND-OK
           END-IF.
           IF FS-HISTORICO = "00"
               PERFORM UNTIL FS-HISTORICO NOT = "00"
                   READ HISTORICO-CADASTRO
                       AT END
                           MOVE "10" TO FS-HISTORICO
                       NOT AT END
                           PERFORM AVALIAR-EVENTO-CADASTRO
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-CADASTRO
           END-IF.

       AVALIAR-EVENTO-CADASTRO.

           IF (HST-OPERACAO = "A" AND HST-BANCARIO = "S") OR
              HST-OPERACAO = "P"
               MOVE HST-MATRICULA TO WS-MATRICULA-PEND
               PERFORM LOCALIZAR-CONTA-PENDENTE
               IF WS-IDX-PEND-ATUAL = 0 AND HST-OPERACAO = "A"
                   IF QTD-CONTAS-PENDENTES >= 500
                       IF WS-CONTAS-PEND-OK = "S"
                           DISPLAY "Tabela de contas alteradas cheia "
                               "na matricula ", HST-MATRICULA
                       END-IF
                       MOVE "N" TO WS-CONTAS-PEND-OK
                   ELSE
                       ADD 1 TO QTD-CONTAS-PENDENTES
                       MOVE QTD-CONTAS-PENDENTES TO WS-IDX-PEND-ATUAL
                       MOVE HST-MATRICULA
                           TO TCP-MATRICULA (WS-IDX-PEND-ATUAL)
                   END-IF
               END-IF
               IF WS-IDX-PEND-ATUAL > 0
                   IF HST-OPERACAO = "A"
                       MOVE "S" TO TCP-PENDENTE (WS-IDX-PEND-ATUAL)
                   ELSE
                       MOVE PEND-TAB (QTD-CONTAS-PENDENTES)
                           TO PEND-TAB (WS-IDX-PEND-ATUAL)
                       SUBTRACT 1 FROM QTD-CONTAS-PENDENTES
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-CONTA-PENDENTE.

           MOVE 0 TO WS-IDX-PEND-ATUAL.

           PERFORM VARYING IDX-PEND FROM 1 BY 1
                   UNTIL IDX-PEND > QTD-CONTAS-PENDENTES
                      OR WS-IDX-PEND-ATUAL > 0
               IF TCP-MATRICULA (IDX-PEND) = WS-MATRICULA-PEND
                   SET WS-IDX-PEND-ATUAL TO IDX-PEND
               END-IF
           END-PERFORM.

       VERIFICAR-REEMITIDOS.

           MOVE 0 TO WS-QTD-SEM-RETORNO.

           OPEN INPUT CREDITOS-TRABALHO.
           IF FS-TRABALHO = "00"
               MOVE 0 TO TRB-MATRICULA
               START CREDITOS-TRABALHO KEY NOT < TRB-MATRICULA
                   INVALID KEY
                       MOVE "S" TO WS-FIM-TRABALHO
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-TRABALHO
               END-START

               PERFORM UNTIL WS-FIM-TRABALHO = "S"
                   READ CREDITOS-TRABALHO NEXT
                       AT END
                           MOVE "S" TO WS-FIM-TRABALHO
                       NOT AT END
                           IF TRB-SITUACAO = "REEMITIDO"
                               ADD 1 TO WS-QTD-SEM-RETORNO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CREDITOS-TRABALHO
           END-IF.

       PROCESSAR-REJEITADOS.

           OPEN I-O CREDITOS-TRABALHO.
           IF FS-TRABALHO NOT = "00"
               DISPLAY "Nao foi possivel abrir CREDITOS-TRABALHO.DAT, "
                   "status ", FS-TRABALHO
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN INPUT CADASTRO-FUNCIONARIOS
               IF FS-CADASTRO NOT = "00"
                   DISPLAY "Nao foi possivel abrir "
                       "CADASTRO-FUNCIONARIOS.DAT, status ", FS-CADASTRO
                   MOVE 8 TO WS-RETORNO
                   CLOSE CREDITOS-TRABALHO
               ELSE
                   OPEN OUTPUT CREDITO-SUPLEMENTAR
                   OPEN OUTPUT RELATORIO-SUPLEMENTAR

                   MOVE WS-DATA-SISTEMA TO WCH-DATA
                   WRITE REG-CREDITO FROM WS-CRED-HEADER

                   MOVE WS-DATA-SISTEMA TO WCS-DATA
                   WRITE REG-RELATORIO FROM WS-CAB-SUPLEMENTAR
                   WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
                   WRITE REG-RELATORIO FROM WS-CAB-COLUNAS
                   WRITE REG-RELATORIO FROM WS-LINHA-TRACO

                   MOVE 0 TO TRB-MATRICULA
                   START CREDITOS-TRABALHO KEY NOT < TRB-MATRICULA
                       INVALID KEY
                           MOVE "S" TO WS-FIM-TRABALHO
                       NOT INVALID KEY
                           MOVE "N" TO WS-FIM-TRABALHO
                   END-START

                   PERFORM UNTIL WS-FIM-TRABALHO = "S"
                       READ CREDITOS-TRABALHO NEXT
                           AT END
                               MOVE "S" TO WS-FIM-TRABALHO
                           NOT AT END
                               ADD 1 TO WS-QTD-LIDOS
                               IF TRB-SITUACAO = "REJEITADO" OR
                                  TRB-SITUACAO = "BLOQUEADO"
                                   PERFORM AVALIAR-CREDITO-REJEITADO
                               END-IF
                       END-READ
                   END-PERFORM

                   MOVE WS-QTD-REEMITIDOS TO WCT-QTD
                   MOVE WS-TOTAL-REEMITIDO TO WCT-TOTAL
                   WRITE REG-CREDITO FROM WS-CRED-TRAILER

                   PERFORM GRAVAR-RESUMO

                   CLOSE CREDITOS-TRABALHO
                   CLOSE CADASTRO-FUNCIONARIOS
                   CLOSE CREDITO-SUPLEMENTAR
                   CLOSE RELATORIO-SUPLEMENTAR

                   IF WS-QTD-REEMITIDOS = 0
                       DISPLAY "Nenhum credito reemitido."
                       MOVE 4 TO WS-RETORNO
                   END-IF
                   IF WS-QTD-BLOQUEADOS > 0
                       MOVE 4 TO WS-RETORNO
                   END-IF

                   DISPLAY "Creditos reemitidos:   ", WS-QTD-REEMITIDOS
                   DISPLAY "Creditos bloqueados:   ", WS-QTD-BLOQUEADOS
                   DISPLAY "Credito gravado em CREDITO-SUPLEMENTAR.TXT"
                   DISPLAY "Relatorio gravado em "
                       "RELATORIO-SUPLEMENTAR.TXT"
               END-IF
           END-IF.

       AVALIAR-CREDITO-REJEITADO.

           MOVE "N" TO WS-FUNC-ACHADO.
           MOVE TRB-MATRICULA TO FUNC-MATRICULA.

           READ CADASTRO-FUNCIONARIOS
               INVALID KEY
                   MOVE "BLOQUEADO" TO TRB-SITUACAO
                   MOVE "MATRICULA NAO CADASTRADA" TO TRB-MOTIVO
               NOT INVALID KEY
                   MOVE "S" TO WS-FUNC-ACHADO
           END-READ.

           IF WS-FUNC-ACHADO = "S"
               MOVE TRB-MATRICULA TO WS-MATRICULA-PEND
               PERFORM LOCALIZAR-CONTA-PENDENTE
               IF FUNC-BANCO = TRB-BANCO AND
                  FUNC-AGENCIA = TRB-AGENCIA AND
                  FUNC-CONTA = TRB-CONTA
                   MOVE "BLOQUEADO" TO TRB-SITUACAO
                   MOVE "DADOS BANCARIOS INALTERADOS" TO TRB-MOTIVO
               ELSE
                   IF WS-IDX-PEND-ATUAL > 0 AND
                      TCP-PENDENTE (WS-IDX-PEND-ATUAL) = "S"
                       MOVE "BLOQUEADO" TO TRB-SITUACAO
                       MOVE "ALTERACAO BANCARIA NAO APROVADA"
                           TO TRB-MOTIVO
                   ELSE
                       PERFORM EMITIR-CREDITO-SUPLEMENTAR
                   END-IF
               END-IF
           END-IF.

           IF TRB-SITUACAO = "BLOQUEADO"
               ADD 1 TO WS-QTD-BLOQUEADOS
               ADD TRB-VALOR TO WS-TOTAL-BLOQUEADO
           END-IF.

           PERFORM GRAVAR-LINHA-SUPLEMENTAR.

           REWRITE REG-TRABALHO
               INVALID KEY
                   DISPLAY "Erro ao regravar matricula ",
                       TRB-MATRICULA, " status ", FS-TRABALHO
           END-REWRITE.

       EMITIR-CREDITO-SUPLEMENTAR.

           MOVE FUNC-BANCO TO TRB-BANCO.
           MOVE FUNC-AGENCIA TO TRB-AGENCIA.
           MOVE FUNC-CONTA TO TRB-CONTA.
           MOVE FUNC-CPF TO TRB-CPF.
           MOVE "REEMITIDO" TO TRB-SITUACAO.
           MOVE SPACES TO TRB-MOTIVO.

           MOVE TRB-MATRICULA TO WCD-MATRICULA.
           MOVE TRB-NOME TO WCD-NOME.
           MOVE TRB-VALOR TO WCD-VALOR.
           MOVE TRB-BANCO TO WCD-BANCO.
           MOVE TRB-AGENCIA TO WCD-AGENCIA.
           MOVE TRB-CONTA TO WCD-CONTA.
           MOVE TRB-CPF TO WCD-CPF.
           WRITE REG-CREDITO FROM WS-CRED-DETALHE.

           ADD 1 TO WS-QTD-REEMITIDOS.
           ADD TRB-VALOR TO WS-TOTAL-REEMITIDO.

       GRAVAR-LINHA-SUPLEMENTAR.

           MOVE TRB-MATRICULA TO WLS-MATRICULA.
           MOVE TRB-NOME TO WLS-NOME.
           MOVE TRB-VALOR TO WLS-VALOR.
           MOVE TRB-BANCO TO WLS-BANCO.
           MOVE TRB-AGENCIA TO WLS-AGENCIA.
           MOVE TRB-CONTA TO WLS-CONTA.
           MOVE TRB-SITUACAO TO WLS-SITUACAO.
           MOVE TRB-MOTIVO TO WLS-MOTIVO.
           WRITE REG-RELATORIO FROM WS-LINHA-SUPLEMENTAR.

       GRAVAR-RESUMO.

           WRITE REG-RELATORIO FROM WS-LINHA-TRACO.
           WRITE REG-RELATORIO FROM WS-LINHA-BRANCO.

           MOVE "CREDITOS REEMITIDOS:          " TO WRS-TITULO.
           MOVE WS-QTD-REEMITIDOS TO WRS-QTD.
           MOVE WS-TOTAL-REEMITIDO TO WRS-VALOR.
           WRITE REG-RELATORIO FROM WS-LINHA-RESUMO.

           MOVE "CREDITOS BLOQUEADOS:          " TO WRS-TITULO.
           MOVE WS-QTD-BLOQUEADOS TO WRS-QTD.
           MOVE WS-TOTAL-BLOQUEADO TO WRS-VALOR.
           WRITE REG-RELATORIO FROM WS-LINHA-RESUMO.

           WRITE REG-RELATORIO FROM WS-LINHA-TRACO.

       END PROGRAM CREDITO-SUPLEMENTAR.
