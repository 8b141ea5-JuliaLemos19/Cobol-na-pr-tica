       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMENTO-ANUAL.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 05-03-1999.
       INSTALLATION. UNISANTA SANTOS.
       SECURITY. PROGRAMA DE FECHAMENTO ANUAL QUE TRANSFERE OS REGISTROS
           DE UM ANO ENCERRADO DA AUDITORIA DE IMPOSTO PARA O ARQUIVO
           ANUAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-IMPOSTO ASSIGN TO "AUDITORIA-IMPOSTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT AUDITORIA-ANUAL ASSIGN TO DYNAMIC WS-ARQ-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANUAL.

           SELECT AUDITORIA-ABERTA ASSIGN TO "AUDITORIA-ABERTA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ABERTA.

           SELECT AUDITORIA-FECHADA ASSIGN TO "AUDITORIA-FECHADA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHADA.

           SELECT AUDITORIA-ANUAL-TMP ASSIGN TO "AUDITORIA-ANUAL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANUAL-TMP.

           SELECT LOG-EXECUCAO ASSIGN TO "LOG-EXECUCAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

           SELECT RELATORIO-FECHAMENTO
               ASSIGN TO "FECHAMENTO-ANUAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-IMPOSTO.
       01  REG-AUDITORIA               PIC X(83).

       FD  AUDITORIA-ANUAL.
       01  REG-ANUAL                   PIC X(83).

       FD  AUDITORIA-ABERTA.
       01  REG-ABERTA                  PIC X(83).

       FD  AUDITORIA-FECHADA.
       01  REG-FECHADA                 PIC X(83).

       FD  AUDITORIA-ANUAL-TMP.
       01  REG-ANUAL-TMP               PIC X(83).

       FD  LOG-EXECUCAO.
       01  REG-LOG.
           05  LOG-PROGRAMA            PIC X(16).
           05  FILLER                  PIC X(1).
           05  LOG-DATA-INICIO         PIC 9(8).
           05  FILLER                  PIC X(1).
           05  LOG-HORA-INICIO         PIC 9(8).
           05  FILLER                  PIC X(1).
           05  LOG-DATA-FIM            PIC 9(8).
           05  FILLER                  PIC X(1).
           05  LOG-HORA-FIM            PIC 9(8).
           05  FILLER                  PIC X(1).
           05  LOG-LIDOS               PIC 9(6).
           05  FILLER                  PIC X(1).
           05  LOG-GRAVADOS            PIC 9(6).
           05  FILLER                  PIC X(1).
           05  LOG-TOTAL               PIC X(14).
           05  FILLER                  PIC X(1).
           05  LOG-RETORNO             PIC 9(2).
           05  FILLER                  PIC X(16).

       FD  RELATORIO-FECHAMENTO.
       01  REG-RELATORIO               PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS.
           05 FS-AUDITORIA            PIC X(2) VALUE "00".
           05 FS-ANUAL                PIC X(2) VALUE "00".
           05 FS-ABERTA               PIC X(2) VALUE "00".
           05 FS-FECHADA              PIC X(2) VALUE "00".
           05 FS-ANUAL-TMP            PIC X(2) VALUE "00".
           05 FS-LOG                  PIC X(2) VALUE "00".
           05 FS-RELATORIO            PIC X(2) VALUE "00".

       01 WS-REG-AUDITORIA.
           05  AUD-MATRICULA           PIC 9(6).
           05  FILLER                  PIC X(1).
           05  AUD-DATA.
               10  AUD-ANO             PIC 9(4).
               10  AUD-MES             PIC 9(2).
               10  AUD-DIA             PIC 9(2).
           05  FILLER                  PIC X(1).
           05  AUD-HORA                PIC 9(8).
           05  FILLER                  PIC X(1).
           05  AUD-SALARIO-ED          PIC X(9).
           05  FILLER                  PIC X(1).
           05  AUD-DEPENDENTES         PIC 9(2).
           05  FILLER                  PIC X(1).
           05  AUD-INSS-ED             PIC X(9).
           05  FILLER                  PIC X(1).
           05  AUD-BASE-ED             PIC X(9).
           05  FILLER                  PIC X(1).
           05  AUD-ALIQUOTA-ED         PIC X(4).
           05  FILLER                  PIC X(1).
           05  AUD-ISENTO              PIC X.
           05  FILLER                  PIC X(1).
           05  AUD-TIPO                PIC X.
           05  FILLER                  PIC X(1).
           05  AUD-COMPETENCIA.
               10  AUD-COMP-ANO        PIC 9(4).
               10  AUD-COMP-MES        PIC 9(2).
           05  FILLER                  PIC X(1).
           05  AUD-IRPF-ED             PIC X(9).

       01 WS-ARQ-ANUAL                PIC X(60) VALUE SPACES.
       01 WS-NOME-ARQUIVO-ANUAL.
           05 FILLER                  PIC X(18) VALUE
               "AUDITORIA-IMPOSTO-".
           05 WNA-ANO                 PIC 9(4).
           05 FILLER                  PIC X(4) VALUE ".TXT".

       01 WS-ANO-ENTRADA.
           05 WS-ANO-TEXTO            PIC X(4).
       01 WS-ANO-NUM REDEFINES WS-ANO-ENTRADA
                                       PIC 9(4).
       01 WS-ANO-VALIDO               PIC X VALUE "N".
       01 WS-ANO-FECHAMENTO           PIC 9(4) VALUE 0.
       01 WS-DATA-SISTEMA             PIC 9(8).
       01 WS-ANO-VIGENTE              PIC 9(4).

       01 WS-ANO-REG                  PIC 9(4) VALUE 0.

       01 WS-RETORNO                  PIC 9(2) VALUE 0.
       01 WS-INFORME-CONCLUIDO        PIC X VALUE "N".
       01 WS-INFORME-ENCONTRADO       PIC X VALUE "N".
       01 WS-TRANSFERENCIA-FEITA      PIC X VALUE "N".
       01 WS-TOTAIS-CONFEREM          PIC X VALUE "N".
       01 WS-TRABALHO-PENDENTE        PIC X VALUE "N".

       01 WS-TOTAL-INFORME.
           05 FILLER                  PIC X(9) VALUE "ANO-BASE ".
           05 WTI-ANO                 PIC 9(4).
           05 FILLER                  PIC X(1) VALUE SPACE.

       01 WS-QTD-LIDOS                PIC 9(6) VALUE 0.
       01 WS-QTD-MANTIDOS             PIC 9(6) VALUE 0.
       01 WS-QTD-TRANSFERIDOS         PIC 9(6) VALUE 0.
       01 WS-QTD-COPIADOS             PIC 9(6) VALUE 0.

       01 WS-VALOR-EDITADO            PIC X(9) VALUE SPACES.
       01 WS-VALOR-DIGITOS.
           05 FILLER                  PIC X(7).
       01 WS-VALOR-DIGITOS-NUM REDEFINES WS-VALOR-DIGITOS
                                       PIC 9(5)V99.
       01 WS-VALOR-NUM                PIC 9(5)V99 VALUE 0,00.

       01 WS-ALIQ-EDITADA             PIC X(4) VALUE SPACES.
       01 WS-ALIQ-DIGITOS.
           05 FILLER                  PIC X(3).
       01 WS-ALIQ-DIGITOS-NUM REDEFINES WS-ALIQ-DIGITOS
                                       PIC 99V9.
       01 WS-ALIQ-NUM                 PIC 99V9 VALUE 0,0.

       01 WS-SALARIO-REG              PIC 9(5)V99 VALUE 0,00.
       01 WS-INSS-REG                 PIC 9(5)V99 VALUE 0,00.
       01 WS-BASE-REG                 PIC 9(5)V99 VALUE 0,00.
       01 WS-IRPF-REG                 PIC 9(5)V99 VALUE 0,00.

       01 WS-IDX-TOTAL                PIC 9(1) VALUE 0.
       01 TABELA-TOTAIS.
           05 TT-POSICAO OCCURS 4 TIMES.
               10 TT-QTD              PIC 9(7).
               10 TT-SALARIO          PIC 9(11)V99.
               10 TT-INSS             PIC 9(11)V99.
               10 TT-IRPF             PIC 9(11)V99.

       01 WS-INICIO-EXECUCAO.
           05 WS-DATA-INICIO          PIC 9(8).
           05 WS-HORA-INICIO          PIC 9(8).

       01 WS-LINHA-LOG.
           05 WLG-PROGRAMA            PIC X(16).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WLG-DATA-INICIO         PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WLG-HORA-INICIO         PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WLG-DATA-FIM            PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WLG-HORA-FIM            PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WLG-LIDOS               PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WLG-GRAVADOS            PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WLG-TOTAL.
               10 FILLER              PIC X(9) VALUE "ANO-BASE ".
               10 WLG-ANO-BASE        PIC 9(4).
               10 FILLER              PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WLG-RETORNO             PIC 9(2).

       01 WS-LINHA-BRANCO             PIC X(100) VALUE SPACES.
       01 WS-LINHA-TRACO              PIC X(100) VALUE ALL "-".

       01 WS-CAB-FECHAMENTO.
           05 FILLER                  PIC X(41) VALUE
               "FECHAMENTO ANUAL DA AUDITORIA DE IMPOSTO ".
           05 FILLER                  PIC X(11) VALUE "- ANO-BASE ".
           05 WCF-ANO                 PIC 9(4).

       01 WS-LINHA-ARQUIVO-ANUAL.
           05 FILLER                  PIC X(15) VALUE
               "ARQUIVO ANUAL: ".
           05 WLA-ARQUIVO             PIC X(60).

       01 WS-CAB-COLUNAS.
           05 FILLER                  PIC X(7) VALUE "MOMENTO".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(26) VALUE "ARQUIVO".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(9) VALUE "REGISTROS".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(17) VALUE
               "         SALARIOS".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(17) VALUE
               "             INSS".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(17) VALUE
               "             IRPF".

       01 WS-LINHA-POSICAO.
           05 WLP-MOMENTO             PIC X(7).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WLP-ARQUIVO             PIC X(26).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WLP-QTD                 PIC Z.ZZZ.ZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WLP-SALARIO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WLP-INSS                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WLP-IRPF                PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-TRANSFERIDOS.
           05 FILLER                  PIC X(26) VALUE
               "REGISTROS TRANSFERIDOS:   ".
           05 WLT-QTD                 PIC ZZZZZ9.

       01 WS-LINHA-RESULTADO.
           05 FILLER                  PIC X(11) VALUE "RESULTADO: ".
           05 WLR-RESULTADO           PIC X(50).

       PROCEDURE DIVISION.
       INICIO.

           ACCEPT WS-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO FROM TIME.
           MOVE 0 TO WS-RETORNO.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-VIGENTE.

           MOVE "N" TO WS-ANO-VALIDO.
           PERFORM UNTIL WS-ANO-VALIDO = "S"
               DISPLAY "Digite o ano-base a fechar (AAAA): "
               ACCEPT WS-ANO-TEXTO
               IF WS-ANO-TEXTO IS NOT NUMERIC
                   DISPLAY "Valor invalido, digite apenas numeros."
               ELSE
                   IF WS-ANO-NUM NOT < WS-ANO-VIGENTE
                       DISPLAY "Somente anos encerrados podem ser "
                           "fechados."
                   ELSE
                       MOVE WS-ANO-NUM TO WS-ANO-FECHAMENTO
                       MOVE "S" TO WS-ANO-VALIDO
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-ANO-FECHAMENTO TO WNA-ANO.
           MOVE WS-NOME-ARQUIVO-ANUAL TO WS-ARQ-ANUAL.
           INITIALIZE TABELA-TOTAIS.
           MOVE "N" TO WS-TRANSFERENCIA-FEITA.
           MOVE "N" TO WS-TOTAIS-CONFEREM.

           PERFORM VERIFICAR-INFORME-ANO.

           IF WS-INFORME-CONCLUIDO NOT = "S"
               DISPLAY "Fechamento recusado: nao ha execucao do "
                   "INFORME-RENDIMENTOS sem erro para o ano ",
                   WS-ANO-FECHAMENTO, " no LOG-EXECUCAO.TXT"
               MOVE 8 TO WS-RETORNO
           ELSE
               PERFORM VERIFICAR-TRABALHO-PENDENTE
               IF WS-TRABALHO-PENDENTE = "S"
                   DISPLAY "Fechamento recusado: ha arquivos de "
                       "trabalho de um fechamento nao concluido."
                   PERFORM ORIENTAR-RECUPERACAO
                   MOVE 8 TO WS-RETORNO
               ELSE
                   PERFORM EXECUTAR-FECHAMENTO
               END-IF
           END-IF.

           PERFORM GRAVAR-LOG.

           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.

       VERIFICAR-INFORME-ANO.

           MOVE "N" TO WS-INFORME-CONCLUIDO.
           MOVE "N" TO WS-INFORME-ENCONTRADO.
           MOVE WS-ANO-FECHAMENTO TO WTI-ANO.

           OPEN INPUT LOG-EXECUCAO.
           IF FS-LOG NOT = "00"
               DISPLAY "Nao foi possivel abrir LOG-EXECUCAO.TXT, "
                   "status ", FS-LOG
           ELSE
               PERFORM UNTIL FS-LOG NOT = "00"
                   READ LOG-EXECUCAO
                       AT END
                           MOVE "10" TO FS-LOG
                       NOT AT END
                           IF LOG-PROGRAMA = "INFORME-RENDIMEN" AND
                              LOG-TOTAL = WS-TOTAL-INFORME
                               MOVE "S" TO WS-INFORME-ENCONTRADO
                               IF LOG-RETORNO IS NUMERIC AND
                                  LOG-RETORNO = 0
                                   MOVE "S" TO WS-INFORME-CONCLUIDO
                               ELSE
                                   MOVE "N" TO WS-INFORME-CONCLUIDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-EXECUCAO

               IF WS-INFORME-ENCONTRADO = "S" AND
                  WS-INFORME-CONCLUIDO = "N"
                   DISPLAY "A ultima execucao do INFORME-RENDIMENTOS "
                       "para o ano terminou com erro."
               END-IF
           END-IF.

       VERIFICAR-TRABALHO-PENDENTE.

           MOVE "N" TO WS-TRABALHO-PENDENTE.

           OPEN INPUT AUDITORIA-ABERTA.
           IF FS-ABERTA = "00"
               READ AUDITORIA-ABERTA
                   NOT AT END
                       MOVE "S" TO WS-TRABALHO-PENDENTE
               END-READ
               CLOSE AUDITORIA-ABERTA
           END-IF.

           OPEN INPUT AUDITORIA-FECHADA.
           IF FS-FECHADA = "00"
               READ AUDITORIA-FECHADA
                   NOT AT END
                       MOVE "S" TO WS-TRABALHO-PENDENTE
               END-READ
               CLOSE AUDITORIA-FECHADA
           END-IF.

           OPEN INPUT AUDITORIA-ANUAL-TMP.
           IF FS-ANUAL-TMP = "00"
               READ AUDITORIA-ANUAL-TMP
                   NOT AT END
                       MOVE "S" TO WS-TRABALHO-PENDENTE
               END-READ
               CLOSE AUDITORIA-ANUAL-TMP
           END-IF.

       ORIENTAR-RECUPERACAO.

           DISPLAY "AUDITORIA-ABERTA.TMP e AUDITORIA-FECHADA.TMP tem o "
               "conteudo original de AUDITORIA-IMPOSTO.TXT.".
           DISPLAY "AUDITORIA-ANUAL.TMP tem o arquivo anual completo.".
           DISPLAY "Restaure os arquivos e esvazie os .TMP antes de "
               "repetir o fechamento.".

       EXECUTAR-FECHAMENTO.

           MOVE 1 TO WS-IDX-TOTAL.
           PERFORM TOTALIZAR-AUDITORIA.
           MOVE 2 TO WS-IDX-TOTAL.
           PERFORM TOTALIZAR-ARQUIVO-ANUAL.

           PERFORM SEPARAR-REGISTROS.

           IF WS-RETORNO = 0
               PERFORM MONTAR-ARQUIVO-ANUAL
           END-IF.
           IF WS-RETORNO = 0
               PERFORM REGRAVAR-AUDITORIA
           END-IF.
           IF WS-RETORNO = 0
               PERFORM SUBSTITUIR-ARQUIVO-ANUAL
           END-IF.

           MOVE 3 TO WS-IDX-TOTAL.
           PERFORM TOTALIZAR-AUDITORIA.
           MOVE 4 TO WS-IDX-TOTAL.
           PERFORM TOTALIZAR-ARQUIVO-ANUAL.

           PERFORM CONFERIR-TOTAIS.

           IF WS-TRANSFERENCIA-FEITA = "N" OR WS-RETORNO < 8
               PERFORM LIMPAR-TRABALHO
           ELSE
               PERFORM ORIENTAR-RECUPERACAO
           END-IF.

           PERFORM GRAVAR-RELATORIO.

       LIMPAR-TRABALHO.

           OPEN OUTPUT AUDITORIA-ABERTA.
           CLOSE AUDITORIA-ABERTA.
           OPEN OUTPUT AUDITORIA-FECHADA.
           CLOSE AUDITORIA-FECHADA.
           OPEN OUTPUT AUDITORIA-ANUAL-TMP.
           CLOSE AUDITORIA-ANUAL-TMP.

       TOTALIZAR-AUDITORIA.

           OPEN INPUT AUDITORIA-IMPOSTO.
           IF FS-AUDITORIA = "00"
               PERFORM UNTIL FS-AUDITORIA NOT = "00"
                   READ AUDITORIA-IMPOSTO
                       AT END
                           MOVE "10" TO FS-AUDITORIA
                       NOT AT END
                           MOVE REG-AUDITORIA TO WS-REG-AUDITORIA
                           PERFORM ACUMULAR-TOTAL
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-IMPOSTO
           END-IF.

       TOTALIZAR-ARQUIVO-ANUAL.

           OPEN INPUT AUDITORIA-ANUAL.
           IF FS-ANUAL = "00"
               PERFORM UNTIL FS-ANUAL NOT = "00"
                   READ AUDITORIA-ANUAL
                       AT END
                           MOVE "10" TO FS-ANUAL
                       NOT AT END
                           MOVE REG-ANUAL TO WS-REG-AUDITORIA
                           PERFORM ACUMULAR-TOTAL
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-ANUAL
           END-IF.

       ACUMULAR-TOTAL.

           MOVE AUD-SALARIO-ED TO WS-VALOR-EDITADO.
           PERFORM CONVERTER-VALOR-EDITADO.
           MOVE WS-VALOR-NUM TO WS-SALARIO-REG.

           MOVE AUD-INSS-ED TO WS-VALOR-EDITADO.
           PERFORM CONVERTER-VALOR-EDITADO.
           MOVE WS-VALOR-NUM TO WS-INSS-REG.

           MOVE AUD-BASE-ED TO WS-VALOR-EDITADO.
           PERFORM CONVERTER-VALOR-EDITADO.
           MOVE WS-VALOR-NUM TO WS-BASE-REG.

           MOVE AUD-ALIQUOTA-ED TO WS-ALIQ-EDITADA.
           PERFORM CONVERTER-ALIQUOTA-EDITADA.

           IF AUD-IRPF-ED NOT = SPACES
               MOVE AUD-IRPF-ED TO WS-VALOR-EDITADO
               PERFORM CONVERTER-VALOR-EDITADO
               MOVE WS-VALOR-NUM TO WS-IRPF-REG
           ELSE
               IF AUD-ISENTO = "S"
                   MOVE 0,00 TO WS-IRPF-REG
               ELSE
                   COMPUTE WS-IRPF-REG =
                       WS-BASE-REG * WS-ALIQ-NUM / 100
               END-IF
           END-IF.

           ADD 1 TO TT-QTD (WS-IDX-TOTAL).
           ADD WS-SALARIO-REG TO TT-SALARIO (WS-IDX-TOTAL).
           ADD WS-INSS-REG TO TT-INSS (WS-IDX-TOTAL).
           ADD WS-IRPF-REG TO TT-IRPF (WS-IDX-TOTAL).

       CONVERTER-VALOR-EDITADO.

           MOVE WS-VALOR-EDITADO (1:2) TO WS-VALOR-DIGITOS (1:2).
           MOVE WS-VALOR-EDITADO (4:3) TO WS-VALOR-DIGITOS (3:3).
           MOVE WS-VALOR-EDITADO (8:2) TO WS-VALOR-DIGITOS (6:2).
           INSPECT WS-VALOR-DIGITOS REPLACING ALL " " BY "0".
           MOVE WS-VALOR-DIGITOS-NUM TO WS-VALOR-NUM.

       CONVERTER-ALIQUOTA-EDITADA.

           MOVE WS-ALIQ-EDITADA (1:2) TO WS-ALIQ-DIGITOS (1:2).
           MOVE WS-ALIQ-EDITADA (4:1) TO WS-ALIQ-DIGITOS (3:1).
           INSPECT WS-ALIQ-DIGITOS REPLACING ALL " " BY "0".
           MOVE WS-ALIQ-DIGITOS-NUM TO WS-ALIQ-NUM.

       DEFINIR-COMPETENCIA-REG.

           IF AUD-COMPETENCIA IS NUMERIC
               MOVE AUD-COMP-ANO TO WS-ANO-REG
           ELSE
               MOVE AUD-ANO TO WS-ANO-REG
           END-IF.

       SEPARAR-REGISTROS.

           MOVE 0 TO WS-QTD-LIDOS.
           MOVE 0 TO WS-QTD-MANTIDOS.
           MOVE 0 TO WS-QTD-TRANSFERIDOS.

           OPEN INPUT AUDITORIA-IMPOSTO.
           IF FS-AUDITORIA NOT = "00"
               DISPLAY "Nao foi possivel abrir AUDITORIA-IMPOSTO.TXT, "
                   "status ", FS-AUDITORIA
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN OUTPUT AUDITORIA-ABERTA
               OPEN OUTPUT AUDITORIA-FECHADA
               IF FS-ABERTA NOT = "00" OR FS-FECHADA NOT = "00"
                   DISPLAY "Nao foi possivel criar os arquivos de "
                       "trabalho do fechamento."
                   MOVE 8 TO WS-RETORNO
               ELSE
                   PERFORM UNTIL FS-AUDITORIA NOT = "00"
                              OR WS-RETORNO NOT = 0
                       READ AUDITORIA-IMPOSTO
                           AT END
                               MOVE "10" TO FS-AUDITORIA
                           NOT AT END
                               ADD 1 TO WS-QTD-LIDOS
                               MOVE REG-AUDITORIA TO WS-REG-AUDITORIA
                               PERFORM SEPARAR-REGISTRO
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE AUDITORIA-IMPOSTO
               CLOSE AUDITORIA-ABERTA
               CLOSE AUDITORIA-FECHADA

               IF WS-RETORNO = 0 AND WS-QTD-TRANSFERIDOS = 0
                   DISPLAY "Nenhum registro do ano ", WS-ANO-FECHAMENTO,
                       " em AUDITORIA-IMPOSTO.TXT"
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF.

       SEPARAR-REGISTRO.

           PERFORM DEFINIR-COMPETENCIA-REG.

           IF WS-ANO-REG = WS-ANO-FECHAMENTO
               WRITE REG-FECHADA FROM WS-REG-AUDITORIA
               IF FS-FECHADA NOT = "00"
                   DISPLAY "Erro ao gravar AUDITORIA-FECHADA.TMP, "
                       "status ", FS-FECHADA
                   MOVE 8 TO WS-RETORNO
               ELSE
                   ADD 1 TO WS-QTD-TRANSFERIDOS
               END-IF
           ELSE
               WRITE REG-ABERTA FROM WS-REG-AUDITORIA
               IF FS-ABERTA NOT = "00"
                   DISPLAY "Erro ao gravar AUDITORIA-ABERTA.TMP, "
                       "status ", FS-ABERTA
                   MOVE 8 TO WS-RETORNO
               ELSE
                   ADD 1 TO WS-QTD-MANTIDOS
               END-IF
           END-IF.

       MONTAR-ARQUIVO-ANUAL.

           MOVE 0 TO WS-QTD-COPIADOS.

           OPEN OUTPUT AUDITORIA-ANUAL-TMP.
           IF FS-ANUAL-TMP NOT = "00"
               DISPLAY "Nao foi possivel criar AUDITORIA-ANUAL.TMP, "
                   "status ", FS-ANUAL-TMP
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN INPUT AUDITORIA-ANUAL
               IF FS-ANUAL = "00"
                   PERFORM UNTIL FS-ANUAL NOT = "00"
                              OR WS-RETORNO NOT = 0
                       READ AUDITORIA-ANUAL
                           AT END
                               MOVE "10" TO FS-ANUAL
                           NOT AT END
                               MOVE REG-ANUAL TO REG-ANUAL-TMP
                               PERFORM GRAVAR-ANUAL-TRABALHO
                       END-READ
                   END-PERFORM
                   CLOSE AUDITORIA-ANUAL
               END-IF

               OPEN INPUT AUDITORIA-FECHADA
               IF FS-FECHADA NOT = "00"
                   DISPLAY "Nao foi possivel abrir "
                       "AUDITORIA-FECHADA.TMP, status ", FS-FECHADA
                   MOVE 8 TO WS-RETORNO
               ELSE
                   PERFORM UNTIL FS-FECHADA NOT = "00"
                              OR WS-RETORNO NOT = 0
                       READ AUDITORIA-FECHADA
                           AT END
                               MOVE "10" TO FS-FECHADA
                           NOT AT END
                               MOVE REG-FECHADA TO REG-ANUAL-TMP
                               PERFORM GRAVAR-ANUAL-TRABALHO
                       END-READ
                   END-PERFORM
                   CLOSE AUDITORIA-FECHADA
               END-IF
               CLOSE AUDITORIA-ANUAL-TMP

               IF WS-RETORNO = 0 AND
                  WS-QTD-COPIADOS NOT = TT-QTD (2) + WS-QTD-TRANSFERIDOS
                   DISPLAY "Quantidade gravada no arquivo anual "
                       "difere da separada."
                   MOVE 8 TO WS-RETORNO
               END-IF
           END-IF.

       GRAVAR-ANUAL-TRABALHO.

           WRITE REG-ANUAL-TMP.
           IF FS-ANUAL-TMP NOT = "00"
               DISPLAY "Erro ao gravar AUDITORIA-ANUAL.TMP, status ",
                   FS-ANUAL-TMP
               MOVE 8 TO WS-RETORNO
           ELSE
               ADD 1 TO WS-QTD-COPIADOS
           END-IF.

       SUBSTITUIR-ARQUIVO-ANUAL.

           MOVE 0 TO WS-QTD-COPIADOS.

           OPEN INPUT AUDITORIA-ANUAL-TMP.
           IF FS-ANUAL-TMP NOT = "00"
               DISPLAY "Nao foi possivel abrir AUDITORIA-ANUAL.TMP, "
                   "status ", FS-ANUAL-TMP
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN OUTPUT AUDITORIA-ANUAL
               IF FS-ANUAL NOT = "00"
                   DISPLAY "Nao foi possivel gravar ", WS-ARQ-ANUAL
                   MOVE 8 TO WS-RETORNO
               ELSE
                   PERFORM UNTIL FS-ANUAL-TMP NOT = "00"
                              OR WS-RETORNO NOT = 0
                       READ AUDITORIA-ANUAL-TMP
                           AT END
                               MOVE "10" TO FS-ANUAL-TMP
                           NOT AT END
                               WRITE REG-ANUAL FROM REG-ANUAL-TMP
                               IF FS-ANUAL NOT = "00"
                                   DISPLAY "Erro ao gravar ",
                                       WS-ARQ-ANUAL, " status ",
                                       FS-ANUAL
                                   MOVE 8 TO WS-RETORNO
                               ELSE
                                   ADD 1 TO WS-QTD-COPIADOS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDITORIA-ANUAL
               END-IF
               CLOSE AUDITORIA-ANUAL-TMP
           END-IF.

       REGRAVAR-AUDITORIA.

           MOVE 0 TO WS-QTD-COPIADOS.

           OPEN INPUT AUDITORIA-ABERTA.
           IF FS-ABERTA NOT = "00"
               DISPLAY "Nao foi possivel abrir AUDITORIA-ABERTA.TMP, "
                   "status ", FS-ABERTA
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN OUTPUT AUDITORIA-IMPOSTO
               IF FS-AUDITORIA NOT = "00"
                   DISPLAY "Nao foi possivel regravar "
                       "AUDITORIA-IMPOSTO.TXT, status ", FS-AUDITORIA
                   MOVE 8 TO WS-RETORNO
               ELSE
                   MOVE "S" TO WS-TRANSFERENCIA-FEITA
                   PERFORM UNTIL FS-ABERTA NOT = "00"
                       READ AUDITORIA-ABERTA
                           AT END
                               MOVE "10" TO FS-ABERTA
                           NOT AT END
                               WRITE REG-AUDITORIA FROM REG-ABERTA
                               IF FS-AUDITORIA NOT = "00"
                                   DISPLAY "Erro ao regravar "
                                       "AUDITORIA-IMPOSTO.TXT, status ",
                                       FS-AUDITORIA
                                   MOVE 8 TO WS-RETORNO
                               ELSE
                                   ADD 1 TO WS-QTD-COPIADOS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDITORIA-IMPOSTO
               END-IF
               CLOSE AUDITORIA-ABERTA
           END-IF.

       CONFERIR-TOTAIS.

           MOVE "N" TO WS-TOTAIS-CONFEREM.

           IF TT-QTD (1) + TT-QTD (2) = TT-QTD (3) + TT-QTD (4) AND
              TT-SALARIO (1) + TT-SALARIO (2) =
                  TT-SALARIO (3) + TT-SALARIO (4) AND
              TT-INSS (1) + TT-INSS (2) =
                  TT-INSS (3) + TT-INSS (4) AND
              TT-IRPF (1) + TT-IRPF (2) =
                  TT-IRPF (3) + TT-IRPF (4)
               MOVE "S" TO WS-TOTAIS-CONFEREM
           END-IF.

           IF WS-TRANSFERENCIA-FEITA = "S"
               IF TT-QTD (4) NOT = TT-QTD (2) + WS-QTD-TRANSFERIDOS OR
                  TT-QTD (3) NOT = WS-QTD-MANTIDOS
                   MOVE "N" TO WS-TOTAIS-CONFEREM
               END-IF
           END-IF.

           IF WS-TOTAIS-CONFEREM = "N"
               DISPLAY "Totais antes e depois do fechamento "
                   "nao conferem."
               MOVE 8 TO WS-RETORNO
           END-IF.

       GRAVAR-RELATORIO.

           OPEN OUTPUT RELATORIO-FECHAMENTO.
           IF FS-RELATORIO NOT = "00"
               DISPLAY "Nao foi possivel gravar FECHAMENTO-ANUAL.TXT"
               IF WS-RETORNO < 4
                   MOVE 4 TO WS-RETORNO
               END-IF
           ELSE
               MOVE WS-ANO-FECHAMENTO TO WCF-ANO
               WRITE REG-RELATORIO FROM WS-CAB-FECHAMENTO
               MOVE WS-ARQ-ANUAL TO WLA-ARQUIVO
               WRITE REG-RELATORIO FROM WS-LINHA-ARQUIVO-ANUAL
               WRITE REG-RELATORIO FROM WS-LINHA-BRANCO
               WRITE REG-RELATORIO FROM WS-CAB-COLUNAS
               WRITE REG-RELATORIO FROM WS-LINHA-TRACO
               DISPLAY WS-CAB-COLUNAS

               PERFORM VARYING WS-IDX-TOTAL FROM 1 BY 1
                       UNTIL WS-IDX-TOTAL > 4
                   PERFORM GRAVAR-LINHA-POSICAO
               END-PERFORM

               WRITE REG-RELATORIO FROM WS-LINHA-TRACO

               IF WS-TRANSFERENCIA-FEITA = "S"
                   MOVE WS-QTD-TRANSFERIDOS TO WLT-QTD
               ELSE
                   MOVE 0 TO WLT-QTD
               END-IF
               WRITE REG-RELATORIO FROM WS-LINHA-TRANSFERIDOS
               DISPLAY WS-LINHA-TRANSFERIDOS

               EVALUATE TRUE
                   WHEN WS-TRANSFERENCIA-FEITA = "N"
                       MOVE "FECHAMENTO NAO REALIZADO"
                           TO WLR-RESULTADO
                   WHEN WS-TOTAIS-CONFEREM = "N"
                       MOVE "TOTAIS DIVERGENTES - VERIFICAR ARQUIVOS"
                           TO WLR-RESULTADO
                   WHEN OTHER
                       MOVE "FECHAMENTO CONCLUIDO" TO WLR-RESULTADO
               END-EVALUATE
               WRITE REG-RELATORIO FROM WS-LINHA-RESULTADO
               DISPLAY WS-LINHA-RESULTADO

               CLOSE RELATORIO-FECHAMENTO
               DISPLAY "Relatorio gravado em FECHAMENTO-ANUAL.TXT"
           END-IF.

       GRAVAR-LINHA-POSICAO.

           IF WS-IDX-TOTAL < 3
               MOVE "ANTES" TO WLP-MOMENTO
           ELSE
               MOVE "DEPOIS" TO WLP-MOMENTO
           END-IF.

           IF WS-IDX-TOTAL = 1 OR WS-IDX-TOTAL = 3
               MOVE "AUDITORIA-IMPOSTO.TXT" TO WLP-ARQUIVO
           ELSE
               MOVE WS-ARQ-ANUAL TO WLP-ARQUIVO
           END-IF.

           MOVE TT-QTD (WS-IDX-TOTAL) TO WLP-QTD.
           MOVE TT-SALARIO (WS-IDX-TOTAL) TO WLP-SALARIO.
           MOVE TT-INSS (WS-IDX-TOTAL) TO WLP-INSS.
           MOVE TT-IRPF (WS-IDX-TOTAL) TO WLP-IRPF.

           WRITE REG-RELATORIO FROM WS-LINHA-POSICAO.
           DISPLAY WS-LINHA-POSICAO.

       GRAVAR-LOG.

           MOVE "FECHAMENTO-ANUAL" TO WLG-PROGRAMA.
           MOVE WS-DATA-INICIO TO WLG-DATA-INICIO.
           MOVE WS-HORA-INICIO TO WLG-HORA-INICIO.
           ACCEPT WLG-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT WLG-HORA-FIM FROM TIME.
           MOVE WS-QTD-LIDOS TO WLG-LIDOS.
           IF WS-TRANSFERENCIA-FEITA = "S"
               MOVE WS-QTD-TRANSFERIDOS TO WLG-GRAVADOS
           ELSE
               MOVE 0 TO WLG-GRAVADOS
           END-IF.
           MOVE WS-ANO-FECHAMENTO TO WLG-ANO-BASE.
           MOVE WS-RETORNO TO WLG-RETORNO.

           OPEN EXTEND LOG-EXECUCAO.
           IF FS-LOG NOT = "00"
               OPEN OUTPUT LOG-EXECUCAO
           END-IF.
           IF FS-LOG = "00"
               WRITE REG-LOG FROM WS-LINHA-LOG
               CLOSE LOG-EXECUCAO
           END-IF.

       END PROGRAM FECHAMENTO-ANUAL.
