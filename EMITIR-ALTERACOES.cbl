       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITIR-ALTERACOES.
       AUTHOR. BERGAMASCHI, MARCELO.
       DATE-WRITTEN. 05-03-1999.
       INSTALLATION. UNISANTA SANTOS.
       SECURITY. RELATORIO DAS ALTERACOES DO CADASTRO DE FUNCIONARIOS
           POR PERIODO A PARTIR DO HISTORICO DO CADASTRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-CADASTRO
               ASSIGN TO "HISTORICO-CADASTRO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT ALTERACOES-CADASTRO
               ASSIGN TO "ALTERACOES-CADASTRO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALTERACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-CADASTRO.
       01  REG-HISTORICO.
           05  HST-DATA                PIC 9(8).
           05  HST-HORA                PIC 9(8).
           05  HST-OPERADOR            PIC X(8).
           05  HST-OPERACAO            PIC X.
           05  HST-MATRICULA           PIC 9(6).
           05  HST-BANCARIO            PIC X.
           05  HST-ANTES.
               10  HSA-MATRICULA       PIC X(6).
               10  HSA-NOME            PIC X(30).
               10  HSA-DATA-ADMISSAO   PIC X(8).
               10  HSA-DEPENDENTES     PIC X(2).
               10  HSA-SITUACAO        PIC X.
               10  HSA-BANCO           PIC X(3).
               10  HSA-AGENCIA         PIC X(4).
               10  HSA-CONTA           PIC X(9).
               10  HSA-CPF             PIC X(11).
               10  HSA-CENTRO-CUSTO    PIC X(4).
           05  HST-DEPOIS.
               10  HSD-MATRICULA       PIC X(6).
               10  HSD-NOME            PIC X(30).
               10  HSD-DATA-ADMISSAO   PIC X(8).
               10  HSD-DEPENDENTES     PIC X(2).
               10  HSD-SITUACAO        PIC X.
               10  HSD-BANCO           PIC X(3).
               10  HSD-AGENCIA         PIC X(4).
               10  HSD-CONTA           PIC X(9).
               10  HSD-CPF             PIC X(11).
               10  HSD-CENTRO-CUSTO    PIC X(4).

       FD  ALTERACOES-CADASTRO.
       01  REG-ALTERACOES              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS.
           05 FS-HISTORICO            PIC X(2) VALUE "00".
           05 FS-ALTERACOES           PIC X(2) VALUE "00".

       01 WS-DATA-ENTRADA.
           05 WS-DATA-TEXTO           PIC X(8).
       01 WS-DATA-NUM REDEFINES WS-DATA-ENTRADA
                                       PIC 9(8).
       01 WS-DATA-PARTES REDEFINES WS-DATA-ENTRADA.
           05 FILLER                  PIC X(4).
           05 WS-DATA-MES-NUM         PIC 9(2).
           05 FILLER                  PIC X(2).
       01 WS-DATA-VALIDA              PIC X VALUE "N".

       01 WS-DATA-INICIAL             PIC 9(8) VALUE 0.
       01 WS-DATA-FINAL               PIC 9(8) VALUE 0.

       01 WS-RETORNO                  PIC 9(2) VALUE 0.

       01 WS-HORA-EVENTO              PIC 9(8) VALUE 0.
       01 WS-HORA-EVENTO-R REDEFINES WS-HORA-EVENTO.
           05 WS-EVT-HH               PIC 9(2).
           05 WS-EVT-MM               PIC 9(2).
           05 WS-EVT-SS               PIC 9(2).
           05 FILLER                  PIC 9(2).

       01 WS-CAMPO-NOME               PIC X(16) VALUE SPACES.
       01 WS-CAMPO-ANTES              PIC X(30) VALUE SPACES.
       01 WS-CAMPO-DEPOIS             PIC X(30) VALUE SPACES.

       01 WS-QTD-LIDOS                PIC 9(6) VALUE 0.
       01 WS-QTD-NO-PERIODO           PIC 9(6) VALUE 0.
       01 WS-QTD-INCLUSOES            PIC 9(6) VALUE 0.
       01 WS-QTD-ALTERACOES           PIC 9(6) VALUE 0.
       01 WS-QTD-BANCARIAS            PIC 9(6) VALUE 0.
       01 WS-QTD-DESLIGAMENTOS        PIC 9(6) VALUE 0.
       01 WS-QTD-APROVACOES           PIC 9(6) VALUE 0.

       01 WS-LINHA-BRANCO             PIC X(100) VALUE SPACES.
       01 WS-LINHA-TRACO              PIC X(80) VALUE ALL "-".

       01 WS-CAB-ALTERACOES.
           05 FILLER                  PIC X(32) VALUE
               "ALTERACOES CADASTRO - PERIODO  ".
           05 WCA-DATA-INICIAL        PIC 9(8).
           05 FILLER                  PIC X(3) VALUE " A ".
           05 WCA-DATA-FINAL          PIC 9(8).

       01 WS-CAB-COLUNAS.
           05 FILLER                  PIC X(8) VALUE "DATA".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "HORA".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "OPERADOR".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(16) VALUE "OPERACAO".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE "MATRIC".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE "BANCARIA".

       01 WS-CAB-CAMPOS.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(16) VALUE "CAMPO".
           05 FILLER                  PIC X(30) VALUE "ANTES".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE "DEPOIS".

       01 WS-LINHA-EVENTO.
           05 WLV-DATA                PIC 9(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WLV-HH                  PIC 9(2).
           05 FILLER                  PIC X VALUE ":".
           05 WLV-MM                  PIC 9(2).
           05 FILLER                  PIC X VALUE ":".
           05 WLV-SS                  PIC 9(2).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WLV-OPERADOR            PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WLV-OPERACAO            PIC X(16).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WLV-MATRICULA           PIC 9(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WLV-BANCARIA            PIC X(10).

       01 WS-LINHA-CAMPO.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WLC-CAMPO               PIC X(16).
           05 WLC-ANTES               PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WLC-DEPOIS              PIC X(30).

       01 WS-LINHA-RESUMO.
           05 WRA-TITULO              PIC X(30).
           05 WRA-QTD                 PIC ZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.

           PERFORM PEDIR-PERIODO.
           PERFORM PROCESSAR-HISTORICO.

           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.

       PEDIR-PERIODO.

           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "Digite a data inicial do periodo "
                   "(AAAAMMDD): "
               ACCEPT WS-DATA-TEXTO
               IF WS-DATA-TEXTO IS NOT NUMERIC
                   DISPLAY "Valor invalido, digite apenas numeros."
               ELSE
                   IF WS-DATA-MES-NUM < 1 OR WS-DATA-MES-NUM > 12
                       DISPLAY "Mes da data deve estar entre 01 "
                           "e 12."
                   ELSE
                       MOVE WS-DATA-NUM TO WS-DATA-INICIAL
                       MOVE "S" TO WS-DATA-VALIDA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "Digite a data final do periodo (AAAAMMDD): "
               ACCEPT WS-DATA-TEXTO
               IF WS-DATA-TEXTO IS NOT NUMERIC
                   DISPLAY "Valor invalido, digite apenas numeros."
               ELSE
                   IF WS-DATA-MES-NUM < 1 OR WS-DATA-MES-NUM > 12
                       DISPLAY "Mes da data deve estar entre 01 "
                           "e 12."
                   ELSE
                       IF WS-DATA-NUM < WS-DATA-INICIAL
                           DISPLAY "Data final anterior a inicial."
                       ELSE
                           MOVE WS-DATA-NUM TO WS-DATA-FINAL
                           MOVE "S" TO WS-DATA-VALIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PROCESSAR-HISTORICO.

           OPEN INPUT HISTORICO-CADASTRO.
           IF FS-HISTORICO NOT = "00"
               DISPLAY "Nao foi possivel abrir HISTORICO-CADASTRO.TXT, "
                   "status ", FS-HISTORICO
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN OUTPUT ALTERACOES-CADASTRO

               MOVE WS-DATA-INICIAL TO WCA-DATA-INICIAL
               MOVE WS-DATA-FINAL TO WCA-DATA-FINAL
               WRITE REG-ALTERACOES FROM WS-CAB-ALTERACOES
               WRITE REG-ALTERACOES FROM WS-LINHA-BRANCO
               WRITE REG-ALTERACOES FROM WS-CAB-COLUNAS
               WRITE REG-ALTERACOES FROM WS-CAB-CAMPOS
               WRITE REG-ALTERACOES FROM WS-LINHA-TRACO

               PERFORM UNTIL FS-HISTORICO NOT = "00"
                   READ HISTORICO-CADASTRO
                       AT END
                           MOVE "10" TO FS-HISTORICO
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           IF HST-DATA IS NUMERIC AND
                              HST-DATA >= WS-DATA-INICIAL AND
                              HST-DATA <= WS-DATA-FINAL
                               PERFORM PROCESSAR-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-CADASTRO

               PERFORM GRAVAR-RESUMO

               CLOSE ALTERACOES-CADASTRO

               DISPLAY "Eventos no periodo:    ", WS-QTD-NO-PERIODO
               DISPLAY "Alteracoes bancarias:  ", WS-QTD-BANCARIAS
               DISPLAY "Relatorio gravado em ALTERACOES-CADASTRO.TXT"
           END-IF.

       PROCESSAR-EVENTO.

           ADD 1 TO WS-QTD-NO-PERIODO.

           MOVE HST-DATA TO WLV-DATA.
           MOVE HST-HORA TO WS-HORA-EVENTO.
           MOVE WS-EVT-HH TO WLV-HH.
           MOVE WS-EVT-MM TO WLV-MM.
           MOVE WS-EVT-SS TO WLV-SS.
           MOVE HST-OPERADOR TO WLV-OPERADOR.
           MOVE HST-MATRICULA TO WLV-MATRICULA.
           MOVE SPACES TO WLV-BANCARIA.

           EVALUATE HST-OPERACAO
               WHEN "I"
                   MOVE "INCLUSAO" TO WLV-OPERACAO
                   ADD 1 TO WS-QTD-INCLUSOES
               WHEN "A"
                   MOVE "ALTERACAO" TO WLV-OPERACAO
                   ADD 1 TO WS-QTD-ALTERACOES
                   IF HST-BANCARIO = "S"
                       MOVE "*BANCARIA" TO WLV-BANCARIA
                       ADD 1 TO WS-QTD-BANCARIAS
                   END-IF
               WHEN "D"
                   MOVE "DESLIGAMENTO" TO WLV-OPERACAO
                   ADD 1 TO WS-QTD-DESLIGAMENTOS
               WHEN "P"
                   MOVE "APROVACAO BANC." TO WLV-OPERACAO
                   MOVE "APROVADA" TO WLV-BANCARIA
                   ADD 1 TO WS-QTD-APROVACOES
               WHEN OTHER
                   MOVE "OPERACAO INVALIDA" TO WLV-OPERACAO
           END-EVALUATE.

           WRITE REG-ALTERACOES FROM WS-LINHA-EVENTO.

           MOVE "NOME" TO WS-CAMPO-NOME.
           MOVE HSA-NOME TO WS-CAMPO-ANTES.
           MOVE HSD-NOME TO WS-CAMPO-DEPOIS.
           PERFORM GRAVAR-CAMPO-ALTERADO.

           MOVE "ADMISSAO" TO WS-CAMPO-NOME.
           MOVE HSA-DATA-ADMISSAO TO WS-CAMPO-ANTES.
           MOVE HSD-DATA-ADMISSAO TO WS-CAMPO-DEPOIS.
           PERFORM GRAVAR-CAMPO-ALTERADO.

           MOVE "DEPENDENTES" TO WS-CAMPO-NOME.
           MOVE HSA-DEPENDENTES TO WS-CAMPO-ANTES.
           MOVE HSD-DEPENDENTES TO WS-CAMPO-DEPOIS.
           PERFORM GRAVAR-CAMPO-ALTERADO.

           MOVE "SITUACAO" TO WS-CAMPO-NOME.
           MOVE HSA-SITUACAO TO WS-CAMPO-ANTES.
           MOVE HSD-SITUACAO TO WS-CAMPO-DEPOIS.
           PERFORM GRAVAR-CAMPO-ALTERADO.

           MOVE "BANCO" TO WS-CAMPO-NOME.
           MOVE HSA-BANCO TO WS-CAMPO-ANTES.
           MOVE HSD-BANCO TO WS-CAMPO-DEPOIS.
           PERFORM GRAVAR-CAMPO-ALTERADO.

           MOVE "AGENCIA" TO WS-CAMPO-NOME.
           MOVE HSA-AGENCIA TO WS-CAMPO-ANTES.
           MOVE HSD-AGENCIA TO WS-CAMPO-DEPOIS.
           PERFORM GRAVAR-CAMPO-ALTERADO.

           MOVE "CONTA" TO WS-CAMPO-NOME.
           MOVE HSA-CONTA TO WS-CAMPO-ANTES.
           MOVE HSD-CONTA TO WS-CAMPO-DEPOIS.
           PERFORM GRAVAR-CAMPO-ALTERADO.

           MOVE "CPF" TO WS-CAMPO-NOME.
           MOVE HSA-CPF TO WS-CAMPO-ANTES.
           MOVE HSD-CPF TO WS-CAMPO-DEPOIS.
           PERFORM GRAVAR-CAMPO-ALTERADO.

           MOVE "CENTRO CUSTO" TO WS-CAMPO-NOME.
           MOVE HSA-CENTRO-CUSTO TO WS-CAMPO-ANTES.
           MOVE HSD-CENTRO-CUSTO TO WS-CAMPO-DEPOIS.
           PERFORM GRAVAR-CAMPO-ALTERADO.

       GRAVAR-CAMPO-ALTERADO.

           IF WS-CAMPO-ANTES NOT = WS-CAMPO-DEPOIS
               MOVE WS-CAMPO-NOME TO WLC-CAMPO
               MOVE WS-CAMPO-ANTES TO WLC-ANTES
               MOVE WS-CAMPO-DEPOIS TO WLC-DEPOIS
               WRITE REG-ALTERACOES FROM WS-LINHA-CAMPO
           END-IF.

       GRAVAR-RESUMO.

           WRITE REG-ALTERACOES FROM WS-LINHA-TRACO.
           WRITE REG-ALTERACOES FROM WS-LINHA-BRANCO.

           MOVE "EVENTOS NO PERIODO:           " TO WRA-TITULO.
           MOVE WS-QTD-NO-PERIODO TO WRA-QTD.
           WRITE REG-ALTERACOES FROM WS-LINHA-RESUMO.

           MOVE "INCLUSOES:                    " TO WRA-TITULO.
           MOVE WS-QTD-INCLUSOES TO WRA-QTD.
           WRITE REG-ALTERACOES FROM WS-LINHA-RESUMO.

           MOVE "ALTERACOES:                   " TO WRA-TITULO.
           MOVE WS-QTD-ALTERACOES TO WRA-QTD.
           WRITE REG-ALTERACOES FROM WS-LINHA-RESUMO.

           MOVE "  COM DADOS BANCARIOS:        " TO WRA-TITULO.
           MOVE WS-QTD-BANCARIAS TO WRA-QTD.
           WRITE REG-ALTERACOES FROM WS-LINHA-RESUMO.

           MOVE "DESLIGAMENTOS:                " TO WRA-TITULO.
           MOVE WS-QTD-DESLIGAMENTOS TO WRA-QTD.
           WRITE REG-ALTERACOES FROM WS-LINHA-RESUMO.

           MOVE "APROVACOES BANCARIAS:         " TO WRA-TITULO.
           MOVE WS-QTD-APROVACOES TO WRA-QTD.
           WRITE REG-ALTERACOES FROM WS-LINHA-RESUMO.

           WRITE REG-ALTERACOES FROM WS-LINHA-TRACO.

       END PROGRAM EMITIR-ALTERACOES.
