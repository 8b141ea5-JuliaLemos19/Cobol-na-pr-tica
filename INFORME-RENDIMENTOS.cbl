
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-IMPOSTO
               ASSIGN TO DYNAMIC WS-ARQ-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

               RECORD KEY IS ITR-MATRICULA
               FILE STATUS IS FS-TRABALHO.

           SELECT LOG-EXECUCAO ASSIGN TO "LOG-EXECUCAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-IMPOSTO.
           05  AUD-COMPETENCIA.
               10  AUD-COMP-ANO        PIC 9(4).
               10  AUD-COMP-MES        PIC 9(2).
           05  FILLER                  PIC X(1).
           05  AUD-IRPF-ED             PIC X(9).

       FD  INFORME-RENDIMENTOS.
       01  REG-INFORME                 PIC X(80).
           05  ITR-TOT-INSS           PIC 9(8)V99.
           05  ITR-TOT-IRPF           PIC 9(8)V99.

       FD  LOG-EXECUCAO.
       01  REG-LOG                     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS.
           05 FS-AUDITORIA            PIC X(2) VALUE "00".
           05 FS-INFORME              PIC X(2) VALUE "00".
           05 FS-CADASTRO             PIC X(2) VALUE "00".
           05 FS-TRABALHO             PIC X(2) VALUE "00".
           05 FS-LOG                  PIC X(2) VALUE "00".

       01 WS-ARQ-AUDITORIA            PIC X(60)
                                       VALUE "AUDITORIA-IMPOSTO.TXT".
       01 WS-NOME-ARQUIVO-ANUAL.
           05 FILLER                  PIC X(18) VALUE
               "AUDITORIA-IMPOSTO-".
           05 WNA-ANO                 PIC 9(4).
           05 FILLER                  PIC X(4) VALUE ".TXT".
       01 WS-AUDITORIA-ABERTA         PIC X VALUE "N".
       01 WS-QTD-ARQ-LIDOS            PIC 9(1) VALUE 0.

       01 WS-RETORNO                  PIC 9(2) VALUE 0.

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

       01 WS-ANO-ENTRADA.
           05 WS-ANO-TEXTO            PIC X(4).
       PROCEDURE DIVISION.
       INICIO.

           ACCEPT WS-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO FROM TIME.
           MOVE 0 TO WS-RETORNO.

           MOVE "N" TO WS-ANO-VALIDO.
           PERFORM UNTIL WS-ANO-VALIDO = "S"
               DISPLAY "Digite o ano-base do informe (AAAA): "
           PERFORM ABRIR-CADASTRO.
           PERFORM CRIAR-TRABALHO.

           IF FS-TRABALHO NOT = "00"
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE 0 TO WS-QTD-FUNC
               MOVE 0 TO WS-QTD-LIDOS
               MOVE 0 TO WS-QTD-ANO
               MOVE 0 TO WS-QTD-ARQ-LIDOS

               MOVE WS-ANO-INFORME TO WNA-ANO
               MOVE WS-NOME-ARQUIVO-ANUAL TO WS-ARQ-AUDITORIA
               PERFORM LER-AUDITORIA
               IF WS-AUDITORIA-ABERTA = "S"
                   DISPLAY "Lido o arquivo anual ", WS-ARQ-AUDITORIA
               END-IF

               MOVE "AUDITORIA-IMPOSTO.TXT" TO WS-ARQ-AUDITORIA
               PERFORM LER-AUDITORIA
               IF WS-AUDITORIA-ABERTA = "N"
                   DISPLAY "Nao foi possivel abrir "
                       "AUDITORIA-IMPOSTO.TXT"
               END-IF

               IF WS-QTD-ARQ-LIDOS = 0
                   MOVE 8 TO WS-RETORNO
               ELSE
                   IF WS-QTD-ANO = 0
                       DISPLAY "Nenhum registro de auditoria para o "
                           "ano ", WS-ANO-INFORME
                       MOVE 4 TO WS-RETORNO
                   ELSE
                       PERFORM GRAVAR-INFORMES
                   END-IF
               END-IF
           END-IF.

           IF WS-CADASTRO-ABERTO = "S"
               CLOSE CADASTRO-FUNCIONARIOS
           END-IF.
           IF FS-TRABALHO = "00"
               CLOSE INFORME-TRABALHO
           END-IF.

           PERFORM GRAVAR-LOG.

           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.

       LER-AUDITORIA.

           MOVE "N" TO WS-AUDITORIA-ABERTA.
           OPEN INPUT AUDITORIA-IMPOSTO.
           IF FS-AUDITORIA = "00"
               MOVE "S" TO WS-AUDITORIA-ABERTA
               ADD 1 TO WS-QTD-ARQ-LIDOS

               PERFORM UNTIL FS-AUDITORIA NOT = "00"
                   READ AUDITORIA-IMPOSTO
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-IMPOSTO
           END-IF.

       GRAVAR-LOG.

           MOVE "INFORME-RENDIMEN" TO WLG-PROGRAMA.
           MOVE WS-DATA-INICIO TO WLG-DATA-INICIO.
           MOVE WS-HORA-INICIO TO WLG-HORA-INICIO.
           ACCEPT WLG-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT WLG-HORA-FIM FROM TIME.
           MOVE WS-QTD-LIDOS TO WLG-LIDOS.
           MOVE WS-QTD-FUNC TO WLG-GRAVADOS.
           MOVE WS-ANO-INFORME TO WLG-ANO-BASE.
           MOVE WS-RETORNO TO WLG-RETORNO.

           OPEN EXTEND LOG-EXECUCAO.
           IF FS-LOG NOT = "00"
               OPEN OUTPUT LOG-EXECUCAO
           END-IF.
           IF FS-LOG = "00"
               WRITE REG-LOG FROM WS-LINHA-LOG
               CLOSE LOG-EXECUCAO
           END-IF.

       CRIAR-TRABALHO.

           OPEN OUTPUT INFORME-TRABALHO.
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

           PERFORM LOCALIZAR-FUNCIONARIO.

           IF AUD-TIPO = "2" OR AUD-TIPO = "5" OR AUD-TIPO = "8"
               ADD WS-SALARIO-REG TO ITR-13-SALARIO
               ADD WS-INSS-REG TO ITR-13-INSS
               ADD WS-IRPF-REG TO ITR-13-IRPF
           IF FS-INFORME NOT = "00"
               DISPLAY "Nao foi possivel gravar "
                   "INFORME-RENDIMENTOS.TXT"
               MOVE 8 TO WS-RETORNO
           ELSE
               MOVE 0,00 TO WS-EMP-TOT-SALARIO
               MOVE 0,00 TO WS-EMP-TOT-INSS
