           05  AUD-TIPO                PIC X.
           05  FILLER                  PIC X(1).
           05  AUD-COMPETENCIA         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  AUD-IRPF-ED             PIC X(9).

       FD  DIVERGENCIAS-IMPOSTO.
       01  REG-DIVERGENCIA             PIC X(80).
       01 WS-FIM-TRABALHO             PIC X VALUE "N".
       01 WS-TRABALHO-OK              PIC X VALUE "N".

       01 WS-CLASSE-LOTE              PIC X VALUE "F".
       01 WS-CLASSE-AUDITORIA         PIC X VALUE "F".

       01 WS-QTD-DIVERGENCIAS         PIC 9(4) VALUE 0.
       01 WS-DIF-TOTAL-S              PIC S9(7)V99 VALUE 0,00.

               "CONCILIACAO DO LOTE - COMPETENCIA".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WCD-COMPETENCIA         PIC 9(6).
           05 FILLER                  PIC X(3) VALUE " - ".
           05 WCD-DESC-LOTE           PIC X(20).

       01 WS-LINHA-DIV-MAT.
           05 WDM-MATRICULA           PIC 9(6).
               MOVE WS-TRAILER-DIGITOS-NUM TO WS-TRAILER-TOTAL
           ELSE
               IF REL-MATRICULA-X IS NUMERIC
                   IF REL-TIPO = "RESCIS" OR REL-TIPO = "13 RES" OR
                      REL-TIPO = "FERRES"
                       MOVE "R" TO WS-CLASSE-LOTE
                   END-IF
                   IF REL-TIPO = "RETROA" OR REL-TIPO = "RET 13"
                       MOVE "A" TO WS-CLASSE-LOTE
                   END-IF
                   ADD 1 TO WS-REL-QTD
                   MOVE REL-IMPOSTO-ED TO WS-VALOR-EDITADO
                   PERFORM CONVERTER-VALOR-EDITADO
                       NOT AT END
                           IF AUD-COMPETENCIA IS NUMERIC AND
                              AUD-COMPETENCIA = WS-COMPETENCIA-RUN
                               PERFORM SELECIONAR-AUDITORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-IMPOSTO
           END-IF.

       SELECIONAR-AUDITORIA.

           EVALUATE AUD-TIPO
               WHEN "4"
               WHEN "5"
               WHEN "6"
                   MOVE "R" TO WS-CLASSE-AUDITORIA
               WHEN "7"
               WHEN "8"
                   MOVE "A" TO WS-CLASSE-AUDITORIA
               WHEN OTHER
                   MOVE "F" TO WS-CLASSE-AUDITORIA
           END-EVALUATE.

           IF WS-CLASSE-AUDITORIA = WS-CLASSE-LOTE
               IF WS-CLASSE-LOTE NOT = "R"
                   PERFORM ACUMULAR-AUDITORIA
               ELSE
                   MOVE AUD-MATRICULA TO WS-MATRICULA-BUSCA
                   PERFORM LER-TRABALHO-MATRICULA
                   IF WS-TRAB-NOVO = "N"
                       PERFORM ACUMULAR-AUDITORIA
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-AUDITORIA.

           ADD 1 TO WS-AUD-QTD.
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

           ADD WS-IRPF-REG TO WS-AUD-TOTAL.
               MOVE 0 TO WS-QTD-DIVERGENCIAS

               MOVE WS-COMPETENCIA-RUN TO WCD-COMPETENCIA
               EVALUATE WS-CLASSE-LOTE
                   WHEN "R"
                       MOVE "RESCISAO" TO WCD-DESC-LOTE
                   WHEN "A"
                       MOVE "DISSIDIO RETROATIVO" TO WCD-DESC-LOTE
                   WHEN OTHER
                       MOVE "FOLHA" TO WCD-DESC-LOTE
               END-EVALUATE
               WRITE REG-DIVERGENCIA FROM WS-CAB-DIVERGENCIA
               WRITE REG-DIVERGENCIA FROM WS-LINHA-BRANCO

