               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITADOS.

           SELECT CREDITO-SUPLEMENTAR
               ASSIGN TO "CREDITO-SUPLEMENTAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRED-SUPL.

           SELECT RETORNO-SUPLEMENTAR
               ASSIGN TO "RETORNO-SUPLEMENTAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RET-SUPL.

           SELECT CREDITOS-SUPLEMENTAR
               ASSIGN TO "CREDITOS-SUPLEMENTAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-MATRICULA
               FILE STATUS IS FS-SUPLEMENTAR.

           SELECT REJEITADOS-SUPLEMENTAR
               ASSIGN TO "REJEITADOS-SUPLEMENTAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJ-SUPL.

           SELECT POSICAO-CREDITOS
               ASSIGN TO "POSICAO-CREDITOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POSICAO.

           SELECT CREDITOS-PENDENTES
               ASSIGN TO "CREDITOS-PENDENTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDITO-BANCARIO.
       FD  RELATORIO-REJEITADOS.
       01  REG-REJEITADO               PIC X(100).

       FD  CREDITO-SUPLEMENTAR.
       01  REG-CRED-SUPL.
           05  CSP-TIPO-REG            PIC X.
           05  CSP-MATRICULA           PIC 9(6).
           05  CSP-NOME                PIC X(30).
           05  CSP-VALOR               PIC 9(7)V99.
           05  CSP-BANCO               PIC 9(3).
           05  CSP-AGENCIA             PIC 9(4).
           05  CSP-CONTA               PIC 9(9).
           05  CSP-CPF                 PIC 9(11).
           05  FILLER                  PIC X(7).

       FD  RETORNO-SUPLEMENTAR.
       01  REG-RET-SUPL.
           05  RSP-TIPO-REG            PIC X.
           05  RSP-MATRICULA           PIC 9(6).
           05  RSP-VALOR               PIC 9(7)V99.
           05  RSP-SITUACAO            PIC X.
           05  RSP-MOTIVO              PIC X(30).
           05  FILLER                  PIC X(33).

       FD  CREDITOS-SUPLEMENTAR.
       01  REG-SUPLEMENTAR.
           05  SUP-MATRICULA           PIC 9(6).
           05  SUP-NOME                PIC X(30).
           05  SUP-VALOR               PIC 9(7)V99.
           05  SUP-BANCO               PIC 9(3).
           05  SUP-AGENCIA             PIC 9(4).
           05  SUP-CONTA               PIC 9(9).
           05  SUP-CPF                 PIC 9(11).
           05  SUP-SITUACAO            PIC X(11).
           05  SUP-MOTIVO              PIC X(30).

       FD  REJEITADOS-SUPLEMENTAR.
       01  REG-REJ-SUPL                PIC X(100).

       FD  POSICAO-CREDITOS.
       01  REG-POSICAO                 PIC X(100).

       FD  CREDITOS-PENDENTES.
       01  REG-PENDENTE.
           05  CPD-DATA                PIC 9(8).
           05  CPD-MATRICULA           PIC 9(6).
           05  CPD-NOME                PIC X(30).
           05  CPD-VALOR               PIC 9(7)V99.
           05  CPD-BANCO               PIC 9(3).
           05  CPD-AGENCIA             PIC 9(4).
           05  CPD-CONTA               PIC 9(9).
           05  CPD-CPF                 PIC 9(11).
           05  CPD-SITUACAO            PIC X(11).
           05  CPD-MOTIVO              PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS.
           05 FS-CREDITO              PIC X(2) VALUE "00".
           05 FS-TRABALHO             PIC X(2) VALUE "00".
           05 FS-SITUACAO             PIC X(2) VALUE "00".
           05 FS-REJEITADOS           PIC X(2) VALUE "00".
           05 FS-CRED-SUPL            PIC X(2) VALUE "00".
           05 FS-RET-SUPL             PIC X(2) VALUE "00".
           05 FS-SUPLEMENTAR          PIC X(2) VALUE "00".
           05 FS-REJ-SUPL             PIC X(2) VALUE "00".
           05 FS-POSICAO              PIC X(2) VALUE "00".
           05 FS-PENDENTES            PIC X(2) VALUE "00".

       01 WS-RETORNO                  PIC 9(2) VALUE 0.
       01 WS-OPCAO                    PIC 9 VALUE 0.

       01 WS-QTD-CREDITOS             PIC 9(6) VALUE 0.
       01 WS-QTD-RETORNOS             PIC 9(6) VALUE 0.

       01 WS-CREDITO-ACHADO           PIC X VALUE "N".
       01 WS-FIM-TRABALHO             PIC X VALUE "N".
       01 WS-FIM-SUPLEMENTAR          PIC X VALUE "N".

       01 WS-QTD-NAO-ATUALIZADOS      PIC 9(6) VALUE 0.
       01 WS-QTD-PENDENTES            PIC 9(6) VALUE 0.
       01 WS-QTD-BLOQUEADOS           PIC 9(6) VALUE 0.
       01 WS-QTD-TRANSPORTADOS        PIC 9(6) VALUE 0.
       01 WS-VLR-TRANSPORTADOS        PIC 9(9)V99 VALUE 0,00.

       01 WS-POSICAO-TOTAIS.
           05 WS-POS-QTD-PAGO         PIC 9(6) VALUE 0.
           05 WS-POS-VLR-PAGO         PIC 9(9)V99 VALUE 0,00.
           05 WS-POS-QTD-PAGO-SUPL    PIC 9(6) VALUE 0.
           05 WS-POS-VLR-PAGO-SUPL    PIC 9(9)V99 VALUE 0,00.
           05 WS-POS-QTD-REJEITADO    PIC 9(6) VALUE 0.
           05 WS-POS-VLR-REJEITADO    PIC 9(9)V99 VALUE 0,00.
           05 WS-POS-QTD-BLOQUEADO    PIC 9(6) VALUE 0.
           05 WS-POS-VLR-BLOQUEADO    PIC 9(9)V99 VALUE 0,00.
           05 WS-POS-QTD-REEMITIDO    PIC 9(6) VALUE 0.
           05 WS-POS-VLR-REEMITIDO    PIC 9(9)V99 VALUE 0,00.
           05 WS-POS-QTD-SEM-RETORNO  PIC 9(6) VALUE 0.
           05 WS-POS-VLR-SEM-RETORNO  PIC 9(9)V99 VALUE 0,00.
           05 WS-POS-QTD-TOTAL        PIC 9(6) VALUE 0.
           05 WS-POS-VLR-TOTAL        PIC 9(9)V99 VALUE 0,00.

       01 WS-DATA-SISTEMA             PIC 9(8) VALUE 0.

           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WLR-MOTIVO              PIC X(30).

       01 WS-CAB-REJ-SUPL.
           05 FILLER                  PIC X(32) VALUE
               "CREDITOS SUPLEMENTARES NAO PAGOS".

       01 WS-CAB-POSICAO.
           05 FILLER                  PIC X(35) VALUE
               "POSICAO CONSOLIDADA DOS CREDITOS - ".
           05 WCP-DATA                PIC 9(8).

       01 WS-CAB-PENDENTES.
           05 FILLER                  PIC X(45) VALUE
               "CREDITOS BLOQUEADOS DE RETORNOS ANTERIORES - ".
           05 FILLER                  PIC X(22) VALUE
               "CREDITOS-PENDENTES.TXT".

       01 WS-LINHA-DIVERGENCIA.
           05 WLD-MATRICULA           PIC 9(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WRS-TITULO              PIC X(30).
           05 WRS-QTD                 PIC ZZZZZ9.

       01 WS-LINHA-RESUMO-VALOR.
           05 WRV-TITULO              PIC X(30).
           05 WRV-QTD                 PIC ZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WRV-VALOR               PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           DISPLAY "1 - Retorno do credito da folha "
               "(RETORNO-BANCARIO.TXT)".
           DISPLAY "2 - Retorno do credito suplementar "
               "(RETORNO-SUPLEMENTAR.TXT)".
           DISPLAY "Digite a opcao: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM PROCESSA-RETORNO-FOLHA
               WHEN 2
                   PERFORM PROCESSA-RETORNO-SUPLEMENTAR
               WHEN OTHER
                   DISPLAY "Opcao invalida"
                   MOVE 8 TO WS-RETORNO
           END-EVALUATE.

           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.

       PROCESSA-RETORNO-FOLHA.

           PERFORM VERIFICAR-PENDENCIAS-TRABALHO.

           IF WS-RETORNO = 0
               PERFORM CARREGAR-CREDITOS
           END-IF.

           IF WS-RETORNO = 0
               PERFORM PROCESSAR-RETORNO
               PERFORM GRAVAR-RESULTADO
           END-IF.

       VERIFICAR-PENDENCIAS-TRABALHO.

           MOVE 0 TO WS-QTD-PENDENTES.
           MOVE 0 TO WS-QTD-BLOQUEADOS.

           OPEN INPUT CREDITOS-TRABALHO.
           IF FS-TRABALHO NOT = "00" AND FS-TRABALHO NOT = "35"
               DISPLAY "Nao foi possivel abrir CREDITOS-TRABALHO.DAT, "
                   "status ", FS-TRABALHO
               MOVE 8 TO WS-RETORNO
           END-IF.

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
                           IF TRB-SITUACAO = "REJEITADO" OR
                              TRB-SITUACAO = "REEMITIDO"
                               DISPLAY "Matricula ", TRB-MATRICULA,
                                   " com credito ", TRB-SITUACAO
                               ADD 1 TO WS-QTD-PENDENTES
                           END-IF
                           IF TRB-SITUACAO = "BLOQUEADO"
                               ADD 1 TO WS-QTD-BLOQUEADOS
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CREDITOS-TRABALHO
           END-IF.

           IF WS-QTD-PENDENTES > 0
               DISPLAY "Retorno recusado: CREDITOS-TRABALHO.DAT tem ",
                   WS-QTD-PENDENTES, " credito(s) ainda nao "
                   "resolvido(s)."
               DISPLAY "Conclua o credito suplementar e o retorno "
                   "suplementar antes de um novo retorno da folha."
               MOVE 8 TO WS-RETORNO
           END-IF.

       TRANSPORTAR-BLOQUEADOS.

           MOVE 0 TO WS-QTD-TRANSPORTADOS.

           OPEN EXTEND CREDITOS-PENDENTES.
           IF FS-PENDENTES NOT = "00"
               OPEN OUTPUT CREDITOS-PENDENTES
           END-IF.

           IF FS-PENDENTES NOT = "00"
               DISPLAY "Nao foi possivel abrir CREDITOS-PENDENTES.TXT, "
                   "status ", FS-PENDENTES
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN INPUT CREDITOS-TRABALHO
               IF FS-TRABALHO NOT = "00"
                   DISPLAY "Nao foi possivel abrir "
                       "CREDITOS-TRABALHO.DAT, status ", FS-TRABALHO
                   MOVE 8 TO WS-RETORNO
               ELSE
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
                               IF TRB-SITUACAO = "BLOQUEADO"
                                   PERFORM GRAVAR-CREDITO-PENDENTE
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE CREDITOS-TRABALHO
               END-IF
               CLOSE CREDITOS-PENDENTES
           END-IF.

           IF WS-RETORNO = 0
               DISPLAY WS-QTD-TRANSPORTADOS, " credito(s) BLOQUEADO(s) "
                   "transportado(s) para CREDITOS-PENDENTES.TXT"
           ELSE
               DISPLAY "Retorno recusado: creditos bloqueados nao "
                   "puderam ser preservados."
           END-IF.

       GRAVAR-CREDITO-PENDENTE.

           MOVE WS-DATA-SISTEMA TO CPD-DATA.
           MOVE TRB-MATRICULA TO CPD-MATRICULA.
           MOVE TRB-NOME TO CPD-NOME.
           MOVE TRB-VALOR TO CPD-VALOR.
           MOVE TRB-BANCO TO CPD-BANCO.
           MOVE TRB-AGENCIA TO CPD-AGENCIA.
           MOVE TRB-CONTA TO CPD-CONTA.
           MOVE TRB-CPF TO CPD-CPF.
           MOVE TRB-SITUACAO TO CPD-SITUACAO.
           MOVE TRB-MOTIVO TO CPD-MOTIVO.
           WRITE REG-PENDENTE.
           IF FS-PENDENTES NOT = "00"
               DISPLAY "Erro ao gravar CREDITOS-PENDENTES.TXT, "
                   "matricula ", TRB-MATRICULA, " status ",
                   FS-PENDENTES
               MOVE 8 TO WS-RETORNO
               MOVE "S" TO WS-FIM-TRABALHO
           ELSE
               ADD 1 TO WS-QTD-TRANSPORTADOS
           END-IF.

       CARREGAR-CREDITOS.

                   "status ", FS-CREDITO
               MOVE 8 TO WS-RETORNO
           ELSE
               IF WS-QTD-BLOQUEADOS > 0
                   PERFORM TRANSPORTAR-BLOQUEADOS
               END-IF
               IF WS-RETORNO = 0
                   OPEN OUTPUT CREDITOS-TRABALHO
               END-IF
               IF WS-RETORNO NOT = 0 OR FS-TRABALHO NOT = "00"
                   IF WS-RETORNO = 0
                       DISPLAY "Nao foi possivel criar "
                           "CREDITOS-TRABALHO.DAT, status ",
                           FS-TRABALHO
                       MOVE 8 TO WS-RETORNO
                   END-IF
                   CLOSE CREDITO-BANCARIO
               ELSE
                   PERFORM UNTIL FS-CREDITO NOT = "00"

           WRITE REG-REJEITADO FROM WS-LINHA-TRACO.

       PROCESSA-RETORNO-SUPLEMENTAR.

           PERFORM CARREGAR-CREDITOS-SUPL.

           IF WS-RETORNO = 0
               PERFORM PROCESSAR-RETORNO-SUPL
           END-IF.

           IF WS-RETORNO = 0
               PERFORM ATUALIZAR-CREDITOS-FOLHA
           END-IF.

           IF WS-RETORNO = 0
               PERFORM GRAVAR-POSICAO-CONSOLIDADA
           END-IF.

       CARREGAR-CREDITOS-SUPL.

           OPEN INPUT CREDITO-SUPLEMENTAR.
           IF FS-CRED-SUPL NOT = "00"
               DISPLAY "Nao foi possivel abrir CREDITO-SUPLEMENTAR.TXT,"
                   " status ", FS-CRED-SUPL
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN OUTPUT CREDITOS-SUPLEMENTAR
               IF FS-SUPLEMENTAR NOT = "00"
                   DISPLAY "Nao foi possivel criar "
                       "CREDITOS-SUPLEMENTAR.DAT, status ",
                       FS-SUPLEMENTAR
                   MOVE 8 TO WS-RETORNO
                   CLOSE CREDITO-SUPLEMENTAR
               ELSE
                   PERFORM UNTIL FS-CRED-SUPL NOT = "00"
                       READ CREDITO-SUPLEMENTAR
                           AT END
                               MOVE "10" TO FS-CRED-SUPL
                           NOT AT END
                               IF CSP-TIPO-REG = "D"
                                   PERFORM GRAVAR-CREDITO-SUPL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CREDITO-SUPLEMENTAR
                   CLOSE CREDITOS-SUPLEMENTAR

                   IF WS-QTD-CREDITOS = 0
                       DISPLAY "Arquivo de credito suplementar sem "
                           "detalhes."
                       MOVE 4 TO WS-RETORNO
                   END-IF
               END-IF
           END-IF.

       GRAVAR-CREDITO-SUPL.

           MOVE CSP-MATRICULA TO SUP-MATRICULA.
           MOVE CSP-NOME TO SUP-NOME.
           MOVE CSP-VALOR TO SUP-VALOR.
           MOVE CSP-BANCO TO SUP-BANCO.
           MOVE CSP-AGENCIA TO SUP-AGENCIA.
           MOVE CSP-CONTA TO SUP-CONTA.
           MOVE CSP-CPF TO SUP-CPF.
           MOVE "SEM RETORNO" TO SUP-SITUACAO.
           MOVE SPACES TO SUP-MOTIVO.

           WRITE REG-SUPLEMENTAR
               INVALID KEY
                   DISPLAY "Credito suplementar duplicado para a "
                       "matricula ", CSP-MATRICULA, ", detalhe "
                       "ignorado."
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CREDITOS
           END-WRITE.

       PROCESSAR-RETORNO-SUPL.

           OPEN INPUT RETORNO-SUPLEMENTAR.
           IF FS-RET-SUPL NOT = "00"
               DISPLAY "Nao foi possivel abrir RETORNO-SUPLEMENTAR.TXT,"
                   " status ", FS-RET-SUPL
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN I-O CREDITOS-SUPLEMENTAR
               OPEN OUTPUT REJEITADOS-SUPLEMENTAR

               WRITE REG-REJ-SUPL FROM WS-CAB-REJ-SUPL
               WRITE REG-REJ-SUPL FROM WS-LINHA-BRANCO

               PERFORM UNTIL FS-RET-SUPL NOT = "00"
                   READ RETORNO-SUPLEMENTAR
                       AT END
                           MOVE "10" TO FS-RET-SUPL
                       NOT AT END
                           IF RSP-TIPO-REG = "D"
                               ADD 1 TO WS-QTD-RETORNOS
                               PERFORM BAIXAR-CREDITO-SUPL
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE RETORNO-SUPLEMENTAR
               CLOSE CREDITOS-SUPLEMENTAR

               IF WS-QTD-RETORNOS = 0
                   DISPLAY "Arquivo de retorno suplementar sem "
                       "detalhes."
                   MOVE 4 TO WS-RETORNO
                   CLOSE REJEITADOS-SUPLEMENTAR
               END-IF
           END-IF.

       BAIXAR-CREDITO-SUPL.

           MOVE "N" TO WS-CREDITO-ACHADO.
           MOVE RSP-MATRICULA TO SUP-MATRICULA.

           READ CREDITOS-SUPLEMENTAR
               INVALID KEY
                   MOVE RSP-MATRICULA TO WLD-MATRICULA
                   MOVE "RETORNO SEM CREDITO SUPLEMENTAR"
                       TO WLD-MOTIVO
                   WRITE REG-REJ-SUPL FROM WS-LINHA-DIVERGENCIA
                   ADD 1 TO WS-QTD-SEM-CREDITO
               NOT INVALID KEY
                   MOVE "S" TO WS-CREDITO-ACHADO
           END-READ.

           IF WS-CREDITO-ACHADO = "S"
               COMPUTE WS-DIF-VALOR-S = RSP-VALOR - SUP-VALOR
               IF WS-DIF-VALOR-S > 0,05 OR WS-DIF-VALOR-S < -0,05
                   MOVE "REJEITADO" TO SUP-SITUACAO
                   MOVE "VALOR DO RETORNO DIVERGE" TO SUP-MOTIVO
               ELSE
                   IF RSP-SITUACAO = "P"
                       MOVE "PAGO" TO SUP-SITUACAO
                       MOVE SPACES TO SUP-MOTIVO
                   ELSE
                       MOVE "REJEITADO" TO SUP-SITUACAO
                       MOVE RSP-MOTIVO TO SUP-MOTIVO
                   END-IF
               END-IF
               REWRITE REG-SUPLEMENTAR
                   INVALID KEY
                       DISPLAY "Erro ao regravar matricula ",
                           SUP-MATRICULA, " status ", FS-SUPLEMENTAR
               END-REWRITE
           END-IF.

       ATUALIZAR-CREDITOS-FOLHA.

           OPEN I-O CREDITOS-TRABALHO.
           IF FS-TRABALHO NOT = "00"
               DISPLAY "Nao foi possivel abrir CREDITOS-TRABALHO.DAT, "
                   "status ", FS-TRABALHO
               MOVE 8 TO WS-RETORNO
               CLOSE REJEITADOS-SUPLEMENTAR
           ELSE
               OPEN INPUT CREDITOS-SUPLEMENTAR

               MOVE 0 TO SUP-MATRICULA
               START CREDITOS-SUPLEMENTAR KEY NOT < SUP-MATRICULA
                   INVALID KEY
                       MOVE "S" TO WS-FIM-SUPLEMENTAR
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-SUPLEMENTAR
               END-START

               PERFORM UNTIL WS-FIM-SUPLEMENTAR = "S"
                   READ CREDITOS-SUPLEMENTAR NEXT
                       AT END
                           MOVE "S" TO WS-FIM-SUPLEMENTAR
                       NOT AT END
                           PERFORM ATUALIZAR-CREDITO-ORIGINAL
                   END-READ
               END-PERFORM

               PERFORM GRAVAR-RESUMO-REJ-SUPL

               CLOSE CREDITOS-SUPLEMENTAR
               CLOSE CREDITOS-TRABALHO
               CLOSE REJEITADOS-SUPLEMENTAR

               DISPLAY "Creditos suplementares:", WS-QTD-CREDITOS
               DISPLAY "Retornos processados:  ", WS-QTD-RETORNOS
               DISPLAY "Creditos pagos:        ", WS-QTD-PAGOS
               DISPLAY "Creditos rejeitados:   ", WS-QTD-REJEITADOS
               DISPLAY "Creditos sem retorno:  ", WS-QTD-SEM-RETORNO
               DISPLAY "Retornos sem credito:  ", WS-QTD-SEM-CREDITO
               DISPLAY "Rejeitados gravados em "
                   "REJEITADOS-SUPLEMENTAR.TXT"
           END-IF.

       ATUALIZAR-CREDITO-ORIGINAL.

           EVALUATE SUP-SITUACAO
               WHEN "PAGO"
                   ADD 1 TO WS-QTD-PAGOS
               WHEN "REJEITADO"
                   ADD 1 TO WS-QTD-REJEITADOS
                   PERFORM GRAVAR-LINHA-REJ-SUPL
               WHEN OTHER
                   ADD 1 TO WS-QTD-SEM-RETORNO
                   MOVE "SEM RETORNO DO BANCO" TO SUP-MOTIVO
                   PERFORM GRAVAR-LINHA-REJ-SUPL
           END-EVALUATE.

           MOVE "N" TO WS-CREDITO-ACHADO.
           MOVE SUP-MATRICULA TO TRB-MATRICULA.

           READ CREDITOS-TRABALHO
               INVALID KEY
                   MOVE SUP-MATRICULA TO WLD-MATRICULA
                   MOVE "SUPLEMENTAR SEM CREDITO DA FOLHA"
                       TO WLD-MOTIVO
                   WRITE REG-REJ-SUPL FROM WS-LINHA-DIVERGENCIA
                   ADD 1 TO WS-QTD-NAO-ATUALIZADOS
               NOT INVALID KEY
                   MOVE "S" TO WS-CREDITO-ACHADO
           END-READ.

           IF WS-CREDITO-ACHADO = "S"
               IF TRB-SITUACAO NOT = "REEMITIDO"
                   MOVE SUP-MATRICULA TO WLD-MATRICULA
                   MOVE "CREDITO DA FOLHA NAO ESTAVA REEMITIDO"
                       TO WLD-MOTIVO
                   WRITE REG-REJ-SUPL FROM WS-LINHA-DIVERGENCIA
                   ADD 1 TO WS-QTD-NAO-ATUALIZADOS
               ELSE
                   EVALUATE SUP-SITUACAO
                       WHEN "PAGO"
                           MOVE "PAGO SUPL" TO TRB-SITUACAO
                           MOVE SPACES TO TRB-MOTIVO
                       WHEN "REJEITADO"
                           MOVE "REJEITADO" TO TRB-SITUACAO
                           MOVE SUP-MOTIVO TO TRB-MOTIVO
                       WHEN OTHER
                           MOVE "SEM RETORNO" TO TRB-SITUACAO
                           MOVE "SUPLEMENTAR SEM RETORNO"
                               TO TRB-MOTIVO
                   END-EVALUATE
                   REWRITE REG-TRABALHO
                       INVALID KEY
                           DISPLAY "Erro ao regravar matricula ",
                               TRB-MATRICULA, " status ", FS-TRABALHO
                   END-REWRITE
               END-IF
           END-IF.

       GRAVAR-LINHA-REJ-SUPL.

           MOVE SUP-MATRICULA TO WLR-MATRICULA.
           MOVE SUP-NOME TO WLR-NOME.
           MOVE SUP-VALOR TO WLR-VALOR.
           MOVE SUP-BANCO TO WLR-BANCO.
           MOVE SUP-AGENCIA TO WLR-AGENCIA.
           MOVE SUP-CONTA TO WLR-CONTA.
           MOVE SUP-MOTIVO TO WLR-MOTIVO.
           WRITE REG-REJ-SUPL FROM WS-LINHA-REJEITADO.

       GRAVAR-RESUMO-REJ-SUPL.

           WRITE REG-REJ-SUPL FROM WS-LINHA-BRANCO.

           MOVE "CREDITOS REJEITADOS:          " TO WRS-TITULO.
           MOVE WS-QTD-REJEITADOS TO WRS-QTD.
           WRITE REG-REJ-SUPL FROM WS-LINHA-RESUMO.

           MOVE "CREDITOS SEM RETORNO:         " TO WRS-TITULO.
           MOVE WS-QTD-SEM-RETORNO TO WRS-QTD.
           WRITE REG-REJ-SUPL FROM WS-LINHA-RESUMO.

           MOVE "RETORNOS SEM CREDITO EMITIDO: " TO WRS-TITULO.
           MOVE WS-QTD-SEM-CREDITO TO WRS-QTD.
           WRITE REG-REJ-SUPL FROM WS-LINHA-RESUMO.

           MOVE "CREDITOS DA FOLHA NAO BAIXADOS" TO WRS-TITULO.
           MOVE WS-QTD-NAO-ATUALIZADOS TO WRS-QTD.
           WRITE REG-REJ-SUPL FROM WS-LINHA-RESUMO.

           WRITE REG-REJ-SUPL FROM WS-LINHA-TRACO.

       GRAVAR-POSICAO-CONSOLIDADA.

           OPEN INPUT CREDITOS-TRABALHO.
           OPEN OUTPUT POSICAO-CREDITOS.

           MOVE WS-DATA-SISTEMA TO WCP-DATA.
           WRITE REG-POSICAO FROM WS-CAB-POSICAO.
           WRITE REG-POSICAO FROM WS-LINHA-BRANCO.

           MOVE 0 TO TRB-MATRICULA.
           START CREDITOS-TRABALHO KEY NOT < TRB-MATRICULA
               INVALID KEY
                   MOVE "S" TO WS-FIM-TRABALHO
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-TRABALHO
           END-START.

           PERFORM UNTIL WS-FIM-TRABALHO = "S"
               READ CREDITOS-TRABALHO NEXT
                   AT END
                       MOVE "S" TO WS-FIM-TRABALHO
                   NOT AT END
                       PERFORM GRAVAR-LINHA-POSICAO
               END-READ
           END-PERFORM.

           PERFORM GRAVAR-RESUMO-POSICAO.
           PERFORM GRAVAR-POSICAO-PENDENTES.

           CLOSE CREDITOS-TRABALHO.
           CLOSE POSICAO-CREDITOS.

           IF WS-POS-QTD-PAGO + WS-POS-QTD-PAGO-SUPL
              NOT = WS-POS-QTD-TOTAL
               MOVE 4 TO WS-RETORNO
           END-IF.

           DISPLAY "Creditos da folha:     ", WS-POS-QTD-TOTAL.
           DISPLAY "Pagos na folha:        ", WS-POS-QTD-PAGO.
           DISPLAY "Pagos no suplementar:  ", WS-POS-QTD-PAGO-SUPL.
           DISPLAY "Posicao gravada em POSICAO-CREDITOS.TXT".

       GRAVAR-LINHA-POSICAO.

           MOVE TRB-MATRICULA TO WLS-MATRICULA.
           MOVE TRB-NOME TO WLS-NOME.
           MOVE TRB-VALOR TO WLS-VALOR.
           MOVE TRB-SITUACAO TO WLS-SITUACAO.
           MOVE TRB-MOTIVO TO WLS-MOTIVO.
           WRITE REG-POSICAO FROM WS-LINHA-SITUACAO.

           ADD 1 TO WS-POS-QTD-TOTAL.
           ADD TRB-VALOR TO WS-POS-VLR-TOTAL.

           EVALUATE TRB-SITUACAO
               WHEN "PAGO"
                   ADD 1 TO WS-POS-QTD-PAGO
                   ADD TRB-VALOR TO WS-POS-VLR-PAGO
               WHEN "PAGO SUPL"
                   ADD 1 TO WS-POS-QTD-PAGO-SUPL
                   ADD TRB-VALOR TO WS-POS-VLR-PAGO-SUPL
               WHEN "REJEITADO"
                   ADD 1 TO WS-POS-QTD-REJEITADO
                   ADD TRB-VALOR TO WS-POS-VLR-REJEITADO
               WHEN "BLOQUEADO"
                   ADD 1 TO WS-POS-QTD-BLOQUEADO
                   ADD TRB-VALOR TO WS-POS-VLR-BLOQUEADO
               WHEN "REEMITIDO"
                   ADD 1 TO WS-POS-QTD-REEMITIDO
                   ADD TRB-VALOR TO WS-POS-VLR-REEMITIDO
               WHEN OTHER
                   ADD 1 TO WS-POS-QTD-SEM-RETORNO
                   ADD TRB-VALOR TO WS-POS-VLR-SEM-RETORNO
           END-EVALUATE.

       GRAVAR-RESUMO-POSICAO.

           WRITE REG-POSICAO FROM WS-LINHA-TRACO.

           MOVE "PAGOS NA FOLHA:               " TO WRV-TITULO.
           MOVE WS-POS-QTD-PAGO TO WRV-QTD.
           MOVE WS-POS-VLR-PAGO TO WRV-VALOR.
           WRITE REG-POSICAO FROM WS-LINHA-RESUMO-VALOR.

           MOVE "PAGOS NO SUPLEMENTAR:         " TO WRV-TITULO.
           MOVE WS-POS-QTD-PAGO-SUPL TO WRV-QTD.
           MOVE WS-POS-VLR-PAGO-SUPL TO WRV-VALOR.
           WRITE REG-POSICAO FROM WS-LINHA-RESUMO-VALOR.

           MOVE "REJEITADOS A REEMITIR:        " TO WRV-TITULO.
           MOVE WS-POS-QTD-REJEITADO TO WRV-QTD.
           MOVE WS-POS-VLR-REJEITADO TO WRV-VALOR.
           WRITE REG-POSICAO FROM WS-LINHA-RESUMO-VALOR.

           MOVE "BLOQUEADOS NO SUPLEMENTAR:    " TO WRV-TITULO.
           MOVE WS-POS-QTD-BLOQUEADO TO WRV-QTD.
           MOVE WS-POS-VLR-BLOQUEADO TO WRV-VALOR.
           WRITE REG-POSICAO FROM WS-LINHA-RESUMO-VALOR.

           MOVE "REEMITIDOS SEM RETORNO:       " TO WRV-TITULO.
           MOVE WS-POS-QTD-REEMITIDO TO WRV-QTD.
           MOVE WS-POS-VLR-REEMITIDO TO WRV-VALOR.
           WRITE REG-POSICAO FROM WS-LINHA-RESUMO-VALOR.

           MOVE "SEM RETORNO DO BANCO:         " TO WRV-TITULO.
           MOVE WS-POS-QTD-SEM-RETORNO TO WRV-QTD.
           MOVE WS-POS-VLR-SEM-RETORNO TO WRV-VALOR.
           WRITE REG-POSICAO FROM WS-LINHA-RESUMO-VALOR.

           MOVE "TOTAL DOS CREDITOS DA FOLHA:  " TO WRV-TITULO.
           MOVE WS-POS-QTD-TOTAL TO WRV-QTD.
           MOVE WS-POS-VLR-TOTAL TO WRV-VALOR.
           WRITE REG-POSICAO FROM WS-LINHA-RESUMO-VALOR.

           WRITE REG-POSICAO FROM WS-LINHA-TRACO.

       GRAVAR-POSICAO-PENDENTES.

           MOVE 0 TO WS-QTD-TRANSPORTADOS.
           MOVE 0,00 TO WS-VLR-TRANSPORTADOS.

           OPEN INPUT CREDITOS-PENDENTES.
           IF FS-PENDENTES = "00"
               WRITE REG-POSICAO FROM WS-LINHA-BRANCO
               WRITE REG-POSICAO FROM WS-CAB-PENDENTES
               WRITE REG-POSICAO FROM WS-LINHA-BRANCO
               PERFORM UNTIL FS-PENDENTES NOT = "00"
                   READ CREDITOS-PENDENTES
                       AT END
                           MOVE "10" TO FS-PENDENTES
                       NOT AT END
                           PERFORM GRAVAR-LINHA-PENDENTE
                   END-READ
               END-PERFORM
               CLOSE CREDITOS-PENDENTES

               WRITE REG-POSICAO FROM WS-LINHA-TRACO
               MOVE "BLOQUEADOS TRANSPORTADOS:     " TO WRV-TITULO
               MOVE WS-QTD-TRANSPORTADOS TO WRV-QTD
               MOVE WS-VLR-TRANSPORTADOS TO WRV-VALOR
               WRITE REG-POSICAO FROM WS-LINHA-RESUMO-VALOR
               WRITE REG-POSICAO FROM WS-LINHA-TRACO
           END-IF.

       GRAVAR-LINHA-PENDENTE.

           MOVE CPD-MATRICULA TO WLS-MATRICULA.
           MOVE CPD-NOME TO WLS-NOME.
           MOVE CPD-VALOR TO WLS-VALOR.
           MOVE CPD-SITUACAO TO WLS-SITUACAO.
           MOVE CPD-MOTIVO TO WLS-MOTIVO.
           WRITE REG-POSICAO FROM WS-LINHA-SITUACAO.

           ADD 1 TO WS-QTD-TRANSPORTADOS.
           ADD CPD-VALOR TO WS-VLR-TRANSPORTADOS.

       END PROGRAM RETORNO-BANCARIO.
