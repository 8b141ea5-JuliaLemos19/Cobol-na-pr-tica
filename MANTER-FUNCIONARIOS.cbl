               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS FS-CADASTRO.

           SELECT FOLHA-RESCISAO ASSIGN TO "FOLHA-RESCISAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOLHA-RESCISAO.

           SELECT TERMO-RESCISAO ASSIGN TO "TERMO-RESCISAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TERMO.

           SELECT HISTORICO-CADASTRO
               ASSIGN TO "HISTORICO-CADASTRO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-FUNCIONARIOS.
           05  FUNC-CPF               PIC 9(11).
           05  FUNC-CENTRO-CUSTO      PIC 9(4).

       FD  FOLHA-RESCISAO.
       01  REG-FOLHA.
           05  FOLHA-MATRICULA        PIC 9(6).
           05  FOLHA-NOME             PIC X(30).
           05  FOLHA-SALARIO          PIC 9(5)V99.
           05  FOLHA-DEPENDENTES      PIC 9(2).
           05  FOLHA-INSS             PIC 9(5)V99.
           05  FOLHA-TIPO-PAGAMENTO   PIC X.
           05  FOLHA-COMPETENCIA      PIC 9(6).

       FD  TERMO-RESCISAO.
       01  REG-TERMO                  PIC X(80).

       FD  HISTORICO-CADASTRO.
       01  REG-HISTORICO.
           05  HST-DATA               PIC 9(8).
           05  HST-HORA               PIC 9(8).
           05  HST-OPERADOR           PIC X(8).
           05  HST-OPERACAO           PIC X.
           05  HST-MATRICULA          PIC 9(6).
           05  HST-BANCARIO           PIC X.
           05  HST-ANTES              PIC X(78).
           05  HST-DEPOIS             PIC X(78).

       WORKING-STORAGE SECTION.
       77 WS-MATRICULA                PIC 9(6) VALUE 0.

                                       PIC 9(4).
       01 WS-CCUSTO-VALIDO            PIC X VALUE "N".

       01 WS-DESLIG-ENTRADA.
           05 WS-DESLIG-TEXTO         PIC X(8).
       01 WS-DESLIG-NUM REDEFINES WS-DESLIG-ENTRADA
                                       PIC 9(8).
       01 WS-DESLIG-PARTES REDEFINES WS-DESLIG-ENTRADA.
           05 WS-DESLIG-ANO           PIC 9(4).
           05 WS-DESLIG-MES           PIC 9(2).
           05 WS-DESLIG-DIA           PIC 9(2).
       01 WS-DESLIG-VALIDA            PIC X VALUE "N".

       01 WS-ADMISSAO.
           05 WS-ADM-ANO              PIC 9(4).
           05 WS-ADM-MES              PIC 9(2).
           05 WS-ADM-DIA              PIC 9(2).

       01 WS-MOTIVO-ENTRADA.
           05 WS-MOTIVO-TEXTO         PIC X(1).
       01 WS-MOTIVO-NUM REDEFINES WS-MOTIVO-ENTRADA
                                       PIC 9(1).
       01 WS-MOTIVO-VALIDO            PIC X VALUE "N".
       01 WS-DESC-MOTIVO              PIC X(30) VALUE SPACES.

       01 WS-SALARIO-ENTRADA.
           05 WS-SALARIO-TEXTO        PIC X(7).
       01 WS-SALARIO-NUM REDEFINES WS-SALARIO-ENTRADA
                                       PIC 9(5)V99.
       01 WS-SALARIO-VALIDO           PIC X VALUE "N".

       01 WS-TABELA-ULTIMO-DIA.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-TABELA-ULTIMO-DIA-R REDEFINES WS-TABELA-ULTIMO-DIA.
           05 WS-ULTIMO-DIA-MES       PIC 9(2) OCCURS 12 TIMES.

       01 WS-ULTIMO-DIA               PIC 9(2) VALUE 0.
       01 WS-RESTO-4                  PIC 9(4) VALUE 0.
       01 WS-RESTO-100                PIC 9(4) VALUE 0.
       01 WS-RESTO-400                PIC 9(4) VALUE 0.
       01 WS-QUOC-4                   PIC 9(4) VALUE 0.
       01 WS-QUOC-100                 PIC 9(4) VALUE 0.
       01 WS-QUOC-400                 PIC 9(4) VALUE 0.

       01 WS-DIAS-SALDO               PIC 9(2) VALUE 0.
       01 WS-DIAS-MES-ADMISSAO        PIC 9(2) VALUE 0.
       01 WS-MES-INICIO-13            PIC 9(2) VALUE 0.
       01 WS-AVOS-13                  PIC S9(2) VALUE 0.
       01 WS-AVOS-FERIAS              PIC S9(3) VALUE 0.
       01 WS-QTD-AVOS-13              PIC 9(2) VALUE 0.
       01 WS-QTD-AVOS-FERIAS          PIC 9(2) VALUE 0.
       01 WS-ANO-AQUISITIVO           PIC 9(4) VALUE 0.
       01 WS-DIAS-FRACAO              PIC 9(2) VALUE 0.
       01 WS-COMPETENCIA-RESCISAO     PIC 9(6) VALUE 0.

       01 WS-VALOR-SALDO              PIC 9(5)V99 VALUE 0,00.
       01 WS-VALOR-13                 PIC 9(5)V99 VALUE 0,00.
       01 WS-VALOR-FERIAS             PIC 9(5)V99 VALUE 0,00.
       01 WS-VALOR-TERCO              PIC 9(5)V99 VALUE 0,00.
       01 WS-TOTAL-RESCISAO           PIC 9(6)V99 VALUE 0,00.

       01 WS-TERMO-CABECALHO.
           05 FILLER                  PIC X(18) VALUE
               "TERMO DE RESCISAO ".
           05 WTC-MATRICULA           PIC 9(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WTC-NOME                PIC X(30).

       01 WS-TERMO-DATAS.
           05 FILLER                  PIC X(10) VALUE "ADMISSAO: ".
           05 WTD-ADMISSAO            PIC 9(8).
           05 FILLER                  PIC X(16) VALUE
               "  DESLIGAMENTO: ".
           05 WTD-DESLIGAMENTO        PIC 9(8).
           05 FILLER                  PIC X(15) VALUE
               "  COMPETENCIA: ".
           05 WTD-COMPETENCIA         PIC 9(6).

       01 WS-TERMO-MOTIVO.
           05 FILLER                  PIC X(8) VALUE "MOTIVO: ".
           05 WTM-MOTIVO              PIC 9.
           05 FILLER                  PIC X(3) VALUE " - ".
           05 WTM-DESCRICAO           PIC X(30).

       01 WS-TERMO-VALOR.
           05 WTV-TITULO              PIC X(26).
           05 WTV-QTD                 PIC Z9 BLANK WHEN ZERO.
           05 WTV-UNIDADE             PIC X(6).
           05 WTV-VALOR               PIC ZZZ.ZZ9,99.

       01 WS-LINHA-TRACO              PIC X(80) VALUE ALL "-".

       01 WS-FILE-STATUS.
           05 FS-CADASTRO             PIC X(2) VALUE "00".
           05 FS-FOLHA-RESCISAO       PIC X(2) VALUE "00".
           05 FS-TERMO                PIC X(2) VALUE "00".
           05 FS-HISTORICO            PIC X(2) VALUE "00".

       01 WS-OPCAO                    PIC 9 VALUE 0.
       01 WS-ENCERRAR                 PIC X VALUE "N".
       01 WS-REGISTRO-LIDO            PIC X VALUE "N".

       01 WS-OPERADOR                 PIC X(8) VALUE SPACES.
       01 WS-OPERACAO-HIST            PIC X VALUE SPACE.
       01 WS-ALTERACAO-BANCARIA       PIC X VALUE "N".
       01 WS-PENDENTE                 PIC X VALUE "N".
       01 WS-HISTORICO-OK             PIC X VALUE "N".
       01 WS-MOVIMENTO-OK             PIC X VALUE "N".
       01 WS-ALTEROU-OPERADOR         PIC X VALUE "N".
       01 WS-OPERADOR-ALTERACAO       PIC X(8) VALUE SPACES.
       01 WS-DATA-ALTERACAO           PIC 9(8) VALUE 0.
       01 WS-CONFIRMA                 PIC X VALUE "N".

       01 WS-FUNC-ANTES.
           05 WFA-MATRICULA           PIC 9(6).
           05 WFA-NOME                PIC X(30).
           05 WFA-DATA-ADMISSAO       PIC 9(8).
           05 WFA-DEPENDENTES         PIC 9(2).
           05 WFA-SITUACAO            PIC X.
           05 WFA-BANCO               PIC 9(3).
           05 WFA-AGENCIA             PIC 9(4).
           05 WFA-CONTA               PIC 9(9).
           05 WFA-CPF                 PIC 9(11).
           05 WFA-CENTRO-CUSTO        PIC 9(4).

       PROCEDURE DIVISION.
       INICIO.

               DISPLAY "Nao foi possivel abrir "
                   "CADASTRO-FUNCIONARIOS.DAT, status ", FS-CADASTRO
           ELSE
               PERFORM PEDIR-OPERADOR
               PERFORM UNTIL WS-ENCERRAR = "S"
                   DISPLAY "1 - Incluir funcionario"
                   DISPLAY "2 - Alterar funcionario"
                   DISPLAY "3 - Desligar funcionario"
                   DISPLAY "4 - Aprovar alteracao bancaria"
                   DISPLAY "9 - Encerrar"
                   DISPLAY "Digite a opcao: "
                   ACCEPT WS-OPCAO
                           PERFORM ALTERAR-FUNCIONARIO
                       WHEN 3
                           PERFORM DESLIGAR-FUNCIONARIO
                       WHEN 4
                           PERFORM APROVAR-ALTERACAO-BANCARIA
                       WHEN 9
                           MOVE "S" TO WS-ENCERRAR
                       WHEN OTHER
               OPEN I-O CADASTRO-FUNCIONARIOS
           END-IF.

       PEDIR-OPERADOR.

           MOVE SPACES TO WS-OPERADOR.
           PERFORM UNTIL WS-OPERADOR NOT = SPACES
               DISPLAY "Digite o codigo do operador (ate 8 "
                   "posicoes): "
               ACCEPT WS-OPERADOR
               IF WS-OPERADOR = SPACES
                   DISPLAY "Codigo do operador e obrigatorio."
               END-IF
           END-PERFORM.

       PEDIR-MATRICULA.

           MOVE "N" TO WS-MATRICULA-VALIDA.
                       DISPLAY "Erro ao gravar matricula ",
                           WS-MATRICULA, " status ", FS-CADASTRO
                   NOT INVALID KEY
                       MOVE SPACES TO WS-FUNC-ANTES
                       MOVE "I" TO WS-OPERACAO-HIST
                       MOVE "N" TO WS-ALTERACAO-BANCARIA
                       PERFORM GRAVAR-HISTORICO
                       IF WS-HISTORICO-OK = "S"
                           DISPLAY "Funcionario incluido."
                       ELSE
                           PERFORM DESFAZER-INCLUSAO
                       END-IF
               END-WRITE
           END-IF.

           IF WS-REGISTRO-LIDO = "N"
               DISPLAY "Matricula ", WS-MATRICULA, " nao cadastrada."
           ELSE
               MOVE REG-FUNCIONARIO TO WS-FUNC-ANTES
               DISPLAY "Nome atual: ", FUNC-NOME
               PERFORM PEDIR-NOME
               DISPLAY "Dependentes atuais: ", FUNC-DEPENDENTES
                       DISPLAY "Erro ao regravar matricula ",
                           WS-MATRICULA, " status ", FS-CADASTRO
                   NOT INVALID KEY
                       PERFORM REGISTRAR-ALTERACAO
                       IF WS-HISTORICO-OK = "S"
                           DISPLAY "Funcionario alterado."
                       ELSE
                           PERFORM DESFAZER-ALTERACAO
                       END-IF
               END-REWRITE
           END-IF.

       DESFAZER-ALTERACAO.

           MOVE WS-FUNC-ANTES TO REG-FUNCIONARIO.
           REWRITE REG-FUNCIONARIO
               INVALID KEY
                   DISPLAY "Erro ao restaurar matricula ",
                       WS-MATRICULA, " status ", FS-CADASTRO
               NOT INVALID KEY
                   DISPLAY "Alteracao desfeita: historico do cadastro "
                       "nao gravado."
           END-REWRITE.

       DESFAZER-INCLUSAO.

           DELETE CADASTRO-FUNCIONARIOS RECORD
               INVALID KEY
                   DISPLAY "Erro ao excluir matricula ",
                       WS-MATRICULA, " status ", FS-CADASTRO
               NOT INVALID KEY
                   DISPLAY "Inclusao desfeita: historico do cadastro "
                       "nao gravado."
           END-DELETE.

       DESLIGAR-FUNCIONARIO.

           PERFORM PEDIR-MATRICULA.
               IF FUNC-SITUACAO = "D"
                   DISPLAY "Funcionario ja esta desligado."
               ELSE
                   MOVE REG-FUNCIONARIO TO WS-FUNC-ANTES
                   MOVE FUNC-DATA-ADMISSAO TO WS-ADMISSAO
                   PERFORM PEDIR-DATA-DESLIGAMENTO
                   PERFORM PEDIR-MOTIVO-DESLIGAMENTO
                   PERFORM PEDIR-SALARIO-RESCISAO
                   PERFORM CALCULAR-RESCISAO

                   PERFORM GRAVAR-MOVIMENTO-RESCISAO
                   IF WS-MOVIMENTO-OK NOT = "S"
                       DISPLAY "Desligamento nao gravado."
                   ELSE
                       MOVE "D" TO FUNC-SITUACAO
                       REWRITE REG-FUNCIONARIO
                           INVALID KEY
                               DISPLAY "Erro ao regravar matricula ",
                                   WS-MATRICULA, " status ",
                                   FS-CADASTRO
                               DISPLAY "Verbas ja gravadas em "
                                   "FOLHA-RESCISAO.TXT, verifique "
                                   "antes de repetir o desligamento."
                           NOT INVALID KEY
                               MOVE "D" TO WS-OPERACAO-HIST
                               MOVE "N" TO WS-ALTERACAO-BANCARIA
                               PERFORM GRAVAR-HISTORICO
                               IF WS-HISTORICO-OK = "S"
                                   DISPLAY "Funcionario desligado."
                                   PERFORM GRAVAR-TERMO-RESCISAO
                               ELSE
                                   PERFORM DESFAZER-ALTERACAO
                                   DISPLAY "Verbas ja gravadas em "
                                       "FOLHA-RESCISAO.TXT, verifique "
                                       "antes de repetir o "
                                       "desligamento."
                               END-IF
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       REGISTRAR-ALTERACAO.

           IF FUNC-BANCO NOT = WFA-BANCO OR
              FUNC-AGENCIA NOT = WFA-AGENCIA OR
              FUNC-CONTA NOT = WFA-CONTA
               MOVE "S" TO WS-ALTERACAO-BANCARIA
           ELSE
               MOVE "N" TO WS-ALTERACAO-BANCARIA
           END-IF.

           MOVE "A" TO WS-OPERACAO-HIST.
           PERFORM GRAVAR-HISTORICO.

           IF WS-HISTORICO-OK = "S" AND WS-ALTERACAO-BANCARIA = "S"
               DISPLAY "Dados bancarios alterados, credito retido ate "
                   "aprovacao por outro operador."
           END-IF.

       GRAVAR-HISTORICO.

           MOVE "N" TO WS-HISTORICO-OK.

           OPEN EXTEND HISTORICO-CADASTRO.
           IF FS-HISTORICO NOT = "00"
               OPEN OUTPUT HISTORICO-CADASTRO
           END-IF.

           IF FS-HISTORICO NOT = "00"
               DISPLAY "Nao foi possivel gravar "
                   "HISTORICO-CADASTRO.TXT, status ", FS-HISTORICO
           ELSE
               ACCEPT HST-DATA FROM DATE YYYYMMDD
               ACCEPT HST-HORA FROM TIME
               MOVE WS-OPERADOR TO HST-OPERADOR
               MOVE WS-OPERACAO-HIST TO HST-OPERACAO
               MOVE FUNC-MATRICULA TO HST-MATRICULA
               MOVE WS-ALTERACAO-BANCARIA TO HST-BANCARIO
               MOVE WS-FUNC-ANTES TO HST-ANTES
               MOVE REG-FUNCIONARIO TO HST-DEPOIS
               WRITE REG-HISTORICO
               IF FS-HISTORICO = "00"
                   MOVE "S" TO WS-HISTORICO-OK
               ELSE
                   DISPLAY "Erro ao gravar HISTORICO-CADASTRO.TXT, "
                       "status ", FS-HISTORICO
               END-IF
               CLOSE HISTORICO-CADASTRO
           END-IF.

       APROVAR-ALTERACAO-BANCARIA.

           PERFORM PEDIR-MATRICULA.
           PERFORM LER-FUNCIONARIO.

           IF WS-REGISTRO-LIDO = "N"
               DISPLAY "Matricula ", WS-MATRICULA, " nao cadastrada."
           ELSE
               PERFORM LOCALIZAR-ALTERACAO-PENDENTE
               IF WS-PENDENTE = "N"
                   DISPLAY "Nenhuma alteracao bancaria pendente para a "
                       "matricula ", WS-MATRICULA, "."
               ELSE
                   IF WS-ALTEROU-OPERADOR = "S"
                       DISPLAY "Alteracao feita pelo operador ",
                           WS-OPERADOR, ", aprovacao deve ser de "
                           "outro operador."
                   ELSE
                       PERFORM CONFIRMAR-APROVACAO
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-ALTERACAO-PENDENTE.

           MOVE "N" TO WS-PENDENTE.
           MOVE "N" TO WS-ALTEROU-OPERADOR.

           OPEN INPUT HISTORICO-CADASTRO.
           IF FS-HISTORICO = "00"
               PERFORM UNTIL FS-HISTORICO NOT = "00"
                   READ HISTORICO-CADASTRO
                       AT END
                           MOVE "10" TO FS-HISTORICO
                       NOT AT END
                           IF HST-MATRICULA = WS-MATRICULA
                               PERFORM AVALIAR-EVENTO-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-CADASTRO
           END-IF.

       AVALIAR-EVENTO-HISTORICO.

           EVALUATE TRUE
               WHEN HST-OPERACAO = "A" AND HST-BANCARIO = "S"
                   IF WS-PENDENTE = "N"
                       MOVE HST-ANTES TO WS-FUNC-ANTES
                   END-IF
                   MOVE "S" TO WS-PENDENTE
                   MOVE HST-OPERADOR TO WS-OPERADOR-ALTERACAO
                   MOVE HST-DATA TO WS-DATA-ALTERACAO
                   IF HST-OPERADOR = WS-OPERADOR
                       MOVE "S" TO WS-ALTEROU-OPERADOR
                   END-IF
               WHEN HST-OPERACAO = "P"
                   MOVE "N" TO WS-PENDENTE
                   MOVE "N" TO WS-ALTEROU-OPERADOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONFIRMAR-APROVACAO.

           DISPLAY "Alteracao de ", WS-DATA-ALTERACAO,
               " pelo operador ", WS-OPERADOR-ALTERACAO.
           DISPLAY "Banco/agencia/conta anteriores: ", WFA-BANCO,
               " ", WFA-AGENCIA, " ", WFA-CONTA.
           DISPLAY "Banco/agencia/conta novos: ", FUNC-BANCO,
               " ", FUNC-AGENCIA, " ", FUNC-CONTA.
           DISPLAY "Confirma a aprovacao (S/N)? ".
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE "P" TO WS-OPERACAO-HIST
               MOVE "S" TO WS-ALTERACAO-BANCARIA
               PERFORM GRAVAR-HISTORICO
               IF WS-HISTORICO-OK = "S"
                   DISPLAY "Alteracao bancaria aprovada."
               ELSE
                   DISPLAY "Aprovacao nao gravada."
               END-IF
           ELSE
               DISPLAY "Aprovacao cancelada."
           END-IF.

       PEDIR-DATA-DESLIGAMENTO.

           MOVE "N" TO WS-DESLIG-VALIDA.
           PERFORM UNTIL WS-DESLIG-VALIDA = "S"
               DISPLAY "Digite a data de desligamento (AAAAMMDD): "
               ACCEPT WS-DESLIG-TEXTO
               IF WS-DESLIG-TEXTO IS NOT NUMERIC
                   DISPLAY "Valor invalido, digite apenas numeros."
               ELSE
                   IF WS-DESLIG-MES < 1 OR WS-DESLIG-MES > 12
                       DISPLAY "Mes deve estar entre 01 e 12."
                   ELSE
                       PERFORM DEFINIR-ULTIMO-DIA
                       IF WS-DESLIG-DIA < 1 OR
                          WS-DESLIG-DIA > WS-ULTIMO-DIA
                           DISPLAY "Dia invalido para o mes "
                               "informado."
                       ELSE
                           IF WS-DESLIG-NUM < FUNC-DATA-ADMISSAO
                               DISPLAY "Desligamento anterior a "
                                   "admissao (", FUNC-DATA-ADMISSAO,
                                   ")."
                           ELSE
                               MOVE "S" TO WS-DESLIG-VALIDA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       DEFINIR-ULTIMO-DIA.

           MOVE WS-ULTIMO-DIA-MES (WS-DESLIG-MES) TO WS-ULTIMO-DIA.

           IF WS-DESLIG-MES = 2
               DIVIDE WS-DESLIG-ANO BY 4 GIVING WS-QUOC-4
                   REMAINDER WS-RESTO-4
               DIVIDE WS-DESLIG-ANO BY 100 GIVING WS-QUOC-100
                   REMAINDER WS-RESTO-100
               DIVIDE WS-DESLIG-ANO BY 400 GIVING WS-QUOC-400
                   REMAINDER WS-RESTO-400
               IF WS-RESTO-4 = 0 AND
                  (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
                   MOVE 29 TO WS-ULTIMO-DIA
               END-IF
           END-IF.

       PEDIR-MOTIVO-DESLIGAMENTO.

           MOVE "N" TO WS-MOTIVO-VALIDO.
           PERFORM UNTIL WS-MOTIVO-VALIDO = "S"
               DISPLAY "Motivo do desligamento:"
               DISPLAY "1 - Dispensa sem justa causa"
               DISPLAY "2 - Pedido de demissao"
               DISPLAY "3 - Dispensa por justa causa"
               DISPLAY "4 - Termino de contrato"
               DISPLAY "Digite o motivo: "
               ACCEPT WS-MOTIVO-TEXTO
               IF WS-MOTIVO-TEXTO IS NOT NUMERIC
                   DISPLAY "Valor invalido, digite apenas numeros."
               ELSE
                   EVALUATE WS-MOTIVO-NUM
                       WHEN 1
                           MOVE "DISPENSA SEM JUSTA CAUSA"
                               TO WS-DESC-MOTIVO
                           MOVE "S" TO WS-MOTIVO-VALIDO
                       WHEN 2
                           MOVE "PEDIDO DE DEMISSAO"
                               TO WS-DESC-MOTIVO
                           MOVE "S" TO WS-MOTIVO-VALIDO
                       WHEN 3
                           MOVE "DISPENSA POR JUSTA CAUSA"
                               TO WS-DESC-MOTIVO
                           MOVE "S" TO WS-MOTIVO-VALIDO
                       WHEN 4
                           MOVE "TERMINO DE CONTRATO"
                               TO WS-DESC-MOTIVO
                           MOVE "S" TO WS-MOTIVO-VALIDO
                       WHEN OTHER
                           DISPLAY "Motivo invalido."
                   END-EVALUATE
               END-IF
           END-PERFORM.

       PEDIR-SALARIO-RESCISAO.

           MOVE "N" TO WS-SALARIO-VALIDO.
           PERFORM UNTIL WS-SALARIO-VALIDO = "S"
               DISPLAY "Digite o salario mensal, sem virgula, 7 "
                   "digitos com 2 casas decimais implicitas "
                   "(0000000 a 9999999): "
               ACCEPT WS-SALARIO-TEXTO
               IF WS-SALARIO-TEXTO IS NOT NUMERIC
                   DISPLAY "Valor invalido, digite apenas numeros."
               ELSE
                   MOVE "S" TO WS-SALARIO-VALIDO
               END-IF
           END-PERFORM.

       CALCULAR-RESCISAO.

           COMPUTE WS-COMPETENCIA-RESCISAO =
               (WS-DESLIG-ANO * 100) + WS-DESLIG-MES.

           IF WS-ADM-ANO = WS-DESLIG-ANO AND
              WS-ADM-MES = WS-DESLIG-MES
               COMPUTE WS-DIAS-SALDO =
                   WS-DESLIG-DIA - WS-ADM-DIA + 1
           ELSE
               MOVE WS-DESLIG-DIA TO WS-DIAS-SALDO
               IF WS-DESLIG-DIA = WS-ULTIMO-DIA
                   MOVE 30 TO WS-DIAS-SALDO
               END-IF
           END-IF.
           IF WS-DIAS-SALDO > 30
               MOVE 30 TO WS-DIAS-SALDO
           END-IF.

           COMPUTE WS-VALOR-SALDO ROUNDED =
               WS-SALARIO-NUM * WS-DIAS-SALDO / 30.

           COMPUTE WS-DIAS-MES-ADMISSAO = 30 - WS-ADM-DIA + 1.

           IF WS-ADM-ANO = WS-DESLIG-ANO
               MOVE WS-ADM-MES TO WS-MES-INICIO-13
           ELSE
               MOVE 1 TO WS-MES-INICIO-13
           END-IF.

           IF WS-ADM-ANO = WS-DESLIG-ANO AND
              WS-ADM-MES = WS-DESLIG-MES
               IF WS-DIAS-SALDO >= 15
                   MOVE 1 TO WS-AVOS-13
               ELSE
                   MOVE 0 TO WS-AVOS-13
               END-IF
           ELSE
               COMPUTE WS-AVOS-13 =
                   WS-DESLIG-MES - WS-MES-INICIO-13 + 1
               IF WS-DIAS-SALDO < 15
                   SUBTRACT 1 FROM WS-AVOS-13
               END-IF
               IF WS-ADM-ANO = WS-DESLIG-ANO AND
                  WS-DIAS-MES-ADMISSAO < 15
                   SUBTRACT 1 FROM WS-AVOS-13
               END-IF
           END-IF.

           IF (WS-DESLIG-MES * 100) + WS-DESLIG-DIA >=
              (WS-ADM-MES * 100) + WS-ADM-DIA
               MOVE WS-DESLIG-ANO TO WS-ANO-AQUISITIVO
           ELSE
               COMPUTE WS-ANO-AQUISITIVO = WS-DESLIG-ANO - 1
           END-IF.

           COMPUTE WS-AVOS-FERIAS =
               ((WS-DESLIG-ANO - WS-ANO-AQUISITIVO) * 12)
               + WS-DESLIG-MES - WS-ADM-MES.

           IF WS-DESLIG-DIA >= WS-ADM-DIA
               COMPUTE WS-DIAS-FRACAO =
                   WS-DESLIG-DIA - WS-ADM-DIA + 1
           ELSE
               SUBTRACT 1 FROM WS-AVOS-FERIAS
               COMPUTE WS-DIAS-FRACAO =
                   30 - WS-ADM-DIA + WS-DESLIG-DIA + 1
           END-IF.
           IF WS-DIAS-FRACAO >= 15
               ADD 1 TO WS-AVOS-FERIAS
           END-IF.

           IF WS-AVOS-13 < 0
               MOVE 0 TO WS-AVOS-13
           END-IF.
           IF WS-AVOS-FERIAS < 0
               MOVE 0 TO WS-AVOS-FERIAS
           END-IF.
           IF WS-AVOS-FERIAS > 12
               MOVE 12 TO WS-AVOS-FERIAS
           END-IF.

           IF WS-MOTIVO-NUM = 3
               MOVE 0 TO WS-AVOS-13
               MOVE 0 TO WS-AVOS-FERIAS
           END-IF.

           MOVE WS-AVOS-13 TO WS-QTD-AVOS-13.
           MOVE WS-AVOS-FERIAS TO WS-QTD-AVOS-FERIAS.

           COMPUTE WS-VALOR-13 ROUNDED =
               WS-SALARIO-NUM * WS-QTD-AVOS-13 / 12.
           COMPUTE WS-VALOR-FERIAS ROUNDED =
               WS-SALARIO-NUM * WS-QTD-AVOS-FERIAS / 12.
           COMPUTE WS-VALOR-TERCO ROUNDED = WS-VALOR-FERIAS / 3.

           COMPUTE WS-TOTAL-RESCISAO =
               WS-VALOR-SALDO + WS-VALOR-13
               + WS-VALOR-FERIAS + WS-VALOR-TERCO.

           DISPLAY "Saldo de salario (", WS-DIAS-SALDO, " dias): ",
               WS-VALOR-SALDO.
           DISPLAY "13 proporcional (", WS-QTD-AVOS-13, "/12): ",
               WS-VALOR-13.
           DISPLAY "Ferias proporcionais (", WS-QTD-AVOS-FERIAS,
               "/12): ",
               WS-VALOR-FERIAS, " + 1/3 ", WS-VALOR-TERCO.
           DISPLAY "Total bruto da rescisao: ", WS-TOTAL-RESCISAO.

       GRAVAR-MOVIMENTO-RESCISAO.

           MOVE "N" TO WS-MOVIMENTO-OK.

           OPEN EXTEND FOLHA-RESCISAO.
           IF FS-FOLHA-RESCISAO NOT = "00"
               OPEN OUTPUT FOLHA-RESCISAO
           END-IF.

           IF FS-FOLHA-RESCISAO NOT = "00"
               DISPLAY "Nao foi possivel abrir FOLHA-RESCISAO.TXT, "
                   "status ", FS-FOLHA-RESCISAO
           ELSE
               MOVE FUNC-MATRICULA TO FOLHA-MATRICULA
               MOVE FUNC-NOME TO FOLHA-NOME
               MOVE FUNC-DEPENDENTES TO FOLHA-DEPENDENTES
               MOVE 0,00 TO FOLHA-INSS
               MOVE WS-COMPETENCIA-RESCISAO TO FOLHA-COMPETENCIA
               MOVE "S" TO WS-MOVIMENTO-OK

               IF WS-VALOR-SALDO > 0
                   MOVE WS-VALOR-SALDO TO FOLHA-SALARIO
                   MOVE "4" TO FOLHA-TIPO-PAGAMENTO
                   WRITE REG-FOLHA
                   IF FS-FOLHA-RESCISAO NOT = "00"
                       DISPLAY "Erro ao gravar verba de "
                           "saldo de salario, status ",
                           FS-FOLHA-RESCISAO
                       MOVE "N" TO WS-MOVIMENTO-OK
                   END-IF
               END-IF

               IF WS-VALOR-13 > 0
                   MOVE WS-VALOR-13 TO FOLHA-SALARIO
                   MOVE "5" TO FOLHA-TIPO-PAGAMENTO
                   WRITE REG-FOLHA
                   IF FS-FOLHA-RESCISAO NOT = "00"
                       DISPLAY "Erro ao gravar verba de "
                           "13 proporcional, status ", FS-FOLHA-RESCISAO
                       MOVE "N" TO WS-MOVIMENTO-OK
                   END-IF
               END-IF

               IF WS-VALOR-FERIAS > 0
                   MOVE WS-VALOR-FERIAS TO FOLHA-SALARIO
                   MOVE "6" TO FOLHA-TIPO-PAGAMENTO
                   WRITE REG-FOLHA
                   IF FS-FOLHA-RESCISAO NOT = "00"
                       DISPLAY "Erro ao gravar verba de "
                           "ferias proporcionais, status ",
                           FS-FOLHA-RESCISAO
                       MOVE "N" TO WS-MOVIMENTO-OK
                   END-IF
               END-IF

               CLOSE FOLHA-RESCISAO
               IF WS-MOVIMENTO-OK = "S"
                   DISPLAY "Verbas rescisorias gravadas em "
                       "FOLHA-RESCISAO.TXT, competencia ",
                       WS-COMPETENCIA-RESCISAO
               ELSE
                   DISPLAY "Verbas gravadas em parte em "
                       "FOLHA-RESCISAO.TXT, verifique antes de "
                       "repetir o desligamento."
               END-IF
           END-IF.

       GRAVAR-TERMO-RESCISAO.

           OPEN EXTEND TERMO-RESCISAO.
           IF FS-TERMO NOT = "00"
               OPEN OUTPUT TERMO-RESCISAO
           END-IF.

           IF FS-TERMO = "00"
               MOVE FUNC-MATRICULA TO WTC-MATRICULA
               MOVE FUNC-NOME TO WTC-NOME
               WRITE REG-TERMO FROM WS-TERMO-CABECALHO

               MOVE FUNC-DATA-ADMISSAO TO WTD-ADMISSAO
               MOVE WS-DESLIG-NUM TO WTD-DESLIGAMENTO
               MOVE WS-COMPETENCIA-RESCISAO TO WTD-COMPETENCIA
               WRITE REG-TERMO FROM WS-TERMO-DATAS

               MOVE WS-MOTIVO-NUM TO WTM-MOTIVO
               MOVE WS-DESC-MOTIVO TO WTM-DESCRICAO
               WRITE REG-TERMO FROM WS-TERMO-MOTIVO

               MOVE "SALARIO MENSAL:" TO WTV-TITULO
               MOVE 0 TO WTV-QTD
               MOVE SPACES TO WTV-UNIDADE
               MOVE WS-SALARIO-NUM TO WTV-VALOR
               WRITE REG-TERMO FROM WS-TERMO-VALOR

               MOVE "SALARIO SALDO:" TO WTV-TITULO
               MOVE WS-DIAS-SALDO TO WTV-QTD
               MOVE " DIAS " TO WTV-UNIDADE
               MOVE WS-VALOR-SALDO TO WTV-VALOR
               WRITE REG-TERMO FROM WS-TERMO-VALOR

               MOVE "13 SALARIO PROPORCIONAL:" TO WTV-TITULO
               MOVE WS-QTD-AVOS-13 TO WTV-QTD
               MOVE " AVOS " TO WTV-UNIDADE
               MOVE WS-VALOR-13 TO WTV-VALOR
               WRITE REG-TERMO FROM WS-TERMO-VALOR

               MOVE "FERIAS PROPORCIONAIS:" TO WTV-TITULO
               MOVE WS-QTD-AVOS-FERIAS TO WTV-QTD
               MOVE " AVOS " TO WTV-UNIDADE
               MOVE WS-VALOR-FERIAS TO WTV-VALOR
               WRITE REG-TERMO FROM WS-TERMO-VALOR

               MOVE "1/3 CONSTITUCIONAL:" TO WTV-TITULO
               MOVE 0 TO WTV-QTD
               MOVE SPACES TO WTV-UNIDADE
               MOVE WS-VALOR-TERCO TO WTV-VALOR
               WRITE REG-TERMO FROM WS-TERMO-VALOR

               MOVE "TOTAL BRUTO:" TO WTV-TITULO
               MOVE 0 TO WTV-QTD
               MOVE SPACES TO WTV-UNIDADE
               MOVE WS-TOTAL-RESCISAO TO WTV-VALOR
               WRITE REG-TERMO FROM WS-TERMO-VALOR

               WRITE REG-TERMO FROM WS-LINHA-TRACO
               CLOSE TERMO-RESCISAO
           END-IF.

       END PROGRAM MANTER-FUNCIONARIOS.
