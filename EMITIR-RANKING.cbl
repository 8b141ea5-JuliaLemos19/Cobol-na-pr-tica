       IDENTIFICATION DIVISION.
       Program-Id.          EMITIR-RANKING.
       Author.              BERGAMASCHI, MARCELO.
       Date-Written.        05-03-1999.
       Date-Compiled.
       Installation.        UNISANTA SANTOS.
       Security.            PROGRAMA DE CLASSIFICACAO DOS ALUNOS PELO
           COEFICIENTE DE RENDIMENTO E QUADRO DE HONRA POR CURSO.

       Environment Division.
       Configuration Section.

       Special-Names.

       Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
           Select Historico-Escolar
               Assign To "HISTORICO-ESCOLAR.DAT"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is Hist-Chave
               File Status Is FS-Historico.

           Select Cadastro-Alunos Assign To "CADASTRO-ALUNOS.TXT"
               Organization Is Line Sequential
               File Status Is FS-Cadastro.

           Select Ranking-Alunos Assign To "RANKING-ALUNOS.TXT"
               Organization Is Line Sequential
               File Status Is FS-Ranking.

           Select Ranking-Bolsas Assign To "RANKING-BOLSAS.TXT"
               Organization Is Line Sequential
               File Status Is FS-Bolsas.

        Data Division.

        File Section.
        FD  Historico-Escolar.
        01  Reg-Historico.
            05  Hist-Chave.
                10  Hist-Matricula   Pic 9(6).
                10  Hist-Periodo     Pic 9(6).
                10  Hist-Disciplina  Pic X(6).
            05  Hist-Nome            Pic X(30).
            05  Hist-Media           Pic 9(2)V9.
            05  Hist-Situacao        Pic X(20).

        FD  Cadastro-Alunos.
        01  Reg-Cadastro.
            05  Cad-Matricula      Pic 9(6).
            05  Cad-Nome           Pic X(30).
            05  Cad-Curso          Pic X(20).
            05  Cad-Turma          Pic X(6).

        FD  Ranking-Alunos.
        01  Reg-Ranking            Pic X(100).

        FD  Ranking-Bolsas.
        01  Reg-Bolsas             Pic X(100).

        Working-Storage Section.
        01 WS-File-Status.
            05 FS-Historico        Pic X(2) Value "00".
            05 FS-Cadastro         Pic X(2) Value "00".
            05 FS-Ranking          Pic X(2) Value "00".
            05 FS-Bolsas           Pic X(2) Value "00".

        01 WS-Retorno              Pic 9(2) Value 0.

        01 WS-Periodo-Entrada.
            05 WS-Periodo-Texto    Pic X(6).
        01 WS-Periodo-Num Redefines WS-Periodo-Entrada
                                   Pic 9(6).
        01 WS-Periodo-Valido       Pic X Value "N".
        01 WS-Periodo-Ranking      Pic 9(6) Value 0.

        01 WS-Nota-Corte           Pic 9(2)V9 Value 8,5.
        01 WS-Corte-Entrada.
            05 WS-Nota-Corte-Texto Pic X(3).
        01 WS-Corte-Num Redefines WS-Corte-Entrada
                                   Pic 9(2)V9.
        01 WS-Corte-Valido         Pic X Value "N".

        01 Tabela-Alunos.
            05 Qtd-Alunos          Pic 9(4) Value 0.
            05 Alu-Tab Occurs 2000 Times Indexed By Idx-Alu.
                10 TA-Matricula    Pic 9(6).
                10 TA-Nome         Pic X(30).
                10 TA-Curso        Pic X(20).
                10 TA-Turma        Pic X(6).
                10 TA-Qtd-Periodo  Pic 9(3).
                10 TA-Soma-Periodo Pic 9(5)V9.
                10 TA-Reprov-Periodo Pic 9(3).
                10 TA-Qtd-Acum     Pic 9(4).
                10 TA-Soma-Acum    Pic 9(6)V9.
                10 TA-CR-Periodo   Pic 9(2)V99.
                10 TA-CR-Acum      Pic 9(2)V99.
                10 TA-Pos-Curso    Pic 9(4).
                10 TA-Pos-Turma    Pic 9(4).
                10 TA-Honra        Pic X.

        01 WS-Alu-Troca.
            05 WAT-Matricula       Pic 9(6).
            05 WAT-Nome            Pic X(30).
            05 WAT-Curso           Pic X(20).
            05 WAT-Turma           Pic X(6).
            05 WAT-Qtd-Periodo     Pic 9(3).
            05 WAT-Soma-Periodo    Pic 9(5)V9.
            05 WAT-Reprov-Periodo  Pic 9(3).
            05 WAT-Qtd-Acum        Pic 9(4).
            05 WAT-Soma-Acum       Pic 9(6)V9.
            05 WAT-CR-Periodo      Pic 9(2)V99.
            05 WAT-CR-Acum         Pic 9(2)V99.
            05 WAT-Pos-Curso       Pic 9(4).
            05 WAT-Pos-Turma       Pic 9(4).
            05 WAT-Honra           Pic X.

        01 WS-Idx-Alu-Atual        Pic 9(4) Comp Value 0.
        01 WS-Idx-Ord              Pic 9(4) Comp Value 0.
        01 WS-Idx-Dest             Pic 9(4) Comp Value 0.
        01 WS-Matricula-Atual      Pic 9(6) Value 0.
        01 WS-Tem-Matricula        Pic X Value "N".
        01 WS-Fim-Historico        Pic X Value "N".

        01 WS-Tipo-Ordem           Pic X Value "C".
        01 WS-Trocou               Pic X Value "N".
        01 WS-Fora-Ordem           Pic X Value "N".
        01 WS-Grupo-1              Pic X(20) Value Spaces.
        01 WS-Grupo-2              Pic X(20) Value Spaces.
        01 WS-Grupo-Atual          Pic X(20) Value Spaces.
        01 WS-Pos-Grupo            Pic 9(4) Value 0.
        01 WS-Qtd-Grupo            Pic 9(4) Value 0.
        01 WS-CR-Anterior          Pic 9(2)V99 Value 0.
        01 WS-Acum-Anterior        Pic 9(2)V99 Value 0.

        01 WS-Qtd-Cadastro         Pic 9(6) Value 0.
        01 WS-Qtd-Hist-Lidos       Pic 9(6) Value 0.
        01 WS-Qtd-Sem-Cadastro     Pic 9(6) Value 0.
        01 WS-Qtd-Sem-Periodo      Pic 9(6) Value 0.
        01 WS-Qtd-Honra            Pic 9(4) Value 0.
        01 WS-Qtd-Extrato          Pic 9(6) Value 0.
        01 WS-Hash-Extrato         Pic 9(11) Value 0.

        01 WS-Linha-Branco         Pic X(100) Value Spaces.
        01 WS-Linha-Traco          Pic X(100) Value All "-".

        01 WS-Cab-Ranking.
            05 Filler              Pic X(46) Value
                "CLASSIFICACAO POR COEFICIENTE DE RENDIMENTO - ".
            05 Filler              Pic X(8) Value "PERIODO ".
            05 WCR-Periodo         Pic 9(6).

        01 WS-Cab-Secao.
            05 WCS-Titulo          Pic X(60).

        01 WS-Cab-Grupo.
            05 WCG-Titulo          Pic X(7).
            05 WCG-Grupo           Pic X(20).

        01 WS-Cab-Colunas.
            05 Filler              Pic X(6) Value "POS.".
            05 Filler              Pic X(11) Value "MATRICULA".
            05 Filler              Pic X(32) Value "NOME".
            05 WCC-Grupo           Pic X(22).
            05 Filler              Pic X(9) Value "CR PER.".
            05 Filler              Pic X(9) Value "CR ACUM.".
            05 Filler              Pic X(5) Value "DISC".
            05 Filler              Pic X(6) Value "REPR.".

        01 WS-Linha-Ranking.
            05 WLK-Posicao         Pic ZZZ9.
            05 Filler              Pic X(2) Value Spaces.
            05 WLK-Matricula       Pic 9(6).
            05 Filler              Pic X(5) Value Spaces.
            05 WLK-Nome            Pic X(30).
            05 Filler              Pic X(2) Value Spaces.
            05 WLK-Grupo           Pic X(20).
            05 Filler              Pic X(2) Value Spaces.
            05 WLK-CR-Periodo      Pic Z9,99.
            05 Filler              Pic X(4) Value Spaces.
            05 WLK-CR-Acum         Pic Z9,99.
            05 Filler              Pic X(4) Value Spaces.
            05 WLK-Qtd             Pic ZZ9.
            05 Filler              Pic X(2) Value Spaces.
            05 WLK-Reprov          Pic ZZ9.
            05 Filler              Pic X(1) Value Spaces.
            05 WLK-Honra           Pic X(1).

        01 WS-Cab-Honra.
            05 Filler              Pic X(33) Value
                "QUADRO DE HONRA - NOTA DE CORTE ".
            05 WCH-Corte           Pic Z9,9.
            05 Filler              Pic X(29) Value
                " - SEM REPROVACAO NO PERIODO".

        01 WS-Linha-Totais.
            05 WLT-Titulo          Pic X(34).
            05 WLT-Qtd             Pic ZZZZZ9.

        01 WS-Linha-Extrato-Detalhe.
            05 WXD-Tipo-Reg        Pic X Value "1".
            05 WXD-Periodo         Pic 9(6).
            05 WXD-Matricula       Pic 9(6).
            05 WXD-Nome            Pic X(30).
            05 WXD-Curso           Pic X(20).
            05 WXD-Turma           Pic X(6).
            05 WXD-CR-Periodo      Pic Z9,99.
            05 WXD-CR-Acum         Pic Z9,99.
            05 WXD-Pos-Curso       Pic 9(4).
            05 WXD-Pos-Turma       Pic 9(4).
            05 WXD-Qtd-Periodo     Pic 9(3).
            05 WXD-Honra           Pic X.

        01 WS-Linha-Extrato-Trailer.
            05 WXT-Tipo-Reg        Pic X Value "9".
            05 WXT-Qtd-Registros   Pic 9(6).
            05 WXT-Hash-Total      Pic 9(11).

       Procedure Division.
       INICIO.

           Move 0 To WS-Retorno.

           Move "N" To WS-Periodo-Valido.
           Perform Until WS-Periodo-Valido = "S"
               Display "Digite o periodo da classificacao (AAAAPP): "
               Accept WS-Periodo-Texto
               If WS-Periodo-Texto Is Not Numeric
                   Display "Valor invalido, digite apenas numeros."
               Else
                   Move WS-Periodo-Num To WS-Periodo-Ranking
                   Move "S" To WS-Periodo-Valido
               End-If
           End-Perform.

           Move "N" To WS-Corte-Valido.
           Perform Until WS-Corte-Valido = "S"
               Display "Digite a nota de corte do quadro de honra, "
                   "3 digitos (085 = 8,5; 000 = 8,5): "
               Accept WS-Nota-Corte-Texto
               If WS-Nota-Corte-Texto Is Not Numeric
                   Display "Valor invalido, digite apenas numeros."
               Else
                   Move WS-Corte-Num To WS-Nota-Corte
                   If WS-Nota-Corte = 0
                       Move 8,5 To WS-Nota-Corte
                   End-If
                   If WS-Nota-Corte > 10,0
                       Display "Nota de corte deve ser de 0,1 a 10,0."
                   Else
                       Move "S" To WS-Corte-Valido
                   End-If
               End-If
           End-Perform.

           Perform CARREGAR-ALUNOS.

           If Qtd-Alunos = 0
               Display "Cadastro de alunos vazio ou indisponivel."
               Move 8 To WS-Retorno
           Else
               Open Input Historico-Escolar
               If FS-Historico Not = "00"
                   Display "Nao foi possivel abrir "
                       "HISTORICO-ESCOLAR.DAT, status ", FS-Historico
                   Move 8 To WS-Retorno
               Else
                   Perform ACUMULAR-HISTORICO
                   Close Historico-Escolar
                   Perform SELECIONAR-ALUNOS
                   If Qtd-Alunos = 0
                       Display "Nenhum aluno com disciplinas no "
                           "periodo ", WS-Periodo-Ranking
                       Move 4 To WS-Retorno
                   Else
                       Perform EMITIR-CLASSIFICACAO
                   End-If
               End-If
           End-If.

           Move WS-Retorno To Return-Code.
           Stop Run.

       CARREGAR-ALUNOS.

           Move 0 To Qtd-Alunos.
           Move 0 To WS-Qtd-Cadastro.

           Open Input Cadastro-Alunos.
           If FS-Cadastro = "00"
               Perform Until FS-Cadastro Not = "00"
                   Read Cadastro-Alunos
                       At End
                           Move "10" To FS-Cadastro
                       Not At End
                           Add 1 To WS-Qtd-Cadastro
                           If Qtd-Alunos < 2000
                               Add 1 To Qtd-Alunos
                               Initialize Alu-Tab (Qtd-Alunos)
                               Move Cad-Matricula
                                   To TA-Matricula (Qtd-Alunos)
                               Move Cad-Nome To TA-Nome (Qtd-Alunos)
                               Move Cad-Curso To TA-Curso (Qtd-Alunos)
                               Move Cad-Turma To TA-Turma (Qtd-Alunos)
                           Else
                               Display "Tabela de alunos cheia, "
                                   "matricula ", Cad-Matricula,
                                   " ignorada."
                           End-If
                   End-Read
               End-Perform
               Close Cadastro-Alunos
           End-If.

       ACUMULAR-HISTORICO.

           Move 0 To WS-Qtd-Hist-Lidos.
           Move 0 To WS-Qtd-Sem-Cadastro.
           Move "N" To WS-Tem-Matricula.
           Move "N" To WS-Fim-Historico.

           Move 0 To Hist-Matricula.
           Move 0 To Hist-Periodo.
           Move Low-Values To Hist-Disciplina.

           Start Historico-Escolar Key Not < Hist-Chave
               Invalid Key
                   Move "S" To WS-Fim-Historico
           End-Start.

           Perform Until WS-Fim-Historico = "S"
               Read Historico-Escolar Next
                   At End
                       Move "S" To WS-Fim-Historico
                   Not At End
                       Add 1 To WS-Qtd-Hist-Lidos
                       Perform ACUMULAR-DISCIPLINA
               End-Read
           End-Perform.

           If WS-Qtd-Sem-Cadastro > 0
               Display "Registros do historico sem cadastro: ",
                   WS-Qtd-Sem-Cadastro
           End-If.

       ACUMULAR-DISCIPLINA.

           If WS-Tem-Matricula = "N" Or
              Hist-Matricula Not = WS-Matricula-Atual
               Move Hist-Matricula To WS-Matricula-Atual
               Move "S" To WS-Tem-Matricula
               Perform LOCALIZAR-ALUNO
           End-If.

           If WS-Idx-Alu-Atual = 0
               Add 1 To WS-Qtd-Sem-Cadastro
           Else
               If Hist-Periodo <= WS-Periodo-Ranking
                   Add 1 To TA-Qtd-Acum (WS-Idx-Alu-Atual)
                   Add Hist-Media To TA-Soma-Acum (WS-Idx-Alu-Atual)
               End-If
               If Hist-Periodo = WS-Periodo-Ranking
                   Add 1 To TA-Qtd-Periodo (WS-Idx-Alu-Atual)
                   Add Hist-Media
                       To TA-Soma-Periodo (WS-Idx-Alu-Atual)
                   If Hist-Situacao (1:9) = "Reprovado"
                       Add 1 To TA-Reprov-Periodo (WS-Idx-Alu-Atual)
                   End-If
               End-If
           End-If.

       LOCALIZAR-ALUNO.

           Move 0 To WS-Idx-Alu-Atual.

           Perform Varying Idx-Alu From 1 By 1
                   Until Idx-Alu > Qtd-Alunos
                      Or WS-Idx-Alu-Atual > 0
               If TA-Matricula (Idx-Alu) = WS-Matricula-Atual
                   Set WS-Idx-Alu-Atual To Idx-Alu
               End-If
           End-Perform.

       SELECIONAR-ALUNOS.

           Move 0 To WS-Idx-Dest.
           Move 0 To WS-Qtd-Sem-Periodo.

           Perform Varying WS-Idx-Ord From 1 By 1
                   Until WS-Idx-Ord > Qtd-Alunos
               If TA-Qtd-Periodo (WS-Idx-Ord) = 0
                   Add 1 To WS-Qtd-Sem-Periodo
               Else
                   Add 1 To WS-Idx-Dest
                   If WS-Idx-Dest Not = WS-Idx-Ord
                       Move Alu-Tab (WS-Idx-Ord)
                           To Alu-Tab (WS-Idx-Dest)
                   End-If
                   Perform CALCULAR-COEFICIENTES
               End-If
           End-Perform.

           Move WS-Idx-Dest To Qtd-Alunos.

       CALCULAR-COEFICIENTES.

           Compute TA-CR-Periodo (WS-Idx-Dest) Rounded =
               TA-Soma-Periodo (WS-Idx-Dest) /
                   TA-Qtd-Periodo (WS-Idx-Dest).
           Compute TA-CR-Acum (WS-Idx-Dest) Rounded =
               TA-Soma-Acum (WS-Idx-Dest) /
                   TA-Qtd-Acum (WS-Idx-Dest).

           If TA-CR-Periodo (WS-Idx-Dest) >= WS-Nota-Corte And
              TA-Reprov-Periodo (WS-Idx-Dest) = 0
               Move "S" To TA-Honra (WS-Idx-Dest)
           Else
               Move "N" To TA-Honra (WS-Idx-Dest)
           End-If.

       EMITIR-CLASSIFICACAO.

           Open Output Ranking-Alunos.
           Open Output Ranking-Bolsas.

           If FS-Ranking Not = "00" Or FS-Bolsas Not = "00"
               Display "Nao foi possivel gravar RANKING-ALUNOS.TXT "
                   "ou RANKING-BOLSAS.TXT"
               Move 8 To WS-Retorno
           Else
               Move WS-Periodo-Ranking To WCR-Periodo
               Write Reg-Ranking From WS-Cab-Ranking
               Write Reg-Ranking From WS-Linha-Branco

               Move "T" To WS-Tipo-Ordem
               Perform ORDENAR-ALUNOS
               Perform ATRIBUIR-POSICOES

               Move "C" To WS-Tipo-Ordem
               Perform ORDENAR-ALUNOS
               Perform ATRIBUIR-POSICOES

               Move "CLASSIFICACAO POR CURSO" To WCS-Titulo
               Perform GRAVAR-CLASSIFICACAO
               Perform GRAVAR-QUADRO-HONRA
               Perform GRAVAR-EXTRATO

               Move "T" To WS-Tipo-Ordem
               Perform ORDENAR-ALUNOS
               Move "CLASSIFICACAO POR TURMA" To WCS-Titulo
               Perform GRAVAR-CLASSIFICACAO

               Move "ALUNOS CLASSIFICADOS:           " To WLT-Titulo
               Move Qtd-Alunos To WLT-Qtd
               Write Reg-Ranking From WS-Linha-Totais
               Move "ALUNOS SEM DISCIPLINA NO PERIODO:" To WLT-Titulo
               Move WS-Qtd-Sem-Periodo To WLT-Qtd
               Write Reg-Ranking From WS-Linha-Totais
               Move "ALUNOS NO QUADRO DE HONRA:      " To WLT-Titulo
               Move WS-Qtd-Honra To WLT-Qtd
               Write Reg-Ranking From WS-Linha-Totais

               Display "Alunos classificados:  ", Qtd-Alunos
               Display "Quadro de honra:       ", WS-Qtd-Honra
               Display "Classificacao gravada em RANKING-ALUNOS.TXT"
               Display "Extrato gravado em RANKING-BOLSAS.TXT"

               Close Ranking-Alunos
               Close Ranking-Bolsas
           End-If.

       ORDENAR-ALUNOS.

           Move "S" To WS-Trocou.
           Perform Until WS-Trocou = "N"
               Move "N" To WS-Trocou
               Perform Varying WS-Idx-Ord From 1 By 1
                       Until WS-Idx-Ord >= Qtd-Alunos
                   Perform COMPARAR-ALUNOS
                   If WS-Fora-Ordem = "S"
                       Move Alu-Tab (WS-Idx-Ord) To WS-Alu-Troca
                       Move Alu-Tab (WS-Idx-Ord + 1)
                           To Alu-Tab (WS-Idx-Ord)
                       Move WS-Alu-Troca To Alu-Tab (WS-Idx-Ord + 1)
                       Move "S" To WS-Trocou
                   End-If
               End-Perform
           End-Perform.

       COMPARAR-ALUNOS.

           Move "N" To WS-Fora-Ordem.

           If WS-Tipo-Ordem = "C"
               Move TA-Curso (WS-Idx-Ord) To WS-Grupo-1
               Move TA-Curso (WS-Idx-Ord + 1) To WS-Grupo-2
           Else
               Move TA-Turma (WS-Idx-Ord) To WS-Grupo-1
               Move TA-Turma (WS-Idx-Ord + 1) To WS-Grupo-2
           End-If.

           Evaluate True
               When WS-Grupo-1 > WS-Grupo-2
                   Move "S" To WS-Fora-Ordem
               When WS-Grupo-1 < WS-Grupo-2
                   Continue
               When TA-CR-Periodo (WS-Idx-Ord) <
                    TA-CR-Periodo (WS-Idx-Ord + 1)
                   Move "S" To WS-Fora-Ordem
               When TA-CR-Periodo (WS-Idx-Ord) >
                    TA-CR-Periodo (WS-Idx-Ord + 1)
                   Continue
               When TA-CR-Acum (WS-Idx-Ord) <
                    TA-CR-Acum (WS-Idx-Ord + 1)
                   Move "S" To WS-Fora-Ordem
               When TA-CR-Acum (WS-Idx-Ord) >
                    TA-CR-Acum (WS-Idx-Ord + 1)
                   Continue
               When TA-Matricula (WS-Idx-Ord) >
                    TA-Matricula (WS-Idx-Ord + 1)
                   Move "S" To WS-Fora-Ordem
               When Other
                   Continue
           End-Evaluate.

       ATRIBUIR-POSICOES.

           Move Low-Values To WS-Grupo-Atual.
           Move 0 To WS-Pos-Grupo.
           Move 0 To WS-Qtd-Grupo.

           Perform Varying WS-Idx-Ord From 1 By 1
                   Until WS-Idx-Ord > Qtd-Alunos
               If WS-Tipo-Ordem = "C"
                   Move TA-Curso (WS-Idx-Ord) To WS-Grupo-1
               Else
                   Move TA-Turma (WS-Idx-Ord) To WS-Grupo-1
               End-If
               If WS-Grupo-1 Not = WS-Grupo-Atual
                   Move WS-Grupo-1 To WS-Grupo-Atual
                   Move 0 To WS-Qtd-Grupo
                   Move 0 To WS-Pos-Grupo
               End-If
               Add 1 To WS-Qtd-Grupo
               If WS-Qtd-Grupo = 1 Or
                  TA-CR-Periodo (WS-Idx-Ord) Not = WS-CR-Anterior Or
                  TA-CR-Acum (WS-Idx-Ord) Not = WS-Acum-Anterior
                   Move WS-Qtd-Grupo To WS-Pos-Grupo
               End-If
               Move TA-CR-Periodo (WS-Idx-Ord) To WS-CR-Anterior
               Move TA-CR-Acum (WS-Idx-Ord) To WS-Acum-Anterior
               If WS-Tipo-Ordem = "C"
                   Move WS-Pos-Grupo To TA-Pos-Curso (WS-Idx-Ord)
               Else
                   Move WS-Pos-Grupo To TA-Pos-Turma (WS-Idx-Ord)
               End-If
           End-Perform.

       GRAVAR-CLASSIFICACAO.

           Write Reg-Ranking From WS-Cab-Secao.
           Write Reg-Ranking From WS-Linha-Traco.

           If WS-Tipo-Ordem = "C"
               Move "CURSO: " To WCG-Titulo
               Move "TURMA" To WCC-Grupo
           Else
               Move "TURMA: " To WCG-Titulo
               Move "CURSO" To WCC-Grupo
           End-If.

           Move Low-Values To WS-Grupo-Atual.

           Perform Varying WS-Idx-Ord From 1 By 1
                   Until WS-Idx-Ord > Qtd-Alunos
               If WS-Tipo-Ordem = "C"
                   Move TA-Curso (WS-Idx-Ord) To WS-Grupo-1
               Else
                   Move TA-Turma (WS-Idx-Ord) To WS-Grupo-1
               End-If
               If WS-Grupo-1 Not = WS-Grupo-Atual
                   Move WS-Grupo-1 To WS-Grupo-Atual
                   Write Reg-Ranking From WS-Linha-Branco
                   Move WS-Grupo-1 To WCG-Grupo
                   Write Reg-Ranking From WS-Cab-Grupo
                   Write Reg-Ranking From WS-Cab-Colunas
               End-If
               Perform GRAVAR-LINHA-RANKING
           End-Perform.

           Write Reg-Ranking From WS-Linha-Branco.

       GRAVAR-LINHA-RANKING.

           If WS-Tipo-Ordem = "C"
               Move TA-Pos-Curso (WS-Idx-Ord) To WLK-Posicao
               Move TA-Turma (WS-Idx-Ord) To WLK-Grupo
           Else
               Move TA-Pos-Turma (WS-Idx-Ord) To WLK-Posicao
               Move TA-Curso (WS-Idx-Ord) To WLK-Grupo
           End-If.
           Move TA-Matricula (WS-Idx-Ord) To WLK-Matricula.
           Move TA-Nome (WS-Idx-Ord) To WLK-Nome.
           Move TA-CR-Periodo (WS-Idx-Ord) To WLK-CR-Periodo.
           Move TA-CR-Acum (WS-Idx-Ord) To WLK-CR-Acum.
           Move TA-Qtd-Periodo (WS-Idx-Ord) To WLK-Qtd.
           Move TA-Reprov-Periodo (WS-Idx-Ord) To WLK-Reprov.
           If TA-Honra (WS-Idx-Ord) = "S"
               Move "*" To WLK-Honra
           Else
               Move Space To WLK-Honra
           End-If.

           Write Reg-Ranking From WS-Linha-Ranking.

       GRAVAR-QUADRO-HONRA.

           Move WS-Nota-Corte To WCH-Corte.
           Write Reg-Ranking From WS-Cab-Honra.
           Write Reg-Ranking From WS-Linha-Traco.

           Move "CURSO: " To WCG-Titulo.
           Move "TURMA" To WCC-Grupo.
           Move Low-Values To WS-Grupo-Atual.
           Move 0 To WS-Qtd-Honra.

           Perform Varying WS-Idx-Ord From 1 By 1
                   Until WS-Idx-Ord > Qtd-Alunos
               If TA-Honra (WS-Idx-Ord) = "S"
                   If TA-Curso (WS-Idx-Ord) Not = WS-Grupo-Atual
                       Move TA-Curso (WS-Idx-Ord) To WS-Grupo-Atual
                       Write Reg-Ranking From WS-Linha-Branco
                       Move TA-Curso (WS-Idx-Ord) To WCG-Grupo
                       Write Reg-Ranking From WS-Cab-Grupo
                       Write Reg-Ranking From WS-Cab-Colunas
                   End-If
                   Perform GRAVAR-LINHA-RANKING
                   Add 1 To WS-Qtd-Honra
               End-If
           End-Perform.

           If WS-Qtd-Honra = 0
               Move "NENHUM ALUNO ATINGIU A NOTA DE CORTE"
                   To WCS-Titulo
               Write Reg-Ranking From WS-Cab-Secao
           End-If.

           Write Reg-Ranking From WS-Linha-Branco.

       GRAVAR-EXTRATO.

           Move 0 To WS-Qtd-Extrato.
           Move 0 To WS-Hash-Extrato.

           Perform Varying WS-Idx-Ord From 1 By 1
                   Until WS-Idx-Ord > Qtd-Alunos
               Move WS-Periodo-Ranking To WXD-Periodo
               Move TA-Matricula (WS-Idx-Ord) To WXD-Matricula
               Move TA-Nome (WS-Idx-Ord) To WXD-Nome
               Move TA-Curso (WS-Idx-Ord) To WXD-Curso
               Move TA-Turma (WS-Idx-Ord) To WXD-Turma
               Move TA-CR-Periodo (WS-Idx-Ord) To WXD-CR-Periodo
               Move TA-CR-Acum (WS-Idx-Ord) To WXD-CR-Acum
               Move TA-Pos-Curso (WS-Idx-Ord) To WXD-Pos-Curso
               Move TA-Pos-Turma (WS-Idx-Ord) To WXD-Pos-Turma
               Move TA-Qtd-Periodo (WS-Idx-Ord) To WXD-Qtd-Periodo
               Move TA-Honra (WS-Idx-Ord) To WXD-Honra
               Write Reg-Bolsas From WS-Linha-Extrato-Detalhe
               Add 1 To WS-Qtd-Extrato
               Add TA-Matricula (WS-Idx-Ord) To WS-Hash-Extrato
           End-Perform.

           Move WS-Qtd-Extrato To WXT-Qtd-Registros.
           Move WS-Hash-Extrato To WXT-Hash-Total.
           Write Reg-Bolsas From WS-Linha-Extrato-Trailer.

       END PROGRAM EMITIR-RANKING.
