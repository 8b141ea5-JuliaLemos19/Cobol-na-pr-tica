       IDENTIFICATION DIVISION.
       Program-Id.          APURAR-DEPENDENCIAS.
       Author.              BERGAMASCHI, MARCELO.
       Date-Written.        05-03-1999.
       Date-Compiled.
       Installation.        UNISANTA SANTOS.
       Security.            PROGRAMA DE APURACAO DAS DEPENDENCIAS E DA
           TURMA DE DEPENDENCIA DO PROXIMO PERIODO.

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

           Select Relatorio-Dependencias
               Assign To "DEPENDENCIAS-PENDENTES.TXT"
               Organization Is Line Sequential
               File Status Is FS-Relatorio.

           Select Turma-Dependencia
               Assign To Dynamic WS-Arq-Turma
               Organization Is Line Sequential
               File Status Is FS-Turma.

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

        FD  Relatorio-Dependencias.
        01  Reg-Relatorio          Pic X(80).

        FD  Turma-Dependencia.
        01  Reg-Aluno.
            05  Aluno-Id           Pic 9(6).
            05  Aluno-P1           Pic 9(2)V9.
            05  Aluno-P2           Pic 9(2)V9.
            05  Aluno-P3           Pic 9(2)V9.
            05  Aluno-P4           Pic 9(2)V9.
            05  Aluno-Disciplina   Pic X(6).
            05  Aluno-Faltas       Pic 9(3).
            05  Aluno-Carga-Horaria Pic 9(3).

        Working-Storage Section.
        01 WS-File-Status.
            05 FS-Historico        Pic X(2) Value "00".
            05 FS-Relatorio        Pic X(2) Value "00".
            05 FS-Turma            Pic X(2) Value "00".

        01 WS-Retorno              Pic 9(2) Value 0.

        01 WS-Periodo-Entrada.
            05 WS-Periodo-Texto    Pic X(6).
        01 WS-Periodo-Num Redefines WS-Periodo-Entrada
                                   Pic 9(6).
        01 WS-Periodo-Valido       Pic X Value "N".
        01 WS-Periodo-Proximo      Pic 9(6) Value 0.

        01 WS-Arq-Turma            Pic X(60) Value Spaces.
        01 WS-Nome-Arq-Turma.
            05 Filler              Pic X(9) Value "TURMA-DP-".
            05 WNT-Periodo         Pic 9(6).
            05 Filler              Pic X(4) Value ".TXT".

        01 Tabela-Disc-Aluno.
            05 Qtd-Disc-Aluno      Pic 9(3) Value 0.
            05 Disc-Tab Occurs 200 Times Indexed By Idx-Disc.
                10 TDA-Disciplina  Pic X(6).
                10 TDA-Periodo     Pic 9(6).
                10 TDA-Media       Pic 9(2)V9.
                10 TDA-Situacao    Pic X(20).

        01 Tabela-Dependencias.
            05 Qtd-Dependencias    Pic 9(4) Value 0.
            05 Dep-Tab Occurs 5000 Times.
                10 TD-Disciplina   Pic X(6).
                10 TD-Matricula    Pic 9(6).
                10 TD-Nome         Pic X(30).
                10 TD-Periodo      Pic 9(6).
                10 TD-Media        Pic 9(2)V9.
                10 TD-Situacao     Pic X(20).

        01 WS-Dep-Troca.
            05 WDT-Disciplina      Pic X(6).
            05 WDT-Matricula       Pic 9(6).
            05 WDT-Nome            Pic X(30).
            05 WDT-Periodo         Pic 9(6).
            05 WDT-Media           Pic 9(2)V9.
            05 WDT-Situacao        Pic X(20).

        01 WS-Idx-Disc-Atual       Pic 9(3) Comp Value 0.
        01 WS-Idx-Ord              Pic 9(4) Comp Value 0.
        01 WS-Tipo-Ordem           Pic X Value "D".
        01 WS-Trocou               Pic X Value "N".
        01 WS-Fora-Ordem           Pic X Value "N".
        01 WS-Tabela-Cheia         Pic X Value "N".

        01 WS-Fim-Historico        Pic X Value "N".
        01 WS-Tem-Matricula        Pic X Value "N".
        01 WS-Matricula-Atual      Pic 9(6) Value 0.
        01 WS-Nome-Atual           Pic X(30) Value Spaces.

        01 WS-Disciplina-Atual     Pic X(6) Value Spaces.
        01 WS-Qtd-Grupo            Pic 9(4) Value 0.

        01 WS-Qtd-Hist-Lidos       Pic 9(6) Value 0.
        01 WS-Qtd-Alunos-Dep       Pic 9(6) Value 0.
        01 WS-Qtd-Disciplinas-Dep  Pic 9(6) Value 0.
        01 WS-Qtd-Turma            Pic 9(6) Value 0.

        01 WS-Linha-Branco         Pic X(80) Value Spaces.
        01 WS-Linha-Traco          Pic X(80) Value All "-".

        01 WS-Cab-Dependencias.
            05 Filler              Pic X(40) Value
                "DEPENDENCIAS PENDENTES ANTES DO PERIODO ".
            05 WCD-Periodo         Pic 9(6).

        01 WS-Cab-Secao.
            05 WCS-Titulo          Pic X(40).

        01 WS-Cab-Disciplina.
            05 Filler              Pic X(12) Value "DISCIPLINA: ".
            05 WCI-Disciplina      Pic X(6).

        01 WS-Linha-Por-Disciplina.
            05 Filler              Pic X(2) Value Spaces.
            05 WPD-Matricula       Pic 9(6).
            05 Filler              Pic X(2) Value Spaces.
            05 WPD-Nome            Pic X(30).
            05 Filler              Pic X(2) Value Spaces.
            05 WPD-Periodo         Pic 9(6).
            05 Filler              Pic X(2) Value Spaces.
            05 WPD-Media           Pic Z9,9.
            05 Filler              Pic X(2) Value Spaces.
            05 WPD-Situacao        Pic X(20).

        01 WS-Cab-Aluno.
            05 Filler              Pic X(11) Value "MATRICULA: ".
            05 WCA-Matricula       Pic 9(6).
            05 Filler              Pic X(2) Value Spaces.
            05 WCA-Nome            Pic X(30).

        01 WS-Linha-Por-Aluno.
            05 Filler              Pic X(2) Value Spaces.
            05 WPA-Disciplina      Pic X(6).
            05 Filler              Pic X(2) Value Spaces.
            05 WPA-Periodo         Pic 9(6).
            05 Filler              Pic X(2) Value Spaces.
            05 WPA-Media           Pic Z9,9.
            05 Filler              Pic X(2) Value Spaces.
            05 WPA-Situacao        Pic X(20).

        01 WS-Linha-Subtotal.
            05 Filler              Pic X(2) Value Spaces.
            05 WLS-Titulo          Pic X(24).
            05 WLS-Qtd             Pic ZZZ9.

        01 WS-Linha-Totais.
            05 WLT-Titulo          Pic X(32).
            05 WLT-Qtd             Pic ZZZZZ9.

       Procedure Division.
       INICIO.

           Move 0 To WS-Retorno.

           Move "N" To WS-Periodo-Valido.
           Perform Until WS-Periodo-Valido = "S"
               Display "Digite o periodo da turma de dependencia "
                   "(AAAAPP): "
               Accept WS-Periodo-Texto
               If WS-Periodo-Texto Is Not Numeric
                   Display "Valor invalido, digite apenas numeros."
               Else
                   Move WS-Periodo-Num To WS-Periodo-Proximo
                   Move "S" To WS-Periodo-Valido
               End-If
           End-Perform.

           Move WS-Periodo-Proximo To WNT-Periodo.
           Move WS-Nome-Arq-Turma To WS-Arq-Turma.

           Open Input Historico-Escolar.
           If FS-Historico Not = "00"
               Display "Nao foi possivel abrir "
                   "HISTORICO-ESCOLAR.DAT, status ", FS-Historico
               Move 8 To WS-Retorno
           Else
               Perform APURAR-HISTORICO
               Close Historico-Escolar

               If WS-Tabela-Cheia = "S"
                   Move 8 To WS-Retorno
               Else
                   If Qtd-Dependencias = 0
                       Display "Nenhuma dependencia pendente antes do "
                           "periodo ", WS-Periodo-Proximo
                       Move 4 To WS-Retorno
                   Else
                       Perform EMITIR-DEPENDENCIAS
                   End-If
               End-If
           End-If.

           Move WS-Retorno To Return-Code.
           Stop Run.

       APURAR-HISTORICO.

           Move 0 To WS-Qtd-Hist-Lidos.
           Move 0 To Qtd-Dependencias.
           Move 0 To Qtd-Disc-Aluno.
           Move "N" To WS-Tabela-Cheia.
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
                       If Hist-Periodo < WS-Periodo-Proximo
                           Perform REGISTRAR-DISCIPLINA
                       End-If
               End-Read
           End-Perform.

           If WS-Tem-Matricula = "S"
               Perform FECHAR-ALUNO
           End-If.

       REGISTRAR-DISCIPLINA.

           If WS-Tem-Matricula = "N" Or
              Hist-Matricula Not = WS-Matricula-Atual
               If WS-Tem-Matricula = "S"
                   Perform FECHAR-ALUNO
               End-If
               Move "S" To WS-Tem-Matricula
               Move Hist-Matricula To WS-Matricula-Atual
               Move Hist-Nome To WS-Nome-Atual
               Move 0 To Qtd-Disc-Aluno
           End-If.

           Move 0 To WS-Idx-Disc-Atual.
           Perform Varying Idx-Disc From 1 By 1
                   Until Idx-Disc > Qtd-Disc-Aluno
                      Or WS-Idx-Disc-Atual > 0
               If TDA-Disciplina (Idx-Disc) = Hist-Disciplina
                   Set WS-Idx-Disc-Atual To Idx-Disc
               End-If
           End-Perform.

           If WS-Idx-Disc-Atual = 0
               If Qtd-Disc-Aluno < 200
                   Add 1 To Qtd-Disc-Aluno
                   Move Qtd-Disc-Aluno To WS-Idx-Disc-Atual
                   Move Hist-Disciplina
                       To TDA-Disciplina (WS-Idx-Disc-Atual)
               Else
                   Display "Disciplinas demais para a matricula ",
                       Hist-Matricula, ", ", Hist-Disciplina,
                       " ignorada."
               End-If
           End-If.

           If WS-Idx-Disc-Atual > 0
               Move Hist-Periodo To TDA-Periodo (WS-Idx-Disc-Atual)
               Move Hist-Media To TDA-Media (WS-Idx-Disc-Atual)
               Move Hist-Situacao To TDA-Situacao (WS-Idx-Disc-Atual)
               If Hist-Nome Not = Spaces
                   Move Hist-Nome To WS-Nome-Atual
               End-If
           End-If.

       FECHAR-ALUNO.

           Perform Varying Idx-Disc From 1 By 1
                   Until Idx-Disc > Qtd-Disc-Aluno
               If TDA-Situacao (Idx-Disc) (1:9) = "Reprovado"
                   Perform REGISTRAR-DEPENDENCIA
               End-If
           End-Perform.

       REGISTRAR-DEPENDENCIA.

           If Qtd-Dependencias < 5000
               Add 1 To Qtd-Dependencias
               Move TDA-Disciplina (Idx-Disc)
                   To TD-Disciplina (Qtd-Dependencias)
               Move WS-Matricula-Atual
                   To TD-Matricula (Qtd-Dependencias)
               Move WS-Nome-Atual To TD-Nome (Qtd-Dependencias)
               Move TDA-Periodo (Idx-Disc)
                   To TD-Periodo (Qtd-Dependencias)
               Move TDA-Media (Idx-Disc) To TD-Media (Qtd-Dependencias)
               Move TDA-Situacao (Idx-Disc)
                   To TD-Situacao (Qtd-Dependencias)
           Else
               If WS-Tabela-Cheia = "N"
                   Display "Tabela de dependencias cheia, apuracao "
                       "interrompida na matricula ", WS-Matricula-Atual
                   Move "S" To WS-Tabela-Cheia
               End-If
           End-If.

       EMITIR-DEPENDENCIAS.

           Open Output Relatorio-Dependencias.
           Open Output Turma-Dependencia.

           If FS-Relatorio Not = "00" Or FS-Turma Not = "00"
               Display "Nao foi possivel gravar "
                   "DEPENDENCIAS-PENDENTES.TXT ou ", WS-Arq-Turma
               Move 8 To WS-Retorno
           Else
               Move WS-Periodo-Proximo To WCD-Periodo
               Write Reg-Relatorio From WS-Cab-Dependencias
               Write Reg-Relatorio From WS-Linha-Branco

               Move "D" To WS-Tipo-Ordem
               Perform ORDENAR-DEPENDENCIAS
               Perform GRAVAR-POR-DISCIPLINA
               Perform GRAVAR-TURMA-DEPENDENCIA

               Move "A" To WS-Tipo-Ordem
               Perform ORDENAR-DEPENDENCIAS
               Perform GRAVAR-POR-ALUNO

               Move "DEPENDENCIAS PENDENTES:         " To WLT-Titulo
               Move Qtd-Dependencias To WLT-Qtd
               Write Reg-Relatorio From WS-Linha-Totais
               Move "DISCIPLINAS COM DEPENDENTES:    " To WLT-Titulo
               Move WS-Qtd-Disciplinas-Dep To WLT-Qtd
               Write Reg-Relatorio From WS-Linha-Totais
               Move "ALUNOS EM DEPENDENCIA:          " To WLT-Titulo
               Move WS-Qtd-Alunos-Dep To WLT-Qtd
               Write Reg-Relatorio From WS-Linha-Totais

               Close Relatorio-Dependencias
               Close Turma-Dependencia

               Display "Dependencias pendentes: ", Qtd-Dependencias
               Display "Alunos em dependencia:  ", WS-Qtd-Alunos-Dep
               Display "Relatorio gravado em "
                   "DEPENDENCIAS-PENDENTES.TXT"
               Display "Turma de dependencia gravada em ",
                   WS-Arq-Turma
               Display "Para as notas, informe TURMA com este arquivo "
                   "e TURMADP S em PARAMETROS-MEDIA.TXT"
           End-If.

       ORDENAR-DEPENDENCIAS.

           Move "S" To WS-Trocou.
           Perform Until WS-Trocou = "N"
               Move "N" To WS-Trocou
               Perform Varying WS-Idx-Ord From 1 By 1
                       Until WS-Idx-Ord >= Qtd-Dependencias
                   Perform COMPARAR-DEPENDENCIAS
                   If WS-Fora-Ordem = "S"
                       Move Dep-Tab (WS-Idx-Ord) To WS-Dep-Troca
                       Move Dep-Tab (WS-Idx-Ord + 1)
                           To Dep-Tab (WS-Idx-Ord)
                       Move WS-Dep-Troca To Dep-Tab (WS-Idx-Ord + 1)
                       Move "S" To WS-Trocou
                   End-If
               End-Perform
           End-Perform.

       COMPARAR-DEPENDENCIAS.

           Move "N" To WS-Fora-Ordem.

           If WS-Tipo-Ordem = "D"
               If TD-Disciplina (WS-Idx-Ord) >
                  TD-Disciplina (WS-Idx-Ord + 1)
                   Move "S" To WS-Fora-Ordem
               Else
                   If TD-Disciplina (WS-Idx-Ord) =
                      TD-Disciplina (WS-Idx-Ord + 1) And
                      TD-Matricula (WS-Idx-Ord) >
                      TD-Matricula (WS-Idx-Ord + 1)
                       Move "S" To WS-Fora-Ordem
                   End-If
               End-If
           Else
               If TD-Matricula (WS-Idx-Ord) >
                  TD-Matricula (WS-Idx-Ord + 1)
                   Move "S" To WS-Fora-Ordem
               Else
                   If TD-Matricula (WS-Idx-Ord) =
                      TD-Matricula (WS-Idx-Ord + 1) And
                      TD-Disciplina (WS-Idx-Ord) >
                      TD-Disciplina (WS-Idx-Ord + 1)
                       Move "S" To WS-Fora-Ordem
                   End-If
               End-If
           End-If.

       GRAVAR-POR-DISCIPLINA.

           Move "DEPENDENCIAS POR DISCIPLINA" To WCS-Titulo.
           Write Reg-Relatorio From WS-Cab-Secao.
           Write Reg-Relatorio From WS-Linha-Traco.

           Move 0 To WS-Qtd-Disciplinas-Dep.
           Move 0 To WS-Qtd-Grupo.
           Move Low-Values To WS-Disciplina-Atual.

           Perform Varying WS-Idx-Ord From 1 By 1
                   Until WS-Idx-Ord > Qtd-Dependencias
               If TD-Disciplina (WS-Idx-Ord) Not = WS-Disciplina-Atual
                   If WS-Qtd-Grupo > 0
                       Perform GRAVAR-SUBTOTAL-DISCIPLINA
                   End-If
                   Move TD-Disciplina (WS-Idx-Ord)
                       To WS-Disciplina-Atual
                   Move 0 To WS-Qtd-Grupo
                   Add 1 To WS-Qtd-Disciplinas-Dep
                   Move WS-Disciplina-Atual To WCI-Disciplina
                   Write Reg-Relatorio From WS-Cab-Disciplina
               End-If
               Move TD-Matricula (WS-Idx-Ord) To WPD-Matricula
               Move TD-Nome (WS-Idx-Ord) To WPD-Nome
               Move TD-Periodo (WS-Idx-Ord) To WPD-Periodo
               Move TD-Media (WS-Idx-Ord) To WPD-Media
               Move TD-Situacao (WS-Idx-Ord) To WPD-Situacao
               Write Reg-Relatorio From WS-Linha-Por-Disciplina
               Add 1 To WS-Qtd-Grupo
           End-Perform.

           If WS-Qtd-Grupo > 0
               Perform GRAVAR-SUBTOTAL-DISCIPLINA
           End-If.

           Write Reg-Relatorio From WS-Linha-Branco.

       GRAVAR-SUBTOTAL-DISCIPLINA.

           Move "ALUNOS EM DEPENDENCIA: " To WLS-Titulo.
           Move WS-Qtd-Grupo To WLS-Qtd.
           Write Reg-Relatorio From WS-Linha-Subtotal.
           Write Reg-Relatorio From WS-Linha-Branco.

       GRAVAR-POR-ALUNO.

           Move "DEPENDENCIAS POR ALUNO" To WCS-Titulo.
           Write Reg-Relatorio From WS-Cab-Secao.
           Write Reg-Relatorio From WS-Linha-Traco.

           Move 0 To WS-Qtd-Alunos-Dep.
           Move 0 To WS-Qtd-Grupo.
           Move "N" To WS-Tem-Matricula.

           Perform Varying WS-Idx-Ord From 1 By 1
                   Until WS-Idx-Ord > Qtd-Dependencias
               If WS-Tem-Matricula = "N" Or
                  TD-Matricula (WS-Idx-Ord) Not = WS-Matricula-Atual
                   If WS-Qtd-Grupo > 0
                       Perform GRAVAR-SUBTOTAL-ALUNO
                   End-If
                   Move "S" To WS-Tem-Matricula
                   Move TD-Matricula (WS-Idx-Ord)
                       To WS-Matricula-Atual
                   Move 0 To WS-Qtd-Grupo
                   Add 1 To WS-Qtd-Alunos-Dep
                   Move TD-Matricula (WS-Idx-Ord) To WCA-Matricula
                   Move TD-Nome (WS-Idx-Ord) To WCA-Nome
                   Write Reg-Relatorio From WS-Cab-Aluno
               End-If
               Move TD-Disciplina (WS-Idx-Ord) To WPA-Disciplina
               Move TD-Periodo (WS-Idx-Ord) To WPA-Periodo
               Move TD-Media (WS-Idx-Ord) To WPA-Media
               Move TD-Situacao (WS-Idx-Ord) To WPA-Situacao
               Write Reg-Relatorio From WS-Linha-Por-Aluno
               Add 1 To WS-Qtd-Grupo
           End-Perform.

           If WS-Qtd-Grupo > 0
               Perform GRAVAR-SUBTOTAL-ALUNO
           End-If.

           Write Reg-Relatorio From WS-Linha-Traco.

       GRAVAR-SUBTOTAL-ALUNO.

           Move "DISCIPLINAS PENDENTES: " To WLS-Titulo.
           Move WS-Qtd-Grupo To WLS-Qtd.
           Write Reg-Relatorio From WS-Linha-Subtotal.
           Write Reg-Relatorio From WS-Linha-Branco.

       GRAVAR-TURMA-DEPENDENCIA.

           Move 0 To WS-Qtd-Turma.

           Perform Varying WS-Idx-Ord From 1 By 1
                   Until WS-Idx-Ord > Qtd-Dependencias
               Move TD-Matricula (WS-Idx-Ord) To Aluno-Id
               Move 0 To Aluno-P1
               Move 0 To Aluno-P2
               Move 0 To Aluno-P3
               Move 0 To Aluno-P4
               Move TD-Disciplina (WS-Idx-Ord) To Aluno-Disciplina
               Move 0 To Aluno-Faltas
               Move 0 To Aluno-Carga-Horaria
               Write Reg-Aluno
               Add 1 To WS-Qtd-Turma
           End-Perform.

       END PROGRAM APURAR-DEPENDENCIAS.
