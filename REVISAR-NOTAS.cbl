       IDENTIFICATION DIVISION.
       Program-Id.          REVISAR-NOTAS.
       Author.              BERGAMASCHI, MARCELO.
       Date-Written.        05-03-1999.
       Date-Compiled.
       Installation.        UNISANTA SANTOS.
       Security.            PROGRAMA DE REVISAO DE MEDIAS JA CARREGADAS
           NO HISTORICO ESCOLAR.

       Environment Division.
       Configuration Section.

       Special-Names.

       Decimal-Point Is Comma.

       Input-Output Section.
       File-Control.
           Select Revisao-Notas Assign To "REVISAO-NOTAS.TXT"
               Organization Is Line Sequential
               File Status Is FS-Revisao.

           Select Historico-Escolar
               Assign To "HISTORICO-ESCOLAR.DAT"
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is Hist-Chave
               File Status Is FS-Historico.

           Select Log-Revisao-Notas
               Assign To "LOG-REVISAO-NOTAS.TXT"
               Organization Is Line Sequential
               File Status Is FS-Log-Revisao.

           Select Rejeitos-Revisao
               Assign To "REJEITOS-REVISAO.TXT"
               Organization Is Line Sequential
               File Status Is FS-Rejeitos.

        Data Division.

        File Section.
        FD  Revisao-Notas.
        01  Reg-Revisao.
            05  Rev-Matricula      Pic 9(6).
            05  Rev-Periodo        Pic 9(6).
            05  Rev-Disciplina     Pic X(6).
            05  Rev-Media          Pic X(3).
            05  Rev-Motivo         Pic X(30).
            05  Rev-Professor      Pic X(20).

        FD  Historico-Escolar.
        01  Reg-Historico.
            05  Hist-Chave.
                10  Hist-Matricula   Pic 9(6).
                10  Hist-Periodo     Pic 9(6).
                10  Hist-Disciplina  Pic X(6).
            05  Hist-Nome            Pic X(30).
            05  Hist-Media           Pic 9(2)V9.
            05  Hist-Situacao        Pic X(20).

        FD  Log-Revisao-Notas.
        01  Reg-Log-Revisao        Pic X(150).

        FD  Rejeitos-Revisao.
        01  Reg-Rejeito            Pic X(80).

        Working-Storage Section.
        01 WS-File-Status.
            05 FS-Revisao          Pic X(2) Value "00".
            05 FS-Historico        Pic X(2) Value "00".
            05 FS-Log-Revisao      Pic X(2) Value "00".
            05 FS-Rejeitos         Pic X(2) Value "00".

        01 WS-Retorno              Pic 9(2) Value 0.

        01 WS-Qtd-Lida             Pic 9(6) Value 0.
        01 WS-Qtd-Revisada         Pic 9(6) Value 0.
        01 WS-Qtd-Rejeitada        Pic 9(6) Value 0.

        01 WS-Revisao-Valida       Pic X Value "N".

        01 WS-Saidas-OK            Pic X Value "N".
        01 WS-Log-OK               Pic X Value "S".

        01 WS-Media-Entrada.
            05 WS-Media-Texto      Pic X(3).
        01 WS-Media-Num Redefines WS-Media-Entrada
                                   Pic 9(2)V9.

        01 MEDIA                   Pic 9(2)V9 Value Zeros.
        01 WS-Classificacao        Pic X(20) Value Spaces.

        01 WS-Media-Anterior       Pic 9(2)V9 Value Zeros.
        01 WS-Situacao-Anterior    Pic X(20) Value Spaces.

        01 WS-Linha-Log-Revisao.
            05 WLR-Data            Pic 9(8).
            05 Filler              Pic X(1) Value Space.
            05 WLR-Hora            Pic 9(8).
            05 Filler              Pic X(1) Value Space.
            05 WLR-Matricula       Pic 9(6).
            05 Filler              Pic X(1) Value Space.
            05 WLR-Periodo         Pic 9(6).
            05 Filler              Pic X(1) Value Space.
            05 WLR-Disciplina      Pic X(6).
            05 Filler              Pic X(1) Value Space.
            05 WLR-Media-Antes     Pic Z9,9.
            05 Filler              Pic X(1) Value Space.
            05 WLR-Situacao-Antes  Pic X(20).
            05 Filler              Pic X(1) Value Space.
            05 WLR-Media-Depois    Pic Z9,9.
            05 Filler              Pic X(1) Value Space.
            05 WLR-Situacao-Depois Pic X(20).
            05 Filler              Pic X(1) Value Space.
            05 WLR-Professor       Pic X(20).
            05 Filler              Pic X(1) Value Space.
            05 WLR-Motivo          Pic X(30).

        01 WS-Linha-Rejeito.
            05 WRJ-Matricula       Pic 9(6).
            05 Filler              Pic X(2) Value Spaces.
            05 WRJ-Disciplina      Pic X(6).
            05 Filler              Pic X(2) Value Spaces.
            05 WRJ-Periodo         Pic 9(6).
            05 Filler              Pic X(2) Value Spaces.
            05 WRJ-Motivo          Pic X(40).

       Procedure Division.
       INICIO.

           Move 0 To WS-Retorno.

           Open Input Revisao-Notas.
           If FS-Revisao Not = "00"
               Display "Nao foi possivel abrir REVISAO-NOTAS.TXT"
               Move 8 To WS-Retorno
           Else
               Perform ABRIR-SAIDAS
               If WS-Saidas-OK Not = "S"
                   Move 8 To WS-Retorno
                   Close Revisao-Notas
               Else
                   Open I-O Historico-Escolar
                   If FS-Historico Not = "00"
                       Display "Nao foi possivel abrir "
                           "HISTORICO-ESCOLAR.DAT, status ",
                           FS-Historico
                       Move 8 To WS-Retorno
                       Close Revisao-Notas
                       Close Log-Revisao-Notas
                       Close Rejeitos-Revisao
                   Else
                       Perform APLICAR-REVISOES
                   End-If
               End-If
           End-If.

           Move WS-Retorno To Return-Code.
           Stop Run.

       ABRIR-SAIDAS.

           Move "N" To WS-Saidas-OK.

           Open Extend Log-Revisao-Notas.
           If FS-Log-Revisao Not = "00"
               Open Output Log-Revisao-Notas
           End-If.

           If FS-Log-Revisao Not = "00"
               Display "Nao foi possivel abrir "
                   "LOG-REVISAO-NOTAS.TXT, status ", FS-Log-Revisao
           Else
               Open Output Rejeitos-Revisao
               If FS-Rejeitos Not = "00"
                   Display "Nao foi possivel abrir "
                       "REJEITOS-REVISAO.TXT, status ", FS-Rejeitos
                   Close Log-Revisao-Notas
               Else
                   Move "S" To WS-Saidas-OK
               End-If
           End-If.

       APLICAR-REVISOES.

           Move "S" To WS-Log-OK.
           Move 0 To WS-Qtd-Lida.
           Move 0 To WS-Qtd-Revisada.
           Move 0 To WS-Qtd-Rejeitada.

           Perform Until FS-Revisao Not = "00"
               Read Revisao-Notas
                   At End
                       Move "10" To FS-Revisao
                   Not At End
                       Add 1 To WS-Qtd-Lida
                       Perform PROCESSA-REVISAO
               End-Read
           End-Perform.

           Close Revisao-Notas.
           Close Historico-Escolar.
           Close Log-Revisao-Notas.
           Close Rejeitos-Revisao.

           If WS-Qtd-Lida = 0
               Display "Arquivo de revisoes vazio."
               Move 4 To WS-Retorno
           End-If.
           If WS-Qtd-Rejeitada > 0
               Move 4 To WS-Retorno
           End-If.
           If WS-Log-OK Not = "S"
               Display "Revisao interrompida: LOG-REVISAO-NOTAS.TXT "
                   "nao gravado."
               Move 8 To WS-Retorno
           End-If.

           Display "Revisoes lidas:      ", WS-Qtd-Lida.
           Display "Revisoes aplicadas:  ", WS-Qtd-Revisada.
           Display "Revisoes rejeitadas: ", WS-Qtd-Rejeitada.
           If WS-Qtd-Revisada > 0
               Display "Alteracoes gravadas em LOG-REVISAO-NOTAS.TXT"
           End-If.
           If WS-Qtd-Rejeitada > 0
               Display "Rejeitos gravados em REJEITOS-REVISAO.TXT"
           End-If.

       PROCESSA-REVISAO.

           Perform VALIDAR-REVISAO.

           If WS-Revisao-Valida = "S"
               Move Rev-Matricula To Hist-Matricula
               Move Rev-Periodo To Hist-Periodo
               Move Rev-Disciplina To Hist-Disciplina
               Read Historico-Escolar
                   Invalid Key
                       Move "N" To WS-Revisao-Valida
                       Move "ALUNO/PERIODO/DISCIPLINA NAO CARREGADO"
                           To WRJ-Motivo
               End-Read
           End-If.

           If WS-Revisao-Valida = "S"
               If Hist-Media = WS-Media-Num
                   Move "N" To WS-Revisao-Valida
                   Move "NOVA MEDIA IGUAL A MEDIA ATUAL"
                       To WRJ-Motivo
               End-If
           End-If.

           If WS-Revisao-Valida = "S"
               Perform REVISAR-REGISTRO
           Else
               Perform GRAVAR-REJEITO
           End-If.

       VALIDAR-REVISAO.

           Move "S" To WS-Revisao-Valida.
           Move Rev-Media To WS-Media-Texto.

           If Rev-Matricula Is Not Numeric Or
              Rev-Periodo Is Not Numeric
               Move "N" To WS-Revisao-Valida
               Move "MATRICULA OU PERIODO INVALIDO" To WRJ-Motivo
           Else
               If WS-Media-Texto Is Not Numeric
                   Move "N" To WS-Revisao-Valida
                   Move "NOVA MEDIA NAO NUMERICA" To WRJ-Motivo
               Else
                   If WS-Media-Num > 10,0
                       Move "N" To WS-Revisao-Valida
                       Move "NOVA MEDIA MAIOR QUE 10,0" To WRJ-Motivo
                   Else
                       If Rev-Motivo = Spaces
                           Move "N" To WS-Revisao-Valida
                           Move "MOTIVO DA REVISAO NAO INFORMADO"
                               To WRJ-Motivo
                       Else
                           If Rev-Professor = Spaces
                               Move "N" To WS-Revisao-Valida
                               Move "PROFESSOR NAO INFORMADO"
                                   To WRJ-Motivo
                           End-If
                       End-If
                   End-If
               End-If
           End-If.

       REVISAR-REGISTRO.

           Move Hist-Media To WS-Media-Anterior.
           Move Hist-Situacao To WS-Situacao-Anterior.

           Move WS-Media-Num To MEDIA.
           Perform CLASSIFICAR-MEDIA.

           Move MEDIA To Hist-Media.
           Move WS-Classificacao To Hist-Situacao.

           Rewrite Reg-Historico
               Invalid Key
                   Move "ERRO AO REGRAVAR O HISTORICO" To WRJ-Motivo
                   Perform GRAVAR-REJEITO
               Not Invalid Key
                   Perform GRAVAR-LOG-REVISAO
                   If WS-Log-OK = "S"
                       Add 1 To WS-Qtd-Revisada
                   Else
                       Perform DESFAZER-REVISAO
                   End-If
           End-Rewrite.

       DESFAZER-REVISAO.

           Move WS-Media-Anterior To Hist-Media.
           Move WS-Situacao-Anterior To Hist-Situacao.

           Rewrite Reg-Historico
               Invalid Key
                   Display "Erro ao restaurar o historico da "
                       "matricula ", Hist-Matricula, " disciplina ",
                       Hist-Disciplina, " status ", FS-Historico
               Not Invalid Key
                   Display "Revisao da matricula ", Hist-Matricula,
                       " disciplina ", Hist-Disciplina, " desfeita."
           End-Rewrite.

           Move "10" To FS-Revisao.

       CLASSIFICAR-MEDIA.

           If WS-Situacao-Anterior = "Reprovado por Falta"
               Move "Reprovado por Falta" To WS-Classificacao
           Else
               If MEDIA >= 7,0
                   Move "Aprovado" To WS-Classificacao
               Else
                   If MEDIA < 5,0
                       Move "Reprovado" To WS-Classificacao
                   Else
                       Move "Exame de Recuperacao" To WS-Classificacao
                   End-If
               End-If
           End-If.

       GRAVAR-LOG-REVISAO.

           Accept WLR-Data From Date YYYYMMDD.
           Accept WLR-Hora From Time.
           Move Hist-Matricula To WLR-Matricula.
           Move Hist-Periodo To WLR-Periodo.
           Move Hist-Disciplina To WLR-Disciplina.
           Move WS-Media-Anterior To WLR-Media-Antes.
           Move WS-Situacao-Anterior To WLR-Situacao-Antes.
           Move Hist-Media To WLR-Media-Depois.
           Move Hist-Situacao To WLR-Situacao-Depois.
           Move Rev-Professor To WLR-Professor.
           Move Rev-Motivo To WLR-Motivo.

           Write Reg-Log-Revisao From WS-Linha-Log-Revisao.
           If FS-Log-Revisao Not = "00"
               Display "Erro ao gravar LOG-REVISAO-NOTAS.TXT, status ",
                   FS-Log-Revisao
               Move "N" To WS-Log-OK
           End-If.

       GRAVAR-REJEITO.

           Move Rev-Matricula To WRJ-Matricula.
           Move Rev-Disciplina To WRJ-Disciplina.
           Move Rev-Periodo To WRJ-Periodo.
           Write Reg-Rejeito From WS-Linha-Rejeito.
           Add 1 To WS-Qtd-Rejeitada.

       END PROGRAM REVISAR-NOTAS.
