               Organization Is Line Sequential
               File Status Is FS-Emitido.

           Select Log-Revisao-Notas
               Assign To "LOG-REVISAO-NOTAS.TXT"
               Organization Is Line Sequential
               File Status Is FS-Log-Revisao.

           Select Revisao-Trabalho
               Assign To "REVISAO-TRABALHO.DAT"
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is RVT-Chave
               File Status Is FS-Rev-Trab.

        Data Division.

        File Section.
        FD  Historico-Emitido.
        01  Reg-Emitido            Pic X(80).

        FD  Log-Revisao-Notas.
        01  Reg-Log-Revisao.
            05  LRV-Data           Pic 9(8).
            05  Filler             Pic X(1).
            05  LRV-Hora           Pic 9(8).
            05  Filler             Pic X(1).
            05  LRV-Matricula      Pic 9(6).
            05  Filler             Pic X(1).
            05  LRV-Periodo        Pic 9(6).
            05  Filler             Pic X(1).
            05  LRV-Disciplina     Pic X(6).
            05  Filler             Pic X(112).

        FD  Revisao-Trabalho.
        01  Reg-Rev-Trab.
            05  RVT-Chave.
                10  RVT-Matricula  Pic 9(6).
                10  RVT-Periodo    Pic 9(6).
                10  RVT-Disciplina Pic X(6).

        Working-Storage Section.
        01 WS-File-Status.
            05 FS-Historico        Pic X(2) Value "00".
            05 FS-Cadastro         Pic X(2) Value "00".
            05 FS-Emitido          Pic X(2) Value "00".
            05 FS-Log-Revisao      Pic X(2) Value "00".
            05 FS-Rev-Trab         Pic X(2) Value "00".

        01 WS-Revisoes-Carregadas  Pic X Value "N".
        01 WS-Nota-Revisada        Pic X Value "N".
        01 WS-Qtd-Revisadas        Pic 9(4) Value 0.

        01 WS-Opcao                Pic 9 Value 0.

            05 WLD-Media           Pic Z9,9.
            05 Filler              Pic X(2) Value Spaces.
            05 WLD-Situacao        Pic X(20).
            05 Filler              Pic X(2) Value Spaces.
            05 WLD-Revisada        Pic X(10).

        01 WS-Linha-Media-Periodo.
            05 Filler              Pic X(20) Value
        01 WS-Linha-Vazio          Pic X(30) Value
            "SEM REGISTROS NO HISTORICO".

        01 WS-Linha-Nota-Revisada  Pic X(60) Value
            "*REVISADA: MEDIA ALTERADA POR REVISAO APOS A CARGA".

       Procedure Division.
       INICIO.

               Display "Nao foi possivel abrir "
                   "HISTORICO-ESCOLAR.DAT, status ", FS-Historico
           Else
               Perform CARREGAR-REVISOES
               Open Output Historico-Emitido
               Evaluate WS-Opcao
                   When 1
               End-Evaluate
               Close Historico-Emitido
               Close Historico-Escolar
               If WS-Revisoes-Carregadas = "S"
                   Close Revisao-Trabalho
               End-If

               If WS-Qtd-Emitidos > 0
                   Display "Historicos emitidos: ", WS-Qtd-Emitidos

           Open Input Historico-Escolar.

       CARREGAR-REVISOES.

           Move "N" To WS-Revisoes-Carregadas.

           Open Input Log-Revisao-Notas.
           If FS-Log-Revisao = "00"
               Open Output Revisao-Trabalho
               If FS-Rev-Trab Not = "00"
                   Display "Nao foi possivel criar "
                       "REVISAO-TRABALHO.DAT, status ", FS-Rev-Trab
                   Close Log-Revisao-Notas
               Else
                   Perform Until FS-Log-Revisao Not = "00"
                       Read Log-Revisao-Notas
                           At End
                               Move "10" To FS-Log-Revisao
                           Not At End
                               Perform GRAVAR-REVISAO-TRABALHO
                       End-Read
                   End-Perform
                   Close Log-Revisao-Notas
                   Close Revisao-Trabalho
                   Open Input Revisao-Trabalho
                   If FS-Rev-Trab = "00"
                       Move "S" To WS-Revisoes-Carregadas
                   End-If
               End-If
           End-If.

       GRAVAR-REVISAO-TRABALHO.

           Move LRV-Matricula To RVT-Matricula.
           Move LRV-Periodo To RVT-Periodo.
           Move LRV-Disciplina To RVT-Disciplina.

           Write Reg-Rev-Trab
               Invalid Key
                   Continue
           End-Write.

       VERIFICAR-NOTA-REVISADA.

           Move "N" To WS-Nota-Revisada.

           If WS-Revisoes-Carregadas = "S"
               Move Hist-Chave To RVT-Chave
               Read Revisao-Trabalho
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move "S" To WS-Nota-Revisada
               End-Read
           End-If.

       PROCESSA-UM-ALUNO.

           Move "N" To WS-Matricula-Valida.
           Move 0 To WS-Soma-Media-Total.
           Move 0 To WS-Qtd-Aprovadas.
           Move 0 To WS-Qtd-Reprovadas.
           Move 0 To WS-Qtd-Revisadas.
           Move 0 To WS-Qtd-Disc-Periodo.
           Move 0 To WS-Soma-Media-Periodo.
           Move "N" To WS-Tem-Periodo.
               Perform GRAVAR-TOTAIS-ALUNO
           End-If.

           If WS-Qtd-Revisadas > 0
               Write Reg-Emitido From WS-Linha-Nota-Revisada
           End-If.

           Write Reg-Emitido From WS-Linha-Traco.
           Add 1 To WS-Qtd-Emitidos.

           Move Hist-Disciplina To WLD-Disciplina.
           Move Hist-Media To WLD-Media.
           Move Hist-Situacao To WLD-Situacao.
           Perform VERIFICAR-NOTA-REVISADA.
           If WS-Nota-Revisada = "S"
               Move "*REVISADA" To WLD-Revisada
               Add 1 To WS-Qtd-Revisadas
           Else
               Move Spaces To WLD-Revisada
           End-If.
           Write Reg-Emitido From WS-Linha-Disciplina.

           Add 1 To WS-Qtd-Disc-Periodo.
