            Value "RELATORIO-MEDIA.TXT".

        01 WS-Parametros-OK        Pic X Value "N".
        01 WS-Turma-Dependencia    Pic X Value "N".
        01 WS-Pesos-Informados     Pic X Value "N".
        01 WS-Prm-Digito           Pic X Value "0".
        01 WS-Prm-Peso             Pic X(4) Value "0000".
                   Move WS-Prm-Peso-Num To WS-Peso-P4
               When "TURMA"
                   Move Prm-Valor To WS-Arq-Turma
               When "TURMADP"
                   If Prm-Valor (1:1) = "S"
                       Move "S" To WS-Turma-Dependencia
                   End-If
               When "RELATORIO"
                   Move Prm-Valor To WS-Arq-Relatorio
               When Other
                       Move "N" To WS-Aluno-Valido
                       Move "ALUNO NAO CADASTRADO" To WEX-Motivo
                   Not Invalid Key
                       If CTB-Turma Not = Aluno-Disciplina And
                          WS-Turma-Dependencia Not = "S"
                           Move "N" To WS-Aluno-Valido
                           Move "MATRICULADO EM OUTRA TURMA"
                               To WEX-Motivo
