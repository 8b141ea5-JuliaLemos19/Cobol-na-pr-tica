               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

           SELECT DISSIDIO-RETROATIVO
               ASSIGN TO "DISSIDIO-RETROATIVO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISSIDIO.

           SELECT DISSIDIO-TRABALHO
               ASSIGN TO "DISSIDIO-TRABALHO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTB-CHAVE
               FILE STATUS IS FS-DISS-TRAB.

           SELECT DIFERENCAS-DISSIDIO
               ASSIGN TO "DIFERENCAS-DISSIDIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIFERENCAS.

           SELECT HISTORICO-CADASTRO
               ASSIGN TO "HISTORICO-CADASTRO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT DISSIDIO-PAGO
               ASSIGN TO "DISSIDIO-PAGO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISS-PAGO.

           SELECT DISSIDIO-PAGO-TRAB
               ASSIGN TO "DISSIDIO-PAGO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISS-PAGO-TRAB.

           SELECT TABELA-PROPOSTA ASSIGN TO "TABELA-PROPOSTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPOSTA.

           SELECT SIMULACAO-IMPOSTO
               ASSIGN TO "SIMULACAO-IMPOSTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SIMULACAO.

           SELECT PLANO-CONTAS ASSIGN TO "PLANO-CONTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANO.

           SELECT INTERFACE-CONTABIL
               ASSIGN TO "INTERFACE-CONTABIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTERFACE.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-PAGAMENTO.
           05  FAIXA-INSS-ALIQUOTA     PIC 99V9.

       FD  AUDITORIA-IMPOSTO.
       01  REG-AUDITORIA               PIC X(83).
       01  REG-AUDITORIA-CAMPOS.
           05  AUD-MATRICULA           PIC 9(6).
           05  FILLER                  PIC X(1).
           05  AUD-DATA.
               10  AUD-ANO-MES         PIC 9(6).
               10  FILLER              PIC 9(2).
           05  FILLER                  PIC X(10).
           05  AUD-SALARIO-ED          PIC X(9).
           05  FILLER                  PIC X(1).
           05  AUD-DEPENDENTES         PIC 9(2).
           05  FILLER                  PIC X(1).
           05  AUD-INSS-ED             PIC X(9).
           05  FILLER                  PIC X(1).
           05  AUD-BASE-ED             PIC X(9).
           05  FILLER                  PIC X(1).
           05  AUD-ALIQUOTA-ED         PIC X(4).
           05  FILLER                  PIC X(1).
           05  AUD-ISENTO              PIC X.
           05  FILLER                  PIC X(1).
           05  AUD-TIPO                PIC X.
           05  FILLER                  PIC X(1).
           05  AUD-COMPETENCIA         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  AUD-IRPF-ED             PIC X(9).

       FD  CADASTRO-FUNCIONARIOS.
       01  REG-FUNCIONARIO.
       01  REG-RESUMO-DEP              PIC X(80).

       FD  EXCECOES-FOLHA.
       01  REG-EXCECAO                 PIC X(85).

       FD  CREDITO-BANCARIO.
       01  REG-CREDITO                 PIC X(80).
       FD  LOG-EXECUCAO.
       01  REG-LOG                     PIC X(100).

       FD  DISSIDIO-RETROATIVO.
       01  REG-DISSIDIO.
           05  DSS-MATRICULA           PIC 9(6).
           05  DSS-CENTRO-CUSTO        PIC 9(4).
           05  DSS-PERCENTUAL          PIC 9(3)V99.
           05  DSS-COMPETENCIA-INICIO  PIC 9(6).

       FD  DISSIDIO-TRABALHO.
       01  REG-DISS-TRAB.
           05  DTB-CHAVE.
               10  DTB-MATRICULA       PIC 9(6).
               10  DTB-COMPETENCIA     PIC 9(6).
               10  DTB-TIPO            PIC X.
           05  DTB-PERCENTUAL          PIC 9(3)V99.
           05  DTB-SALARIO             PIC 9(5)V99.
           05  DTB-DEPENDENTES         PIC 9(2).
           05  DTB-INSS                PIC 9(5)V99.
           05  DTB-IRPF                PIC 9(5)V99.
           05  DTB-PAGO-BRUTO          PIC 9(5)V99.
           05  DTB-PAGO-INSS           PIC 9(5)V99.
           05  DTB-PAGO-IRPF           PIC 9(5)V99.

       FD  DIFERENCAS-DISSIDIO.
       01  REG-DIFERENCA               PIC X(80).

       FD  DISSIDIO-PAGO.
       01  REG-DISS-PAGO.
           05  DPG-COMPETENCIA-PAGTO   PIC 9(6).
           05  DPG-MATRICULA           PIC 9(6).
           05  DPG-COMPETENCIA-ORIGEM  PIC 9(6).
           05  DPG-TIPO-ORIGEM         PIC X.
           05  DPG-PERCENTUAL          PIC 9(3)V99.
           05  DPG-DIF-BRUTO           PIC 9(5)V99.
           05  DPG-DIF-INSS            PIC 9(5)V99.
           05  DPG-DIF-IRPF            PIC 9(5)V99.

       FD  DISSIDIO-PAGO-TRAB.
       01  REG-DISS-PAGO-TRAB          PIC X(45).

       FD  HISTORICO-CADASTRO.
       01  REG-HISTORICO.
           05  HST-DATA                PIC 9(8).
           05  HST-HORA                PIC 9(8).
           05  HST-OPERADOR            PIC X(8).
           05  HST-OPERACAO            PIC X.
           05  HST-MATRICULA           PIC 9(6).
           05  HST-BANCARIO            PIC X.
           05  HST-ANTES               PIC X(78).
           05  HST-DEPOIS              PIC X(78).

       FD  TABELA-PROPOSTA.
       01  REG-PROPOSTA.
           05  PRP-TABELA              PIC X.
           05  PRP-NUMERO              PIC 9(1).
           05  PRP-LIMITE              PIC 9(5)V99.
           05  PRP-ALIQUOTA            PIC 99V9.

       FD  SIMULACAO-IMPOSTO.
       01  REG-SIMULACAO               PIC X(132).

       FD  PLANO-CONTAS.
       01  REG-PLANO.
           05  PLC-EVENTO              PIC X(10).
           05  PLC-CENTRO-CUSTO        PIC 9(4).
           05  PLC-CONTA               PIC X(20).
           05  PLC-HISTORICO           PIC X(30).

       FD  INTERFACE-CONTABIL.
       01  REG-INTERFACE               PIC X(100).

       WORKING-STORAGE SECTION.
       77 Salario      PIC 9(5)V99 VALUE 0,00.
       77 Mascara      PIC 99V9 VALUE 0,0.
       01 WS-COMPETENCIA-INFORMADA    PIC X VALUE "N".
       01 WS-REPROCESSAMENTO          PIC X VALUE "N".
       01 WS-COMPETENCIA-EM-USO       PIC X VALUE "N".
       01 WS-RESCISAO-PAGA            PIC X VALUE "N".
       01 WS-RETROATIVO-EM-USO        PIC X VALUE "N".

       01 TABELA-RESCISOES-PAGAS.
           05 QTD-RESCISOES-PAGAS      PIC 9(3) VALUE 0.
           05 RESC-PAGA-TAB OCCURS 500 TIMES INDEXED BY IDX-RESC.
               10 TRP-MATRICULA        PIC 9(6).

       01 WS-FILE-STATUS.
           05 FS-FOLHA                PIC X(2) VALUE "00".
           05 FS-DESC-TRAB            PIC X(2) VALUE "00".
           05 FS-PARAMETROS           PIC X(2) VALUE "00".
           05 FS-LOG                  PIC X(2) VALUE "00".
           05 FS-DISSIDIO             PIC X(2) VALUE "00".
           05 FS-DISS-TRAB            PIC X(2) VALUE "00".
           05 FS-DIFERENCAS           PIC X(2) VALUE "00".
           05 FS-DISS-PAGO            PIC X(2) VALUE "00".
           05 FS-DISS-PAGO-TRAB       PIC X(2) VALUE "00".
           05 FS-HISTORICO            PIC X(2) VALUE "00".
           05 FS-PLANO                PIC X(2) VALUE "00".
           05 FS-PROPOSTA             PIC X(2) VALUE "00".
           05 FS-SIMULACAO            PIC X(2) VALUE "00".
           05 FS-INTERFACE            PIC X(2) VALUE "00".

       01 WS-ARQ-FOLHA                PIC X(60)
           VALUE "FOLHA-PAGAMENTO.TXT".
       01 WS-DATA-SISTEMA             PIC 9(8).
       01 WS-ANO-VIGENTE              PIC 9(4).
       01 WS-FAIXAS-FORA-DE-ORDEM     PIC X VALUE "N".
       01 WS-FAIXAS-DO-ANO            PIC X VALUE "N".

       01 TABELA-FAIXAS.
           05 QTD-FAIXAS               PIC 9(2) VALUE 0.
               10 TAB-ALIQUOTA         PIC 99V9.

       01 WS-FAIXAS-INSS-FORA-ORDEM   PIC X VALUE "N".
       01 WS-FAIXAS-INSS-DO-ANO       PIC X VALUE "N".

       01 TABELA-INSS.
           05 QTD-FAIXAS-INSS          PIC 9(2) VALUE 0.
               10 TAB-INSS-LIMITE      PIC 9(5)V99.
               10 TAB-INSS-ALIQUOTA    PIC 99V9.

       01 TABELA-FAIXAS-PROPOSTA.
           05 QTD-FAIXAS-PROP          PIC 9(2) VALUE 0.
           05 FAIXA-PROP-TAB OCCURS 10 TIMES INDEXED BY IDX-FPROP.
               10 PROP-LIMITE          PIC 9(5)V99.
               10 PROP-ALIQUOTA        PIC 99V9.

       01 TABELA-INSS-PROPOSTA.
           05 QTD-FAIXAS-INSS-PROP     PIC 9(2) VALUE 0.
           05 FAIXA-INSS-PROP-TAB OCCURS 10 TIMES
                                       INDEXED BY IDX-IPROP.
               10 PROP-INSS-LIMITE     PIC 9(5)V99.
               10 PROP-INSS-ALIQUOTA   PIC 99V9.

       01 WS-FAIXAS-ATUAIS            PIC X(102).
       01 WS-INSS-ATUAIS              PIC X(102).
       01 WS-PROPOSTA-OK              PIC X VALUE "N".

       01 TABELA-SIMULACAO-CC.
           05 QTD-SIM-CC               PIC 9(3) VALUE 0.
           05 SIM-CC-TAB OCCURS 100 TIMES INDEXED BY IDX-SCC.
               10 TSC-CENTRO-CUSTO     PIC 9(4).
               10 TSC-QTD              PIC 9(5).
               10 TSC-INSS-ATU         PIC 9(9)V99.
               10 TSC-INSS-PROP        PIC 9(9)V99.
               10 TSC-IRPF-ATU         PIC 9(9)V99.
               10 TSC-IRPF-PROP        PIC 9(9)V99.
               10 TSC-LIQ-ATU          PIC 9(9)V99.
               10 TSC-LIQ-PROP         PIC 9(9)V99.

       01 WS-SIM-TROCA                PIC X(75).
       01 WS-IDX-SCC-ATUAL            PIC 9(3) COMP VALUE 0.
       01 WS-SIM-TROCOU               PIC X VALUE "N".
       01 WS-IDX-SCC-ORD              PIC 9(3) COMP VALUE 0.

       01 WS-SIM-VALORES.
           05 WS-SIM-INSS-ATU         PIC 9(9)V99 VALUE 0,00.
           05 WS-SIM-INSS-PROP        PIC 9(9)V99 VALUE 0,00.
           05 WS-SIM-IRPF-ATU         PIC 9(9)V99 VALUE 0,00.
           05 WS-SIM-IRPF-PROP        PIC 9(9)V99 VALUE 0,00.
           05 WS-SIM-LIQ-ATU          PIC 9(9)V99 VALUE 0,00.
           05 WS-SIM-LIQ-PROP         PIC 9(9)V99 VALUE 0,00.

       01 WS-SIM-TOTAIS.
           05 WS-SIM-QTD              PIC 9(6) VALUE 0.
           05 WS-SIM-IGNORADOS        PIC 9(6) VALUE 0.
           05 WS-SIM-TOT-INSS-ATU     PIC 9(9)V99 VALUE 0,00.
           05 WS-SIM-TOT-INSS-PROP    PIC 9(9)V99 VALUE 0,00.
           05 WS-SIM-TOT-IRPF-ATU     PIC 9(9)V99 VALUE 0,00.
           05 WS-SIM-TOT-IRPF-PROP    PIC 9(9)V99 VALUE 0,00.
           05 WS-SIM-TOT-LIQ-ATU      PIC 9(9)V99 VALUE 0,00.
           05 WS-SIM-TOT-LIQ-PROP     PIC 9(9)V99 VALUE 0,00.

       01 WS-SIM-DIFERENCA-S          PIC S9(9)V99 VALUE 0,00.

       01 WS-CAB-SIMULACAO.
           05 FILLER                  PIC X(42) VALUE
               "SIMULACAO DE TABELA PROPOSTA - COMPETENCIA".
           05 FILLER                  PIC X VALUE SPACE.
           05 WCSM-COMPETENCIA        PIC 9(6).
           05 FILLER                  PIC X(9) VALUE "  FOLHA: ".
           05 WCSM-FOLHA              PIC X(60).

       01 WS-CAB-COLUNAS-SIM.
           05 FILLER                  PIC X(33) VALUE
               "MATRIC NOME                 CC  ".
           05 FILLER                  PIC X(28) VALUE
               "    INSS ATUAL    INSS PROP.".
           05 FILLER                  PIC X(28) VALUE
               "    IRPF ATUAL    IRPF PROP.".
           05 FILLER                  PIC X(28) VALUE
               "    LIQ. ATUAL    LIQ. PROP.".
           05 FILLER                  PIC X(15) VALUE
               "      DIF. LIQ.".

       01 WS-LINHA-SIMULACAO.
           05 WSM-MATRICULA           PIC 9(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 WSM-NOME                PIC X(20).
           05 FILLER                  PIC X VALUE SPACE.
           05 WSM-CENTRO-CUSTO        PIC 9(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 WSM-VALORES.
               10 FILLER              PIC X(2) VALUE SPACES.
               10 WSM-INSS-ATU        PIC Z.ZZZ.ZZ9,99.
               10 FILLER              PIC X(2) VALUE SPACES.
               10 WSM-INSS-PROP       PIC Z.ZZZ.ZZ9,99.
               10 FILLER              PIC X(2) VALUE SPACES.
               10 WSM-IRPF-ATU        PIC Z.ZZZ.ZZ9,99.
               10 FILLER              PIC X(2) VALUE SPACES.
               10 WSM-IRPF-PROP       PIC Z.ZZZ.ZZ9,99.
               10 FILLER              PIC X(2) VALUE SPACES.
               10 WSM-LIQ-ATU         PIC Z.ZZZ.ZZ9,99.
               10 FILLER              PIC X(2) VALUE SPACES.
               10 WSM-LIQ-PROP        PIC Z.ZZZ.ZZ9,99.
               10 FILLER              PIC X(2) VALUE SPACES.
               10 WSM-DIF-LIQ         PIC -Z.ZZZ.ZZ9,99.

       01 WS-LINHA-SUBTOTAL-SIM.
           05 WSS-TITULO              PIC X(33).
           05 WSS-VALORES             PIC X(99).

       01 WS-LINHA-IMPACTO.
           05 WSI-TITULO              PIC X(36).
           05 WSI-VALOR               PIC -ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-SIM-QTD.
           05 WSQ-TITULO              PIC X(36).
           05 WSQ-QTD                 PIC ZZZZZ9.

       01 WS-INSS-CALCULADO           PIC 9(5)V99 VALUE 0,00.
       01 WS-SALARIO-CONTRIB          PIC 9(6)V99 VALUE 0,00.
       01 WS-LIMITE-ANTERIOR          PIC 9(5)V99 VALUE 0,00.
           05 WLE-NOME                PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WLE-MOTIVO              PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WLE-VALOR               PIC ZZ.ZZZ.ZZ9,99
                                       BLANK WHEN ZERO.

       01 TABELA-CONTAS-PENDENTES.
           05 QTD-CONTAS-PENDENTES     PIC 9(3) VALUE 0.
           05 PEND-TAB OCCURS 500 TIMES INDEXED BY IDX-PEND.
               10 TCP-MATRICULA        PIC 9(6).
               10 TCP-PENDENTE         PIC X.

       01 WS-CONTAS-PEND-OK           PIC X VALUE "S".

       01 WS-RESCISOES-OK             PIC X VALUE "S".

       01 WS-MATRICULA-PEND           PIC 9(6) VALUE 0.
       01 WS-IDX-PEND-ATUAL           PIC 9(3) COMP VALUE 0.
       01 WS-CONTA-PENDENTE           PIC X VALUE "N".
       01 WS-QTD-RETIDOS              PIC 9(4) VALUE 0.
       01 WS-TOTAL-RETIDO             PIC 9(9)V99 VALUE 0,00.

       01 WS-SALARIO-LIQUIDO-S        PIC S9(6)V99 VALUE 0,00.
       01 WS-SALARIO-LIQUIDO          PIC 9(6)V99 VALUE 0,00.
               10 TD-INSS              PIC 9(9)V99.
               10 TD-IRPF              PIC 9(9)V99.
               10 TD-LIQUIDO           PIC 9(9)V99.
               10 TD-BRUTO-MENSAL      PIC 9(9)V99.
               10 TD-BRUTO-13          PIC 9(9)V99.
               10 TD-BRUTO-FERIAS      PIC 9(9)V99.

       01 WS-DEP-TROCA.
           05 WDT-CENTRO-CUSTO        PIC 9(4).
           05 WDT-INSS                PIC 9(9)V99.
           05 WDT-IRPF                PIC 9(9)V99.
           05 WDT-LIQUIDO             PIC 9(9)V99.
           05 WDT-BRUTO-MENSAL        PIC 9(9)V99.
           05 WDT-BRUTO-13            PIC 9(9)V99.
           05 WDT-BRUTO-FERIAS        PIC 9(9)V99.

       01 TABELA-DESC-CONTABIL.
           05 QTD-DESC-CONTABIL        PIC 9(3) VALUE 0.
           05 DCT-TAB OCCURS 500 TIMES INDEXED BY IDX-DCT.
               10 TDC-CENTRO-CUSTO     PIC 9(4).
               10 TDC-CODIGO           PIC X(3).
               10 TDC-VALOR            PIC 9(9)V99.

       01 WS-IDX-DCT-ATUAL            PIC 9(3) COMP VALUE 0.
       01 WS-DESC-CONTABIL-CHEIO      PIC X VALUE "N".

       01 TABELA-PLANO-CONTAS.
           05 QTD-PLANO-CONTAS         PIC 9(3) VALUE 0.
           05 PLC-TAB OCCURS 300 TIMES INDEXED BY IDX-PLC.
               10 TPC-EVENTO           PIC X(10).
               10 TPC-CENTRO-CUSTO     PIC 9(4).
               10 TPC-CONTA            PIC X(20).
               10 TPC-HISTORICO        PIC X(30).

       01 WS-IDX-PLC-ATUAL            PIC 9(3) COMP VALUE 0.

       01 WS-CONTABIL-OK              PIC X VALUE "N".
       01 WS-FASE-CONTABIL            PIC X VALUE "V".
       01 WS-EVENTO-CONTABIL          PIC X(10) VALUE SPACES.
       01 WS-CC-CONTABIL              PIC 9(4) VALUE 0.
       01 WS-NATUREZA-CONTABIL        PIC X VALUE "D".
       01 WS-VALOR-CONTABIL           PIC 9(9)V99 VALUE 0,00.
       01 WS-CTB-QTD                  PIC 9(6) VALUE 0.
       01 WS-CTB-DEBITOS              PIC 9(11)V99 VALUE 0,00.
       01 WS-CTB-CREDITOS             PIC 9(11)V99 VALUE 0,00.
       01 WS-CTB-DEBITOS-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-CTB-CREDITOS-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-EVENTO-DESCONTO.
           05 FILLER                  PIC X(5) VALUE "DESC-".
           05 WED-CODIGO              PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.

       01 WS-CTB-HEADER.
           05 FILLER                  PIC X VALUE "H".
           05 WIH-COMPETENCIA         PIC 9(6).
           05 WIH-DATA                PIC 9(8).
           05 FILLER                  PIC X(15) VALUE
               "FOLHA PAGAMENTO".

       01 WS-CTB-DETALHE.
           05 FILLER                  PIC X VALUE "D".
           05 WIC-COMPETENCIA         PIC 9(6).
           05 WIC-CENTRO-CUSTO        PIC 9(4).
           05 WIC-CONTA               PIC X(20).
           05 WIC-NATUREZA            PIC X.
           05 WIC-VALOR               PIC 9(11)V99.
           05 WIC-EVENTO              PIC X(10).
           05 WIC-HISTORICO           PIC X(30).

       01 WS-CTB-TRAILER.
           05 FILLER                  PIC X VALUE "T".
           05 WIT-QTD                 PIC 9(6).
           05 WIT-DEBITOS             PIC 9(11)V99.
           05 WIT-CREDITOS            PIC 9(11)V99.

       01 WS-DEP-ACHADO               PIC X VALUE "N".
       01 WS-IDX-DEP-ATUAL            PIC 9(3) COMP VALUE 0.
       01 WS-LINHA-DEP-TOTAL          PIC X(24) VALUE
           "TOTAL GERAL DA EMPRESA".
       01 WS-QTD-CREDITOS             PIC 9(6) VALUE 0.
       01 WS-CRED-PENDENTE            PIC X VALUE "N".
       01 WS-TOTAL-CREDITADO          PIC 9(9)V99 VALUE 0,00.

       01 WS-CRED-HEADER.
           05 WLA-TIPO                PIC 9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WLA-COMPETENCIA         PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WLA-IRPF                PIC ZZ.ZZZ,99.

       01 TABELA-DISSIDIO.
           05 QTD-DISSIDIO             PIC 9(3) VALUE 0.
           05 DISS-TAB OCCURS 200 TIMES INDEXED BY IDX-DISS.
               10 TDS-MATRICULA        PIC 9(6).
               10 TDS-CENTRO-CUSTO     PIC 9(4).
               10 TDS-PERCENTUAL       PIC 9(3)V99.
               10 TDS-COMPETENCIA-INICIO PIC 9(6).

       01 WS-QTD-DISS-INVALIDOS       PIC 9(4) VALUE 0.
       01 WS-DISS-ACHADO              PIC X VALUE "N".
       01 WS-DISS-PERCENTUAL          PIC 9(3)V99 VALUE 0,00.
       01 WS-DISS-COMP-INICIO         PIC 9(6) VALUE 0.
       01 WS-DISS-TRAB-OK             PIC X VALUE "N".
       01 WS-DISS-PAGO-OK             PIC X VALUE "N".
       01 WS-QTD-DISS-ABATIDOS        PIC 9(6) VALUE 0.
       01 WS-QTD-DISS-SUBSTITUIDOS    PIC 9(6) VALUE 0.
       01 WS-TIPO-ORIGEM              PIC X VALUE SPACE.
       01 WS-FIM-DISS-TRAB            PIC X VALUE "N".
       01 WS-COMPETENCIA-REG          PIC 9(6) VALUE 0.
       01 WS-COMP-REG-PARTES REDEFINES WS-COMPETENCIA-REG.
           05 WS-COMP-REG-ANO         PIC 9(4).
           05 WS-COMP-REG-MES         PIC 9(2).
       01 WS-ANO-TABELAS              PIC 9(4) VALUE 0.
       01 WS-ULT-MAT-DISSIDIO         PIC 9(6) VALUE 0.
       01 WS-CADASTRO-DISS-OK         PIC X VALUE "N".
       01 WS-MAT-ABERTA               PIC X VALUE "N".
       01 WS-QTD-SELECIONADOS         PIC 9(6) VALUE 0.

       01 WS-VALOR-EDITADO            PIC X(9) VALUE SPACES.
       01 WS-VALOR-DIGITOS.
           05 FILLER                  PIC X(7).
       01 WS-VALOR-DIGITOS-NUM REDEFINES WS-VALOR-DIGITOS
                                       PIC 9(5)V99.
       01 WS-VALOR-NUM                PIC 9(5)V99 VALUE 0,00.

       01 WS-ALIQ-EDITADA             PIC X(4) VALUE SPACES.
       01 WS-ALIQ-DIGITOS.
           05 FILLER                  PIC X(3).
       01 WS-ALIQ-DIGITOS-NUM REDEFINES WS-ALIQ-DIGITOS
                                       PIC 99V9.
       01 WS-ALIQ-NUM                 PIC 99V9 VALUE 0,0.
       01 WS-BASE-REG                 PIC 9(5)V99 VALUE 0,00.

       01 WS-DIF-BRUTO-S              PIC S9(6)V99 VALUE 0,00.
       01 WS-DIF-BRUTO                PIC 9(5)V99 VALUE 0,00.
       01 WS-DIF-INSS-RETRO-S         PIC S9(5)V99 VALUE 0,00.
       01 WS-DIF-INSS                 PIC 9(5)V99 VALUE 0,00.
       01 WS-DIF-IRPF-S               PIC S9(5)V99 VALUE 0,00.
       01 WS-DIF-IRPF                 PIC 9(5)V99 VALUE 0,00.
       01 WS-DIF-LIQUIDO-S            PIC S9(6)V99 VALUE 0,00.
       01 WS-DIF-LIQUIDO              PIC 9(6)V99 VALUE 0,00.

       01 WS-MAT-BRUTO                PIC 9(7)V99 VALUE 0,00.
       01 WS-MAT-INSS                 PIC 9(7)V99 VALUE 0,00.
       01 WS-MAT-IRPF                 PIC 9(7)V99 VALUE 0,00.
       01 WS-MAT-LIQUIDO              PIC 9(7)V99 VALUE 0,00.
       01 WS-MAT-QTD                  PIC 9(3) VALUE 0.

       01 WS-DISS-QTD                 PIC 9(6) VALUE 0.
       01 WS-DISS-BRUTO               PIC 9(9)V99 VALUE 0,00.
       01 WS-DISS-INSS                PIC 9(9)V99 VALUE 0,00.
       01 WS-DISS-IRPF                PIC 9(9)V99 VALUE 0,00.
       01 WS-DISS-LIQUIDO             PIC 9(9)V99 VALUE 0,00.

       01 WS-CAB-DIFERENCAS.
           05 FILLER                  PIC X(45) VALUE
               "DIFERENCAS DE DISSIDIO - PAGAS NA COMPETENCIA".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WCF-COMPETENCIA         PIC 9(6).

       01 WS-CAB-COLUNAS-DIF.
           05 FILLER                  PIC X(20) VALUE
               "MATRIC COMPET TIPO  ".
           05 FILLER                  PIC X(20) VALUE
               "   SALARIO  REAJUST.".
           05 FILLER                  PIC X(20) VALUE
               " DIF.BRUTO  DIF.INSS".
           05 FILLER                  PIC X(20) VALUE
               "  DIF.IRPF  DIF.LIQ.".

       01 WS-LINHA-DIFERENCA.
           05 WDF-MATRICULA           PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WDF-COMPETENCIA         PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WDF-TIPO                PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WDF-SALARIO             PIC ZZ.ZZZ,99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WDF-REAJUSTADO          PIC ZZ.ZZZ,99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WDF-DIF-BRUTO           PIC ZZ.ZZZ,99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WDF-DIF-INSS            PIC ZZ.ZZZ,99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WDF-DIF-IRPF            PIC ZZ.ZZZ,99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WDF-DIF-LIQUIDO         PIC ZZ.ZZZ,99.

       01 WS-LINHA-DIF-NOME.
           05 FILLER                  PIC X(11) VALUE "MATRICULA: ".
           05 WDN-MATRICULA           PIC 9(6).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WDN-NOME                PIC X(30).

       01 WS-LINHA-DIF-TOTAL.
           05 FILLER                  PIC X(21) VALUE
               "TOTAL DA MATRICULA".
           05 WDS-QTD-MESES           PIC ZZ9.
           05 FILLER                  PIC X(17) VALUE " PAGAMENTO(S)".
           05 WDS-DIF-BRUTO           PIC ZZ.ZZZ,99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WDS-DIF-INSS            PIC ZZ.ZZZ,99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WDS-DIF-IRPF            PIC ZZ.ZZZ,99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WDS-DIF-LIQUIDO         PIC ZZ.ZZZ,99.

       01 WS-LINHA-DIF-QTD.
           05 WFQ-TITULO              PIC X(26).
           05 WFQ-QTD                 PIC ZZZZZ9.

       01 WS-LINHA-DIF-VAL.
           05 WFV-TITULO              PIC X(26).
           05 WFV-VALOR               PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HORA-INICIO FROM TIME.

           PERFORM LER-PARAMETROS.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-VIGENTE.
           MOVE WS-ANO-VIGENTE TO WS-ANO-TABELAS.

           PERFORM CARREGAR-TABELA-FAIXAS.
           PERFORM CARREGAR-TABELA-INSS.

           END-IF.
           PERFORM VERIFICAR-COMPETENCIA.

           IF WS-PARAMETROS-OK NOT = "S"
               DISPLAY "1 - Calculo individual"
               DISPLAY "2 - Processamento em lote (arquivo de folha)"
               DISPLAY "3 - Dissidio retroativo (DISSIDIO-RETROATIVO"
                   ".TXT)"
               DISPLAY "4 - Simulacao de tabela proposta "
                   "(TABELA-PROPOSTA.TXT)"
               DISPLAY "Digite a opcao: "
               ACCEPT WS-OPCAO
           END-IF.
               MOVE 0 TO WS-OPCAO
           END-IF.

           IF WS-OPCAO NOT = 4
               OPEN EXTEND AUDITORIA-IMPOSTO
               IF FS-AUDITORIA NOT = "00"
                   OPEN OUTPUT AUDITORIA-IMPOSTO
               END-IF
           END-IF.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM PROCESSA-INDIVIDUAL
               WHEN 2
                   PERFORM PROCESSA-LOTE
               WHEN 3
                   PERFORM PROCESSA-DISSIDIO
               WHEN 4
                   PERFORM PROCESSA-SIMULACAO
               WHEN OTHER
                   DISPLAY "Opcao invalida"
                   MOVE 8 TO WS-RETORNO
           END-EVALUATE.

           IF WS-OPCAO NOT = 4
               CLOSE AUDITORIA-IMPOSTO
               PERFORM GRAVAR-LOG
           END-IF.

           MOVE WS-RETORNO TO RETURN-CODE.
           STOP RUN.
       VERIFICAR-COMPETENCIA.

           MOVE "N" TO WS-COMPETENCIA-EM-USO.
           MOVE "N" TO WS-RETROATIVO-EM-USO.
           MOVE 0 TO QTD-RESCISOES-PAGAS.
           MOVE "S" TO WS-RESCISOES-OK.
           MOVE WS-COMPETENCIA TO WS-COMPETENCIA-X.

           OPEN INPUT AUDITORIA-IMPOSTO.
                       NOT AT END
                           IF REG-AUDITORIA (68:6) =
                              WS-COMPETENCIA-X
                               PERFORM CLASSIFICAR-AUDITORIA-COMP
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO FS-AUDITORIA
           END-IF.

       CLASSIFICAR-AUDITORIA-COMP.

           IF REG-AUDITORIA (66:1) = "4" OR
              REG-AUDITORIA (66:1) = "5" OR
              REG-AUDITORIA (66:1) = "6"
               MOVE REG-AUDITORIA (1:6) TO WS-MATRICULA
               PERFORM LOCALIZAR-RESCISAO-PAGA
               IF WS-RESCISAO-PAGA = "N"
                   IF QTD-RESCISOES-PAGAS >= 500
                       DISPLAY "Tabela de rescisoes pagas cheia, "
                           "matricula ", WS-MATRICULA, " nao coube."
                       MOVE "N" TO WS-RESCISOES-OK
                   ELSE
                       ADD 1 TO QTD-RESCISOES-PAGAS
                       MOVE WS-MATRICULA
                           TO TRP-MATRICULA (QTD-RESCISOES-PAGAS)
                   END-IF
               END-IF
           ELSE
               IF REG-AUDITORIA (66:1) = "7" OR
                  REG-AUDITORIA (66:1) = "8"
                   MOVE "S" TO WS-RETROATIVO-EM-USO
               ELSE
                   MOVE "S" TO WS-COMPETENCIA-EM-USO
               END-IF
           END-IF.

       LOCALIZAR-RESCISAO-PAGA.

           MOVE "N" TO WS-RESCISAO-PAGA.
           PERFORM VARYING IDX-RESC FROM 1 BY 1
                   UNTIL IDX-RESC > QTD-RESCISOES-PAGAS
                      OR WS-RESCISAO-PAGA = "S"
               IF TRP-MATRICULA (IDX-RESC) = WS-MATRICULA
                   MOVE "S" TO WS-RESCISAO-PAGA
               END-IF
           END-PERFORM.

       GRAVAR-LOG.

           MOVE "CALCULAR-IMPOSTO" TO WLG-PROGRAMA.

       CARREGAR-TABELA-FAIXAS.

           MOVE 0 TO QTD-FAIXAS.

           OPEN INPUT TABELA-FAIXAS-IRPF.
           END-IF.

           IF QTD-FAIXAS = 0
               MOVE "N" TO WS-FAIXAS-DO-ANO
               PERFORM CARREGAR-TABELA-PADRAO
           ELSE
               MOVE "S" TO WS-FAIXAS-DO-ANO
               PERFORM VALIDAR-FAIXAS-ASCENDENTES
           END-IF.

           END-IF.

           IF QTD-FAIXAS-INSS = 0
               MOVE "N" TO WS-FAIXAS-INSS-DO-ANO
               PERFORM CARREGAR-TABELA-INSS-PADRAO
           ELSE
               MOVE "S" TO WS-FAIXAS-INSS-DO-ANO
               PERFORM VALIDAR-FAIXAS-INSS
           END-IF.

               DISPLAY "Imposto de ", Mascara, "%"
           END-IF.

           COMPUTE WS-IMPOSTO-EMPREGADO =
               WS-BASE-CALCULO * Mascara / 100.

           PERFORM GRAVAR-AUDITORIA.

       CALCULAR-BASE.

           IF WS-TIPO-PAGAMENTO = 3 OR WS-TIPO-PAGAMENTO = 6
               COMPUTE WS-SALARIO-BASE = Salario + (Salario / 3)
           ELSE
               MOVE Salario TO WS-SALARIO-BASE
           MOVE WS-ISENTO-FLAG TO WLA-ISENTO.
           MOVE WS-TIPO-PAGAMENTO TO WLA-TIPO.
           MOVE WS-COMPETENCIA TO WLA-COMPETENCIA.
           MOVE WS-IMPOSTO-EMPREGADO TO WLA-IRPF.

           WRITE REG-AUDITORIA FROM WS-LINHA-AUDITORIA.

       PROCESSA-LOTE.

           PERFORM PEDIR-TIPO-LOTE.

           IF WS-TIPO-LOTE = 3
               IF WS-RESCISOES-OK NOT = "S"
                   DISPLAY "Lote recusado: rescisoes ja pagas na "
                       "competencia nao puderam ser apuradas."
                   MOVE 8 TO WS-RETORNO
               ELSE
                   PERFORM PROCESSA-LOTE-FOLHA
               END-IF
           ELSE
               PERFORM PROCESSA-LOTE-COMPETENCIA
           END-IF.

       PEDIR-TIPO-LOTE.

           IF WS-PARAMETROS-OK NOT = "S"
               DISPLAY "Tipo de lote:"
               DISPLAY "1 - Folha mensal (mensal e ferias)"
               DISPLAY "2 - 13 salario (lote exclusivo)"
               DISPLAY "3 - Rescisao (lote exclusivo)"
               DISPLAY "Digite o tipo do lote: "
               ACCEPT WS-TIPO-LOTE
           END-IF.
           IF WS-TIPO-LOTE NOT = 2 AND WS-TIPO-LOTE NOT = 3
               MOVE 1 TO WS-TIPO-LOTE
           END-IF.
           IF WS-TIPO-LOTE = 3 AND
              WS-ARQ-FOLHA = "FOLHA-PAGAMENTO.TXT"
               MOVE "FOLHA-RESCISAO.TXT" TO WS-ARQ-FOLHA
           END-IF.

       PROCESSA-LOTE-COMPETENCIA.

           IF WS-COMPETENCIA-EM-USO = "S" AND
              WS-REPROCESSAMENTO NOT = "S"
               DISPLAY "Competencia ", WS-COMPETENCIA, " ja possui "
           MOVE 0,00 TO WS-TOTAL-IMPOSTO.
           MOVE 0 TO WS-QTD-EXCECOES.

           PERFORM CARREGAR-CONTAS-PENDENTES.
           IF WS-CONTAS-PEND-OK NOT = "S"
               DISPLAY "Lote recusado: alteracoes bancarias pendentes "
                   "nao puderam ser apuradas."
               MOVE 8 TO WS-RETORNO
           ELSE
               PERFORM EXECUTAR-LOTE-FOLHA
           END-IF.

       EXECUTAR-LOTE-FOLHA.

           PERFORM CARREGAR-DESCONTOS.

           OPEN INPUT CADASTRO-FUNCIONARIOS.
           IF FS-CADASTRO NOT = "00"
               DISPLAY "Nao foi possivel abrir "
                   OPEN OUTPUT RESUMO-DEPARTAMENTO

                   MOVE 0 TO QTD-DEPTOS
                   MOVE 0 TO QTD-DESC-CONTABIL
                   MOVE "N" TO WS-DESC-CONTABIL-CHEIO

                   MOVE 0 TO WS-QTD-CREDITOS
                   MOVE 0,00 TO WS-TOTAL-CREDITADO
                   MOVE "N" TO WS-CRED-PENDENTE
                   MOVE WS-DATA-SISTEMA TO WCH-DATA
                   WRITE REG-CREDITO FROM WS-CRED-HEADER

                       MOVE 4 TO WS-RETORNO
                   END-IF

                   IF WS-CRED-PENDENTE = "S"
                       PERFORM EMITIR-CREDITO
                   END-IF

                   MOVE WS-TOTAL-IMPOSTO TO WT-TOTAL
                   WRITE REG-RELATORIO FROM WS-LINHA-TOTAL

                   WRITE REG-CREDITO FROM WS-CRED-TRAILER

                   PERFORM GRAVAR-RESUMO-DEPARTAMENTO
                   PERFORM GERAR-INTERFACE-CONTABIL

                   CLOSE FOLHA-PAGAMENTO
                   CLOSE RELATORIO-IMPOSTO
                   DISPLAY "Contracheques gravados em CONTRACHEQUE.TXT"
                   DISPLAY "Resumo por departamento gravado em "
                       "RESUMO-DEPARTAMENTO.TXT"
                   IF WS-QTD-RETIDOS > 0
                       DISPLAY WS-QTD-RETIDOS, " creditos retidos por "
                           "alteracao bancaria nao aprovada"
                   END-IF
                   IF WS-QTD-EXCECOES > 0
                       DISPLAY WS-QTD-EXCECOES, " excecoes gravadas "
                           "em EXCECOES-FOLHA.TXT"
                               TO WLE-MOTIVO
                           PERFORM GRAVAR-EXCECAO
                       ELSE
                           PERFORM VALIDAR-LOTE-RESCISAO
                       END-IF
                   END-IF
               END-IF
               PERFORM CALCULAR-BASE

               COMPUTE WS-DIF-INSS-S = FOLHA-INSS - WS-INSS
               IF WS-TIPO-LOTE NOT = 3 AND
                  (WS-DIF-INSS-S > WS-TOLERANCIA-INSS OR
                   WS-DIF-INSS-S < (0 - WS-TOLERANCIA-INSS))
                   MOVE "INSS DIVERGE DO CALCULADO" TO WLE-MOTIVO
                   PERFORM GRAVAR-EXCECAO
               END-IF
               WS-LIQUIDO-ANTES *
                   (100 - WS-PCT-MARGEM-CONSIG) / 100.

           MOVE WS-MATRICULA TO WCC-MATRICULA.
           MOVE FUNC-NOME TO WCC-NOME.
           MOVE WS-DESC-TIPO TO WCC-TIPO.
           WRITE REG-CONTRACHEQUE FROM WS-CC-CABECALHO.

           WRITE REG-CONTRACHEQUE FROM WS-LINHA-TRACO.

           PERFORM ACUMULAR-CREDITO.

           PERFORM ACUMULAR-DEPARTAMENTO.

       ACUMULAR-CREDITO.

           IF WS-CRED-PENDENTE = "S" AND
              WCD-MATRICULA NOT = WS-MATRICULA
               PERFORM EMITIR-CREDITO
           END-IF.

           IF WS-CRED-PENDENTE = "N"
               MOVE WS-MATRICULA TO WCD-MATRICULA
               MOVE FUNC-NOME TO WCD-NOME
               MOVE 0,00 TO WCD-VALOR
               MOVE FUNC-BANCO TO WCD-BANCO
               MOVE FUNC-AGENCIA TO WCD-AGENCIA
               MOVE FUNC-CONTA TO WCD-CONTA
               MOVE FUNC-CPF TO WCD-CPF
               MOVE "S" TO WS-CRED-PENDENTE
           END-IF.

           ADD WS-SALARIO-LIQUIDO TO WCD-VALOR.

       EMITIR-CREDITO.

           MOVE WCD-MATRICULA TO WS-MATRICULA-PEND.
           PERFORM LOCALIZAR-CONTA-PENDENTE.

           IF WS-IDX-PEND-ATUAL > 0 AND
              TCP-PENDENTE (WS-IDX-PEND-ATUAL) = "S"
               MOVE WCD-MATRICULA TO WLE-MATRICULA
               MOVE WCD-NOME TO WLE-NOME
               MOVE "CREDITO RETIDO CONTA ALTERADA" TO WLE-MOTIVO
               MOVE WCD-VALOR TO WLE-VALOR
               WRITE REG-EXCECAO FROM WS-LINHA-EXCECAO
               ADD 1 TO WS-QTD-EXCECOES
               ADD 1 TO WS-QTD-RETIDOS
               ADD WCD-VALOR TO WS-TOTAL-RETIDO
           ELSE
               WRITE REG-CREDITO FROM WS-CRED-DETALHE
               ADD 1 TO WS-QTD-CREDITOS
               ADD WCD-VALOR TO WS-TOTAL-CREDITADO
           END-IF.

           MOVE "N" TO WS-CRED-PENDENTE.

       CARREGAR-CONTAS-PENDENTES.

           MOVE 0 TO QTD-CONTAS-PENDENTES.
           MOVE 0 TO WS-QTD-RETIDOS.
           MOVE 0,00 TO WS-TOTAL-RETIDO.
           MOVE "S" TO WS-CONTAS-PEND-OK.

           OPEN INPUT HISTORICO-CADASTRO.
           IF FS-HISTORICO NOT = "00" AND FS-HISTORICO NOT = "35"
               DISPLAY "Nao foi possivel ler HISTORICO-CADASTRO.TXT, "
                   "status ", FS-HISTORICO
               MOVE "N" TO WS-CONTAS-PEND-OK
           END-IF.
           IF FS-HISTORICO = "00"
               PERFORM UNTIL FS-HISTORICO NOT = "00"
                   READ HISTORICO-CADASTRO
                       AT END
                           MOVE "10" TO FS-HISTORICO
                       NOT AT END
                           PERFORM AVALIAR-EVENTO-CADASTRO
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-CADASTRO
           END-IF.

       AVALIAR-EVENTO-CADASTRO.

           IF (HST-OPERACAO = "A" AND HST-BANCARIO = "S") OR
              HST-OPERACAO = "P"
               MOVE HST-MATRICULA TO WS-MATRICULA-PEND
               PERFORM LOCALIZAR-CONTA-PENDENTE
               IF WS-IDX-PEND-ATUAL = 0 AND HST-OPERACAO = "A"
                   IF QTD-CONTAS-PENDENTES >= 500
                       IF WS-CONTAS-PEND-OK = "S"
                           DISPLAY "Tabela de contas alteradas cheia "
                               "na matricula ", HST-MATRICULA
                       END-IF
                       MOVE "N" TO WS-CONTAS-PEND-OK
                   ELSE
                       ADD 1 TO QTD-CONTAS-PENDENTES
                       MOVE QTD-CONTAS-PENDENTES TO WS-IDX-PEND-ATUAL
                       MOVE HST-MATRICULA
                           TO TCP-MATRICULA (WS-IDX-PEND-ATUAL)
                   END-IF
               END-IF
               IF WS-IDX-PEND-ATUAL > 0
                   IF HST-OPERACAO = "A"
                       MOVE "S" TO TCP-PENDENTE (WS-IDX-PEND-ATUAL)
                   ELSE
                       MOVE PEND-TAB (QTD-CONTAS-PENDENTES)
                           TO PEND-TAB (WS-IDX-PEND-ATUAL)
                       SUBTRACT 1 FROM QTD-CONTAS-PENDENTES
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-CONTA-PENDENTE.

           MOVE 0 TO WS-IDX-PEND-ATUAL.

           PERFORM VARYING IDX-PEND FROM 1 BY 1
                   UNTIL IDX-PEND > QTD-CONTAS-PENDENTES
                      OR WS-IDX-PEND-ATUAL > 0
               IF TCP-MATRICULA (IDX-PEND) = WS-MATRICULA-PEND
                   SET WS-IDX-PEND-ATUAL TO IDX-PEND
               END-IF
           END-PERFORM.

       ACUMULAR-DEPARTAMENTO.

           PERFORM LOCALIZAR-DEPARTAMENTO.
                   TO TD-IRPF (WS-IDX-DEP-ATUAL)
               ADD WS-SALARIO-LIQUIDO
                   TO TD-LIQUIDO (WS-IDX-DEP-ATUAL)
               EVALUATE WS-TIPO-PAGAMENTO
                   WHEN 2
                   WHEN 5
                   WHEN 8
                       ADD WS-SALARIO-BASE
                           TO TD-BRUTO-13 (WS-IDX-DEP-ATUAL)
                   WHEN 3
                   WHEN 6
                       ADD WS-SALARIO-BASE
                           TO TD-BRUTO-FERIAS (WS-IDX-DEP-ATUAL)
                   WHEN 7
                       IF WS-TIPO-ORIGEM = "3" OR
                          WS-TIPO-ORIGEM = "6"
                           ADD WS-SALARIO-BASE
                               TO TD-BRUTO-FERIAS (WS-IDX-DEP-ATUAL)
                       ELSE
                           ADD WS-SALARIO-BASE
                               TO TD-BRUTO-MENSAL (WS-IDX-DEP-ATUAL)
                       END-IF
                   WHEN OTHER
                       ADD WS-SALARIO-BASE
                           TO TD-BRUTO-MENSAL (WS-IDX-DEP-ATUAL)
               END-EVALUATE
           END-IF.

       LOCALIZAR-DEPARTAMENTO.
               MOVE DTR-DESCRICAO TO WCV-TITULO
               MOVE WS-VALOR-DESCONTO TO WCV-VALOR
               WRITE REG-CONTRACHEQUE FROM WS-CC-LINHA-VALOR
               PERFORM ACUMULAR-DESCONTO-CONTABIL
           END-IF.

       ACUMULAR-DESCONTO-CONTABIL.

           MOVE 0 TO WS-IDX-DCT-ATUAL.

           PERFORM VARYING IDX-DCT FROM 1 BY 1
                   UNTIL IDX-DCT > QTD-DESC-CONTABIL
                      OR WS-IDX-DCT-ATUAL > 0
               IF TDC-CENTRO-CUSTO (IDX-DCT) = FUNC-CENTRO-CUSTO AND
                  TDC-CODIGO (IDX-DCT) = DTR-CODIGO
                   SET WS-IDX-DCT-ATUAL TO IDX-DCT
               END-IF
           END-PERFORM.

           IF WS-IDX-DCT-ATUAL = 0
               IF QTD-DESC-CONTABIL >= 500
                   DISPLAY "Tabela de descontos contabeis cheia, "
                       "codigo ", DTR-CODIGO, " centro ",
                       FUNC-CENTRO-CUSTO, " ignorado."
                   MOVE "S" TO WS-DESC-CONTABIL-CHEIO
               ELSE
                   ADD 1 TO QTD-DESC-CONTABIL
                   MOVE QTD-DESC-CONTABIL TO WS-IDX-DCT-ATUAL
                   MOVE FUNC-CENTRO-CUSTO
                       TO TDC-CENTRO-CUSTO (WS-IDX-DCT-ATUAL)
                   MOVE DTR-CODIGO TO TDC-CODIGO (WS-IDX-DCT-ATUAL)
                   MOVE 0,00 TO TDC-VALOR (WS-IDX-DCT-ATUAL)
               END-IF
           END-IF.

           IF WS-IDX-DCT-ATUAL > 0
               ADD WS-VALOR-DESCONTO TO TDC-VALOR (WS-IDX-DCT-ATUAL)
           END-IF.

       DEFINIR-TIPO-PAGAMENTO.
                   MOVE "13 SAL" TO WS-DESC-TIPO
               WHEN 3
                   MOVE "FERIAS" TO WS-DESC-TIPO
               WHEN 4
                   MOVE "RESCIS" TO WS-DESC-TIPO
               WHEN 5
                   MOVE "13 RES" TO WS-DESC-TIPO
               WHEN 6
                   MOVE "FERRES" TO WS-DESC-TIPO
               WHEN OTHER
                   MOVE SPACES TO WS-DESC-TIPO
           END-EVALUATE.

       VALIDAR-LOTE-RESCISAO.

           IF WS-TIPO-LOTE = 3 AND WS-TIPO-PAGAMENTO < 4
               MOVE "FORA DO LOTE DE RESCISAO" TO WLE-MOTIVO
               PERFORM GRAVAR-EXCECAO
           ELSE
               IF WS-TIPO-LOTE NOT = 3 AND WS-TIPO-PAGAMENTO > 3
                   MOVE "RESCISAO REQUER LOTE PROPRIO" TO WLE-MOTIVO
                   PERFORM GRAVAR-EXCECAO
               ELSE
                   IF WS-TIPO-LOTE = 3
                       MOVE FOLHA-MATRICULA TO WS-MATRICULA
                       PERFORM LOCALIZAR-RESCISAO-PAGA
                   ELSE
                       MOVE "N" TO WS-RESCISAO-PAGA
                   END-IF
                   IF WS-RESCISAO-PAGA = "S"
                       MOVE "RESCISAO JA PROCESSADA" TO WLE-MOTIVO
                       PERFORM GRAVAR-EXCECAO
                   ELSE
                       PERFORM VALIDAR-FUNCIONARIO
                   END-IF
               END-IF
           END-IF.

       VALIDAR-FUNCIONARIO.

           MOVE "N" TO WS-FUNCIONARIO-OK.
                   MOVE "MATRICULA NAO CADASTRADA" TO WLE-MOTIVO
                   PERFORM GRAVAR-EXCECAO
               NOT INVALID KEY
                   IF WS-TIPO-LOTE = 3
                       IF FUNC-SITUACAO NOT = "D"
                           MOVE "RESCISAO DE FUNCIONARIO ATIVO"
                               TO WLE-MOTIVO
                           PERFORM GRAVAR-EXCECAO
                       ELSE
                           MOVE "S" TO WS-FUNCIONARIO-OK
                       END-IF
                   ELSE
                       IF FUNC-SITUACAO NOT = "A"
                           MOVE "FUNCIONARIO DESLIGADO" TO WLE-MOTIVO
                           PERFORM GRAVAR-EXCECAO
                       ELSE
                           MOVE "S" TO WS-FUNCIONARIO-OK
                       END-IF
                   END-IF
           END-READ.


           MOVE FOLHA-MATRICULA TO WLE-MATRICULA.
           MOVE FOLHA-NOME TO WLE-NOME.
           MOVE 0 TO WLE-VALOR.
           WRITE REG-EXCECAO FROM WS-LINHA-EXCECAO.
           ADD 1 TO WS-QTD-EXCECOES.

       PROCESSA-DISSIDIO.

           IF WS-RETROATIVO-EM-USO = "S" AND
              WS-REPROCESSAMENTO NOT = "S"
               DISPLAY "Competencia ", WS-COMPETENCIA, " ja possui "
                   "dissidio retroativo gravado."
               DISPLAY "Lote recusado. Informe REPROC S para "
                   "reprocessar o dissidio."
               MOVE 8 TO WS-RETORNO
           ELSE
               PERFORM CARREGAR-DISSIDIO
               IF QTD-DISSIDIO = 0
                   DISPLAY "Nenhum reajuste valido em "
                       "DISSIDIO-RETROATIVO.TXT."
                   MOVE 8 TO WS-RETORNO
               ELSE
                   PERFORM PROCESSA-LOTE-DISSIDIO
               END-IF
           END-IF.

       CARREGAR-DISSIDIO.

           MOVE 0 TO QTD-DISSIDIO.
           MOVE 0 TO WS-QTD-DISS-INVALIDOS.

           OPEN INPUT DISSIDIO-RETROATIVO.
           IF FS-DISSIDIO NOT = "00"
               DISPLAY "Nao foi possivel abrir DISSIDIO-RETROATIVO.TXT"
           ELSE
               PERFORM UNTIL FS-DISSIDIO NOT = "00"
                   READ DISSIDIO-RETROATIVO
                       AT END
                           MOVE "10" TO FS-DISSIDIO
                       NOT AT END
                           PERFORM VALIDAR-REAJUSTE-DISSIDIO
                   END-READ
               END-PERFORM
               CLOSE DISSIDIO-RETROATIVO
               IF WS-QTD-DISS-INVALIDOS > 0
                   DISPLAY WS-QTD-DISS-INVALIDOS, " linhas invalidas "
                       "ignoradas em DISSIDIO-RETROATIVO.TXT"
                   MOVE 4 TO WS-RETORNO
               END-IF
           END-IF.

       VALIDAR-REAJUSTE-DISSIDIO.

           IF DSS-MATRICULA IS NOT NUMERIC OR
              DSS-CENTRO-CUSTO IS NOT NUMERIC OR
              DSS-PERCENTUAL IS NOT NUMERIC OR
              DSS-COMPETENCIA-INICIO IS NOT NUMERIC
               ADD 1 TO WS-QTD-DISS-INVALIDOS
               DISPLAY "Reajuste com campo nao numerico: ",
                   REG-DISSIDIO
           ELSE
               MOVE DSS-COMPETENCIA-INICIO TO WS-COMPETENCIA-REG
               IF DSS-PERCENTUAL = 0 OR
                  (DSS-MATRICULA = 0 AND DSS-CENTRO-CUSTO = 0) OR
                  WS-COMP-REG-MES < 1 OR WS-COMP-REG-MES > 12 OR
                  WS-COMPETENCIA-REG NOT < WS-COMPETENCIA
                   ADD 1 TO WS-QTD-DISS-INVALIDOS
                   DISPLAY "Reajuste invalido: ", REG-DISSIDIO
               ELSE
                   IF QTD-DISSIDIO >= 200
                       ADD 1 TO WS-QTD-DISS-INVALIDOS
                       DISPLAY "Tabela de reajustes cheia, linha "
                           "ignorada: ", REG-DISSIDIO
                   ELSE
                       ADD 1 TO QTD-DISSIDIO
                       MOVE DSS-MATRICULA
                           TO TDS-MATRICULA (QTD-DISSIDIO)
                       MOVE DSS-CENTRO-CUSTO
                           TO TDS-CENTRO-CUSTO (QTD-DISSIDIO)
                       MOVE DSS-PERCENTUAL
                           TO TDS-PERCENTUAL (QTD-DISSIDIO)
                       MOVE DSS-COMPETENCIA-INICIO
                           TO TDS-COMPETENCIA-INICIO (QTD-DISSIDIO)
                   END-IF
               END-IF
           END-IF.

       PROCESSA-LOTE-DISSIDIO.

           MOVE 0,00 TO WS-TOTAL-IMPOSTO.
           MOVE 0 TO WS-QTD-EXCECOES.

           PERFORM CARREGAR-CONTAS-PENDENTES.
           IF WS-CONTAS-PEND-OK NOT = "S"
               DISPLAY "Lote recusado: alteracoes bancarias pendentes "
                   "nao puderam ser apuradas."
               MOVE 8 TO WS-RETORNO
           ELSE
               PERFORM EXECUTAR-LOTE-DISSIDIO
           END-IF.

       EXECUTAR-LOTE-DISSIDIO.

           OPEN INPUT CADASTRO-FUNCIONARIOS.
           IF FS-CADASTRO NOT = "00"
               DISPLAY "Nao foi possivel abrir "
                   "CADASTRO-FUNCIONARIOS.DAT, status ", FS-CADASTRO
               MOVE 8 TO WS-RETORNO
           ELSE
               PERFORM CRIAR-DISSIDIO-TRABALHO
               IF WS-DISS-TRAB-OK NOT = "S"
                   MOVE 8 TO WS-RETORNO
               ELSE
                   CLOSE AUDITORIA-IMPOSTO
                   PERFORM SELECIONAR-AUDITORIA-DISSIDIO
                   OPEN EXTEND AUDITORIA-IMPOSTO
                   IF FS-AUDITORIA NOT = "00"
                       OPEN OUTPUT AUDITORIA-IMPOSTO
                   END-IF
                   PERFORM ABATER-DISSIDIO-PAGO
                   IF WS-DISS-PAGO-OK NOT = "S"
                       MOVE 8 TO WS-RETORNO
                       CLOSE DISSIDIO-TRABALHO
                   ELSE
                       PERFORM GERAR-LOTE-DISSIDIO
                   END-IF
               END-IF
               CLOSE CADASTRO-FUNCIONARIOS
           END-IF.

       GERAR-LOTE-DISSIDIO.

           OPEN OUTPUT RELATORIO-IMPOSTO.
           OPEN OUTPUT EXCECOES-FOLHA.
           OPEN OUTPUT CREDITO-BANCARIO.
           OPEN OUTPUT CONTRACHEQUE.
           OPEN OUTPUT RESUMO-DEPARTAMENTO.
           OPEN OUTPUT DIFERENCAS-DISSIDIO.

           MOVE 0 TO QTD-DEPTOS.
           MOVE 0 TO QTD-DESC-CONTABIL.
           MOVE "N" TO WS-DESC-CONTABIL-CHEIO.

           MOVE 0 TO WS-QTD-CREDITOS.
           MOVE 0,00 TO WS-TOTAL-CREDITADO.
           MOVE "N" TO WS-CRED-PENDENTE.
           MOVE WS-DATA-SISTEMA TO WCH-DATA.
           WRITE REG-CREDITO FROM WS-CRED-HEADER.

           MOVE WS-COMPETENCIA TO WCF-COMPETENCIA.
           WRITE REG-DIFERENCA FROM WS-CAB-DIFERENCAS.
           WRITE REG-DIFERENCA FROM WS-LINHA-BRANCO.
           WRITE REG-DIFERENCA FROM WS-CAB-COLUNAS-DIF.
           WRITE REG-DIFERENCA FROM WS-LINHA-TRACO.

           PERFORM CALCULAR-DIFERENCAS-DISSIDIO.

           IF WS-QTD-SELECIONADOS = 0
               DISPLAY "Nenhuma competencia anterior atingida "
                   "pelo dissidio."
               MOVE 4 TO WS-RETORNO
           END-IF.

           IF WS-CRED-PENDENTE = "S"
               PERFORM EMITIR-CREDITO
           END-IF.

           MOVE WS-TOTAL-IMPOSTO TO WT-TOTAL.
           WRITE REG-RELATORIO FROM WS-LINHA-TOTAL.

           MOVE WS-QTD-CREDITOS TO WCT-QTD.
           MOVE WS-TOTAL-CREDITADO TO WCT-TOTAL.
           WRITE REG-CREDITO FROM WS-CRED-TRAILER.

           PERFORM GRAVAR-RESUMO-DEPARTAMENTO.
           PERFORM GERAR-INTERFACE-CONTABIL.
           PERFORM GRAVAR-TOTAIS-DISSIDIO.

           CLOSE RELATORIO-IMPOSTO.
           CLOSE RESUMO-DEPARTAMENTO.
           CLOSE EXCECOES-FOLHA.
           CLOSE CREDITO-BANCARIO.
           CLOSE CONTRACHEQUE.
           CLOSE DIFERENCAS-DISSIDIO.
           CLOSE DISSIDIO-TRABALHO.
           CLOSE DISSIDIO-PAGO.

           DISPLAY "Diferencas gravadas em DIFERENCAS-DISSIDIO.TXT".
           DISPLAY "Relatorio gravado em RELATORIO-IMPOSTO.TXT".
           DISPLAY "Credito bancario gravado em CREDITO-BANCARIO.TXT".
           DISPLAY "Contracheques gravados em CONTRACHEQUE.TXT".
           IF WS-QTD-RETIDOS > 0
               DISPLAY WS-QTD-RETIDOS, " creditos retidos por "
                   "alteracao bancaria nao aprovada"
           END-IF.
           IF WS-QTD-EXCECOES > 0
               DISPLAY WS-QTD-EXCECOES, " excecoes gravadas "
                   "em EXCECOES-FOLHA.TXT"
           END-IF.

       ABATER-DISSIDIO-PAGO.

           MOVE "S" TO WS-DISS-PAGO-OK.
           MOVE 0 TO WS-QTD-DISS-ABATIDOS.
           MOVE 0 TO WS-QTD-DISS-SUBSTITUIDOS.

           OPEN INPUT DISSIDIO-PAGO.
           IF FS-DISS-PAGO NOT = "00" AND FS-DISS-PAGO NOT = "35"
               DISPLAY "Nao foi possivel ler DISSIDIO-PAGO.TXT, "
                   "status ", FS-DISS-PAGO
               MOVE "N" TO WS-DISS-PAGO-OK
           END-IF.
           IF FS-DISS-PAGO = "00"
               PERFORM UNTIL FS-DISS-PAGO NOT = "00"
                   READ DISSIDIO-PAGO
                       AT END
                           MOVE "10" TO FS-DISS-PAGO
                       NOT AT END
                           PERFORM ABATER-DIFERENCA-PAGA
                   END-READ
               END-PERFORM
               CLOSE DISSIDIO-PAGO
           END-IF.

           IF WS-DISS-PAGO-OK = "S" AND WS-QTD-DISS-SUBSTITUIDOS > 0
               PERFORM REMOVER-DISSIDIO-PAGO-COMP
           END-IF.

           IF WS-DISS-PAGO-OK = "S"
               OPEN EXTEND DISSIDIO-PAGO
               IF FS-DISS-PAGO NOT = "00"
                   OPEN OUTPUT DISSIDIO-PAGO
               END-IF
               IF FS-DISS-PAGO NOT = "00"
                   DISPLAY "Nao foi possivel gravar DISSIDIO-PAGO.TXT, "
                       "status ", FS-DISS-PAGO
                   MOVE "N" TO WS-DISS-PAGO-OK
               END-IF
           END-IF.

           IF WS-DISS-PAGO-OK NOT = "S"
               DISPLAY "Lote recusado: diferencas ja pagas nao "
                   "puderam ser apuradas."
           ELSE
               IF WS-QTD-DISS-ABATIDOS > 0
                   DISPLAY WS-QTD-DISS-ABATIDOS, " diferencas ja pagas "
                       "abatidas de dissidios anteriores"
               END-IF
           END-IF.

       ABATER-DIFERENCA-PAGA.

           IF DPG-COMPETENCIA-PAGTO = WS-COMPETENCIA
               ADD 1 TO WS-QTD-DISS-SUBSTITUIDOS
           END-IF.

           IF DPG-COMPETENCIA-PAGTO IS NUMERIC AND
              DPG-COMPETENCIA-PAGTO NOT = WS-COMPETENCIA
               MOVE DPG-MATRICULA TO DTB-MATRICULA
               MOVE DPG-COMPETENCIA-ORIGEM TO DTB-COMPETENCIA
               MOVE DPG-TIPO-ORIGEM TO DTB-TIPO
               READ DISSIDIO-TRABALHO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD DPG-DIF-BRUTO TO DTB-PAGO-BRUTO
                       ADD DPG-DIF-INSS TO DTB-PAGO-INSS
                       ADD DPG-DIF-IRPF TO DTB-PAGO-IRPF
                       REWRITE REG-DISS-TRAB
                           INVALID KEY
                               DISPLAY "Erro ao abater dissidio pago "
                                   "da matricula ", DTB-MATRICULA,
                                   " status ", FS-DISS-TRAB
                               MOVE "N" TO WS-DISS-PAGO-OK
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-DISS-ABATIDOS
                       END-REWRITE
               END-READ
           END-IF.

       REMOVER-DISSIDIO-PAGO-COMP.

           OPEN INPUT DISSIDIO-PAGO.
           OPEN OUTPUT DISSIDIO-PAGO-TRAB.
           IF FS-DISS-PAGO NOT = "00" OR FS-DISS-PAGO-TRAB NOT = "00"
               DISPLAY "Nao foi possivel copiar DISSIDIO-PAGO.TXT, "
                   "status ", FS-DISS-PAGO, "/", FS-DISS-PAGO-TRAB
               MOVE "N" TO WS-DISS-PAGO-OK
           ELSE
               PERFORM UNTIL FS-DISS-PAGO NOT = "00"
                   READ DISSIDIO-PAGO
                       AT END
                           MOVE "10" TO FS-DISS-PAGO
                       NOT AT END
                           IF DPG-COMPETENCIA-PAGTO NOT = WS-COMPETENCIA
                               WRITE REG-DISS-PAGO-TRAB
                                   FROM REG-DISS-PAGO
                               IF FS-DISS-PAGO-TRAB NOT = "00"
                                   MOVE "N" TO WS-DISS-PAGO-OK
                                   MOVE "10" TO FS-DISS-PAGO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-DISS-PAGO-OK NOT = "S"
                   DISPLAY "Erro ao gravar DISSIDIO-PAGO.TMP, status ",
                       FS-DISS-PAGO-TRAB
               END-IF
           END-IF.
           CLOSE DISSIDIO-PAGO.
           CLOSE DISSIDIO-PAGO-TRAB.

           IF WS-DISS-PAGO-OK = "S"
               PERFORM REGRAVAR-DISSIDIO-PAGO
           END-IF.

           IF WS-DISS-PAGO-OK = "S"
               OPEN OUTPUT DISSIDIO-PAGO-TRAB
               CLOSE DISSIDIO-PAGO-TRAB
               DISPLAY WS-QTD-DISS-SUBSTITUIDOS, " diferencas pagas "
                   "nesta competencia substituidas pelo reprocessamento"
           END-IF.

       REGRAVAR-DISSIDIO-PAGO.

           OPEN INPUT DISSIDIO-PAGO-TRAB.
           IF FS-DISS-PAGO-TRAB NOT = "00"
               DISPLAY "Nao foi possivel ler DISSIDIO-PAGO.TMP, "
                   "status ", FS-DISS-PAGO-TRAB
               MOVE "N" TO WS-DISS-PAGO-OK
           ELSE
               OPEN OUTPUT DISSIDIO-PAGO
               IF FS-DISS-PAGO NOT = "00"
                   DISPLAY "Nao foi possivel regravar "
                       "DISSIDIO-PAGO.TXT, status ", FS-DISS-PAGO
                   MOVE "N" TO WS-DISS-PAGO-OK
               ELSE
                   PERFORM UNTIL FS-DISS-PAGO-TRAB NOT = "00"
                       READ DISSIDIO-PAGO-TRAB
                           AT END
                               MOVE "10" TO FS-DISS-PAGO-TRAB
                           NOT AT END
                               WRITE REG-DISS-PAGO
                                   FROM REG-DISS-PAGO-TRAB
                               IF FS-DISS-PAGO NOT = "00"
                                   MOVE "N" TO WS-DISS-PAGO-OK
                                   MOVE "10" TO FS-DISS-PAGO-TRAB
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DISSIDIO-PAGO
                   IF WS-DISS-PAGO-OK NOT = "S"
                       DISPLAY "Erro ao regravar DISSIDIO-PAGO.TXT, "
                           "status ", FS-DISS-PAGO
                       DISPLAY "Copie DISSIDIO-PAGO.TMP sobre "
                           "DISSIDIO-PAGO.TXT antes de repetir."
                   END-IF
               END-IF
               CLOSE DISSIDIO-PAGO-TRAB
           END-IF.

       CRIAR-DISSIDIO-TRABALHO.

           MOVE "N" TO WS-DISS-TRAB-OK.
           OPEN OUTPUT DISSIDIO-TRABALHO.
           IF FS-DISS-TRAB NOT = "00"
               DISPLAY "Nao foi possivel criar "
                   "DISSIDIO-TRABALHO.DAT, status ", FS-DISS-TRAB
           ELSE
               CLOSE DISSIDIO-TRABALHO
               OPEN I-O DISSIDIO-TRABALHO
               IF FS-DISS-TRAB = "00"
                   MOVE "S" TO WS-DISS-TRAB-OK
               END-IF
           END-IF.

       SELECIONAR-AUDITORIA-DISSIDIO.

           MOVE 0 TO WS-QTD-SELECIONADOS.

           OPEN INPUT AUDITORIA-IMPOSTO.
           IF FS-AUDITORIA = "00"
               PERFORM UNTIL FS-AUDITORIA NOT = "00"
                   READ AUDITORIA-IMPOSTO
                       AT END
                           MOVE "10" TO FS-AUDITORIA
                       NOT AT END
                           PERFORM AVALIAR-AUDITORIA-DISSIDIO
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-IMPOSTO
           END-IF.

       AVALIAR-AUDITORIA-DISSIDIO.

           IF AUD-MATRICULA IS NUMERIC AND
              AUD-TIPO >= "1" AND AUD-TIPO <= "6"
               IF AUD-COMPETENCIA IS NUMERIC
                   MOVE AUD-COMPETENCIA TO WS-COMPETENCIA-REG
               ELSE
                   IF AUD-ANO-MES IS NUMERIC
                       MOVE AUD-ANO-MES TO WS-COMPETENCIA-REG
                   ELSE
                       MOVE 999999 TO WS-COMPETENCIA-REG
                   END-IF
               END-IF
               IF WS-COMPETENCIA-REG < WS-COMPETENCIA
                   PERFORM LOCALIZAR-REAJUSTE
                   IF WS-DISS-ACHADO = "S" AND
                      WS-COMPETENCIA-REG NOT < WS-DISS-COMP-INICIO
                       PERFORM GRAVAR-DISSIDIO-TRABALHO
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-REAJUSTE.

           MOVE "N" TO WS-DISS-ACHADO.

           PERFORM VARYING IDX-DISS FROM 1 BY 1
                   UNTIL IDX-DISS > QTD-DISSIDIO
                      OR WS-DISS-ACHADO = "S"
               IF TDS-MATRICULA (IDX-DISS) NOT = 0 AND
                  TDS-MATRICULA (IDX-DISS) = AUD-MATRICULA
                   MOVE "S" TO WS-DISS-ACHADO
                   MOVE TDS-PERCENTUAL (IDX-DISS) TO WS-DISS-PERCENTUAL
                   MOVE TDS-COMPETENCIA-INICIO (IDX-DISS)
                       TO WS-DISS-COMP-INICIO
               END-IF
           END-PERFORM.

           IF WS-DISS-ACHADO = "N"
               MOVE AUD-MATRICULA TO FUNC-MATRICULA
               READ CADASTRO-FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM LOCALIZAR-REAJUSTE-CENTRO
               END-READ
           END-IF.

       LOCALIZAR-REAJUSTE-CENTRO.

           PERFORM VARYING IDX-DISS FROM 1 BY 1
                   UNTIL IDX-DISS > QTD-DISSIDIO
                      OR WS-DISS-ACHADO = "S"
               IF TDS-MATRICULA (IDX-DISS) = 0 AND
                  TDS-CENTRO-CUSTO (IDX-DISS) = FUNC-CENTRO-CUSTO
                   MOVE "S" TO WS-DISS-ACHADO
                   MOVE TDS-PERCENTUAL (IDX-DISS) TO WS-DISS-PERCENTUAL
                   MOVE TDS-COMPETENCIA-INICIO (IDX-DISS)
                       TO WS-DISS-COMP-INICIO
               END-IF
           END-PERFORM.

       GRAVAR-DISSIDIO-TRABALHO.

           MOVE AUD-MATRICULA TO DTB-MATRICULA.
           MOVE WS-COMPETENCIA-REG TO DTB-COMPETENCIA.
           MOVE AUD-TIPO TO DTB-TIPO.
           MOVE WS-DISS-PERCENTUAL TO DTB-PERCENTUAL.
           MOVE AUD-DEPENDENTES TO DTB-DEPENDENTES.
           MOVE 0,00 TO DTB-PAGO-BRUTO.
           MOVE 0,00 TO DTB-PAGO-INSS.
           MOVE 0,00 TO DTB-PAGO-IRPF.

           MOVE AUD-SALARIO-ED TO WS-VALOR-EDITADO.
           PERFORM CONVERTER-VALOR-EDITADO.
           MOVE WS-VALOR-NUM TO DTB-SALARIO.

           MOVE AUD-INSS-ED TO WS-VALOR-EDITADO.
           PERFORM CONVERTER-VALOR-EDITADO.
           MOVE WS-VALOR-NUM TO DTB-INSS.

           IF AUD-IRPF-ED NOT = SPACES
               MOVE AUD-IRPF-ED TO WS-VALOR-EDITADO
               PERFORM CONVERTER-VALOR-EDITADO
               MOVE WS-VALOR-NUM TO DTB-IRPF
           ELSE
               IF AUD-ISENTO = "S"
                   MOVE 0,00 TO DTB-IRPF
               ELSE
                   MOVE AUD-BASE-ED TO WS-VALOR-EDITADO
                   PERFORM CONVERTER-VALOR-EDITADO
                   MOVE WS-VALOR-NUM TO WS-BASE-REG
                   MOVE AUD-ALIQUOTA-ED TO WS-ALIQ-EDITADA
                   PERFORM CONVERTER-ALIQUOTA-EDITADA
                   COMPUTE DTB-IRPF = WS-BASE-REG * WS-ALIQ-NUM / 100
               END-IF
           END-IF.

           WRITE REG-DISS-TRAB
               INVALID KEY
                   REWRITE REG-DISS-TRAB
                       INVALID KEY
                           DISPLAY "Erro ao regravar dissidio da "
                               "matricula ", DTB-MATRICULA,
                               " status ", FS-DISS-TRAB
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-SELECIONADOS
           END-WRITE.

       CONVERTER-VALOR-EDITADO.

           MOVE WS-VALOR-EDITADO (1:2) TO WS-VALOR-DIGITOS (1:2).
           MOVE WS-VALOR-EDITADO (4:3) TO WS-VALOR-DIGITOS (3:3).
           MOVE WS-VALOR-EDITADO (8:2) TO WS-VALOR-DIGITOS (6:2).
           INSPECT WS-VALOR-DIGITOS REPLACING ALL " " BY "0".
           MOVE WS-VALOR-DIGITOS-NUM TO WS-VALOR-NUM.

       CONVERTER-ALIQUOTA-EDITADA.

           MOVE WS-ALIQ-EDITADA (1:2) TO WS-ALIQ-DIGITOS (1:2).
           MOVE WS-ALIQ-EDITADA (4:1) TO WS-ALIQ-DIGITOS (3:1).
           INSPECT WS-ALIQ-DIGITOS REPLACING ALL " " BY "0".
           MOVE WS-ALIQ-DIGITOS-NUM TO WS-ALIQ-NUM.

       CALCULAR-DIFERENCAS-DISSIDIO.

           MOVE 0 TO WS-DISS-QTD.
           MOVE 0,00 TO WS-DISS-BRUTO.
           MOVE 0,00 TO WS-DISS-INSS.
           MOVE 0,00 TO WS-DISS-IRPF.
           MOVE 0,00 TO WS-DISS-LIQUIDO.
           MOVE "N" TO WS-MAT-ABERTA.

           MOVE "N" TO WS-FIM-DISS-TRAB.
           MOVE LOW-VALUES TO DTB-CHAVE.
           START DISSIDIO-TRABALHO KEY NOT < DTB-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-DISS-TRAB
           END-START.

           PERFORM UNTIL WS-FIM-DISS-TRAB = "S"
               READ DISSIDIO-TRABALHO NEXT
                   AT END
                       MOVE "S" TO WS-FIM-DISS-TRAB
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS-LOG
                       PERFORM PROCESSA-REGISTRO-DISSIDIO
               END-READ
           END-PERFORM.

           IF WS-MAT-ABERTA = "S"
               PERFORM FECHAR-MATRICULA-DISSIDIO
           END-IF.

       PROCESSA-REGISTRO-DISSIDIO.

           IF WS-MAT-ABERTA = "S" AND
              DTB-MATRICULA NOT = WS-ULT-MAT-DISSIDIO
               PERFORM FECHAR-MATRICULA-DISSIDIO
           END-IF.

           IF WS-MAT-ABERTA = "N"
               PERFORM ABRIR-MATRICULA-DISSIDIO
           END-IF.

           IF WS-CADASTRO-DISS-OK = "S"
               PERFORM CALCULAR-DIFERENCA-MES
           END-IF.

       ABRIR-MATRICULA-DISSIDIO.

           MOVE DTB-MATRICULA TO WS-ULT-MAT-DISSIDIO.
           MOVE DTB-MATRICULA TO WS-MATRICULA.
           MOVE "S" TO WS-MAT-ABERTA.
           MOVE "N" TO WS-CADASTRO-DISS-OK.

           MOVE 0 TO WS-MAT-QTD.
           MOVE 0,00 TO WS-MAT-BRUTO.
           MOVE 0,00 TO WS-MAT-INSS.
           MOVE 0,00 TO WS-MAT-IRPF.
           MOVE 0,00 TO WS-MAT-LIQUIDO.

           MOVE DTB-MATRICULA TO FUNC-MATRICULA.
           READ CADASTRO-FUNCIONARIOS
               INVALID KEY
                   MOVE SPACES TO FUNC-NOME
                   MOVE "MATRICULA NAO CADASTRADA" TO WLE-MOTIVO
                   PERFORM GRAVAR-EXCECAO-DISSIDIO
               NOT INVALID KEY
                   IF FUNC-SITUACAO NOT = "A"
                       MOVE "FUNCIONARIO DESLIGADO" TO WLE-MOTIVO
                       PERFORM GRAVAR-EXCECAO-DISSIDIO
                   ELSE
                       MOVE "S" TO WS-CADASTRO-DISS-OK
                   END-IF
           END-READ.

           IF WS-CADASTRO-DISS-OK = "S"
               MOVE DTB-MATRICULA TO WDN-MATRICULA
               MOVE FUNC-NOME TO WDN-NOME
               WRITE REG-DIFERENCA FROM WS-LINHA-DIF-NOME
           END-IF.

       FECHAR-MATRICULA-DISSIDIO.

           IF WS-CADASTRO-DISS-OK = "S"
               MOVE WS-MAT-QTD TO WDS-QTD-MESES
               MOVE WS-MAT-BRUTO TO WDS-DIF-BRUTO
               MOVE WS-MAT-INSS TO WDS-DIF-INSS
               MOVE WS-MAT-IRPF TO WDS-DIF-IRPF
               MOVE WS-MAT-LIQUIDO TO WDS-DIF-LIQUIDO
               WRITE REG-DIFERENCA FROM WS-LINHA-DIF-TOTAL
               WRITE REG-DIFERENCA FROM WS-LINHA-BRANCO
           END-IF.

           MOVE "N" TO WS-MAT-ABERTA.

       CALCULAR-DIFERENCA-MES.

           MOVE DTB-COMPETENCIA TO WS-COMPETENCIA-REG.
           IF WS-COMP-REG-ANO NOT = WS-ANO-TABELAS
               MOVE WS-COMP-REG-ANO TO WS-ANO-TABELAS
               MOVE WS-COMP-REG-ANO TO WS-ANO-VIGENTE
               PERFORM CARREGAR-TABELA-FAIXAS
               PERFORM CARREGAR-TABELA-INSS
           END-IF.

           IF WS-FAIXAS-DO-ANO NOT = "S" OR
              WS-FAIXAS-INSS-DO-ANO NOT = "S"
               MOVE "TABELA DO ANO AUSENTE" TO WLE-MOTIVO
               MOVE DTB-COMPETENCIA TO WLE-MOTIVO (24:6)
               PERFORM GRAVAR-EXCECAO-DISSIDIO
           ELSE
               COMPUTE Salario ROUNDED =
                   DTB-SALARIO * (100 + DTB-PERCENTUAL) / 100
                   ON SIZE ERROR
                       MOVE "REAJUSTE EXCEDE 99.999,99" TO WLE-MOTIVO
                       PERFORM GRAVAR-EXCECAO-DISSIDIO
                   NOT ON SIZE ERROR
                       PERFORM APURAR-DIFERENCA-MES
               END-COMPUTE
           END-IF.

       APURAR-DIFERENCA-MES.

           MOVE DTB-DEPENDENTES TO WS-DEPENDENTES.
           MOVE 7 TO WS-TIPO-PAGAMENTO.

           PERFORM CALCULAR-BASE.
           PERFORM CALCULAR-FAIXA.
           COMPUTE WS-IMPOSTO-EMPREGADO =
               WS-BASE-CALCULO * Mascara / 100.

           COMPUTE WS-DIF-BRUTO-S =
               Salario - DTB-SALARIO - DTB-PAGO-BRUTO.
           IF WS-DIF-BRUTO-S < 0
               MOVE 0,00 TO WS-DIF-BRUTO
           ELSE
               MOVE WS-DIF-BRUTO-S TO WS-DIF-BRUTO
           END-IF.

           COMPUTE WS-DIF-INSS-RETRO-S =
               WS-INSS - DTB-INSS - DTB-PAGO-INSS.
           IF WS-DIF-INSS-RETRO-S < 0
               MOVE 0,00 TO WS-DIF-INSS
           ELSE
               MOVE WS-DIF-INSS-RETRO-S TO WS-DIF-INSS
           END-IF.

           COMPUTE WS-DIF-IRPF-S =
               WS-IMPOSTO-EMPREGADO - DTB-IRPF - DTB-PAGO-IRPF.
           IF WS-DIF-IRPF-S < 0
               MOVE 0,00 TO WS-DIF-IRPF
           ELSE
               MOVE WS-DIF-IRPF-S TO WS-DIF-IRPF
           END-IF.

           COMPUTE WS-DIF-LIQUIDO-S =
               WS-DIF-BRUTO - WS-DIF-INSS - WS-DIF-IRPF.
           IF WS-DIF-LIQUIDO-S < 0
               MOVE 0,00 TO WS-DIF-LIQUIDO
           ELSE
               MOVE WS-DIF-LIQUIDO-S TO WS-DIF-LIQUIDO
           END-IF.

           IF WS-DIF-BRUTO > 0
               PERFORM GRAVAR-LINHA-DIFERENCA
               PERFORM PAGAR-DIFERENCA-DISSIDIO
           END-IF.

       GRAVAR-LINHA-DIFERENCA.

           MOVE DTB-MATRICULA TO WDF-MATRICULA.
           MOVE DTB-COMPETENCIA TO WDF-COMPETENCIA.
           EVALUATE DTB-TIPO
               WHEN "1"
                   MOVE "MENSAL" TO WDF-TIPO
               WHEN "2"
                   MOVE "13 SAL" TO WDF-TIPO
               WHEN "3"
                   MOVE "FERIAS" TO WDF-TIPO
               WHEN "4"
                   MOVE "RESCIS" TO WDF-TIPO
               WHEN "5"
                   MOVE "13 RES" TO WDF-TIPO
               WHEN "6"
                   MOVE "FERRES" TO WDF-TIPO
           END-EVALUATE.
           MOVE DTB-SALARIO TO WDF-SALARIO.
           MOVE Salario TO WDF-REAJUSTADO.
           MOVE WS-DIF-BRUTO TO WDF-DIF-BRUTO.
           MOVE WS-DIF-INSS TO WDF-DIF-INSS.
           MOVE WS-DIF-IRPF TO WDF-DIF-IRPF.
           MOVE WS-DIF-LIQUIDO TO WDF-DIF-LIQUIDO.
           WRITE REG-DIFERENCA FROM WS-LINHA-DIFERENCA.

       PAGAR-DIFERENCA-DISSIDIO.

           IF DTB-TIPO = "2" OR DTB-TIPO = "5"
               MOVE 8 TO WS-TIPO-PAGAMENTO
               MOVE "RET 13" TO WS-DESC-TIPO
           ELSE
               MOVE 7 TO WS-TIPO-PAGAMENTO
               MOVE "RETROA" TO WS-DESC-TIPO
           END-IF.
           MOVE DTB-TIPO TO WS-TIPO-ORIGEM.

           MOVE WS-DIF-BRUTO TO Salario.
           MOVE WS-DIF-BRUTO TO WS-SALARIO-BASE.
           MOVE WS-DIF-INSS TO WS-INSS.
           COMPUTE WS-BASE-CALCULO-S = WS-DIF-BRUTO - WS-DIF-INSS.
           IF WS-BASE-CALCULO-S < 0
               MOVE 0,00 TO WS-BASE-CALCULO
           ELSE
               MOVE WS-BASE-CALCULO-S TO WS-BASE-CALCULO
           END-IF.
           MOVE WS-DIF-IRPF TO WS-IMPOSTO-EMPREGADO.
           ADD WS-IMPOSTO-EMPREGADO TO WS-TOTAL-IMPOSTO.

           MOVE WS-MATRICULA TO WL-MATRICULA.
           MOVE FUNC-NOME TO WL-NOME.
           MOVE WS-DESC-TIPO TO WL-TIPO.
           MOVE Salario TO WL-SALARIO.
           MOVE Mascara TO WL-MASCARA.
           MOVE WS-IMPOSTO-EMPREGADO TO WL-IMPOSTO.

           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           ADD 1 TO WS-QTD-GRAVADOS-LOG.

           PERFORM GRAVAR-AUDITORIA.
           PERFORM GRAVAR-PAGAMENTO.
           PERFORM GRAVAR-DISSIDIO-PAGO.

           ADD 1 TO WS-MAT-QTD.
           ADD WS-DIF-BRUTO TO WS-MAT-BRUTO.
           ADD WS-DIF-INSS TO WS-MAT-INSS.
           ADD WS-DIF-IRPF TO WS-MAT-IRPF.
           ADD WS-SALARIO-LIQUIDO TO WS-MAT-LIQUIDO.

           ADD 1 TO WS-DISS-QTD.
           ADD WS-DIF-BRUTO TO WS-DISS-BRUTO.
           ADD WS-DIF-INSS TO WS-DISS-INSS.
           ADD WS-DIF-IRPF TO WS-DISS-IRPF.
           ADD WS-SALARIO-LIQUIDO TO WS-DISS-LIQUIDO.

       GRAVAR-DISSIDIO-PAGO.

           MOVE WS-COMPETENCIA TO DPG-COMPETENCIA-PAGTO.
           MOVE DTB-MATRICULA TO DPG-MATRICULA.
           MOVE DTB-COMPETENCIA TO DPG-COMPETENCIA-ORIGEM.
           MOVE DTB-TIPO TO DPG-TIPO-ORIGEM.
           MOVE DTB-PERCENTUAL TO DPG-PERCENTUAL.
           MOVE WS-DIF-BRUTO TO DPG-DIF-BRUTO.
           MOVE WS-DIF-INSS TO DPG-DIF-INSS.
           MOVE WS-DIF-IRPF TO DPG-DIF-IRPF.
           WRITE REG-DISS-PAGO.
           IF FS-DISS-PAGO NOT = "00"
               DISPLAY "Erro ao gravar DISSIDIO-PAGO.TXT, matricula ",
                   DTB-MATRICULA, " competencia ", DTB-COMPETENCIA,
                   " status ", FS-DISS-PAGO
               DISPLAY "Lote interrompido. Registre o pagamento em "
                   "DISSIDIO-PAGO.TXT antes de repetir o dissidio."
               MOVE 8 TO WS-RETORNO
               MOVE "S" TO WS-FIM-DISS-TRAB
           END-IF.

       GRAVAR-TOTAIS-DISSIDIO.

           MOVE "PAGAMENTOS RETROATIVOS:   " TO WFQ-TITULO.
           MOVE WS-DISS-QTD TO WFQ-QTD.
           WRITE REG-DIFERENCA FROM WS-LINHA-DIF-QTD.

           MOVE "TOTAL DIFERENCA BRUTA:    " TO WFV-TITULO.
           MOVE WS-DISS-BRUTO TO WFV-VALOR.
           WRITE REG-DIFERENCA FROM WS-LINHA-DIF-VAL.

           MOVE "TOTAL DIFERENCA INSS:     " TO WFV-TITULO.
           MOVE WS-DISS-INSS TO WFV-VALOR.
           WRITE REG-DIFERENCA FROM WS-LINHA-DIF-VAL.

           MOVE "TOTAL DIFERENCA IRPF:     " TO WFV-TITULO.
           MOVE WS-DISS-IRPF TO WFV-VALOR.
           WRITE REG-DIFERENCA FROM WS-LINHA-DIF-VAL.

           MOVE "TOTAL DIFERENCA LIQUIDA:  " TO WFV-TITULO.
           MOVE WS-DISS-LIQUIDO TO WFV-VALOR.
           WRITE REG-DIFERENCA FROM WS-LINHA-DIF-VAL.

           WRITE REG-DIFERENCA FROM WS-LINHA-TRACO.

       GRAVAR-EXCECAO-DISSIDIO.

           MOVE WS-MATRICULA TO WLE-MATRICULA.
           MOVE FUNC-NOME TO WLE-NOME.
           MOVE 0 TO WLE-VALOR.
           WRITE REG-EXCECAO FROM WS-LINHA-EXCECAO.
           ADD 1 TO WS-QTD-EXCECOES.

       PROCESSA-SIMULACAO.

           PERFORM CARREGAR-TABELA-PROPOSTA.

           IF WS-PROPOSTA-OK NOT = "S"
               MOVE 8 TO WS-RETORNO
           ELSE
               OPEN INPUT CADASTRO-FUNCIONARIOS
               IF FS-CADASTRO NOT = "00"
                   DISPLAY "Nao foi possivel abrir "
                       "CADASTRO-FUNCIONARIOS.DAT, status ", FS-CADASTRO
                   MOVE 8 TO WS-RETORNO
               ELSE
                   OPEN INPUT FOLHA-PAGAMENTO
                   IF FS-FOLHA NOT = "00"
                       DISPLAY "Nao foi possivel abrir ", WS-ARQ-FOLHA
                       MOVE 8 TO WS-RETORNO
                   ELSE
                       PERFORM SIMULAR-FOLHA
                       CLOSE FOLHA-PAGAMENTO
                   END-IF
                   CLOSE CADASTRO-FUNCIONARIOS
               END-IF
           END-IF.

       CARREGAR-TABELA-PROPOSTA.

           MOVE "S" TO WS-PROPOSTA-OK.
           MOVE 0 TO QTD-FAIXAS-PROP.
           MOVE 0 TO QTD-FAIXAS-INSS-PROP.

           OPEN INPUT TABELA-PROPOSTA.
           IF FS-PROPOSTA NOT = "00"
               DISPLAY "Nao foi possivel abrir TABELA-PROPOSTA.TXT, "
                   "status ", FS-PROPOSTA
               MOVE "N" TO WS-PROPOSTA-OK
           ELSE
               PERFORM UNTIL FS-PROPOSTA NOT = "00"
                   READ TABELA-PROPOSTA
                       AT END
                           MOVE "10" TO FS-PROPOSTA
                       NOT AT END
                           PERFORM APLICAR-FAIXA-PROPOSTA
                   END-READ
               END-PERFORM
               CLOSE TABELA-PROPOSTA

               IF QTD-FAIXAS-PROP = 0 AND QTD-FAIXAS-INSS-PROP = 0
                   DISPLAY "TABELA-PROPOSTA.TXT sem faixas validas."
                   MOVE "N" TO WS-PROPOSTA-OK
               END-IF
           END-IF.

           IF WS-PROPOSTA-OK = "S"
               IF QTD-FAIXAS-PROP = 0
                   DISPLAY "Sem faixas de IRPF propostas, mantida a "
                       "tabela atual."
                   MOVE TABELA-FAIXAS TO TABELA-FAIXAS-PROPOSTA
               END-IF
               IF QTD-FAIXAS-INSS-PROP = 0
                   DISPLAY "Sem faixas de INSS propostas, mantida a "
                       "tabela atual."
                   MOVE TABELA-INSS TO TABELA-INSS-PROPOSTA
               END-IF
               PERFORM VALIDAR-TABELA-PROPOSTA
           END-IF.

       APLICAR-FAIXA-PROPOSTA.

           IF PRP-NUMERO IS NOT NUMERIC OR
              PRP-LIMITE IS NOT NUMERIC OR
              PRP-ALIQUOTA IS NOT NUMERIC
               DISPLAY "Faixa proposta nao numerica, simulacao "
                   "recusada: ", REG-PROPOSTA
               MOVE "N" TO WS-PROPOSTA-OK
           ELSE
               IF PRP-NUMERO > 0
                   PERFORM GUARDAR-FAIXA-PROPOSTA
               END-IF
           END-IF.

       GUARDAR-FAIXA-PROPOSTA.

           EVALUATE PRP-TABELA
               WHEN "I"
                   SET IDX-FPROP TO PRP-NUMERO
                   MOVE PRP-LIMITE TO PROP-LIMITE (IDX-FPROP)
                   MOVE PRP-ALIQUOTA TO PROP-ALIQUOTA (IDX-FPROP)
                   IF PRP-NUMERO > QTD-FAIXAS-PROP
                       MOVE PRP-NUMERO TO QTD-FAIXAS-PROP
                   END-IF
               WHEN "N"
                   SET IDX-IPROP TO PRP-NUMERO
                   MOVE PRP-LIMITE
                       TO PROP-INSS-LIMITE (IDX-IPROP)
                   MOVE PRP-ALIQUOTA
                       TO PROP-INSS-ALIQUOTA (IDX-IPROP)
                   IF PRP-NUMERO > QTD-FAIXAS-INSS-PROP
                       MOVE PRP-NUMERO TO QTD-FAIXAS-INSS-PROP
                   END-IF
               WHEN OTHER
                   DISPLAY "Faixa proposta com tabela invalida: ",
                       PRP-TABELA
           END-EVALUATE.

       VALIDAR-TABELA-PROPOSTA.

           PERFORM VARYING IDX-FPROP FROM 1 BY 1
                   UNTIL IDX-FPROP >= QTD-FAIXAS-PROP
               IF PROP-LIMITE (IDX-FPROP) >=
                  PROP-LIMITE (IDX-FPROP + 1)
                   MOVE "N" TO WS-PROPOSTA-OK
               END-IF
           END-PERFORM.

           PERFORM VARYING IDX-IPROP FROM 1 BY 1
                   UNTIL IDX-IPROP >= QTD-FAIXAS-INSS-PROP
               IF PROP-INSS-LIMITE (IDX-IPROP) >=
                  PROP-INSS-LIMITE (IDX-IPROP + 1)
                   MOVE "N" TO WS-PROPOSTA-OK
               END-IF
           END-PERFORM.

           IF WS-PROPOSTA-OK NOT = "S"
               DISPLAY "TABELA-PROPOSTA.TXT fora de ordem crescente "
                   "de limites, simulacao recusada."
           END-IF.

       SIMULAR-FOLHA.

           OPEN OUTPUT SIMULACAO-IMPOSTO.

           MOVE 0 TO QTD-SIM-CC.
           INITIALIZE WS-SIM-TOTAIS.

           MOVE WS-COMPETENCIA TO WCSM-COMPETENCIA.
           MOVE WS-ARQ-FOLHA TO WCSM-FOLHA.
           WRITE REG-SIMULACAO FROM WS-CAB-SIMULACAO.
           WRITE REG-SIMULACAO FROM WS-LINHA-BRANCO.
           WRITE REG-SIMULACAO FROM WS-CAB-COLUNAS-SIM.
           WRITE REG-SIMULACAO FROM WS-LINHA-TRACO.

           PERFORM UNTIL FS-FOLHA = "10"
               READ FOLHA-PAGAMENTO
                   AT END
                       MOVE "10" TO FS-FOLHA
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS-LOG
                       PERFORM SIMULAR-REGISTRO-FOLHA
               END-READ
           END-PERFORM.

           IF WS-QTD-LIDOS-LOG = 0
               DISPLAY "Arquivo de folha vazio."
               MOVE 4 TO WS-RETORNO
           END-IF.

           PERFORM GRAVAR-TOTAIS-SIMULACAO.

           CLOSE SIMULACAO-IMPOSTO.

           DISPLAY "Simulacao gravada em SIMULACAO-IMPOSTO.TXT".
           IF WS-SIM-IGNORADOS > 0
               DISPLAY WS-SIM-IGNORADOS, " registros da folha "
                   "ignorados na simulacao"
           END-IF.

       SIMULAR-REGISTRO-FOLHA.

           PERFORM DEFINIR-TIPO-PAGAMENTO.

           IF WS-DESC-TIPO = SPACES
               ADD 1 TO WS-SIM-IGNORADOS
           ELSE
               MOVE FOLHA-MATRICULA TO FUNC-MATRICULA
               READ CADASTRO-FUNCIONARIOS
                   INVALID KEY
                       ADD 1 TO WS-SIM-IGNORADOS
                   NOT INVALID KEY
                       MOVE "S" TO WS-FUNCIONARIO-OK
               END-READ
           END-IF.

           IF WS-FUNCIONARIO-OK = "S"
               MOVE FOLHA-SALARIO TO Salario
               MOVE FUNC-DEPENDENTES TO WS-DEPENDENTES

               PERFORM CALCULAR-BASE

               IF WS-SALARIO-BASE > 99999,99
                   ADD 1 TO WS-SIM-IGNORADOS
               ELSE
                   PERFORM CALCULAR-FAIXA
                   MOVE WS-INSS TO WS-SIM-INSS-ATU
                   COMPUTE WS-SIM-IRPF-ATU =
                       WS-BASE-CALCULO * Mascara / 100
                   COMPUTE WS-SALARIO-LIQUIDO-S = WS-SALARIO-BASE
                       - WS-SIM-INSS-ATU - WS-SIM-IRPF-ATU
                   IF WS-SALARIO-LIQUIDO-S < 0
                       MOVE 0,00 TO WS-SIM-LIQ-ATU
                   ELSE
                       MOVE WS-SALARIO-LIQUIDO-S TO WS-SIM-LIQ-ATU
                   END-IF

                   MOVE TABELA-FAIXAS TO WS-FAIXAS-ATUAIS
                   MOVE TABELA-INSS TO WS-INSS-ATUAIS
                   MOVE TABELA-FAIXAS-PROPOSTA TO TABELA-FAIXAS
                   MOVE TABELA-INSS-PROPOSTA TO TABELA-INSS

                   PERFORM CALCULAR-BASE
                   PERFORM CALCULAR-FAIXA
                   MOVE WS-INSS TO WS-SIM-INSS-PROP
                   COMPUTE WS-SIM-IRPF-PROP =
                       WS-BASE-CALCULO * Mascara / 100
                   COMPUTE WS-SALARIO-LIQUIDO-S = WS-SALARIO-BASE
                       - WS-SIM-INSS-PROP - WS-SIM-IRPF-PROP
                   IF WS-SALARIO-LIQUIDO-S < 0
                       MOVE 0,00 TO WS-SIM-LIQ-PROP
                   ELSE
                       MOVE WS-SALARIO-LIQUIDO-S TO WS-SIM-LIQ-PROP
                   END-IF

                   MOVE WS-FAIXAS-ATUAIS TO TABELA-FAIXAS
                   MOVE WS-INSS-ATUAIS TO TABELA-INSS

                   PERFORM GRAVAR-LINHA-SIMULACAO
                   PERFORM ACUMULAR-SIMULACAO
               END-IF
           END-IF.

       GRAVAR-LINHA-SIMULACAO.

           MOVE FOLHA-MATRICULA TO WSM-MATRICULA.
           MOVE FUNC-NOME TO WSM-NOME.
           MOVE FUNC-CENTRO-CUSTO TO WSM-CENTRO-CUSTO.
           MOVE WS-SIM-INSS-ATU TO WSM-INSS-ATU.
           MOVE WS-SIM-INSS-PROP TO WSM-INSS-PROP.
           MOVE WS-SIM-IRPF-ATU TO WSM-IRPF-ATU.
           MOVE WS-SIM-IRPF-PROP TO WSM-IRPF-PROP.
           MOVE WS-SIM-LIQ-ATU TO WSM-LIQ-ATU.
           MOVE WS-SIM-LIQ-PROP TO WSM-LIQ-PROP.
           COMPUTE WS-SIM-DIFERENCA-S =
               WS-SIM-LIQ-PROP - WS-SIM-LIQ-ATU.
           MOVE WS-SIM-DIFERENCA-S TO WSM-DIF-LIQ.
           WRITE REG-SIMULACAO FROM WS-LINHA-SIMULACAO.

       ACUMULAR-SIMULACAO.

           ADD 1 TO WS-SIM-QTD.
           ADD WS-SIM-INSS-ATU TO WS-SIM-TOT-INSS-ATU.
           ADD WS-SIM-INSS-PROP TO WS-SIM-TOT-INSS-PROP.
           ADD WS-SIM-IRPF-ATU TO WS-SIM-TOT-IRPF-ATU.
           ADD WS-SIM-IRPF-PROP TO WS-SIM-TOT-IRPF-PROP.
           ADD WS-SIM-LIQ-ATU TO WS-SIM-TOT-LIQ-ATU.
           ADD WS-SIM-LIQ-PROP TO WS-SIM-TOT-LIQ-PROP.

           MOVE 0 TO WS-IDX-SCC-ATUAL.
           PERFORM VARYING IDX-SCC FROM 1 BY 1
                   UNTIL IDX-SCC > QTD-SIM-CC
                      OR WS-IDX-SCC-ATUAL > 0
               IF TSC-CENTRO-CUSTO (IDX-SCC) = FUNC-CENTRO-CUSTO
                   SET WS-IDX-SCC-ATUAL TO IDX-SCC
               END-IF
           END-PERFORM.

           IF WS-IDX-SCC-ATUAL = 0
               IF QTD-SIM-CC >= 100
                   DISPLAY "Tabela de centros de custo cheia, "
                       "centro ", FUNC-CENTRO-CUSTO, " sem subtotal."
               ELSE
                   ADD 1 TO QTD-SIM-CC
                   MOVE QTD-SIM-CC TO WS-IDX-SCC-ATUAL
                   INITIALIZE SIM-CC-TAB (WS-IDX-SCC-ATUAL)
                   MOVE FUNC-CENTRO-CUSTO
                       TO TSC-CENTRO-CUSTO (WS-IDX-SCC-ATUAL)
               END-IF
           END-IF.

           IF WS-IDX-SCC-ATUAL > 0
               ADD 1 TO TSC-QTD (WS-IDX-SCC-ATUAL)
               ADD WS-SIM-INSS-ATU TO TSC-INSS-ATU (WS-IDX-SCC-ATUAL)
               ADD WS-SIM-INSS-PROP
                   TO TSC-INSS-PROP (WS-IDX-SCC-ATUAL)
               ADD WS-SIM-IRPF-ATU TO TSC-IRPF-ATU (WS-IDX-SCC-ATUAL)
               ADD WS-SIM-IRPF-PROP
                   TO TSC-IRPF-PROP (WS-IDX-SCC-ATUAL)
               ADD WS-SIM-LIQ-ATU TO TSC-LIQ-ATU (WS-IDX-SCC-ATUAL)
               ADD WS-SIM-LIQ-PROP TO TSC-LIQ-PROP (WS-IDX-SCC-ATUAL)
           END-IF.

       ORDENAR-SIMULACAO-CC.

           MOVE "S" TO WS-SIM-TROCOU.
           PERFORM UNTIL WS-SIM-TROCOU = "N"
               MOVE "N" TO WS-SIM-TROCOU
               PERFORM VARYING WS-IDX-SCC-ORD FROM 1 BY 1
                       UNTIL WS-IDX-SCC-ORD >= QTD-SIM-CC
                   IF TSC-CENTRO-CUSTO (WS-IDX-SCC-ORD) >
                      TSC-CENTRO-CUSTO (WS-IDX-SCC-ORD + 1)
                       MOVE SIM-CC-TAB (WS-IDX-SCC-ORD) TO WS-SIM-TROCA
                       MOVE SIM-CC-TAB (WS-IDX-SCC-ORD + 1)
                           TO SIM-CC-TAB (WS-IDX-SCC-ORD)
                       MOVE WS-SIM-TROCA
                           TO SIM-CC-TAB (WS-IDX-SCC-ORD + 1)
                       MOVE "S" TO WS-SIM-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.

       GRAVAR-TOTAIS-SIMULACAO.

           PERFORM ORDENAR-SIMULACAO-CC.

           WRITE REG-SIMULACAO FROM WS-LINHA-TRACO.
           WRITE REG-SIMULACAO FROM WS-LINHA-BRANCO.

           PERFORM VARYING IDX-SCC FROM 1 BY 1
                   UNTIL IDX-SCC > QTD-SIM-CC
               MOVE TSC-INSS-ATU (IDX-SCC) TO WS-SIM-INSS-ATU
               MOVE TSC-INSS-PROP (IDX-SCC) TO WS-SIM-INSS-PROP
               MOVE TSC-IRPF-ATU (IDX-SCC) TO WS-SIM-IRPF-ATU
               MOVE TSC-IRPF-PROP (IDX-SCC) TO WS-SIM-IRPF-PROP
               MOVE TSC-LIQ-ATU (IDX-SCC) TO WS-SIM-LIQ-ATU
               MOVE TSC-LIQ-PROP (IDX-SCC) TO WS-SIM-LIQ-PROP
               MOVE SPACES TO WSS-TITULO
               STRING "SUBTOTAL CENTRO DE CUSTO "
                   DELIMITED BY SIZE
                   TSC-CENTRO-CUSTO (IDX-SCC)
                   DELIMITED BY SIZE
                   INTO WSS-TITULO
               END-STRING
               PERFORM GRAVAR-SUBTOTAL-SIMULACAO
           END-PERFORM.

           WRITE REG-SIMULACAO FROM WS-LINHA-BRANCO.

           MOVE WS-SIM-TOT-INSS-ATU TO WS-SIM-INSS-ATU.
           MOVE WS-SIM-TOT-INSS-PROP TO WS-SIM-INSS-PROP.
           MOVE WS-SIM-TOT-IRPF-ATU TO WS-SIM-IRPF-ATU.
           MOVE WS-SIM-TOT-IRPF-PROP TO WS-SIM-IRPF-PROP.
           MOVE WS-SIM-TOT-LIQ-ATU TO WS-SIM-LIQ-ATU.
           MOVE WS-SIM-TOT-LIQ-PROP TO WS-SIM-LIQ-PROP.
           MOVE "TOTAL GERAL DA EMPRESA" TO WSS-TITULO.
           PERFORM GRAVAR-SUBTOTAL-SIMULACAO.

           WRITE REG-SIMULACAO FROM WS-LINHA-TRACO.
           WRITE REG-SIMULACAO FROM WS-LINHA-BRANCO.

           MOVE "FUNCIONARIOS SIMULADOS:" TO WSQ-TITULO.
           MOVE WS-SIM-QTD TO WSQ-QTD.
           WRITE REG-SIMULACAO FROM WS-LINHA-SIM-QTD.

           MOVE "REGISTROS IGNORADOS:" TO WSQ-TITULO.
           MOVE WS-SIM-IGNORADOS TO WSQ-QTD.
           WRITE REG-SIMULACAO FROM WS-LINHA-SIM-QTD.

           MOVE "IMPACTO INSS (PROPOSTA - ATUAL):" TO WSI-TITULO.
           COMPUTE WSI-VALOR =
               WS-SIM-TOT-INSS-PROP - WS-SIM-TOT-INSS-ATU.
           WRITE REG-SIMULACAO FROM WS-LINHA-IMPACTO.

           MOVE "IMPACTO IRPF (PROPOSTA - ATUAL):" TO WSI-TITULO.
           COMPUTE WSI-VALOR =
               WS-SIM-TOT-IRPF-PROP - WS-SIM-TOT-IRPF-ATU.
           WRITE REG-SIMULACAO FROM WS-LINHA-IMPACTO.

           MOVE "IMPACTO LIQUIDO (PROPOSTA - ATUAL):" TO WSI-TITULO.
           COMPUTE WSI-VALOR =
               WS-SIM-TOT-LIQ-PROP - WS-SIM-TOT-LIQ-ATU.
           WRITE REG-SIMULACAO FROM WS-LINHA-IMPACTO.

           WRITE REG-SIMULACAO FROM WS-LINHA-TRACO.

       GRAVAR-SUBTOTAL-SIMULACAO.

           MOVE WS-SIM-INSS-ATU TO WSM-INSS-ATU.
           MOVE WS-SIM-INSS-PROP TO WSM-INSS-PROP.
           MOVE WS-SIM-IRPF-ATU TO WSM-IRPF-ATU.
           MOVE WS-SIM-IRPF-PROP TO WSM-IRPF-PROP.
           MOVE WS-SIM-LIQ-ATU TO WSM-LIQ-ATU.
           MOVE WS-SIM-LIQ-PROP TO WSM-LIQ-PROP.
           COMPUTE WS-SIM-DIFERENCA-S =
               WS-SIM-LIQ-PROP - WS-SIM-LIQ-ATU.
           MOVE WS-SIM-DIFERENCA-S TO WSM-DIF-LIQ.
           MOVE WSM-VALORES TO WSS-VALORES.
           WRITE REG-SIMULACAO FROM WS-LINHA-SUBTOTAL-SIM.

       GERAR-INTERFACE-CONTABIL.

           PERFORM CARREGAR-PLANO-CONTAS.

           MOVE "V" TO WS-FASE-CONTABIL.
           PERFORM GERAR-LANCAMENTOS-CONTABEIS.

           IF WS-CTB-DEBITOS NOT = WS-CTB-CREDITOS
               MOVE WS-CTB-DEBITOS TO WS-CTB-DEBITOS-ED
               MOVE WS-CTB-CREDITOS TO WS-CTB-CREDITOS-ED
               DISPLAY "Lancamentos desbalanceados: debitos ",
                   WS-CTB-DEBITOS-ED, " creditos ", WS-CTB-CREDITOS-ED
               MOVE "N" TO WS-CONTABIL-OK
           END-IF.

           OPEN OUTPUT INTERFACE-CONTABIL.

           IF WS-CONTABIL-OK = "S"
               MOVE WS-COMPETENCIA TO WIH-COMPETENCIA
               MOVE WS-DATA-SISTEMA TO WIH-DATA
               WRITE REG-INTERFACE FROM WS-CTB-HEADER

               MOVE "G" TO WS-FASE-CONTABIL
               PERFORM GERAR-LANCAMENTOS-CONTABEIS

               MOVE WS-CTB-QTD TO WIT-QTD
               MOVE WS-CTB-DEBITOS TO WIT-DEBITOS
               MOVE WS-CTB-CREDITOS TO WIT-CREDITOS
               WRITE REG-INTERFACE FROM WS-CTB-TRAILER

               DISPLAY "Interface contabil gravada em "
                   "INTERFACE-CONTABIL.TXT"
           ELSE
               DISPLAY "Interface contabil nao liberada, "
                   "INTERFACE-CONTABIL.TXT gravada vazia."
               MOVE 8 TO WS-RETORNO
           END-IF.

           CLOSE INTERFACE-CONTABIL.

       CARREGAR-PLANO-CONTAS.

           MOVE "S" TO WS-CONTABIL-OK.
           MOVE 0 TO QTD-PLANO-CONTAS.

           IF WS-DESC-CONTABIL-CHEIO = "S"
               MOVE "N" TO WS-CONTABIL-OK
           END-IF.

           OPEN INPUT PLANO-CONTAS.
           IF FS-PLANO NOT = "00"
               DISPLAY "Nao foi possivel abrir PLANO-CONTAS.TXT, "
                   "status ", FS-PLANO
               MOVE "N" TO WS-CONTABIL-OK
           ELSE
               PERFORM UNTIL FS-PLANO NOT = "00"
                   READ PLANO-CONTAS
                       AT END
                           MOVE "10" TO FS-PLANO
                       NOT AT END
                           IF QTD-PLANO-CONTAS >= 300
                               DISPLAY "Plano de contas cheio, evento ",
                                   PLC-EVENTO, " ignorado."
                           ELSE
                               ADD 1 TO QTD-PLANO-CONTAS
                               MOVE PLC-EVENTO
                                   TO TPC-EVENTO (QTD-PLANO-CONTAS)
                               MOVE PLC-CENTRO-CUSTO
                                   TO TPC-CENTRO-CUSTO
                                       (QTD-PLANO-CONTAS)
                               MOVE PLC-CONTA
                                   TO TPC-CONTA (QTD-PLANO-CONTAS)
                               MOVE PLC-HISTORICO
                                   TO TPC-HISTORICO (QTD-PLANO-CONTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANO-CONTAS
           END-IF.

       GERAR-LANCAMENTOS-CONTABEIS.

           MOVE 0 TO WS-CTB-QTD.
           MOVE 0,00 TO WS-CTB-DEBITOS.
           MOVE 0,00 TO WS-CTB-CREDITOS.

           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > QTD-DEPTOS
               PERFORM GERAR-LANCAMENTOS-CENTRO
           END-PERFORM.

       GERAR-LANCAMENTOS-CENTRO.

           MOVE TD-CENTRO-CUSTO (IDX-DEP) TO WS-CC-CONTABIL.

           MOVE "D" TO WS-NATUREZA-CONTABIL.

           MOVE "SAL-MENSAL" TO WS-EVENTO-CONTABIL.
           MOVE TD-BRUTO-MENSAL (IDX-DEP) TO WS-VALOR-CONTABIL.
           PERFORM REGISTRAR-LANCAMENTO.

           MOVE "SAL-13" TO WS-EVENTO-CONTABIL.
           MOVE TD-BRUTO-13 (IDX-DEP) TO WS-VALOR-CONTABIL.
           PERFORM REGISTRAR-LANCAMENTO.

           MOVE "SAL-FERIAS" TO WS-EVENTO-CONTABIL.
           MOVE TD-BRUTO-FERIAS (IDX-DEP) TO WS-VALOR-CONTABIL.
           PERFORM REGISTRAR-LANCAMENTO.

           MOVE "C" TO WS-NATUREZA-CONTABIL.

           MOVE "INSS" TO WS-EVENTO-CONTABIL.
           MOVE TD-INSS (IDX-DEP) TO WS-VALOR-CONTABIL.
           PERFORM REGISTRAR-LANCAMENTO.

           MOVE "IRRF" TO WS-EVENTO-CONTABIL.
           MOVE TD-IRPF (IDX-DEP) TO WS-VALOR-CONTABIL.
           PERFORM REGISTRAR-LANCAMENTO.

           PERFORM VARYING IDX-DCT FROM 1 BY 1
                   UNTIL IDX-DCT > QTD-DESC-CONTABIL
               IF TDC-CENTRO-CUSTO (IDX-DCT) = WS-CC-CONTABIL
                   MOVE TDC-CODIGO (IDX-DCT) TO WED-CODIGO
                   MOVE WS-EVENTO-DESCONTO TO WS-EVENTO-CONTABIL
                   MOVE TDC-VALOR (IDX-DCT) TO WS-VALOR-CONTABIL
                   PERFORM REGISTRAR-LANCAMENTO
               END-IF
           END-PERFORM.

           MOVE "LIQUIDO" TO WS-EVENTO-CONTABIL.
           MOVE TD-LIQUIDO (IDX-DEP) TO WS-VALOR-CONTABIL.
           PERFORM REGISTRAR-LANCAMENTO.

       REGISTRAR-LANCAMENTO.

           IF WS-VALOR-CONTABIL > 0
               ADD 1 TO WS-CTB-QTD
               IF WS-NATUREZA-CONTABIL = "D"
                   ADD WS-VALOR-CONTABIL TO WS-CTB-DEBITOS
               ELSE
                   ADD WS-VALOR-CONTABIL TO WS-CTB-CREDITOS
               END-IF

               PERFORM LOCALIZAR-CONTA-CONTABIL

               IF WS-IDX-PLC-ATUAL = 0
                   IF WS-FASE-CONTABIL = "V"
                       DISPLAY "Conta contabil nao mapeada: evento ",
                           WS-EVENTO-CONTABIL, " centro ",
                           WS-CC-CONTABIL
                       MOVE "N" TO WS-CONTABIL-OK
                   END-IF
               ELSE
                   IF WS-FASE-CONTABIL = "G"
                       MOVE WS-COMPETENCIA TO WIC-COMPETENCIA
                       MOVE WS-CC-CONTABIL TO WIC-CENTRO-CUSTO
                       MOVE TPC-CONTA (WS-IDX-PLC-ATUAL) TO WIC-CONTA
                       MOVE WS-NATUREZA-CONTABIL TO WIC-NATUREZA
                       MOVE WS-VALOR-CONTABIL TO WIC-VALOR
                       MOVE WS-EVENTO-CONTABIL TO WIC-EVENTO
                       MOVE TPC-HISTORICO (WS-IDX-PLC-ATUAL)
                           TO WIC-HISTORICO
                       WRITE REG-INTERFACE FROM WS-CTB-DETALHE
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-CONTA-CONTABIL.

           MOVE 0 TO WS-IDX-PLC-ATUAL.

           PERFORM VARYING IDX-PLC FROM 1 BY 1
                   UNTIL IDX-PLC > QTD-PLANO-CONTAS
                      OR WS-IDX-PLC-ATUAL > 0
               IF TPC-EVENTO (IDX-PLC) = WS-EVENTO-CONTABIL AND
                  TPC-CENTRO-CUSTO (IDX-PLC) = WS-CC-CONTABIL
                   SET WS-IDX-PLC-ATUAL TO IDX-PLC
               END-IF
           END-PERFORM.

           PERFORM VARYING IDX-PLC FROM 1 BY 1
                   UNTIL IDX-PLC > QTD-PLANO-CONTAS
                      OR WS-IDX-PLC-ATUAL > 0
               IF TPC-EVENTO (IDX-PLC) = WS-EVENTO-CONTABIL AND
                  TPC-CENTRO-CUSTO (IDX-PLC) = 0
                   SET WS-IDX-PLC-ATUAL TO IDX-PLC
               END-IF
           END-PERFORM.

       END PROGRAM CALCULAR-IMPOSTO.
