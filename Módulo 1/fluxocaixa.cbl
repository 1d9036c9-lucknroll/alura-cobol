       IDENTIFICATION DIVISION.
       PROGRAM-ID. fluxocaixa.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = FLUXO DE CAIXA PROJETADO DOS PRÓXIMOS 90 DIAS:
      *            PARTE DO SALDO INICIAL INFORMADO E LANÇA, DIA A
      *            DIA, AS ENTRADAS PREVISTAS (DUPLICATAS EM ABERTO
      *            NO VENCIMENTO ACRESCIDO DO ATRASO MÉDIO HISTÓRICO
      *            DE CADA CLIENTE E VENDAS NO CARTÃO AINDA NÃO
      *            LIQUIDADAS PELA ADMINISTRADORA) E AS SAÍDAS
      *            PREVISTAS (PAGAMENTO DE FRETES, TÍTULOS DE
      *            FORNECEDORES, FOLHA LÍQUIDA E ENCARGOS, DÉCIMO
      *            TERCEIRO, COMISSÕES E DESPESAS FIXAS DO
      *            DESPESAS-FIXAS). IMPRIME O SALDO INICIAL, AS
      *            ENTRADAS, AS SAÍDAS E O SALDO FINAL POR DIA E POR
      *            SEMANA, MARCANDO COM *** O DIA E A SEMANA EM QUE O
      *            SALDO FICA NEGATIVO, E OS TOTAIS POR ORIGEM.
      *            PRAZOS E DIAS DE PAGAMENTO VÊM DOS PARÂMETROS
      *            FLUXO-* (BUSCAPARAMETRO), COM OS PADRÕES ABAIXO
      * DATA = 15/10/2026
      * -------------------------------------------------------- *
      * 15/10/2026 LUCAS  A COMISSÃO PROJETADA SOMA SÓ O PAGAMENTO DO
      *                    MÊS DE COMISSOES-PAGAS, SEM O DETALHE POR
      *                    TÍTULO
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-DETALHE ASSIGN TO 'DETALHE-VENDAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DETALHE.
           SELECT ARQ-DETALHE-T1 ASSIGN TO 'DETALHE-VENDAS-T1'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DETALHE.
           SELECT ARQ-DETALHE-T2 ASSIGN TO 'DETALHE-VENDAS-T2'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DETALHE.
           SELECT ARQ-DETALHE-T3 ASSIGN TO 'DETALHE-VENDAS-T3'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DETALHE.
           SELECT ARQ-LIQUIDACAO ASSIGN TO 'LIQUIDACAO-CARTAO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LIQUIDACAO.
           SELECT ARQ-PAGAMENTO ASSIGN TO 'PAGAMENTOS-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGAMENTO.
           SELECT ARQ-TITULOS ASSIGN TO 'TITULOS-PAGAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TITULOS.
           SELECT ARQ-RESFOLHA ASSIGN TO 'FOLHA-MENSAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESFOLHA.
           SELECT ARQ-COMISSOES ASSIGN TO 'COMISSOES-PAGAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COMISSOES.
           SELECT ARQ-DECIMO ASSIGN TO 'DECIMO-CONTROLE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DECIMO.
           SELECT ARQ-DESPESAS ASSIGN TO 'DESPESAS-FIXAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESPESAS.
           SELECT ARQ-RELATORIO ASSIGN TO 'FLUXO-CAIXA-PROJETADO'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-DETALHE.
       01  REG-DETALHE PIC X(50).
       01  REG-DETALHE-R REDEFINES REG-DETALHE.
           02 REG-DET-SEQ       PIC X(03).
           02 FILLER            PIC X(01).
           02 REG-DET-CATEGORIA PIC X(01).
           02 FILLER            PIC X(01).
           02 REG-DET-VALOR     PIC X(10).
           02 FILLER            PIC X(13).
           02 FILLER            PIC X(01).
           02 REG-DET-FORMA     PIC X(01).
           02 FILLER            PIC X(01).
           02 REG-DET-VENDEDOR  PIC X(03).
           02 FILLER            PIC X(15).

       FD  ARQ-DETALHE-T1.
       01  REG-DETALHE-T1 PIC X(50).

       FD  ARQ-DETALHE-T2.
       01  REG-DETALHE-T2 PIC X(50).

       FD  ARQ-DETALHE-T3.
       01  REG-DETALHE-T3 PIC X(50).

       FD  ARQ-LIQUIDACAO.
       01  REG-LIQUIDACAO.
           02 REG-LIQ-DATA    PIC 9(08).
           02 REG-LIQ-BRUTO   PIC 9(08)V99.
           02 REG-LIQ-TAXA    PIC 9(06)V99.
           02 REG-LIQ-LIQUIDO PIC 9(08)V99.

      * O ARQUIVO DE PAGAMENTO DE FRETES TEM CABEÇALHO (0) COM A
      * DATA DA GERAÇÃO, DETALHES (1) E RODAPÉ (9)
       FD  ARQ-PAGAMENTO.
       01  REG-PAGAMENTO PIC X(48).
       01  REG-PAGAMENTO-DET REDEFINES REG-PAGAMENTO.
           02 REG-PG-TIPO   PIC X(01).
           02 REG-PG-TRANSP PIC 9(05).
           02 REG-PG-NOME   PIC X(20).
           02 REG-PG-ANO    PIC 9(04).
           02 REG-PG-ZEROS  PIC 9(06)V99.
           02 REG-PG-VALOR  PIC 9(08)V99.
       01  REG-PAGAMENTO-CAB REDEFINES REG-PAGAMENTO.
           02 FILLER        PIC X(40).
           02 REG-PG-DATA   PIC 9(08).

       FD  ARQ-TITULOS.
           COPY 'titpagar.cbl'.

       FD  ARQ-RESFOLHA.
           COPY 'resfolha.cbl'.

       FD  ARQ-COMISSOES.
       01  REG-COMISSAO-PAGA.
           02 REG-CP-ANO      PIC 9(04).
           02 REG-CP-MES      PIC 9(02).
           02 REG-CP-VENDEDOR PIC 9(03).
           02 REG-CP-VALOR    PIC 9(08)V99.
           02 REG-CP-TIPO     PIC X(01).
               88 CP-PAGAMENTO    VALUE 'P' SPACE.
               88 CP-LIBERADA     VALUE 'L'.
               88 CP-ESTORNO      VALUE 'E'.
           02 REG-CP-CLIENTE  PIC 9(06).
           02 REG-CP-PEDIDO   PIC 9(06).
           02 REG-CP-PARCELA  PIC 9(02).
           02 REG-CP-BASE     PIC 9(10)V99.
           02 REG-CP-A-COMPENSAR PIC 9(08)V99.

       FD  ARQ-DECIMO.
       01  REG-CONTROLE-DECIMO.
           02 REG-CD-ANO       PIC 9(04).
           02 REG-CD-PARCELA   PIC 9(01).
           02 REG-CD-MATRICULA PIC 9(05).
           02 REG-CD-VALOR     PIC 9(08)V99.

       FD  ARQ-DESPESAS.
           COPY 'despfixa.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'servdata.cbl'.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-STATUS-DETALHE    PIC X(02) VALUE '00'.
           88 DETALHE-OK           VALUE '00'.
       77 WRK-STATUS-LIQUIDACAO PIC X(02) VALUE '00'.
           88 LIQUIDACAO-OK        VALUE '00'.
       77 WRK-STATUS-PAGAMENTO  PIC X(02) VALUE '00'.
           88 PAGAMENTO-OK         VALUE '00'.
       77 WRK-STATUS-TITULOS    PIC X(02) VALUE '00'.
           88 TITULOS-OK           VALUE '00'.
       77 WRK-STATUS-RESFOLHA   PIC X(02) VALUE '00'.
           88 RESFOLHA-OK          VALUE '00'.
       77 WRK-STATUS-COMISSOES  PIC X(02) VALUE '00'.
           88 COMISSOES-OK         VALUE '00'.
       77 WRK-STATUS-DECIMO     PIC X(02) VALUE '00'.
           88 DECIMO-OK            VALUE '00'.
       77 WRK-STATUS-DESPESAS   PIC X(02) VALUE '00'.
           88 DESPESAS-OK          VALUE '00'.

       77 WRK-FIM-DUPLICATAS PIC X(01) VALUE 'N'.
           88 FIM-DUPLICATAS    VALUE 'S'.
       77 WRK-FIM-DETALHE    PIC X(01) VALUE 'N'.
           88 FIM-DETALHE       VALUE 'S'.
       77 WRK-FIM-LIQUIDACAO PIC X(01) VALUE 'N'.
           88 FIM-LIQUIDACAO    VALUE 'S'.
       77 WRK-FIM-PAGAMENTO  PIC X(01) VALUE 'N'.
           88 FIM-PAGAMENTO     VALUE 'S'.
       77 WRK-FIM-TITULOS    PIC X(01) VALUE 'N'.
           88 FIM-TITULOS       VALUE 'S'.
       77 WRK-FIM-RESFOLHA   PIC X(01) VALUE 'N'.
           88 FIM-RESFOLHA      VALUE 'S'.
       77 WRK-FIM-COMISSOES  PIC X(01) VALUE 'N'.
           88 FIM-COMISSOES     VALUE 'S'.
       77 WRK-FIM-DECIMO     PIC X(01) VALUE 'N'.
           88 FIM-DECIMO        VALUE 'S'.
       77 WRK-FIM-DESPESAS   PIC X(01) VALUE 'N'.
           88 FIM-DESPESAS      VALUE 'S'.

      * PRAZOS E DIAS DE PAGAMENTO - PADRÕES QUANDO O PARÂMETRO
      * FLUXO-* NÃO ESTÁ CADASTRADO (A TAXA DO CARTÃO PADRÃO É A
      * MÉDIA OBSERVADA NAS LIQUIDAÇÕES DA ADMINISTRADORA)
       77 WRK-PRAZO-CARTAO  PIC 9(03) VALUE 30.
       77 WRK-TAXA-CARTAO   PIC 9(03)V99 VALUE ZEROES.
       77 WRK-TAXA-INFORMADA PIC X(01) VALUE 'N'.
           88 TAXA-INFORMADA    VALUE 'S'.
       77 WRK-DIA-FOLHA     PIC 9(02) VALUE 05.
       77 WRK-DIA-ENCARGOS  PIC 9(02) VALUE 20.
       77 WRK-DIA-COMISSAO  PIC 9(02) VALUE 10.
       77 WRK-PRAZO-FRETE   PIC 9(03) VALUE 1.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       77 WRK-SALDO-INICIAL PIC S9(10)V99 VALUE ZEROES.

      * CALENDÁRIO DO HORIZONTE: UM ITEM POR DIA CORRIDO A PARTIR
      * DE HOJE, COM AS ENTRADAS E AS SAÍDAS LANÇADAS NELE
       77 WRK-QT-DIAS  PIC 9(03) COMP VALUE 90.
       77 WRK-SUB-DIA  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-DIA-ACHADO PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-DIAS.
           02 WRK-TD-ITEM OCCURS 90 TIMES.
               03 WRK-TD-DATA      PIC 9(08).
               03 WRK-TD-ENTRADAS  PIC 9(10)V99.
               03 WRK-TD-SAIDAS    PIC 9(10)V99.
               03 WRK-TD-SALDO-INI PIC S9(11)V99.
               03 WRK-TD-SALDO-FIM PIC S9(11)V99.

      * ORIGENS DOS LANÇAMENTOS (E = ENTRADA, S = SAÍDA)
       01  WRK-TAB-FONTES-DADOS.
           02 FILLER PIC X(31) VALUE 'ERECEBIMENTO DE DUPLICATAS'.
           02 FILLER PIC X(31) VALUE 'ELIQUIDACAO DE CARTAO'.
           02 FILLER PIC X(31) VALUE 'SPAGAMENTO DE FRETES'.
           02 FILLER PIC X(31) VALUE 'STITULOS DE FORNECEDORES'.
           02 FILLER PIC X(31) VALUE 'SFOLHA LIQUIDA'.
           02 FILLER PIC X(31) VALUE 'SENCARGOS DA FOLHA'.
           02 FILLER PIC X(31) VALUE 'SDECIMO TERCEIRO'.
           02 FILLER PIC X(31) VALUE 'SCOMISSOES'.
           02 FILLER PIC X(31) VALUE 'SDESPESAS FIXAS'.
       01  WRK-TAB-FONTES REDEFINES WRK-TAB-FONTES-DADOS.
           02 WRK-TF-ITEM OCCURS 9 TIMES.
               03 WRK-TF-TIPO PIC X(01).
                   88 TF-ENTRADA  VALUE 'E'.
               03 WRK-TF-NOME PIC X(30).
       01  WRK-TOTAIS-FONTE.
           02 WRK-TF-TOTAL PIC 9(10)V99 VALUE ZEROES
               OCCURS 9 TIMES.
       77 WRK-SUB-FON PIC 9(02) COMP VALUE ZEROES.

      * ÁREA DO LANÇAMENTO: DATA ANTERIOR A HOJE CAI NO PRIMEIRO
      * DIA (O QUE JÁ VENCEU CONTINUA A RECEBER/PAGAR) E DATA
      * ALÉM DO HORIZONTE É DESPREZADA
       77 WRK-LC-DATA  PIC 9(08) VALUE ZEROES.
       77 WRK-LC-VALOR PIC 9(10)V99 VALUE ZEROES.
       77 WRK-LC-FONTE PIC 9(02) VALUE ZEROES.

      * ATRASO HISTÓRICO POR CLIENTE, DAS DUPLICATAS JÁ LIQUIDADAS
       77 WRK-QT-ATRASO PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ATR   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-ATR-ACHADO PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-ATRASO.
           02 WRK-TA-ITEM OCCURS 500 TIMES.
               03 WRK-TA-CLIENTE  PIC 9(06).
               03 WRK-TA-QT-PAGAS PIC 9(05).
               03 WRK-TA-DIAS     PIC 9(07).
       77 WRK-DIAS-ATRASO  PIC S9(07) VALUE ZEROES.
       77 WRK-MEDIA-ATRASO PIC 9(05) VALUE ZEROES.

      * VENDAS NO CARTÃO DO DETALHE, COMO NA CONCILIAÇÃO DO CARTÃO
       77 WRK-TERMINAL PIC 9(01) VALUE ZEROES.
       77 WRK-QT-CARTAO PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-CAR   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-ITEM-ACHADO PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-CARTAO.
           02 WRK-TC-ITEM OCCURS 500 TIMES.
               03 WRK-TC-VALOR  PIC 9(08)V99.
               03 WRK-TC-CASADA PIC X(01).
                   88 TC-CASADA    VALUE 'S'.
       77 WRK-SUB-CHAR   PIC 9(02) VALUE ZEROES.
       77 WRK-CHAR       PIC X(01) VALUE SPACES.
           88 CHAR-DIGITO   VALUES '0' THRU '9'.
       77 WRK-DIGITO     PIC 9(01) VALUE ZEROES.
       77 WRK-VALOR-NUM  PIC 9(08)   VALUE ZEROES.
       77 WRK-VALOR      PIC 9(08)V99 VALUE ZEROES.
       77 WRK-LIQ-BRUTO  PIC 9(10)V99 VALUE ZEROES.
       77 WRK-LIQ-TAXAS  PIC 9(10)V99 VALUE ZEROES.
       77 WRK-CARTAO-ABERTO PIC 9(10)V99 VALUE ZEROES.

       77 WRK-DATA-FRETE PIC 9(08) VALUE ZEROES.

      * TOTAIS DA FOLHA POR COMPETÊNCIA (AAAAMM): O LÍQUIDO SAI NO
      * DIA DA FOLHA E INSS + IRRF + FGTS NO DIA DOS ENCARGOS
       77 WRK-QT-FOLHAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-FOL   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-FOL-ACHADA PIC 9(03) COMP VALUE ZEROES.
       77 WRK-ULT-FOLHA PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-FOLHAS.
           02 WRK-TFO-ITEM OCCURS 60 TIMES.
               03 WRK-TFO-COMPETENCIA PIC 9(06).
               03 WRK-TFO-LIQUIDO     PIC 9(10)V99.
               03 WRK-TFO-ENCARGOS    PIC 9(10)V99.
               03 WRK-TFO-SALARIO     PIC 9(10)V99.

      * COMISSÕES EXPORTADAS POR MÊS DE APURAÇÃO (AAAAMM)
       77 WRK-QT-COMISSOES PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-COM      PIC 9(03) COMP VALUE ZEROES.
       77 WRK-COM-ACHADA   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-ULT-COMISSAO PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-COMISSOES.
           02 WRK-TCO-ITEM OCCURS 60 TIMES.
               03 WRK-TCO-MES   PIC 9(06).
               03 WRK-TCO-VALOR PIC 9(10)V99.
       01  WRK-MES-COMISSAO.
           02 WRK-MCO-ANO PIC 9(04).
           02 WRK-MCO-MES PIC 9(02).
       01  WRK-MES-COMISSAO-NUM REDEFINES WRK-MES-COMISSAO PIC 9(06).

      * PARCELAS DO DÉCIMO TERCEIRO JÁ PAGAS NO ANO CORRENTE
       01  WRK-DECIMO-PAGO.
           02 WRK-DP-PARCELA PIC X(01) VALUE 'N' OCCURS 2 TIMES.

       77 WRK-QT-DESPESAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-DESP    PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-DESPESAS.
           02 WRK-TDF-ITEM OCCURS 100 TIMES.
               03 WRK-TDF-DIA   PIC 9(02).
               03 WRK-TDF-VALOR PIC 9(08)V99.

      * MÊS EM PROJEÇÃO E O MÊS ANTERIOR A ELE (COMPETÊNCIA DA
      * FOLHA E MÊS DE APURAÇÃO DA COMISSÃO PAGOS NELE)
       01  WRK-MES-PROJ.
           02 WRK-MP-ANO PIC 9(04).
           02 WRK-MP-MES PIC 9(02).
       01  WRK-MES-PROJ-NUM REDEFINES WRK-MES-PROJ PIC 9(06).
       01  WRK-MES-ANT.
           02 WRK-MA-ANO PIC 9(04).
           02 WRK-MA-MES PIC 9(02).
       01  WRK-MES-ANT-NUM REDEFINES WRK-MES-ANT PIC 9(06).
       77 WRK-MES-FINAL PIC 9(06) VALUE ZEROES.

       01  WRK-DATA-PAGTO.
           02 WRK-DPG-ANO PIC 9(04).
           02 WRK-DPG-MES PIC 9(02).
           02 WRK-DPG-DIA PIC 9(02).
       01  WRK-DATA-PAGTO-NUM REDEFINES WRK-DATA-PAGTO PIC 9(08).
       77 WRK-DIA-PAGTO PIC 9(02) VALUE ZEROES.

      * SEMANAS DE SETE DIAS CORRIDOS A PARTIR DE HOJE
       77 WRK-SEMANA      PIC 9(02) VALUE ZEROES.
       77 WRK-SEM-INICIO  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SEM-FIM     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SEM-ENTRADAS PIC 9(10)V99 VALUE ZEROES.
       77 WRK-SEM-SAIDAS   PIC 9(10)V99 VALUE ZEROES.
       77 WRK-SEM-NEGATIVA PIC X(01) VALUE 'N'.
           88 SEMANA-NEGATIVA  VALUE 'S'.

       77 WRK-TOTAL-ENTRADAS PIC 9(11)V99 VALUE ZEROES.
       77 WRK-TOTAL-SAIDAS   PIC 9(11)V99 VALUE ZEROES.
       77 WRK-SALDO-MINIMO   PIC S9(11)V99 VALUE ZEROES.
       77 WRK-DIA-MINIMO     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-PRIMEIRO-NEGATIVO PIC 9(03) COMP VALUE ZEROES.
       77 WRK-QT-NEGATIVOS   PIC 9(03) VALUE ZEROES.

       01  WRK-DATA-DECOMP PIC 9(08) VALUE ZEROES.
       01  WRK-DATA-DECOMP-R REDEFINES WRK-DATA-DECOMP.
           02 WRK-DC-ANO PIC 9(04).
           02 WRK-DC-MES PIC 9(02).
           02 WRK-DC-DIA PIC 9(02).
       01  WRK-DATA-ED.
           02 WRK-DE-DIA PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-MES PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-ANO PIC 9(04).
       01  WRK-DATA-CURTA.
           02 WRK-DCU-DIA PIC 9(02).
           02 FILLER      PIC X(01) VALUE '/'.
           02 WRK-DCU-MES PIC 9(02).

       77 WRK-VALOR-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-SALDO-ED   PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-CABECALHO1 PIC X(80) VALUE
           'EMPRESA XYZ COMERCIO LTDA'.
       01  WRK-CABECALHO2.
           02 FILLER PIC X(43) VALUE
              'FLUXO DE CAIXA PROJETADO - 90 DIAS A PARTIR'.
           02 FILLER PIC X(04) VALUE ' DE '.
           02 WRK-CB-DATA PIC X(10).
       01  WRK-CABECALHO3.
           02 FILLER PIC X(39) VALUE
              'DATA        SALDO INICIAL      ENTRADAS'.
           02 FILLER PIC X(41) VALUE
              '        SAIDAS    SALDO FINAL'.

       01  WRK-LINHA-DIA.
           02 WRK-LD-DATA      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-SALDO-INI PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-ENTRADAS  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-SAIDAS    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-SALDO-FIM PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-ALERTA    PIC X(03).

       01  WRK-LINHA-SEMANA.
           02 WRK-LS-SEMANA    PIC 9(02).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LS-INICIO    PIC X(05).
           02 FILLER           PIC X(01) VALUE '-'.
           02 WRK-LS-FIM       PIC X(05).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LS-SALDO-INI PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LS-ENTRADAS  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LS-SAIDAS    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LS-SALDO-FIM PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LS-ALERTA    PIC X(03).

       01  WRK-LINHA-FONTE.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 WRK-LF-TIPO      PIC X(01).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LF-NOME      PIC X(30).
           02 WRK-LF-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINRELATO PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'FLUXO DE CAIXA PROJETADO - 90 DIAS'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           DISPLAY 'SALDO INICIAL EM CAIXA E BANCOS (NEGATIVO COM '
               'SINAL):'.
           ACCEPT WRK-SALDO-INICIAL FROM CONSOLE.
           PERFORM 0100-CARREGAR-PARAMETROS.
           PERFORM 0150-MONTAR-CALENDARIO.
           PERFORM 0200-PROJETAR-RECEBIMENTOS.
           PERFORM 0300-PROJETAR-CARTAO.
           PERFORM 0400-PROJETAR-FRETES.
           PERFORM 0500-PROJETAR-FORNECEDORES.
           PERFORM 0600-CARREGAR-HISTORICOS.
           PERFORM 0700-PROJETAR-MES
               UNTIL WRK-MES-PROJ-NUM > WRK-MES-FINAL.
           PERFORM 0800-CALCULAR-SALDOS.
           PERFORM 0850-IMPRIMIR-RELATORIO.
           PERFORM 0890-FINALIZAR.
           GOBACK.

       0100-CARREGAR-PARAMETROS.
           MOVE 'FLUXO-PRAZO-CARTAO' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-PRAZO-CARTAO
           END-IF.
           MOVE 'FLUXO-TAXA-CARTAO' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-TAXA-CARTAO
               MOVE 'S' TO WRK-TAXA-INFORMADA
           END-IF.
           MOVE 'FLUXO-DIA-FOLHA' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-DIA-FOLHA
           END-IF.
           MOVE 'FLUXO-DIA-ENCARGOS' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-DIA-ENCARGOS
           END-IF.
           MOVE 'FLUXO-DIA-COMISSAO' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-DIA-COMISSAO
           END-IF.
           MOVE 'FLUXO-PRAZO-FRETE' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-PRAZO-FRETE
           END-IF.

       0150-MONTAR-CALENDARIO.
           PERFORM VARYING WRK-SUB-DIA FROM 1 BY 1
               UNTIL WRK-SUB-DIA > WRK-QT-DIAS
               MOVE 1 TO REG-SRV-FUNCAO
               MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA1
               COMPUTE REG-SRV-DIAS = WRK-SUB-DIA - 1
               CALL 'servicodata' USING REG-SERVDATA
               MOVE REG-SRV-DATA-RES TO WRK-TD-DATA(WRK-SUB-DIA)
               MOVE ZEROES TO WRK-TD-ENTRADAS(WRK-SUB-DIA)
                              WRK-TD-SAIDAS(WRK-SUB-DIA)
                              WRK-TD-SALDO-INI(WRK-SUB-DIA)
                              WRK-TD-SALDO-FIM(WRK-SUB-DIA)
           END-PERFORM.
           MOVE WRK-DS-ANO TO WRK-MP-ANO.
           MOVE WRK-DS-MES TO WRK-MP-MES.
           MOVE WRK-TD-DATA(WRK-QT-DIAS) TO WRK-DATA-DECOMP.
           COMPUTE WRK-MES-FINAL = WRK-DC-ANO * 100 + WRK-DC-MES.

      ******************************************************************
      * RECEBIMENTOS: PRIMEIRA LEITURA APURA O ATRASO MÉDIO DE CADA
      * CLIENTE NAS DUPLICATAS LIQUIDADAS (PAGA ANTES OU NO
      * VENCIMENTO CONTA ZERO); A SEGUNDA LANÇA O SALDO DE CADA
      * DUPLICATA EM ABERTO NO VENCIMENTO MAIS O ATRASO MÉDIO,
      * EMPURRADO PARA O DIA ÚTIL SEGUINTE
      ******************************************************************
       0200-PROJETAR-RECEBIMENTOS.
           OPEN INPUT ARQ-DUPLICATAS.
           IF NOT DUPLICATAS-OK
               DISPLAY 'ARQUIVO DE DUPLICATAS NÃO ENCONTRADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0210-LER-DUPLICATA.
           PERFORM 0220-APURAR-ATRASO UNTIL FIM-DUPLICATAS.
           CLOSE ARQ-DUPLICATAS.
           MOVE 'N' TO WRK-FIM-DUPLICATAS.
           OPEN INPUT ARQ-DUPLICATAS.
           PERFORM 0210-LER-DUPLICATA.
           PERFORM 0240-LANCAR-DUPLICATA UNTIL FIM-DUPLICATAS.
           CLOSE ARQ-DUPLICATAS.

       0210-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-DUPLICATAS
           END-READ.

       0220-APURAR-ATRASO.
           IF REG-DUP-LIQUIDADA
               MOVE 8 TO REG-SRV-FUNCAO
               MOVE REG-DUP-VENCIMENTO TO REG-SRV-DATA1
               MOVE REG-DUP-DATAPAGTO  TO REG-SRV-DATA2
               CALL 'servicodata' USING REG-SERVDATA
               MOVE ZEROES TO WRK-DIAS-ATRASO
               IF SRV-DATA-OK AND REG-SRV-DIAS-RES > ZEROES
                   MOVE REG-SRV-DIAS-RES TO WRK-DIAS-ATRASO
               END-IF
               PERFORM 0230-LOCALIZAR-CLIENTE
               IF WRK-ATR-ACHADO > ZEROES
                   ADD 1 TO WRK-TA-QT-PAGAS(WRK-ATR-ACHADO)
                   ADD WRK-DIAS-ATRASO TO WRK-TA-DIAS(WRK-ATR-ACHADO)
               END-IF
           END-IF.
           PERFORM 0210-LER-DUPLICATA.

       0230-LOCALIZAR-CLIENTE.
           MOVE ZEROES TO WRK-ATR-ACHADO.
           PERFORM VARYING WRK-SUB-ATR FROM 1 BY 1
               UNTIL WRK-SUB-ATR > WRK-QT-ATRASO
                   OR WRK-ATR-ACHADO > ZEROES
               IF WRK-TA-CLIENTE(WRK-SUB-ATR) = REG-DUP-CLIENTE
                   MOVE WRK-SUB-ATR TO WRK-ATR-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-ATR-ACHADO = ZEROES AND WRK-QT-ATRASO < 500
               ADD 1 TO WRK-QT-ATRASO
               MOVE WRK-QT-ATRASO TO WRK-ATR-ACHADO
               MOVE REG-DUP-CLIENTE TO WRK-TA-CLIENTE(WRK-ATR-ACHADO)
               MOVE ZEROES TO WRK-TA-QT-PAGAS(WRK-ATR-ACHADO)
                              WRK-TA-DIAS(WRK-ATR-ACHADO)
           END-IF.

       0240-LANCAR-DUPLICATA.
           IF REG-DUP-ABERTA AND REG-DUP-SALDO > ZEROES
               MOVE ZEROES TO WRK-MEDIA-ATRASO
               MOVE ZEROES TO WRK-ATR-ACHADO
               PERFORM VARYING WRK-SUB-ATR FROM 1 BY 1
                   UNTIL WRK-SUB-ATR > WRK-QT-ATRASO
                       OR WRK-ATR-ACHADO > ZEROES
                   IF WRK-TA-CLIENTE(WRK-SUB-ATR) = REG-DUP-CLIENTE
                       MOVE WRK-SUB-ATR TO WRK-ATR-ACHADO
                   END-IF
               END-PERFORM
               IF WRK-ATR-ACHADO > ZEROES
                   COMPUTE WRK-MEDIA-ATRASO ROUNDED =
                       WRK-TA-DIAS(WRK-ATR-ACHADO) /
                       WRK-TA-QT-PAGAS(WRK-ATR-ACHADO)
               END-IF
               MOVE REG-DUP-VENCIMENTO TO WRK-LC-DATA
               MOVE 1 TO REG-SRV-FUNCAO
               MOVE REG-DUP-VENCIMENTO TO REG-SRV-DATA1
               MOVE WRK-MEDIA-ATRASO TO REG-SRV-DIAS
               CALL 'servicodata' USING REG-SERVDATA
               IF SRV-DATA-OK
                   MOVE 7 TO REG-SRV-FUNCAO
                   MOVE REG-SRV-DATA-RES TO REG-SRV-DATA1
                   MOVE ZEROES TO REG-SRV-DIAS
                   CALL 'servicodata' USING REG-SERVDATA
                   IF SRV-DATA-OK
                       MOVE REG-SRV-DATA-RES TO WRK-LC-DATA
                   END-IF
               END-IF
               MOVE REG-DUP-SALDO TO WRK-LC-VALOR
               MOVE 1 TO WRK-LC-FONTE
               PERFORM 0900-LANCAR
           END-IF.
           PERFORM 0210-LER-DUPLICATA.

      ******************************************************************
      * CARTÃO: AS VENDAS NO CARTÃO DO DETALHE QUE AINDA NÃO CASARAM
      * COM UMA LIQUIDAÇÃO DA ADMINISTRADORA ENTRAM NO PRAZO DE
      * REPASSE, LÍQUIDAS DA TAXA
      ******************************************************************
       0300-PROJETAR-CARTAO.
           PERFORM VARYING WRK-TERMINAL FROM 0 BY 1
               UNTIL WRK-TERMINAL > 3
               PERFORM 0305-CARREGAR-TERMINAL
           END-PERFORM.
           OPEN INPUT ARQ-LIQUIDACAO.
           IF LIQUIDACAO-OK
               PERFORM 0330-LER-LIQUIDACAO
               PERFORM 0340-CASAR-LIQUIDACAO UNTIL FIM-LIQUIDACAO
               CLOSE ARQ-LIQUIDACAO
           END-IF.
           IF NOT TAXA-INFORMADA AND WRK-LIQ-BRUTO > ZEROES
               COMPUTE WRK-TAXA-CARTAO ROUNDED =
                   WRK-LIQ-TAXAS * 100 / WRK-LIQ-BRUTO
           END-IF.
           MOVE ZEROES TO WRK-CARTAO-ABERTO.
           PERFORM VARYING WRK-SUB-CAR FROM 1 BY 1
               UNTIL WRK-SUB-CAR > WRK-QT-CARTAO
               IF NOT TC-CASADA(WRK-SUB-CAR)
                   ADD WRK-TC-VALOR(WRK-SUB-CAR) TO WRK-CARTAO-ABERTO
               END-IF
           END-PERFORM.
           IF WRK-CARTAO-ABERTO > ZEROES
               MOVE 1 TO REG-SRV-FUNCAO
               MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA1
               MOVE WRK-PRAZO-CARTAO TO REG-SRV-DIAS
               CALL 'servicodata' USING REG-SERVDATA
               MOVE REG-SRV-DATA-RES TO WRK-LC-DATA
               COMPUTE WRK-LC-VALOR ROUNDED = WRK-CARTAO-ABERTO -
                   WRK-CARTAO-ABERTO * WRK-TAXA-CARTAO / 100
               MOVE 2 TO WRK-LC-FONTE
               PERFORM 0900-LANCAR
           END-IF.

       0305-CARREGAR-TERMINAL.
           MOVE 'N' TO WRK-FIM-DETALHE.
           PERFORM 8100-ABRIR-DETALHE.
           IF DETALHE-OK
               PERFORM 0310-LER-DETALHE
               PERFORM 0320-GUARDAR-VENDA UNTIL FIM-DETALHE
               PERFORM 8300-FECHAR-DETALHE
           END-IF.

       0310-LER-DETALHE.
           PERFORM 8200-LER-DETALHE-LINHA.

       0320-GUARDAR-VENDA.
           IF REG-DET-FORMA = 'C' AND WRK-QT-CARTAO < 500
               PERFORM 0325-CONVERTER-VALOR
               ADD 1 TO WRK-QT-CARTAO
               MOVE WRK-VALOR TO WRK-TC-VALOR(WRK-QT-CARTAO)
               MOVE 'N' TO WRK-TC-CASADA(WRK-QT-CARTAO)
           END-IF.
           PERFORM 0310-LER-DETALHE.

      * O VALOR NO DETALHE ESTÁ EDITADO (ZZZ.ZZZ,99); OS DÍGITOS SÃO
      * RECOLHIDOS UM A UM E AS DUAS ÚLTIMAS POSIÇÕES SÃO OS CENTAVOS
       0325-CONVERTER-VALOR.
           MOVE ZEROES TO WRK-VALOR-NUM.
           PERFORM VARYING WRK-SUB-CHAR FROM 1 BY 1
               UNTIL WRK-SUB-CHAR > 10
               MOVE REG-DET-VALOR(WRK-SUB-CHAR:1) TO WRK-CHAR
               IF CHAR-DIGITO
                   MOVE WRK-CHAR TO WRK-DIGITO
                   COMPUTE WRK-VALOR-NUM =
                       WRK-VALOR-NUM * 10 + WRK-DIGITO
               END-IF
           END-PERFORM.
           COMPUTE WRK-VALOR = WRK-VALOR-NUM / 100.

       0330-LER-LIQUIDACAO.
           READ ARQ-LIQUIDACAO
               AT END
                   MOVE 'S' TO WRK-FIM-LIQUIDACAO
           END-READ.

       0340-CASAR-LIQUIDACAO.
           ADD REG-LIQ-BRUTO TO WRK-LIQ-BRUTO.
           ADD REG-LIQ-TAXA  TO WRK-LIQ-TAXAS.
           MOVE ZEROES TO WRK-ITEM-ACHADO.
           PERFORM VARYING WRK-SUB-CAR FROM 1 BY 1
               UNTIL WRK-SUB-CAR > WRK-QT-CARTAO
                   OR WRK-ITEM-ACHADO > ZEROES
               IF NOT TC-CASADA(WRK-SUB-CAR) AND
                  WRK-TC-VALOR(WRK-SUB-CAR) = REG-LIQ-BRUTO
                   MOVE WRK-SUB-CAR TO WRK-ITEM-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-ITEM-ACHADO > ZEROES
               MOVE 'S' TO WRK-TC-CASADA(WRK-ITEM-ACHADO)
           END-IF.
           PERFORM 0330-LER-LIQUIDACAO.

      ******************************************************************
      * FRETES: O LOTE DE PAGAMENTO GERADO PELO PAGAFRETE É PAGO NO
      * PRAZO A PARTIR DA DATA DO CABEÇALHO; LOTE CUJO PAGAMENTO JÁ
      * PASSOU É CONSIDERADO QUITADO
      ******************************************************************
       0400-PROJETAR-FRETES.
           MOVE ZEROES TO WRK-DATA-FRETE.
           OPEN INPUT ARQ-PAGAMENTO.
           IF NOT PAGAMENTO-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0410-LER-PAGAMENTO.
           PERFORM 0420-LANCAR-FRETE UNTIL FIM-PAGAMENTO.
           CLOSE ARQ-PAGAMENTO.

       0410-LER-PAGAMENTO.
           READ ARQ-PAGAMENTO
               AT END
                   MOVE 'S' TO WRK-FIM-PAGAMENTO
           END-READ.

       0420-LANCAR-FRETE.
           EVALUATE REG-PG-TIPO
               WHEN '0'
                   MOVE 1 TO REG-SRV-FUNCAO
                   MOVE REG-PG-DATA TO REG-SRV-DATA1
                   MOVE WRK-PRAZO-FRETE TO REG-SRV-DIAS
                   CALL 'servicodata' USING REG-SERVDATA
                   IF SRV-DATA-OK
                       MOVE REG-SRV-DATA-RES TO WRK-DATA-FRETE
                   END-IF
               WHEN '1'
                   IF WRK-DATA-FRETE NOT < WRK-DATA-SYS-NUM
                       MOVE WRK-DATA-FRETE TO WRK-LC-DATA
                       MOVE REG-PG-VALOR TO WRK-LC-VALOR
                       MOVE 3 TO WRK-LC-FONTE
                       PERFORM 0900-LANCAR
                   END-IF
           END-EVALUATE.
           PERFORM 0410-LER-PAGAMENTO.

      ******************************************************************
      * FORNECEDORES: TÍTULOS A PAGAR BLOQUEADOS OU LIBERADOS, NO
      * VENCIMENTO (O VENCIDO E NÃO PAGO CAI NO PRIMEIRO DIA)
      ******************************************************************
       0500-PROJETAR-FORNECEDORES.
           OPEN INPUT ARQ-TITULOS.
           IF NOT TITULOS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0510-LER-TITULO.
           PERFORM 0520-LANCAR-TITULO UNTIL FIM-TITULOS.
           CLOSE ARQ-TITULOS.

       0510-LER-TITULO.
           READ ARQ-TITULOS
               AT END
                   MOVE 'S' TO WRK-FIM-TITULOS
           END-READ.

       0520-LANCAR-TITULO.
           IF REG-TIT-BLOQUEADO OR REG-TIT-LIBERADO
               MOVE REG-TIT-VENCIMENTO TO WRK-LC-DATA
               MOVE REG-TIT-VALOR TO WRK-LC-VALOR
               MOVE 4 TO WRK-LC-FONTE
               PERFORM 0900-LANCAR
           END-IF.
           PERFORM 0510-LER-TITULO.

      ******************************************************************
      * HISTÓRICOS DA FOLHA, DAS COMISSÕES E DO DÉCIMO TERCEIRO E AS
      * DESPESAS FIXAS ATIVAS, USADOS NA PROJEÇÃO MÊS A MÊS
      ******************************************************************
       0600-CARREGAR-HISTORICOS.
           OPEN INPUT ARQ-RESFOLHA.
           IF RESFOLHA-OK
               PERFORM 0610-LER-RESFOLHA
               PERFORM 0620-ACUMULAR-FOLHA UNTIL FIM-RESFOLHA
               CLOSE ARQ-RESFOLHA
           END-IF.
           OPEN INPUT ARQ-COMISSOES.
           IF COMISSOES-OK
               PERFORM 0630-LER-COMISSAO
               PERFORM 0640-ACUMULAR-COMISSAO UNTIL FIM-COMISSOES
               CLOSE ARQ-COMISSOES
           END-IF.
           OPEN INPUT ARQ-DECIMO.
           IF DECIMO-OK
               PERFORM 0650-LER-DECIMO
               PERFORM 0660-MARCAR-DECIMO UNTIL FIM-DECIMO
               CLOSE ARQ-DECIMO
           END-IF.
           OPEN INPUT ARQ-DESPESAS.
           IF DESPESAS-OK
               PERFORM 0670-LER-DESPESA
               PERFORM 0680-GUARDAR-DESPESA UNTIL FIM-DESPESAS
               CLOSE ARQ-DESPESAS
           END-IF.

       0610-LER-RESFOLHA.
           READ ARQ-RESFOLHA
               AT END
                   MOVE 'S' TO WRK-FIM-RESFOLHA
           END-READ.

       0620-ACUMULAR-FOLHA.
           MOVE ZEROES TO WRK-FOL-ACHADA.
           PERFORM VARYING WRK-SUB-FOL FROM 1 BY 1
               UNTIL WRK-SUB-FOL > WRK-QT-FOLHAS
                   OR WRK-FOL-ACHADA > ZEROES
               IF WRK-TFO-COMPETENCIA(WRK-SUB-FOL) =
                  REG-RFO-COMPETENCIA
                   MOVE WRK-SUB-FOL TO WRK-FOL-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-FOL-ACHADA = ZEROES AND WRK-QT-FOLHAS < 60
               ADD 1 TO WRK-QT-FOLHAS
               MOVE WRK-QT-FOLHAS TO WRK-FOL-ACHADA
               MOVE REG-RFO-COMPETENCIA
                   TO WRK-TFO-COMPETENCIA(WRK-FOL-ACHADA)
               MOVE ZEROES TO WRK-TFO-LIQUIDO(WRK-FOL-ACHADA)
                              WRK-TFO-ENCARGOS(WRK-FOL-ACHADA)
                              WRK-TFO-SALARIO(WRK-FOL-ACHADA)
           END-IF.
           IF WRK-FOL-ACHADA > ZEROES
               ADD REG-RFO-LIQUIDO TO WRK-TFO-LIQUIDO(WRK-FOL-ACHADA)
               ADD REG-RFO-INSS REG-RFO-IRRF REG-RFO-FGTS
                   TO WRK-TFO-ENCARGOS(WRK-FOL-ACHADA)
               ADD REG-RFO-SALARIO TO WRK-TFO-SALARIO(WRK-FOL-ACHADA)
               IF WRK-ULT-FOLHA = ZEROES
                   MOVE WRK-FOL-ACHADA TO WRK-ULT-FOLHA
               END-IF
               IF REG-RFO-COMPETENCIA >
                  WRK-TFO-COMPETENCIA(WRK-ULT-FOLHA)
                   MOVE WRK-FOL-ACHADA TO WRK-ULT-FOLHA
               END-IF
           END-IF.
           PERFORM 0610-LER-RESFOLHA.

       0630-LER-COMISSAO.
           READ ARQ-COMISSOES
               AT END
                   MOVE 'S' TO WRK-FIM-COMISSOES
           END-READ.

      * SÓ O PAGAMENTO DO MÊS SAI DO CAIXA; OS REGISTROS DE TÍTULO
      * (LIBERADA E ESTORNO) SÃO O DETALHE DELE
       0640-ACUMULAR-COMISSAO.
           IF NOT CP-PAGAMENTO
               PERFORM 0630-LER-COMISSAO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-CP-ANO TO WRK-MCO-ANO.
           MOVE REG-CP-MES TO WRK-MCO-MES.
           MOVE ZEROES TO WRK-COM-ACHADA.
           PERFORM VARYING WRK-SUB-COM FROM 1 BY 1
               UNTIL WRK-SUB-COM > WRK-QT-COMISSOES
                   OR WRK-COM-ACHADA > ZEROES
               IF WRK-TCO-MES(WRK-SUB-COM) = WRK-MES-COMISSAO-NUM
                   MOVE WRK-SUB-COM TO WRK-COM-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-COM-ACHADA = ZEROES AND WRK-QT-COMISSOES < 60
               ADD 1 TO WRK-QT-COMISSOES
               MOVE WRK-QT-COMISSOES TO WRK-COM-ACHADA
               MOVE WRK-MES-COMISSAO-NUM
                   TO WRK-TCO-MES(WRK-COM-ACHADA)
               MOVE ZEROES TO WRK-TCO-VALOR(WRK-COM-ACHADA)
           END-IF.
           IF WRK-COM-ACHADA > ZEROES
               ADD REG-CP-VALOR TO WRK-TCO-VALOR(WRK-COM-ACHADA)
               IF WRK-ULT-COMISSAO = ZEROES
                   MOVE WRK-COM-ACHADA TO WRK-ULT-COMISSAO
               END-IF
               IF WRK-MES-COMISSAO-NUM >
                  WRK-TCO-MES(WRK-ULT-COMISSAO)
                   MOVE WRK-COM-ACHADA TO WRK-ULT-COMISSAO
               END-IF
           END-IF.
           PERFORM 0630-LER-COMISSAO.

       0650-LER-DECIMO.
           READ ARQ-DECIMO
               AT END
                   MOVE 'S' TO WRK-FIM-DECIMO
           END-READ.

       0660-MARCAR-DECIMO.
           IF REG-CD-ANO = WRK-DS-ANO AND
              (REG-CD-PARCELA = 1 OR REG-CD-PARCELA = 2)
               MOVE 'S' TO WRK-DP-PARCELA(REG-CD-PARCELA)
           END-IF.
           PERFORM 0650-LER-DECIMO.

       0670-LER-DESPESA.
           READ ARQ-DESPESAS
               AT END
                   MOVE 'S' TO WRK-FIM-DESPESAS
           END-READ.

       0680-GUARDAR-DESPESA.
           IF REG-DFX-ATIVADA AND WRK-QT-DESPESAS < 100
               ADD 1 TO WRK-QT-DESPESAS
               MOVE REG-DFX-DIA   TO WRK-TDF-DIA(WRK-QT-DESPESAS)
               MOVE REG-DFX-VALOR TO WRK-TDF-VALOR(WRK-QT-DESPESAS)
           END-IF.
           PERFORM 0670-LER-DESPESA.

      ******************************************************************
      * PROJEÇÃO MÊS A MÊS: NO MÊS M SAEM A FOLHA E OS ENCARGOS DA
      * COMPETÊNCIA M-1 E A COMISSÃO APURADA EM M-1 (O VALOR REAL
      * QUANDO JÁ EXISTE, SENÃO O DA ÚLTIMA COMPETÊNCIA/MÊS
      * CONHECIDO), AS DESPESAS FIXAS ATIVAS E, EM NOVEMBRO E
      * DEZEMBRO, AS PARCELAS DO DÉCIMO TERCEIRO AINDA NÃO PAGAS
      * (METADE DOS SALÁRIOS DA ÚLTIMA FOLHA CADA). O QUE CAIRIA
      * ANTES DE HOJE NO MÊS CORRENTE JÁ FOI PAGO
      ******************************************************************
       0700-PROJETAR-MES.
           MOVE WRK-MES-PROJ TO WRK-MES-ANT.
           IF WRK-MA-MES = 1
               MOVE 12 TO WRK-MA-MES
               SUBTRACT 1 FROM WRK-MA-ANO
           ELSE
               SUBTRACT 1 FROM WRK-MA-MES
           END-IF.
           PERFORM 0710-PROJETAR-FOLHA.
           PERFORM 0720-PROJETAR-COMISSAO.
           PERFORM 0730-PROJETAR-DECIMO.
           PERFORM VARYING WRK-SUB-DESP FROM 1 BY 1
               UNTIL WRK-SUB-DESP > WRK-QT-DESPESAS
               MOVE WRK-TDF-DIA(WRK-SUB-DESP) TO WRK-DIA-PAGTO
               MOVE WRK-TDF-VALOR(WRK-SUB-DESP) TO WRK-LC-VALOR
               MOVE 9 TO WRK-LC-FONTE
               PERFORM 0750-LANCAR-NO-MES
           END-PERFORM.
           IF WRK-MP-MES = 12
               MOVE 1 TO WRK-MP-MES
               ADD 1 TO WRK-MP-ANO
           ELSE
               ADD 1 TO WRK-MP-MES
           END-IF.

       0710-PROJETAR-FOLHA.
           IF WRK-ULT-FOLHA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-ULT-FOLHA TO WRK-FOL-ACHADA.
           PERFORM VARYING WRK-SUB-FOL FROM 1 BY 1
               UNTIL WRK-SUB-FOL > WRK-QT-FOLHAS
               IF WRK-TFO-COMPETENCIA(WRK-SUB-FOL) = WRK-MES-ANT-NUM
                   MOVE WRK-SUB-FOL TO WRK-FOL-ACHADA
               END-IF
           END-PERFORM.
           MOVE WRK-DIA-FOLHA TO WRK-DIA-PAGTO.
           MOVE WRK-TFO-LIQUIDO(WRK-FOL-ACHADA) TO WRK-LC-VALOR.
           MOVE 5 TO WRK-LC-FONTE.
           PERFORM 0750-LANCAR-NO-MES.
           MOVE WRK-DIA-ENCARGOS TO WRK-DIA-PAGTO.
           MOVE WRK-TFO-ENCARGOS(WRK-FOL-ACHADA) TO WRK-LC-VALOR.
           MOVE 6 TO WRK-LC-FONTE.
           PERFORM 0750-LANCAR-NO-MES.

       0720-PROJETAR-COMISSAO.
           IF WRK-ULT-COMISSAO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-ULT-COMISSAO TO WRK-COM-ACHADA.
           PERFORM VARYING WRK-SUB-COM FROM 1 BY 1
               UNTIL WRK-SUB-COM > WRK-QT-COMISSOES
               IF WRK-TCO-MES(WRK-SUB-COM) = WRK-MES-ANT-NUM
                   MOVE WRK-SUB-COM TO WRK-COM-ACHADA
               END-IF
           END-PERFORM.
           MOVE WRK-DIA-COMISSAO TO WRK-DIA-PAGTO.
           MOVE WRK-TCO-VALOR(WRK-COM-ACHADA) TO WRK-LC-VALOR.
           MOVE 8 TO WRK-LC-FONTE.
           PERFORM 0750-LANCAR-NO-MES.

      * PRIMEIRA PARCELA ATÉ 30/11 E SEGUNDA ATÉ 20/12
       0730-PROJETAR-DECIMO.
           IF WRK-ULT-FOLHA = ZEROES OR WRK-MP-ANO NOT = WRK-DS-ANO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-LC-VALOR ROUNDED =
               WRK-TFO-SALARIO(WRK-ULT-FOLHA) / 2.
           MOVE 7 TO WRK-LC-FONTE.
           IF WRK-MP-MES = 11 AND WRK-DP-PARCELA(1) = 'N'
               MOVE 30 TO WRK-DIA-PAGTO
               PERFORM 0750-LANCAR-NO-MES
           END-IF.
           IF WRK-MP-MES = 12 AND WRK-DP-PARCELA(2) = 'N'
               MOVE 20 TO WRK-DIA-PAGTO
               PERFORM 0750-LANCAR-NO-MES
           END-IF.

      * MONTA A DATA NO MÊS EM PROJEÇÃO; DIA INEXISTENTE NO MÊS
      * (31 EM MÊS DE 30, 29-31 EM FEVEREIRO) RECUA PARA O ÚLTIMO
       0750-LANCAR-NO-MES.
           MOVE WRK-MP-ANO TO WRK-DPG-ANO.
           MOVE WRK-MP-MES TO WRK-DPG-MES.
           MOVE WRK-DIA-PAGTO TO WRK-DPG-DIA.
           IF WRK-DPG-DIA = ZEROES
               MOVE 1 TO WRK-DPG-DIA
           END-IF.
           PERFORM 0760-VALIDAR-DATA-PAGTO.
           PERFORM 0770-RECUAR-DIA
               UNTIL SRV-DATA-OK OR WRK-DPG-DIA < 29.
           IF WRK-DATA-PAGTO-NUM < WRK-DATA-SYS-NUM
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-DATA-PAGTO-NUM TO WRK-LC-DATA.
           PERFORM 0900-LANCAR.

       0760-VALIDAR-DATA-PAGTO.
           MOVE 1 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA-PAGTO-NUM TO REG-SRV-DATA1.
           MOVE ZEROES TO REG-SRV-DIAS.
           CALL 'servicodata' USING REG-SERVDATA.

       0770-RECUAR-DIA.
           SUBTRACT 1 FROM WRK-DPG-DIA.
           PERFORM 0760-VALIDAR-DATA-PAGTO.

      ******************************************************************
      * SALDOS DIA A DIA A PARTIR DO SALDO INICIAL INFORMADO
      ******************************************************************
       0800-CALCULAR-SALDOS.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-MINIMO.
           MOVE 1 TO WRK-DIA-MINIMO.
           PERFORM VARYING WRK-SUB-DIA FROM 1 BY 1
               UNTIL WRK-SUB-DIA > WRK-QT-DIAS
               IF WRK-SUB-DIA = 1
                   MOVE WRK-SALDO-INICIAL TO WRK-TD-SALDO-INI(1)
               ELSE
                   MOVE WRK-TD-SALDO-FIM(WRK-SUB-DIA - 1)
                       TO WRK-TD-SALDO-INI(WRK-SUB-DIA)
               END-IF
               COMPUTE WRK-TD-SALDO-FIM(WRK-SUB-DIA) =
                   WRK-TD-SALDO-INI(WRK-SUB-DIA) +
                   WRK-TD-ENTRADAS(WRK-SUB-DIA) -
                   WRK-TD-SAIDAS(WRK-SUB-DIA)
               ADD WRK-TD-ENTRADAS(WRK-SUB-DIA) TO WRK-TOTAL-ENTRADAS
               ADD WRK-TD-SAIDAS(WRK-SUB-DIA)   TO WRK-TOTAL-SAIDAS
               IF WRK-TD-SALDO-FIM(WRK-SUB-DIA) < WRK-SALDO-MINIMO
                   MOVE WRK-TD-SALDO-FIM(WRK-SUB-DIA)
                       TO WRK-SALDO-MINIMO
                   MOVE WRK-SUB-DIA TO WRK-DIA-MINIMO
               END-IF
               IF WRK-TD-SALDO-FIM(WRK-SUB-DIA) < ZEROES
                   ADD 1 TO WRK-QT-NEGATIVOS
                   IF WRK-PRIMEIRO-NEGATIVO = ZEROES
                       MOVE WRK-SUB-DIA TO WRK-PRIMEIRO-NEGATIVO
                   END-IF
               END-IF
           END-PERFORM.

       0850-IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE WRK-DATA-SYS-NUM TO WRK-DATA-DECOMP.
           PERFORM 0950-EDITAR-DATA.
           MOVE WRK-DATA-ED TO WRK-CB-DATA.
           WRITE REG-RELATORIO FROM WRK-CABECALHO1.
           WRITE REG-RELATORIO FROM WRK-CABECALHO2.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'POSICAO DIARIA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-CABECALHO3.
           PERFORM VARYING WRK-SUB-DIA FROM 1 BY 1
               UNTIL WRK-SUB-DIA > WRK-QT-DIAS
               PERFORM 0860-IMPRIMIR-DIA
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'POSICAO SEMANAL' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELATO.
           STRING 'SEMANA         ' WRK-CABECALHO3(12:58)
               DELIMITED BY SIZE INTO WRK-LINRELATO.
           WRITE REG-RELATORIO FROM WRK-LINRELATO.
           MOVE ZEROES TO WRK-SEMANA.
           PERFORM 0870-IMPRIMIR-SEMANA
               VARYING WRK-SEM-INICIO FROM 1 BY 7
               UNTIL WRK-SEM-INICIO > WRK-QT-DIAS.
           PERFORM 0880-IMPRIMIR-TOTAIS.
           CLOSE ARQ-RELATORIO.

       0860-IMPRIMIR-DIA.
           MOVE WRK-TD-DATA(WRK-SUB-DIA) TO WRK-DATA-DECOMP.
           PERFORM 0950-EDITAR-DATA.
           MOVE WRK-DATA-ED TO WRK-LD-DATA.
           MOVE WRK-TD-SALDO-INI(WRK-SUB-DIA) TO WRK-LD-SALDO-INI.
           MOVE WRK-TD-ENTRADAS(WRK-SUB-DIA)  TO WRK-LD-ENTRADAS.
           MOVE WRK-TD-SAIDAS(WRK-SUB-DIA)    TO WRK-LD-SAIDAS.
           MOVE WRK-TD-SALDO-FIM(WRK-SUB-DIA) TO WRK-LD-SALDO-FIM.
           MOVE SPACES TO WRK-LD-ALERTA.
           IF WRK-TD-SALDO-FIM(WRK-SUB-DIA) < ZEROES
               MOVE '***' TO WRK-LD-ALERTA
           END-IF.
           WRITE REG-RELATORIO FROM WRK-LINHA-DIA.

       0870-IMPRIMIR-SEMANA.
           ADD 1 TO WRK-SEMANA.
           COMPUTE WRK-SEM-FIM = WRK-SEM-INICIO + 6.
           IF WRK-SEM-FIM > WRK-QT-DIAS
               MOVE WRK-QT-DIAS TO WRK-SEM-FIM
           END-IF.
           MOVE ZEROES TO WRK-SEM-ENTRADAS WRK-SEM-SAIDAS.
           MOVE 'N' TO WRK-SEM-NEGATIVA.
           PERFORM VARYING WRK-SUB-DIA FROM WRK-SEM-INICIO BY 1
               UNTIL WRK-SUB-DIA > WRK-SEM-FIM
               ADD WRK-TD-ENTRADAS(WRK-SUB-DIA) TO WRK-SEM-ENTRADAS
               ADD WRK-TD-SAIDAS(WRK-SUB-DIA)   TO WRK-SEM-SAIDAS
               IF WRK-TD-SALDO-FIM(WRK-SUB-DIA) < ZEROES
                   MOVE 'S' TO WRK-SEM-NEGATIVA
               END-IF
           END-PERFORM.
           MOVE WRK-SEMANA TO WRK-LS-SEMANA.
           MOVE WRK-TD-DATA(WRK-SEM-INICIO) TO WRK-DATA-DECOMP.
           PERFORM 0950-EDITAR-DATA.
           MOVE WRK-DATA-CURTA TO WRK-LS-INICIO.
           MOVE WRK-TD-DATA(WRK-SEM-FIM) TO WRK-DATA-DECOMP.
           PERFORM 0950-EDITAR-DATA.
           MOVE WRK-DATA-CURTA TO WRK-LS-FIM.
           MOVE WRK-TD-SALDO-INI(WRK-SEM-INICIO) TO WRK-LS-SALDO-INI.
           MOVE WRK-SEM-ENTRADAS TO WRK-LS-ENTRADAS.
           MOVE WRK-SEM-SAIDAS   TO WRK-LS-SAIDAS.
           MOVE WRK-TD-SALDO-FIM(WRK-SEM-FIM) TO WRK-LS-SALDO-FIM.
           MOVE SPACES TO WRK-LS-ALERTA.
           IF SEMANA-NEGATIVA
               MOVE '***' TO WRK-LS-ALERTA
           END-IF.
           WRITE REG-RELATORIO FROM WRK-LINHA-SEMANA.

       0880-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TOTAIS POR ORIGEM (E = ENTRADA, S = SAIDA)'
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-SUB-FON FROM 1 BY 1
               UNTIL WRK-SUB-FON > 9
               MOVE WRK-TF-TIPO(WRK-SUB-FON)  TO WRK-LF-TIPO
               MOVE WRK-TF-NOME(WRK-SUB-FON)  TO WRK-LF-NOME
               MOVE WRK-TF-TOTAL(WRK-SUB-FON) TO WRK-LF-VALOR
               WRITE REG-RELATORIO FROM WRK-LINHA-FONTE
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-FONTE.
           MOVE 'TOTAL DE ENTRADAS' TO WRK-LF-NOME.
           MOVE WRK-TOTAL-ENTRADAS TO WRK-LF-VALOR.
           WRITE REG-RELATORIO FROM WRK-LINHA-FONTE.
           MOVE 'TOTAL DE SAIDAS' TO WRK-LF-NOME.
           MOVE WRK-TOTAL-SAIDAS TO WRK-LF-VALOR.
           WRITE REG-RELATORIO FROM WRK-LINHA-FONTE.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TD-SALDO-FIM(WRK-QT-DIAS) TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-LINRELATO.
           STRING 'SALDO FINAL PROJETADO....: ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-LINRELATO.
           WRITE REG-RELATORIO FROM WRK-LINRELATO.
           MOVE WRK-SALDO-MINIMO TO WRK-SALDO-ED.
           MOVE WRK-TD-DATA(WRK-DIA-MINIMO) TO WRK-DATA-DECOMP.
           PERFORM 0950-EDITAR-DATA.
           MOVE SPACES TO WRK-LINRELATO.
           STRING 'MENOR SALDO PROJETADO....: ' WRK-SALDO-ED
               ' EM ' WRK-DATA-ED
               DELIMITED BY SIZE INTO WRK-LINRELATO.
           WRITE REG-RELATORIO FROM WRK-LINRELATO.
           MOVE SPACES TO WRK-LINRELATO.
           IF WRK-PRIMEIRO-NEGATIVO = ZEROES
               MOVE 'NENHUM DIA COM SALDO NEGATIVO NO PERIODO'
                   TO WRK-LINRELATO
           ELSE
               MOVE WRK-TD-DATA(WRK-PRIMEIRO-NEGATIVO)
                   TO WRK-DATA-DECOMP
               PERFORM 0950-EDITAR-DATA
               STRING 'PRIMEIRO DIA NEGATIVO....: ' WRK-DATA-ED
                   ' (' WRK-QT-NEGATIVOS ' DIAS NEGATIVOS)'
                   DELIMITED BY SIZE INTO WRK-LINRELATO
           END-IF.
           WRITE REG-RELATORIO FROM WRK-LINRELATO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE '*** = SALDO FINAL NEGATIVO NO DIA OU EM ALGUM DIA DA SE
      -        'MANA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0890-FINALIZAR.
           DISPLAY '________________________________________'.
           MOVE WRK-TOTAL-ENTRADAS TO WRK-VALOR-ED.
           DISPLAY 'ENTRADAS PREVISTAS....: ' WRK-VALOR-ED.
           MOVE WRK-TOTAL-SAIDAS TO WRK-VALOR-ED.
           DISPLAY 'SAÍDAS PREVISTAS......: ' WRK-VALOR-ED.
           MOVE WRK-TD-SALDO-FIM(WRK-QT-DIAS) TO WRK-SALDO-ED.
           DISPLAY 'SALDO FINAL PROJETADO.: ' WRK-SALDO-ED.
           MOVE WRK-SALDO-MINIMO TO WRK-SALDO-ED.
           DISPLAY 'MENOR SALDO PROJETADO.: ' WRK-SALDO-ED.
           IF WRK-PRIMEIRO-NEGATIVO > ZEROES
               MOVE WRK-TD-DATA(WRK-PRIMEIRO-NEGATIVO)
                   TO WRK-DATA-DECOMP
               PERFORM 0950-EDITAR-DATA
               DISPLAY 'ATENÇÃO: SALDO NEGATIVO A PARTIR DE '
                   WRK-DATA-ED
           END-IF.
           DISPLAY 'FINAL DO FLUXO DE CAIXA PROJETADO'.

      ******************************************************************
      * LANÇA WRK-LC-VALOR NO DIA DE WRK-LC-DATA, COMO ENTRADA OU
      * SAÍDA CONFORME A ORIGEM WRK-LC-FONTE
      ******************************************************************
       0900-LANCAR.
           IF WRK-LC-VALOR = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-DIA-ACHADO.
           IF WRK-LC-DATA < WRK-TD-DATA(1)
               MOVE 1 TO WRK-DIA-ACHADO
           ELSE
               PERFORM VARYING WRK-SUB-DIA FROM 1 BY 1
                   UNTIL WRK-SUB-DIA > WRK-QT-DIAS
                       OR WRK-DIA-ACHADO > ZEROES
                   IF WRK-TD-DATA(WRK-SUB-DIA) = WRK-LC-DATA
                       MOVE WRK-SUB-DIA TO WRK-DIA-ACHADO
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-DIA-ACHADO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF TF-ENTRADA(WRK-LC-FONTE)
               ADD WRK-LC-VALOR TO WRK-TD-ENTRADAS(WRK-DIA-ACHADO)
           ELSE
               ADD WRK-LC-VALOR TO WRK-TD-SAIDAS(WRK-DIA-ACHADO)
           END-IF.
           ADD WRK-LC-VALOR TO WRK-TF-TOTAL(WRK-LC-FONTE).

       0950-EDITAR-DATA.
           MOVE WRK-DC-DIA TO WRK-DE-DIA WRK-DCU-DIA.
           MOVE WRK-DC-MES TO WRK-DE-MES WRK-DCU-MES.
           MOVE WRK-DC-ANO TO WRK-DE-ANO.

      * O DETALHE DO DIA ESTÁ REPARTIDO POR TERMINAL (0 = BALCÃO
      * ÚNICO LEGADO, 1-3 = MULTITERMINAL), COMO NA CONCILIAÇÃO
       8100-ABRIR-DETALHE.
           EVALUATE WRK-TERMINAL
               WHEN 1 OPEN INPUT ARQ-DETALHE-T1
               WHEN 2 OPEN INPUT ARQ-DETALHE-T2
               WHEN 3 OPEN INPUT ARQ-DETALHE-T3
               WHEN OTHER OPEN INPUT ARQ-DETALHE
           END-EVALUATE.

       8200-LER-DETALHE-LINHA.
           EVALUATE WRK-TERMINAL
               WHEN 1
                   READ ARQ-DETALHE-T1
                       AT END MOVE 'S' TO WRK-FIM-DETALHE
                       NOT AT END
                           MOVE REG-DETALHE-T1 TO REG-DETALHE
                   END-READ
               WHEN 2
                   READ ARQ-DETALHE-T2
                       AT END MOVE 'S' TO WRK-FIM-DETALHE
                       NOT AT END
                           MOVE REG-DETALHE-T2 TO REG-DETALHE
                   END-READ
               WHEN 3
                   READ ARQ-DETALHE-T3
                       AT END MOVE 'S' TO WRK-FIM-DETALHE
                       NOT AT END
                           MOVE REG-DETALHE-T3 TO REG-DETALHE
                   END-READ
               WHEN OTHER
                   READ ARQ-DETALHE
                       AT END MOVE 'S' TO WRK-FIM-DETALHE
                   END-READ
           END-EVALUATE.

       8300-FECHAR-DETALHE.
           EVALUATE WRK-TERMINAL
               WHEN 1 CLOSE ARQ-DETALHE-T1
               WHEN 2 CLOSE ARQ-DETALHE-T2
               WHEN 3 CLOSE ARQ-DETALHE-T3
               WHEN OTHER CLOSE ARQ-DETALHE
           END-EVALUATE.
