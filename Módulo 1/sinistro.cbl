      ******************************************************************
      * COPYBOOK = SINISTRO
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DA RECLAMAÇÃO DE AVARIA, EXTRAVIO OU FALTA
      *            CONTRA A TRANSPORTADORA (SINISTROS-FRETE): UMA LINHA
      *            POR RECLAMAÇÃO, PRESA À COTAÇÃO (COTACOES-FRETE) E
      *            À REMESSA (REMESSAS-FRETE) DO PRODUTO E CLIENTE -
      *            ABERTA, RESPONDIDA, NEGADA, ACORDADA E DESCONTADA
      *            NO PAGAMENTO SEGUINTE (PAGAFRETE), COM O PEDIDO DE
      *            REPOSIÇÃO DIGITADO NO PEDIDOVENDA E A CONTAGEM
      *            MENSAL POR TRANSPORTADORA PARA O SCORETRANSP
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-SINISTRO.
           02 REG-SIN-NUMERO       PIC 9(06).
           02 REG-SIN-DATA         PIC 9(08).
           02 REG-SIN-TRANSP       PIC 9(02).
           02 REG-SIN-UF           PIC X(02).
           02 REG-SIN-PRODUTO      PIC 9(06).
           02 REG-SIN-CLIENTE      PIC 9(06).
           02 REG-SIN-DATA-COTACAO PIC 9(08).
           02 REG-SIN-FRETE        PIC 9(06)V99.
           02 REG-SIN-SEGURO       PIC 9(06)V99.
           02 REG-SIN-PESO         PIC 9(05)V99.
           02 REG-SIN-TIPO         PIC X(01).
               88 SIN-AVARIA          VALUE 'A'.
               88 SIN-EXTRAVIO        VALUE 'E'.
               88 SIN-FALTA           VALUE 'F'.
               88 SIN-TIPO-VALIDO     VALUE 'A' 'E' 'F'.
           02 REG-SIN-QTDE         PIC 9(05).
           02 REG-SIN-RECLAMADO    PIC 9(08)V99.
           02 REG-SIN-SITUACAO     PIC X(01).
               88 SIN-ABERTA          VALUE 'A'.
               88 SIN-RESPONDIDA      VALUE 'R'.
               88 SIN-NEGADA          VALUE 'N'.
               88 SIN-ACORDADA        VALUE 'L'.
               88 SIN-DESCONTADA      VALUE 'D'.
           02 REG-SIN-DATA-RESPOSTA PIC 9(08).
           02 REG-SIN-ACEITO       PIC 9(08)V99.
           02 REG-SIN-DATA-ACORDO  PIC 9(08).
           02 REG-SIN-ACORDO       PIC 9(08)V99.
           02 REG-SIN-DESCONTADO   PIC 9(08)V99.
           02 REG-SIN-DATA-DESCONTO PIC 9(08).
           02 REG-SIN-PEDIDO-REPOS PIC 9(06).
           02 REG-SIN-OBSERVACAO   PIC X(40).
