      *            COM O RESUMO IMPRESSO E O TOTAL DE CONTROLE PARA
      *            O TESOUREIRO - O CHEQUE DE MEMÓRIA SE APOSENTA
      * DATA = 01/09/2026
      * -------------------------------------------------------- *
      * 15/10/2026 LUCAS  ACORDOS DAS RECLAMAÇÕES DE FRETE
      *                    (SINISTROS-FRETE) DESCONTADOS DO PAGAMENTO DA
      *                    TRANSPORTADORA, COM O SALDO PARA O PAGAMENTO
      *                    SEGUINTE
      * 15/10/2026 LUCAS  ÍNDICE DA TABELA DE TRANSPORTADORAS COM 3
      *                    DÍGITOS - COM 2 O LAÇO ATÉ 99 NÃO TERMINAVA
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-PAGAMENTO ASSIGN TO 'PAGAMENTOS-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGAMENTO.
           SELECT ARQ-SINISTROS ASSIGN TO 'SINISTROS-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SINISTROS.
           SELECT ARQ-RELATORIO
               ASSIGN TO 'RELATORIO-PAGAMENTO-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL.
           02 REG-PG-ZEROS  PIC 9(06)V99.
           02 REG-PG-VALOR  PIC 9(08)V99.

       FD  ARQ-SINISTROS.
           COPY 'sinistro.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

           88 TRANSP-OK           VALUE '00'.
       77 WRK-STATUS-PAGAMENTO PIC X(02) VALUE '00'.
           88 PAGAMENTO-OK        VALUE '00'.
       77 WRK-STATUS-SINISTROS PIC X(02) VALUE '00'.
           88 SINISTROS-OK        VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA     VALUE 'S'.
       77 WRK-DESCONTOU PIC X(01) VALUE 'N'.
           88 HOUVE-DESCONTO  VALUE 'S'.

      * DADOS DA EMPRESA NO CABEÇALHO DO BANCO, COMO NA EXPORTAÇÃO
      * DA FOLHA
           02 WRK-TT-ITEM OCCURS 99 TIMES.
               03 WRK-TT-NOME  PIC X(15).
               03 WRK-TT-VALOR PIC 9(10)V99.
               03 WRK-TT-DESCONTO PIC 9(10)V99.
       77 WRK-SUB-TRA PIC 9(03) VALUE ZEROES.

      * RECLAMAÇÕES DE FRETE COM ACORDO FECHADO (RECLAMAFRETE): O
      * ACORDADO SAI DO PAGAMENTO DA TRANSPORTADORA E O QUE NÃO
      * COUBER FICA PARA O PAGAMENTO SEGUINTE
       77 WRK-QT-SINISTROS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-SIN      PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-SINISTROS.
           02 WRK-TS-REGISTRO PIC X(178) OCCURS 500 TIMES.
       77 WRK-SALDO-ACORDO PIC 9(08)V99 VALUE ZEROES.
       77 WRK-DESCONTO     PIC 9(08)V99 VALUE ZEROES.
       77 WRK-TOTAL-DESCONTOS PIC 9(12)V99 VALUE ZEROES.

       77 WRK-QT-ENTREGAS  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-DETALHES  PIC 9(06) VALUE ZEROES.
           DISPLAY 'CONTAS A PAGAR DAS TRANSPORTADORAS'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           INITIALIZE WRK-TAB-TRANSP.
           PERFORM 0100-CARREGAR-COTACOES.
           PERFORM 0150-CARREGAR-NOMES-TRANSP.
           PERFORM 0200-ACUMULAR-ENTREGAS.
               DISPLAY 'NENHUMA ENTREGA CONFIRMADA A PAGAR'
               GOBACK
           END-IF.
           PERFORM 0250-DESCONTAR-SINISTROS.
           PERFORM 0300-GERAR-PAGAMENTO.
           IF HOUVE-DESCONTO
               PERFORM 0350-REGRAVAR-SINISTROS
           END-IF.
           PERFORM 0400-IMPRIMIR-RESUMO.
           DISPLAY 'FINAL DO CONTAS A PAGAR DE FRETE'.
           GOBACK.
           END-IF.
           PERFORM 0210-LER-RETORNO.

      * O ACORDO DE CADA RECLAMAÇÃO SAI DO DEVIDO À TRANSPORTADORA
      * ATÉ ZERAR O PAGAMENTO; O SALDO DO ACORDO FICA NA RECLAMAÇÃO
      * PARA O PAGAMENTO SEGUINTE E A QUITADA PASSA A DESCONTADA
       0250-DESCONTAR-SINISTROS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-SINISTROS.
           IF NOT SINISTROS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0260-LER-SINISTRO.
           PERFORM 0270-GUARDAR-SINISTRO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-SINISTROS.
           IF TABELA-CHEIA
               DISPLAY 'MAIS DE 500 RECLAMAÇÕES DE FRETE - DESCONTOS '
                   'NÃO APLICADOS NESTE PAGAMENTO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-SIN FROM 1 BY 1
               UNTIL WRK-SUB-SIN > WRK-QT-SINISTROS
               MOVE WRK-TS-REGISTRO(WRK-SUB-SIN) TO REG-SINISTRO
               IF SIN-ACORDADA AND
                  REG-SIN-TRANSP > 0 AND REG-SIN-TRANSP < 100
                   PERFORM 0280-DESCONTAR-UM
               END-IF
           END-PERFORM.

       0260-LER-SINISTRO.
           READ ARQ-SINISTROS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0270-GUARDAR-SINISTRO.
           IF WRK-QT-SINISTROS < 500
               ADD 1 TO WRK-QT-SINISTROS
               MOVE REG-SINISTRO TO WRK-TS-REGISTRO(WRK-QT-SINISTROS)
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM 0260-LER-SINISTRO.

       0280-DESCONTAR-UM.
           IF WRK-TT-VALOR(REG-SIN-TRANSP) = ZEROES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-SALDO-ACORDO =
               REG-SIN-ACORDO - REG-SIN-DESCONTADO.
           IF WRK-SALDO-ACORDO > WRK-TT-VALOR(REG-SIN-TRANSP)
               MOVE WRK-TT-VALOR(REG-SIN-TRANSP) TO WRK-DESCONTO
           ELSE
               MOVE WRK-SALDO-ACORDO TO WRK-DESCONTO
           END-IF.
           SUBTRACT WRK-DESCONTO FROM WRK-TT-VALOR(REG-SIN-TRANSP).
           ADD WRK-DESCONTO TO WRK-TT-DESCONTO(REG-SIN-TRANSP).
           ADD WRK-DESCONTO TO WRK-TOTAL-DESCONTOS.
           ADD WRK-DESCONTO TO REG-SIN-DESCONTADO.
           IF REG-SIN-DESCONTADO NOT < REG-SIN-ACORDO
               MOVE 'D' TO REG-SIN-SITUACAO
           END-IF.
           MOVE WRK-DATA-SYS-NUM TO REG-SIN-DATA-DESCONTO.
           MOVE REG-SINISTRO TO WRK-TS-REGISTRO(WRK-SUB-SIN).
           MOVE 'S' TO WRK-DESCONTOU.

      * O ARQUIVO DO BANCO SAI COMO A FOLHA: CABEÇALHO '0' COM A
      * EMPRESA E A DATA, UM '1' POR TRANSPORTADORA COM O VALOR E O
      * RODAPÉ '9' COM QUANTIDADE E TOTAL
           WRITE REG-PAGAMENTO FROM WRK-RODAPE.
           CLOSE ARQ-PAGAMENTO.

       0350-REGRAVAR-SINISTROS.
           OPEN OUTPUT ARQ-SINISTROS.
           PERFORM VARYING WRK-SUB-SIN FROM 1 BY 1
               UNTIL WRK-SUB-SIN > WRK-QT-SINISTROS
               MOVE WRK-TS-REGISTRO(WRK-SUB-SIN) TO REG-SINISTRO
               WRITE REG-SINISTRO
           END-PERFORM.
           CLOSE ARQ-SINISTROS.

       0400-IMPRIMIR-RESUMO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE 'RESUMO DE PAGAMENTO AS TRANSPORTADORAS'
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-SUB-TRA FROM 1 BY 1
               UNTIL WRK-SUB-TRA > 99
               IF WRK-TT-VALOR(WRK-SUB-TRA) > ZEROES OR
                  WRK-TT-DESCONTO(WRK-SUB-TRA) > ZEROES
                   MOVE WRK-TT-VALOR(WRK-SUB-TRA) TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINRELAT
                   STRING 'TRANSPORTADORA ' WRK-SUB-TRA ' '
                   MOVE WRK-LINRELAT TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   DISPLAY WRK-LINRELAT
                   IF WRK-TT-DESCONTO(WRK-SUB-TRA) > ZEROES
                       MOVE WRK-TT-DESCONTO(WRK-SUB-TRA)
                           TO WRK-VALOR-ED
                       MOVE SPACES TO WRK-LINRELAT
                       STRING '   DESCONTADO DE RECLAMACOES: '
                           WRK-VALOR-ED
                           DELIMITED BY SIZE INTO WRK-LINRELAT
                       MOVE WRK-LINRELAT TO REG-RELATORIO
                       WRITE REG-RELATORIO
                       DISPLAY WRK-LINRELAT
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-TOTAL-DESCONTOS > ZEROES
               MOVE WRK-TOTAL-DESCONTOS TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINRELAT
               STRING 'TOTAL DESCONTADO DE RECLAMACOES: ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINRELAT
               MOVE WRK-LINRELAT TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY WRK-LINRELAT
           END-IF.
           MOVE WRK-TOTAL-GERAL TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL DE CONTROLE: ' WRK-VALOR-ED
