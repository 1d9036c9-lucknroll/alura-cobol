      *                    REGRAVAÇÃO PARCIAL APAGAVA AS DUPLICATAS
      *                    EXCEDENTES; O EXPURGO DAS LIQUIDADAS
      *                    (EXPURGO) ABRE ESPAÇO NA TABELA
      * 15/10/2026 LUCAS  DEPÓSITO EM ATRASO PASSA A COBRAR MULTA E
      *                    JUROS (CALCULAENCARGO): CASA PELO TOTAL
      *                    DEVIDO NA DATA OU, SEM ESSE, PELO SALDO EM
      *                    ABERTO, E O VALOR QUE NÃO QUITA TUDO VIRA
      *                    PAGAMENTO PARCIAL QUE ABATE O SALDO; CADA
      *                    PAGAMENTO VAI PARA O HISTÓRICO
      *                    PAGAMENTOS-DUPLICATAS E A MULTA E OS JUROS
      *                    RECEBIDOS SÃO LANÇADOS NA RECEITA DE
      *                    ENCARGOS EM LANCAMENTOS-GL
      * 15/10/2026 LUCAS  MULTA E JUROS SÓ SÃO LANÇADOS COM A
      *                    COMPETÊNCIA ABERTA (VERIFICAPERIODO); COM O
      *                    MÊS FECHADO O DEPÓSITO COM ENCARGOS FICA
      *                    SEM BAIXA PARA A RODADA SEGUINTE
      * 15/10/2026 LUCAS  A TABELA DE DUPLICATAS GUARDA E REGRAVA O TIPO
      *                    DO TÍTULO (MENSALIDADE OU VENDA)
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-BAIXAS ASSIGN TO 'BAIXAS-APLICADAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BAIXAS.
           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOS-DUPLICATAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGAMENTOS.
           SELECT ARQ-MAPA-CONTAS ASSIGN TO 'MAPA-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT ARQ-GL ASSIGN TO 'LANCAMENTOS-GL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GL.

       DATA DIVISION.
       FILE SECTION.
           02 REG-BAI-DATA  PIC 9(08).
           02 REG-BAI-VALOR PIC 9(08)V99.

       FD  ARQ-PAGAMENTOS.
           COPY 'pagtodup.cbl'.

       FD  ARQ-MAPA-CONTAS.
       01  REG-MAPA-CONTA.
           02 REG-MC-MES          PIC 9(02).
           02 REG-MC-CONTA-DEB    PIC X(08).
           02 REG-MC-CONTA-CRED   PIC X(08).
           02 REG-MC-CENTRO-CUSTO PIC X(06).

       FD  ARQ-GL.
       01  REG-GL.
           02 REG-GL-TIPO        PIC X(01).
           02 REG-GL-CONTA       PIC X(08).
           02 REG-GL-CENTRO      PIC X(06).
           02 REG-GL-VALOR       PIC 9(10)V99.
           02 REG-GL-COMPETENCIA PIC 9(06).
           02 REG-GL-QT          PIC 9(05).

       WORKING-STORAGE SECTION.
           COPY 'geracao.cbl'.
           COPY 'encargo.cbl'.
           COPY 'periodo.cbl'.

       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
           88 DEPOSITOS-OK         VALUE '00'.
       77 WRK-STATUS-BAIXAS     PIC X(02) VALUE '00'.
           88 BAIXAS-OK            VALUE '00'.
       77 WRK-STATUS-PAGAMENTOS PIC X(02) VALUE '00'.
           88 PAGAMENTOS-OK        VALUE '00'.
       77 WRK-STATUS-MAPA       PIC X(02) VALUE '00'.
           88 MAPA-OK              VALUE '00'.
       77 WRK-STATUS-GL         PIC X(02) VALUE '00'.
           88 GL-OK                VALUE '00'.
       77 WRK-FIM-DUPLICATAS PIC X(01) VALUE 'N'.
           88 FIM-DUPLICATAS    VALUE 'S'.
       77 WRK-FIM-DEPOSITOS  PIC X(01) VALUE 'N'.
           88 FIM-DEPOSITOS     VALUE 'S'.
       77 WRK-FIM-BAIXAS     PIC X(01) VALUE 'N'.
           88 FIM-BAIXAS        VALUE 'S'.
       77 WRK-FIM-MAPA       PIC X(01) VALUE 'N'.
           88 FIM-MAPA          VALUE 'S'.

      * DUPLICATAS CARREGADAS EM TABELA PARA A REGRAVAÇÃO INTEIRA
       77 WRK-QT-DUPLICATAS PIC 9(03) COMP VALUE ZEROES.
               03 WRK-TD-SITUACAO   PIC X(01).
               03 WRK-TD-DATAPAGTO  PIC 9(08).
               03 WRK-TD-REMESSA    PIC X(01).
               03 WRK-TD-SALDO      PIC 9(08)V99.
               03 WRK-TD-TIPO       PIC X(01).

      * DEPÓSITOS JÁ APLICADOS EM RODADAS ANTERIORES
       77 WRK-QT-BAIXAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-DUP-ACHADA   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-QT-LIQUIDADAS PIC 9(05) VALUE ZEROES.
       77 WRK-QT-SEM-PAR    PIC 9(05) VALUE ZEROES.
       77 WRK-QT-PARCIAIS   PIC 9(05) VALUE ZEROES.
       77 WRK-QT-MES-FECHADO PIC 9(05) VALUE ZEROES.
       77 WRK-VALOR-ED      PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-SALDO-ED      PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-ENCARGO-ED    PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

      * MULTA E JUROS RECEBIDOS NA RODADA, LANÇADOS NO FIM NA CONTA DE
      * RECEITA DE ENCARGOS: A LINHA DE CENTRO 'ENCARG' DO MAPA-CONTAS
      * OU O PADRÃO COMPILADO
       77 WRK-TOT-MULTA     PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOT-JUROS     PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOT-ENCARGOS  PIC 9(10)V99 VALUE ZEROES.
       77 WRK-QT-ENCARGOS   PIC 9(05) VALUE ZEROES.
       77 WRK-GL-CONTA-DEB  PIC X(08) VALUE '11010001'.
       77 WRK-GL-CONTA-CRED PIC X(08) VALUE '32020001'.
       77 WRK-GL-CENTRO     PIC X(06) VALUE 'ENCARG'.
       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'BAIXA DE DUPLICATAS CONTRA DEPÓSITOS'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           COMPUTE REG-PER-ANOMES = WRK-DS-ANO * 100 + WRK-DS-MES.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'COMPETÊNCIA ' REG-PER-ANOMES ' FECHADA - '
                   'DEPÓSITO COM MULTA E JUROS FICA SEM BAIXA'
           END-IF.
           PERFORM 0100-CARREGAR-DUPLICATAS.
           IF TABELA-CHEIA
               DISPLAY 'DUPLICATAS-ABERTAS EXCEDE O LIMITE DE '
               PERFORM 0150-CARREGAR-BAIXAS
               PERFORM 0200-APLICAR-DEPOSITOS
               PERFORM 0300-REGRAVAR-DUPLICATAS
               IF WRK-TOT-ENCARGOS > ZEROES
                   PERFORM 0400-LANCAR-ENCARGOS
               END-IF
           END-IF.
           DISPLAY '________________________________________'.
           DISPLAY 'DUPLICATAS LIQUIDADAS.: ' WRK-QT-LIQUIDADAS.
           DISPLAY 'PAGAMENTOS PARCIAIS...: ' WRK-QT-PARCIAIS.
           DISPLAY 'DEPÓSITOS SEM PAR.....: ' WRK-QT-SEM-PAR.
           DISPLAY 'EM MÊS FECHADO........: ' WRK-QT-MES-FECHADO.
           MOVE WRK-TOT-MULTA TO WRK-VALOR-ED.
           DISPLAY 'MULTA RECEBIDA........: ' WRK-VALOR-ED.
           MOVE WRK-TOT-JUROS TO WRK-VALOR-ED.
           DISPLAY 'JUROS RECEBIDOS.......: ' WRK-VALOR-ED.
           DISPLAY 'FINAL DA BAIXA DE DUPLICATAS'.
           GOBACK.

                   TO WRK-TD-DATAPAGTO(WRK-QT-DUPLICATAS)
               MOVE REG-DUP-REMESSA
                   TO WRK-TD-REMESSA(WRK-QT-DUPLICATAS)
               MOVE REG-DUP-SALDO
                   TO WRK-TD-SALDO(WRK-QT-DUPLICATAS)
               MOVE REG-DUP-TIPO
                   TO WRK-TD-TIPO(WRK-QT-DUPLICATAS)
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-FIM-DUPLICATAS
           END-READ.

      * O DEPÓSITO JÁ APLICADO NUMA RODADA ANTERIOR É PULADO; O
      * AINDA NÃO APLICADO É APLICADO NA DUPLICATA ABERTA MAIS ANTIGA
      * (PELO VENCIMENTO) COM QUE ELE CASA
       0220-APLICAR-UM-DEPOSITO.
           PERFORM 0230-VERIFICAR-JA-APLICADO.
           IF NOT DEPOSITO-JA-APLICADO
               PERFORM 0240-PROCURAR-DUPLICATA
               IF WRK-DUP-ACHADA > ZEROES
                   PERFORM 0250-APLICAR-PAGAMENTO
               ELSE
                   ADD 1 TO WRK-QT-SEM-PAR
               END-IF
               END-IF
           END-PERFORM.

      * O DEPÓSITO NÃO TRAZ O CLIENTE: CASA PRIMEIRO COM A DUPLICATA
      * CUJO TOTAL DEVIDO NA DATA DO DEPÓSITO (SALDO + MULTA + JUROS)
      * É O VALOR DEPOSITADO; SEM ESSA, COM A DUPLICATA CUJO SALDO EM
      * ABERTO É O VALOR DEPOSITADO - O CLIENTE QUE PAGOU EM ATRASO
      * SEM OS ENCARGOS, QUE FICA COM A DIFERENÇA EM ABERTO
       0240-PROCURAR-DUPLICATA.
           MOVE ZEROES TO WRK-DUP-ACHADA.
           PERFORM VARYING WRK-SUB-DUP FROM 1 BY 1
               UNTIL WRK-SUB-DUP > WRK-QT-DUPLICATAS
               IF WRK-TD-SITUACAO(WRK-SUB-DUP) = 'A'
                   PERFORM 0245-CALCULAR-DEVIDO
                   IF REG-ENC-TOTAL = REG-DEP-VALOR
                       PERFORM 0248-PREFERIR-MAIS-ANTIGA
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-DUP-ACHADA > ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-DUP FROM 1 BY 1
               UNTIL WRK-SUB-DUP > WRK-QT-DUPLICATAS
               IF WRK-TD-SITUACAO(WRK-SUB-DUP) = 'A' AND
                  WRK-TD-SALDO(WRK-SUB-DUP) = REG-DEP-VALOR
                   PERFORM 0248-PREFERIR-MAIS-ANTIGA
               END-IF
           END-PERFORM.

       0245-CALCULAR-DEVIDO.
           MOVE WRK-TD-VENCIMENTO(WRK-SUB-DUP) TO REG-ENC-VENCIMENTO.
           MOVE WRK-TD-DATAPAGTO(WRK-SUB-DUP)  TO REG-ENC-ULT-PAGTO.
           MOVE WRK-TD-SALDO(WRK-SUB-DUP)      TO REG-ENC-SALDO.
           MOVE REG-DEP-DATA  TO REG-ENC-DATA-PAGTO.
           MOVE REG-DEP-VALOR TO REG-ENC-VALOR-PAGO.
           CALL 'calculaencargo' USING REG-ENCARGO-PEDIDO.

       0248-PREFERIR-MAIS-ANTIGA.
           IF WRK-DUP-ACHADA = ZEROES OR
              WRK-TD-VENCIMENTO(WRK-SUB-DUP) <
                  WRK-TD-VENCIMENTO(WRK-DUP-ACHADA)
               MOVE WRK-SUB-DUP TO WRK-DUP-ACHADA
           END-IF.

      * O DEPÓSITO QUITA MULTA, JUROS E PRINCIPAL NESSA ORDEM; A
      * DUPLICATA SÓ LIQUIDA QUANDO O SALDO ZERA. COM A COMPETÊNCIA
      * FECHADA A MULTA E OS JUROS NÃO TÊM ONDE SER LANÇADOS: O
      * DEPÓSITO FICA SEM BAIXA E SEM REGISTRO EM BAIXAS-APLICADAS,
      * E VOLTA NA PRIMEIRA RODADA COM O MÊS ABERTO
       0250-APLICAR-PAGAMENTO.
           MOVE WRK-DUP-ACHADA TO WRK-SUB-DUP.
           PERFORM 0245-CALCULAR-DEVIDO.
           IF PER-FECHADO AND
              (REG-ENC-APL-MULTA > ZEROES OR
               REG-ENC-APL-JUROS > ZEROES)
               ADD 1 TO WRK-QT-MES-FECHADO
               MOVE REG-DEP-VALOR TO WRK-VALOR-ED
               DISPLAY 'DEPÓSITO DE ' REG-DEP-DATA ' VALOR '
                   WRK-VALOR-ED ' NÃO BAIXADO - MULTA E JUROS EM '
                   'COMPETÊNCIA FECHADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-ENC-NOVO-SALDO TO WRK-TD-SALDO(WRK-DUP-ACHADA).
           MOVE REG-DEP-DATA TO WRK-TD-DATAPAGTO(WRK-DUP-ACHADA).
           ADD REG-ENC-APL-MULTA TO WRK-TOT-MULTA.
           ADD REG-ENC-APL-JUROS TO WRK-TOT-JUROS.
           COMPUTE WRK-TOT-ENCARGOS = WRK-TOT-MULTA + WRK-TOT-JUROS.
           IF REG-ENC-APL-MULTA > ZEROES OR
              REG-ENC-APL-JUROS > ZEROES
               ADD 1 TO WRK-QT-ENCARGOS
           END-IF.
           MOVE REG-DEP-VALOR TO WRK-VALOR-ED.
           IF REG-ENC-NOVO-SALDO = ZEROES
               MOVE 'L' TO WRK-TD-SITUACAO(WRK-DUP-ACHADA)
               ADD 1 TO WRK-QT-LIQUIDADAS
               DISPLAY 'DUPLICATA LIQUIDADA - CLIENTE '
                   WRK-TD-CLIENTE(WRK-DUP-ACHADA) ' PEDIDO '
                   WRK-TD-PEDIDO(WRK-DUP-ACHADA) ' PARCELA '
                   WRK-TD-PARCELA(WRK-DUP-ACHADA) ' VALOR '
                   WRK-VALOR-ED
           ELSE
               ADD 1 TO WRK-QT-PARCIAIS
               MOVE REG-ENC-NOVO-SALDO TO WRK-SALDO-ED
               DISPLAY 'PAGAMENTO PARCIAL - CLIENTE '
                   WRK-TD-CLIENTE(WRK-DUP-ACHADA) ' PEDIDO '
                   WRK-TD-PEDIDO(WRK-DUP-ACHADA) ' PARCELA '
                   WRK-TD-PARCELA(WRK-DUP-ACHADA) ' VALOR '
                   WRK-VALOR-ED ' SALDO ' WRK-SALDO-ED
           END-IF.
           IF REG-ENC-APL-MULTA > ZEROES OR
              REG-ENC-APL-JUROS > ZEROES
               COMPUTE WRK-ENCARGO-ED =
                   REG-ENC-APL-MULTA + REG-ENC-APL-JUROS
               DISPLAY '    EM ATRASO HÁ ' REG-ENC-DIAS-ATRASO
                   ' DIAS - MULTA E JUROS RECEBIDOS ' WRK-ENCARGO-ED
           END-IF.
           PERFORM 0260-REGISTRAR-BAIXA.
           PERFORM 0270-REGISTRAR-PAGAMENTO.

       0260-REGISTRAR-BAIXA.
           OPEN EXTEND ARQ-BAIXAS.
               MOVE REG-DEP-VALOR TO WRK-TB-VALOR(WRK-QT-BAIXAS)
           END-IF.

       0270-REGISTRAR-PAGAMENTO.
           OPEN EXTEND ARQ-PAGAMENTOS.
           IF NOT PAGAMENTOS-OK
               OPEN OUTPUT ARQ-PAGAMENTOS
           END-IF.
           MOVE WRK-TD-CLIENTE(WRK-DUP-ACHADA) TO REG-PGD-CLIENTE.
           MOVE WRK-TD-PEDIDO(WRK-DUP-ACHADA)  TO REG-PGD-PEDIDO.
           MOVE WRK-TD-PARCELA(WRK-DUP-ACHADA) TO REG-PGD-PARCELA.
           MOVE REG-DEP-DATA       TO REG-PGD-DATA.
           MOVE REG-DEP-VALOR      TO REG-PGD-RECEBIDO.
           MOVE REG-ENC-APL-PRINC  TO REG-PGD-PRINCIPAL.
           MOVE REG-ENC-APL-MULTA  TO REG-PGD-MULTA.
           MOVE REG-ENC-APL-JUROS  TO REG-PGD-JUROS.
           MOVE REG-ENC-NOVO-SALDO TO REG-PGD-SALDO.
           MOVE 'D' TO REG-PGD-ORIGEM.
           WRITE REG-PAGTO-DUPLICATA.
           CLOSE ARQ-PAGAMENTOS.

       0300-REGRAVAR-DUPLICATAS.
           MOVE 'DUPLICATAS-ABERTAS' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
                   TO REG-DUP-DATAPAGTO
               MOVE WRK-TD-REMESSA(WRK-SUB-DUP)
                   TO REG-DUP-REMESSA
               MOVE WRK-TD-SALDO(WRK-SUB-DUP)      TO REG-DUP-SALDO
               MOVE WRK-TD-TIPO(WRK-SUB-DUP)       TO REG-DUP-TIPO
               WRITE REG-DUPLICATA
           END-PERFORM.
           CLOSE ARQ-DUPLICATAS.

      * MULTA E JUROS DA RODADA NUM PAR DÉBITO/CRÉDITO NA EXPORTAÇÃO
      * CONTÁBIL, NA COMPETÊNCIA DO DIA DA BAIXA
       0400-LANCAR-ENCARGOS.
           PERFORM 0410-LOCALIZAR-CONTAS-ENCARGO.
           OPEN EXTEND ARQ-GL.
           IF NOT GL-OK
               OPEN OUTPUT ARQ-GL
           END-IF.
           MOVE 'D' TO REG-GL-TIPO.
           MOVE WRK-GL-CONTA-DEB TO REG-GL-CONTA.
           MOVE WRK-GL-CENTRO TO REG-GL-CENTRO.
           MOVE WRK-TOT-ENCARGOS TO REG-GL-VALOR.
           COMPUTE REG-GL-COMPETENCIA =
               WRK-DS-ANO * 100 + WRK-DS-MES.
           MOVE WRK-QT-ENCARGOS TO REG-GL-QT.
           WRITE REG-GL.
           MOVE 'C' TO REG-GL-TIPO.
           MOVE WRK-GL-CONTA-CRED TO REG-GL-CONTA.
           WRITE REG-GL.
           CLOSE ARQ-GL.
           DISPLAY 'MULTA E JUROS LANÇADOS NA EXPORTAÇÃO CONTÁBIL'.

       0410-LOCALIZAR-CONTAS-ENCARGO.
           MOVE 'N' TO WRK-FIM-MAPA.
           OPEN INPUT ARQ-MAPA-CONTAS.
           IF MAPA-OK
               PERFORM 0420-LER-MAPA
               PERFORM 0430-COMPARAR-MAPA UNTIL FIM-MAPA
               CLOSE ARQ-MAPA-CONTAS
           END-IF.

       0420-LER-MAPA.
           READ ARQ-MAPA-CONTAS
               AT END
                   MOVE 'S' TO WRK-FIM-MAPA
           END-READ.

       0430-COMPARAR-MAPA.
           IF REG-MC-CENTRO-CUSTO = 'ENCARG'
               MOVE REG-MC-CONTA-DEB  TO WRK-GL-CONTA-DEB
               MOVE REG-MC-CONTA-CRED TO WRK-GL-CONTA-CRED
           END-IF.
           PERFORM 0420-LER-MAPA.
