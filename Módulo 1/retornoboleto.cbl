      *                    REGRAVAÇÃO PARCIAL APAGAVA AS DUPLICATAS
      *                    EXCEDENTES; O EXPURGO DAS LIQUIDADAS
      *                    (EXPURGO) ABRE ESPAÇO NA TABELA
      * 15/10/2026 LUCAS  OCORRÊNCIA PAGA DEIXA DE LIQUIDAR A
      *                    DUPLICATA QUALQUER QUE SEJA O VALOR: O
      *                    VALOR PAGO QUITA MULTA E JUROS DE ATRASO
      *                    (CALCULAENCARGO) E DEPOIS O PRINCIPAL, O
      *                    PAGAMENTO MENOR ABATE O SALDO E DEIXA A
      *                    DUPLICATA ABERTA, E O QUE PASSA DO DEVIDO
      *                    VAI PARA O LOG DE REJEITADOS PARA
      *                    DEVOLUÇÃO; CADA PAGAMENTO VAI PARA O
      *                    HISTÓRICO PAGAMENTOS-DUPLICATAS E A MULTA
      *                    E OS JUROS RECEBIDOS SÃO LANÇADOS NA
      *                    RECEITA DE ENCARGOS EM LANCAMENTOS-GL
      * 15/10/2026 LUCAS  MULTA E JUROS SÓ SÃO LANÇADOS COM A
      *                    COMPETÊNCIA ABERTA (VERIFICAPERIODO); COM O
      *                    MÊS FECHADO O PAGAMENTO COM ENCARGOS NÃO É
      *                    BAIXADO E VAI PARA O LOG DE REJEITADOS
      * 15/10/2026 LUCAS  A TABELA DE DUPLICATAS PASSA A TER O TAMANHO
      *                    DO REGISTRO COM O TIPO DO TÍTULO
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-REJEITADOS ASSIGN TO 'REJEITADOS-LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REJ.
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
       FD  ARQ-REJEITADOS.
           COPY 'rejeitados.cbl'.

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
           88 RETORNO-OK           VALUE '00'.
       77 WRK-STATUS-REJ        PIC X(02) VALUE '00'.
           88 REJEITADOS-OK        VALUE '00'.
       77 WRK-STATUS-PAGAMENTOS PIC X(02) VALUE '00'.
           88 PAGAMENTOS-OK        VALUE '00'.
       77 WRK-STATUS-MAPA       PIC X(02) VALUE '00'.
           88 MAPA-OK              VALUE '00'.
       77 WRK-STATUS-GL         PIC X(02) VALUE '00'.
           88 GL-OK                VALUE '00'.
       77 WRK-FIM-DUPLICATAS PIC X(01) VALUE 'N'.
           88 FIM-DUPLICATAS    VALUE 'S'.
       77 WRK-FIM-RETORNO    PIC X(01) VALUE 'N'.
           88 FIM-RETORNO       VALUE 'S'.
       77 WRK-FIM-MAPA       PIC X(01) VALUE 'N'.
           88 FIM-MAPA          VALUE 'S'.

       77 WRK-QT-DUPLICATAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TABELA-CHEIA  PIC X(01) VALUE 'N'.
       77 WRK-SUB-DUP       PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-DUPLICATAS.
           02 WRK-TD-ITEM OCCURS 500 TIMES.
               03 WRK-TD-REGISTRO PIC X(61).

       77 WRK-DUP-ACHADA    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-QT-RETORNOS   PIC 9(05) VALUE ZEROES.
       77 WRK-QT-PAGOS      PIC 9(05) VALUE ZEROES.
       77 WRK-QT-DEVOLVIDOS PIC 9(05) VALUE ZEROES.
       77 WRK-QT-SEM-PAR    PIC 9(05) VALUE ZEROES.
       77 WRK-QT-PARCIAIS   PIC 9(05) VALUE ZEROES.
       77 WRK-QT-MES-FECHADO PIC 9(05) VALUE ZEROES.
       77 WRK-HOUVE-BAIXA   PIC X(01) VALUE 'N'.
           88 HOUVE-BAIXA      VALUE 'S'.
       77 WRK-VALOR-ED      PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-SALDO-ED      PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-MOTIVO-REJ    PIC X(40) VALUE SPACES.

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
           DISPLAY 'RETORNO DE BOLETOS DO BANCO'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           COMPUTE REG-PER-ANOMES = WRK-DS-ANO * 100 + WRK-DS-MES.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'COMPETÊNCIA ' REG-PER-ANOMES ' FECHADA - '
                   'PAGAMENTO COM MULTA E JUROS VAI PARA O RETRABALHO'
           END-IF.
           PERFORM 0100-CARREGAR-DUPLICATAS.
           IF TABELA-CHEIA
               DISPLAY 'DUPLICATAS-ABERTAS EXCEDE O LIMITE DE '
           IF HOUVE-BAIXA
               PERFORM 0300-REGRAVAR-DUPLICATAS
           END-IF.
           IF WRK-TOT-ENCARGOS > ZEROES
               PERFORM 0400-LANCAR-ENCARGOS
           END-IF.
           DISPLAY '________________________________________'.
           DISPLAY 'OCORRÊNCIAS LIDAS....: ' WRK-QT-RETORNOS.
           DISPLAY 'BOLETOS PAGOS........: ' WRK-QT-PAGOS.
           DISPLAY 'PAGAMENTOS PARCIAIS..: ' WRK-QT-PARCIAIS.
           DISPLAY 'BOLETOS REJEITADOS...: ' WRK-QT-DEVOLVIDOS.
           DISPLAY 'RETORNOS SEM PAR.....: ' WRK-QT-SEM-PAR.
           DISPLAY 'EM MÊS FECHADO.......: ' WRK-QT-MES-FECHADO.
           MOVE WRK-TOT-MULTA TO WRK-VALOR-ED.
           DISPLAY 'MULTA RECEBIDA.......: ' WRK-VALOR-ED.
           MOVE WRK-TOT-JUROS TO WRK-VALOR-ED.
           DISPLAY 'JUROS RECEBIDOS......: ' WRK-VALOR-ED.
           DISPLAY 'FINAL DO RETORNO DE BOLETOS'.
           GOBACK.

               END-IF
           END-PERFORM.

      * PAGO ABATE O VALOR PAGO NA DATA DO BANCO (LIQUIDANDO QUANDO
      * O SALDO ZERA); REJEITADO DEVOLVE A DUPLICATA PARA A PRÓXIMA
      * REMESSA DE BOLETOS
       0240-APLICAR-OCORRENCIA.
           MOVE WRK-TD-REGISTRO(WRK-DUP-ACHADA) TO REG-DUPLICATA.
           EVALUATE TRUE
               WHEN RT-PAGO
                   PERFORM 0250-APLICAR-PAGAMENTO
                   MOVE 'S' TO WRK-HOUVE-BAIXA
               WHEN RT-REJEITADO
                   MOVE 'N' TO REG-DUP-REMESSA
           END-EVALUATE.
           MOVE REG-DUPLICATA TO WRK-TD-REGISTRO(WRK-DUP-ACHADA).

      * O VALOR PAGO QUITA MULTA, JUROS E PRINCIPAL NESSA ORDEM; O
      * EXCEDENTE AO DEVIDO NA DATA VAI PARA O RETRABALHO DEVOLVER.
      * COM A COMPETÊNCIA FECHADA A MULTA E OS JUROS NÃO TÊM ONDE
      * SER LANÇADOS: A DUPLICATA FICA COMO ESTÁ E A OCORRÊNCIA VAI
      * PARA O RETRABALHO APLICAR COM O MÊS ABERTO
       0250-APLICAR-PAGAMENTO.
           MOVE REG-DUP-VENCIMENTO TO REG-ENC-VENCIMENTO.
           MOVE REG-DUP-DATAPAGTO  TO REG-ENC-ULT-PAGTO.
           MOVE REG-DUP-SALDO      TO REG-ENC-SALDO.
           MOVE REG-RT-DATA        TO REG-ENC-DATA-PAGTO.
           MOVE REG-RT-VALOR       TO REG-ENC-VALOR-PAGO.
           CALL 'calculaencargo' USING REG-ENCARGO-PEDIDO.
           IF PER-FECHADO AND
              (REG-ENC-APL-MULTA > ZEROES OR
               REG-ENC-APL-JUROS > ZEROES)
               ADD 1 TO WRK-QT-MES-FECHADO
               DISPLAY 'PAGAMENTO NÃO BAIXADO - CLIENTE '
                   REG-RT-CLIENTE ' PEDIDO ' REG-RT-PEDIDO
                   ' PARCELA ' REG-RT-PARCELA ' - MULTA E JUROS '
                   'EM COMPETÊNCIA FECHADA'
               MOVE 'ENCARGOS EM COMPETÊNCIA FECHADA'
                   TO WRK-MOTIVO-REJ
               PERFORM 0265-GRAVAR-REJEITADO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-ENC-NOVO-SALDO TO REG-DUP-SALDO.
           MOVE REG-RT-DATA TO REG-DUP-DATAPAGTO.
           ADD REG-ENC-APL-MULTA TO WRK-TOT-MULTA.
           ADD REG-ENC-APL-JUROS TO WRK-TOT-JUROS.
           COMPUTE WRK-TOT-ENCARGOS = WRK-TOT-MULTA + WRK-TOT-JUROS.
           IF REG-ENC-APL-MULTA > ZEROES OR
              REG-ENC-APL-JUROS > ZEROES
               ADD 1 TO WRK-QT-ENCARGOS
           END-IF.
           IF REG-DUP-SALDO = ZEROES
               MOVE 'L' TO REG-DUP-SITUACAO
               ADD 1 TO WRK-QT-PAGOS
           ELSE
               ADD 1 TO WRK-QT-PARCIAIS
               MOVE REG-RT-VALOR TO WRK-VALOR-ED
               MOVE REG-DUP-SALDO TO WRK-SALDO-ED
               DISPLAY 'PAGAMENTO PARCIAL - CLIENTE '
                   REG-RT-CLIENTE ' PEDIDO ' REG-RT-PEDIDO
                   ' PARCELA ' REG-RT-PARCELA ' VALOR '
                   WRK-VALOR-ED ' SALDO ' WRK-SALDO-ED
           END-IF.
           IF REG-ENC-EXCEDENTE > ZEROES
               MOVE REG-ENC-EXCEDENTE TO WRK-VALOR-ED
               DISPLAY 'PAGAMENTO ACIMA DO DEVIDO - CLIENTE '
                   REG-RT-CLIENTE ' PEDIDO ' REG-RT-PEDIDO
                   ' PARCELA ' REG-RT-PARCELA ' EXCEDENTE '
                   WRK-VALOR-ED
               MOVE 'PAGAMENTO ACIMA DO DEVIDO - DEVOLVER'
                   TO WRK-MOTIVO-REJ
               PERFORM 0265-GRAVAR-REJEITADO
           END-IF.
           PERFORM 0270-REGISTRAR-PAGAMENTO.

       0260-REGISTRAR-SEM-PAR.
           MOVE 'RETORNO SEM DUPLICATA ABERTA NO RECEBER'
               TO WRK-MOTIVO-REJ.
           PERFORM 0265-GRAVAR-REJEITADO.

       0265-GRAVAR-REJEITADO.
           OPEN EXTEND ARQ-REJEITADOS.
           IF NOT REJEITADOS-OK
               OPEN OUTPUT ARQ-REJEITADOS
           END-IF.
           MOVE 'RETORNOBOLETO' TO REG-REJ-PROGRAMA.
           MOVE REG-RETORNO(2:20) TO REG-REJ-CHAVE.
           MOVE WRK-MOTIVO-REJ TO REG-REJ-MOTIVO.
           WRITE REG-REJEITADO.
           CLOSE ARQ-REJEITADOS.

       0270-REGISTRAR-PAGAMENTO.
           OPEN EXTEND ARQ-PAGAMENTOS.
           IF NOT PAGAMENTOS-OK
               OPEN OUTPUT ARQ-PAGAMENTOS
           END-IF.
           MOVE REG-DUP-CLIENTE    TO REG-PGD-CLIENTE.
           MOVE REG-DUP-PEDIDO     TO REG-PGD-PEDIDO.
           MOVE REG-DUP-PARCELA    TO REG-PGD-PARCELA.
           MOVE REG-RT-DATA        TO REG-PGD-DATA.
           MOVE REG-RT-VALOR       TO REG-PGD-RECEBIDO.
           MOVE REG-ENC-APL-PRINC  TO REG-PGD-PRINCIPAL.
           MOVE REG-ENC-APL-MULTA  TO REG-PGD-MULTA.
           MOVE REG-ENC-APL-JUROS  TO REG-PGD-JUROS.
           MOVE REG-ENC-NOVO-SALDO TO REG-PGD-SALDO.
           MOVE 'B' TO REG-PGD-ORIGEM.
           WRITE REG-PAGTO-DUPLICATA.
           CLOSE ARQ-PAGAMENTOS.

       0300-REGRAVAR-DUPLICATAS.
           MOVE 'DUPLICATAS-ABERTAS' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
               WRITE REG-DUPLICATA
           END-PERFORM.
           CLOSE ARQ-DUPLICATAS.

      * MULTA E JUROS DA RODADA NUM PAR DÉBITO/CRÉDITO NA EXPORTAÇÃO
      * CONTÁBIL, NA COMPETÊNCIA DO DIA DO RETORNO
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
