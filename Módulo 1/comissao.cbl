      *                    DE TODOS OS TERMINAIS (DETALHE-VENDAS E
      *                    DETALHE-VENDAS-T1/T2/T3), COMO A PONTE -
      *                    A VENDA DE TERMINAL FICAVA SEM COMISSÃO
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO DA NF-E NO LAYOUT DO
      *                    CABEÇALHO DO PEDIDO
      * 15/10/2026 LUCAS  COMISSÃO NA VENDA OU NO RECEBIMENTO CONFORME
      *                    O CADASTRO DO VENDEDOR, COM RETIDA EM ABERTO,
      *                    ESTORNO POR DEVOLUÇÃO E POR BAIXA PARA PERDA,
      *                    SALDO A COMPENSAR E DETALHE POR TÍTULO EM
      *                    COMISSOES-PAGAS
      * 15/10/2026 LUCAS  PEDIDOS-CAB INDEXADO (PEDIDOS-CAB-IDX): O
      *                    VENDEDOR DO PEDIDO DO RECEBIMENTO, DA
      *                    DEVOLUÇÃO E DA PERDA É LIDO PELA CHAVE,
      *                    SEM A TABELA DE 2000 PEDIDOS EM MEMÓRIA
      ****************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PC-NUMERO
               ALTERNATE RECORD KEY IS REG-PC-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-PEDCAB.
           SELECT ARQ-DETALHE ASSIGN TO 'DETALHE-VENDAS'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT ARQ-PAGAS ASSIGN TO 'COMISSOES-PAGAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGAS.
           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOS-DUPLICATAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGAMENTOS.
           SELECT ARQ-DEVOLUCOES ASSIGN TO 'DEVOLUCOES-VENDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEVOLUCOES.
           SELECT ARQ-MOV-PDD ASSIGN TO 'MOVIMENTOS-PDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV-PDD.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-COMISSOES'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-DETALHE.
       01  REG-DETALHE PIC X(50).
       FD  ARQ-VENDEDORES.
           COPY 'vendedor.cbl'.

      * O REGISTRO P (OU BRANCO, DAS APURAÇÕES ANTIGAS) É O PAGAMENTO
      * DO MÊS, COM O ESTORNO QUE FICOU A COMPENSAR NO PRÓXIMO; OS
      * REGISTROS L (LIBERADA) E E (ESTORNO) GUARDAM A COMISSÃO DE
      * CADA TÍTULO DE ORIGEM (CLIENTE, PEDIDO E PARCELA)
       FD  ARQ-PAGAS.
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

       FD  ARQ-PAGAMENTOS.
           COPY 'pagtodup.cbl'.

       FD  ARQ-DEVOLUCOES.
       01  REG-DEVOLUCAO.
           02 REG-DEV-PEDIDO  PIC 9(06).
           02 REG-DEV-SEQ     PIC 9(03).
           02 REG-DEV-PRODUTO PIC 9(06).
           02 REG-DEV-QTDE    PIC 9(05).
           02 REG-DEV-VALOR   PIC 9(10)V99.
           02 REG-DEV-DATA    PIC 9(08).

       FD  ARQ-MOV-PDD.
           COPY 'movpdd.cbl'.

       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).
           88 VENDEDORES-OK        VALUE '00'.
       77 WRK-STATUS-PAGAS      PIC X(02) VALUE '00'.
           88 PAGAS-OK             VALUE '00'.
       77 WRK-STATUS-PAGAMENTOS PIC X(02) VALUE '00'.
           88 PAGAMENTOS-OK        VALUE '00'.
       77 WRK-STATUS-DEVOLUCOES PIC X(02) VALUE '00'.
           88 DEVOLUCOES-OK        VALUE '00'.
       77 WRK-STATUS-MOV-PDD    PIC X(02) VALUE '00'.
           88 MOV-PDD-OK           VALUE '00'.
       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

               03 WRK-TV-VENDAS PIC 9(10)V99.
               03 WRK-TV-COMISSAO PIC 9(08)V99.
               03 WRK-TV-JA-PAGA  PIC X(01).
               03 WRK-TV-BASE     PIC X(01).
                   88 TV-NO-RECEBIMENTO VALUE 'R'.
               03 WRK-TV-BALCAO   PIC 9(10)V99.
               03 WRK-TV-LIBERADA PIC 9(08)V99.
               03 WRK-TV-RETIDA   PIC 9(08)V99.
               03 WRK-TV-ESTORNO  PIC 9(08)V99.
               03 WRK-TV-A-COMPENSAR PIC 9(08)V99.
               03 WRK-TV-ULT-COMP PIC 9(06).
               03 WRK-TV-LIQUIDO  PIC S9(08)V99.

       77 WRK-VENDEDOR-VEZ PIC 9(03) VALUE ZEROES.
       77 WRK-VALOR-VENDA  PIC 9(08)V99 VALUE ZEROES.
       77 WRK-VENDA-BALCAO PIC X(01) VALUE 'N'.
           88 VENDA-BALCAO    VALUE 'S'.

      * O CABEÇALHO DOS PEDIDOS FICA ABERTO DA APURAÇÃO DO MÊS ATÉ
      * A RETIDA, PARA LEVAR O RECEBIMENTO, A DEVOLUÇÃO E A BAIXA
      * PARA PERDA AO VENDEDOR DA VENDA PELA CHAVE DO PEDIDO
       77 WRK-PEDCAB-ABERTO PIC X(01) VALUE 'N'.
           88 PEDCAB-ABERTO    VALUE 'S'.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA    VALUE 'S'.

      * COMISSÃO LIBERADA E ESTORNADA POR TÍTULO NO MÊS, GRAVADA EM
      * COMISSOES-PAGAS JUNTO COM O PAGAMENTO DO VENDEDOR
       77 WRK-QT-EVENTOS  PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-EVE     PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-EVENTOS.
           02 WRK-TE-ITEM OCCURS 3000 TIMES.
               03 WRK-TE-VEN     PIC 9(03) COMP.
               03 WRK-TE-TIPO    PIC X(01).
               03 WRK-TE-CLIENTE PIC 9(06).
               03 WRK-TE-PEDIDO  PIC 9(06).
               03 WRK-TE-PARCELA PIC 9(02).
               03 WRK-TE-BASE    PIC 9(10)V99.
               03 WRK-TE-VALOR   PIC 9(08)V99.
       01  WRK-EVENTO-VEZ.
           02 WRK-EV-TIPO    PIC X(01).
           02 WRK-EV-CLIENTE PIC 9(06).
           02 WRK-EV-PEDIDO  PIC 9(06).
           02 WRK-EV-PARCELA PIC 9(02).
           02 WRK-EV-BASE    PIC 9(10)V99.
           02 WRK-EV-VALOR   PIC 9(08)V99.

       77 WRK-COMPETENCIA   PIC 9(06) VALUE ZEROES.
       77 WRK-COMP-REGISTRO PIC 9(06) VALUE ZEROES.
       77 WRK-NOVO-A-COMPENSAR PIC 9(08)V99 VALUE ZEROES.
       77 WRK-VALOR-PAGAR   PIC 9(08)V99 VALUE ZEROES.

       77 WRK-SUB-CHAR   PIC 9(02) VALUE ZEROES.
       77 WRK-CHAR       PIC X(01) VALUE SPACES.
       77 WRK-QT-EXPORTADAS PIC 9(03) VALUE ZEROES.
       77 WRK-VALOR-ED PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-PCT-ED   PIC Z9,99 VALUE ZEROES.
       77 WRK-BASE-ED  PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-TIPO-TITULO PIC X(10) VALUE SPACES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
               DISPLAY 'NÃO HÁ VENDEDORES ATIVOS NO CADASTRO'
               GOBACK
           END-IF.
           COMPUTE WRK-COMPETENCIA =
               WRK-DS-ANO * 100 + WRK-MES-APURACAO.
           PERFORM 0150-VERIFICAR-JA-PAGAS.
           PERFORM 0200-ACUMULAR-PEDIDOS.
           IF WRK-MES-APURACAO = WRK-DS-MES
               PERFORM 0250-ACUMULAR-DETALHE
           END-IF.
           PERFORM 0400-LIBERAR-RECEBIMENTOS.
           PERFORM 0450-ESTORNAR-DEVOLUCOES.
           PERFORM 0470-ESTORNAR-PERDAS.
           PERFORM 0490-APURAR-RETIDA.
           IF PEDCAB-ABERTO
               CLOSE ARQ-PEDCAB
               MOVE 'N' TO WRK-PEDCAB-ABERTO
           END-IF.
           IF TABELA-CHEIA
               DISPLAY 'TÍTULOS DO MÊS EXCEDEM O LIMITE DE 3000 DA '
                   'TABELA - APURAÇÃO RECUSADA'
               GOBACK
           END-IF.
           PERFORM 0300-APURAR-E-IMPRIMIR.
           DISPLAY 'COMISSÕES EXPORTADAS: ' WRK-QT-EXPORTADAS.
           DISPLAY 'FINAL DA APURAÇÃO DE COMISSÕES'.
               MOVE ZEROES TO WRK-TV-VENDAS(WRK-QT-VENDEDORES)
               MOVE ZEROES TO WRK-TV-COMISSAO(WRK-QT-VENDEDORES)
               MOVE 'N' TO WRK-TV-JA-PAGA(WRK-QT-VENDEDORES)
               MOVE REG-VEN-BASE-COMISSAO
                   TO WRK-TV-BASE(WRK-QT-VENDEDORES)
               MOVE ZEROES TO WRK-TV-BALCAO(WRK-QT-VENDEDORES)
                   WRK-TV-LIBERADA(WRK-QT-VENDEDORES)
                   WRK-TV-RETIDA(WRK-QT-VENDEDORES)
                   WRK-TV-ESTORNO(WRK-QT-VENDEDORES)
                   WRK-TV-A-COMPENSAR(WRK-QT-VENDEDORES)
                   WRK-TV-ULT-COMP(WRK-QT-VENDEDORES)
                   WRK-TV-LIQUIDO(WRK-QT-VENDEDORES)
           END-IF.
           PERFORM 0110-LER-VENDEDOR.

      * O MESMO MÊS DO MESMO VENDEDOR SÓ É EXPORTADO UMA VEZ; O
      * ÚLTIMO PAGAMENTO ANTERIOR AO MÊS TRAZ O ESTORNO AINDA A
      * COMPENSAR
       0150-VERIFICAR-JA-PAGAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PAGAS.
           END-READ.

       0170-MARCAR-PAGA.
           IF NOT CP-PAGAMENTO
               PERFORM 0160-LER-PAGA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-COMP-REGISTRO = REG-CP-ANO * 100 + REG-CP-MES.
           PERFORM VARYING WRK-SUB-VEN FROM 1 BY 1
               UNTIL WRK-SUB-VEN > WRK-QT-VENDEDORES
               IF WRK-TV-CODIGO(WRK-SUB-VEN) = REG-CP-VENDEDOR
                   IF WRK-COMP-REGISTRO = WRK-COMPETENCIA
                       MOVE 'S' TO WRK-TV-JA-PAGA(WRK-SUB-VEN)
                   END-IF
                   IF WRK-COMP-REGISTRO < WRK-COMPETENCIA AND
                      WRK-COMP-REGISTRO NOT <
                          WRK-TV-ULT-COMP(WRK-SUB-VEN)
                       MOVE WRK-COMP-REGISTRO
                           TO WRK-TV-ULT-COMP(WRK-SUB-VEN)
                       MOVE ZEROES TO WRK-TV-A-COMPENSAR(WRK-SUB-VEN)
                       IF REG-CP-A-COMPENSAR IS NUMERIC
                           MOVE REG-CP-A-COMPENSAR
                               TO WRK-TV-A-COMPENSAR(WRK-SUB-VEN)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 0160-LER-PAGA.

       0200-ACUMULAR-PEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE 'N' TO WRK-PEDCAB-ABERTO.
           OPEN INPUT ARQ-PEDCAB.
           IF PEDCAB-OK
               MOVE 'S' TO WRK-PEDCAB-ABERTO
               PERFORM 0210-LER-PEDCAB
               PERFORM 0220-ACUMULAR-PEDIDO UNTIL FIM-ARQUIVO
           END-IF.

       0210-LER-PEDCAB.
           READ ARQ-PEDCAB NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
           PERFORM 0210-LER-PEDCAB.

       0230-SOMAR-NO-VENDEDOR.
           PERFORM 0235-LOCALIZAR-VENDEDOR.
           IF WRK-VEN-ACHADO > ZEROES
               ADD WRK-VALOR-VENDA
                   TO WRK-TV-VENDAS(WRK-VEN-ACHADO)
               IF VENDA-BALCAO
                   ADD WRK-VALOR-VENDA
                       TO WRK-TV-BALCAO(WRK-VEN-ACHADO)
               END-IF
           END-IF.

       0235-LOCALIZAR-VENDEDOR.
           MOVE ZEROES TO WRK-VEN-ACHADO.
           PERFORM VARYING WRK-SUB-VEN FROM 1 BY 1
               UNTIL WRK-SUB-VEN > WRK-QT-VENDEDORES
                   MOVE WRK-SUB-VEN TO WRK-VEN-ACHADO
               END-IF
           END-PERFORM.

      * AS LINHAS DO BALCÃO VALEM PARA O MÊS CORRENTE (O DETALHE DO
      * DIA NÃO CARREGA DATA); O VALOR É CONVERTIDO DO FORMATO
               END-PERFORM
               COMPUTE WRK-VALOR-VENDA = WRK-VALOR-NUM / 100
               MOVE REG-DET-VENDEDOR TO WRK-VENDEDOR-VEZ
               MOVE 'S' TO WRK-VENDA-BALCAO
               PERFORM 0230-SOMAR-NO-VENDEDOR
               MOVE 'N' TO WRK-VENDA-BALCAO
           END-IF.
           PERFORM 0260-LER-DETALHE.

               UNTIL WRK-SUB-VEN > WRK-QT-VENDEDORES.
           CLOSE ARQ-RELATORIO.

      * NA BASE VENDA A COMISSÃO DO MÊS É LIBERADA INTEIRA; NA BASE
      * RECEBIMENTO SÓ O BALCÃO (À VISTA) E AS PARCELAS RECEBIDAS
      * SÃO LIBERADAS, E O QUE AINDA ESTÁ EM ABERTO FICA RETIDO. O
      * ESTORNO QUE NÃO CABE NO MÊS FICA A COMPENSAR NO PRÓXIMO
       0310-APURAR-UM-VENDEDOR.
           COMPUTE WRK-TV-COMISSAO(WRK-SUB-VEN) ROUNDED =
               WRK-TV-VENDAS(WRK-SUB-VEN) *
               WRK-TV-PCT(WRK-SUB-VEN) / 100.
           IF TV-NO-RECEBIMENTO(WRK-SUB-VEN)
               COMPUTE WRK-VALOR-PAGAR ROUNDED =
                   WRK-TV-BALCAO(WRK-SUB-VEN) *
                   WRK-TV-PCT(WRK-SUB-VEN) / 100
           ELSE
               MOVE WRK-TV-COMISSAO(WRK-SUB-VEN) TO WRK-VALOR-PAGAR
           END-IF.
           ADD WRK-VALOR-PAGAR TO WRK-TV-LIBERADA(WRK-SUB-VEN).
           IF WRK-TV-VENDAS(WRK-SUB-VEN) = ZEROES AND
              WRK-TV-LIBERADA(WRK-SUB-VEN) = ZEROES AND
              WRK-TV-RETIDA(WRK-SUB-VEN) = ZEROES AND
              WRK-TV-ESTORNO(WRK-SUB-VEN) = ZEROES AND
              WRK-TV-A-COMPENSAR(WRK-SUB-VEN) = ZEROES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-TV-LIQUIDO(WRK-SUB-VEN) =
               WRK-TV-LIBERADA(WRK-SUB-VEN) -
               WRK-TV-ESTORNO(WRK-SUB-VEN) -
               WRK-TV-A-COMPENSAR(WRK-SUB-VEN).
           IF WRK-TV-LIQUIDO(WRK-SUB-VEN) > ZEROES
               MOVE WRK-TV-LIQUIDO(WRK-SUB-VEN) TO WRK-VALOR-PAGAR
               MOVE ZEROES TO WRK-NOVO-A-COMPENSAR
           ELSE
               MOVE ZEROES TO WRK-VALOR-PAGAR
               COMPUTE WRK-NOVO-A-COMPENSAR =
                   ZEROES - WRK-TV-LIQUIDO(WRK-SUB-VEN)
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
               WRK-TV-NOME(WRK-SUB-VEN)
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0330-EMITIR-LINHA.
           IF TV-NO-RECEBIMENTO(WRK-SUB-VEN)
               MOVE 'BASE DA COMISSAO..: NO RECEBIMENTO'
                   TO WRK-LINRELAT
           ELSE
               MOVE 'BASE DA COMISSAO..: NA VENDA' TO WRK-LINRELAT
           END-IF.
           PERFORM 0330-EMITIR-LINHA.
           MOVE WRK-TV-VENDAS(WRK-SUB-VEN) TO WRK-VALOR-ED.
           STRING 'VENDAS DO MES.....: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           STRING 'COMISSAO APURADA..: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0330-EMITIR-LINHA.
           MOVE WRK-TV-LIBERADA(WRK-SUB-VEN) TO WRK-VALOR-ED.
           STRING 'COMISSAO LIBERADA.: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0330-EMITIR-LINHA.
           IF TV-NO-RECEBIMENTO(WRK-SUB-VEN)
               MOVE WRK-TV-RETIDA(WRK-SUB-VEN) TO WRK-VALOR-ED
               STRING 'RETIDA EM ABERTO..: ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINRELAT
               PERFORM 0330-EMITIR-LINHA
           END-IF.
           MOVE WRK-TV-ESTORNO(WRK-SUB-VEN) TO WRK-VALOR-ED.
           STRING 'ESTORNOS DO MES...: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0330-EMITIR-LINHA.
           MOVE WRK-TV-A-COMPENSAR(WRK-SUB-VEN) TO WRK-VALOR-ED.
           STRING 'ESTORNO ANTERIOR..: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0330-EMITIR-LINHA.
           MOVE WRK-VALOR-PAGAR TO WRK-VALOR-ED.
           STRING 'COMISSAO A PAGAR..: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0330-EMITIR-LINHA.
           IF WRK-NOVO-A-COMPENSAR > ZEROES
               MOVE WRK-NOVO-A-COMPENSAR TO WRK-VALOR-ED
               STRING 'SALDO A COMPENSAR.: ' WRK-VALOR-ED
                   ' (NO PROXIMO PAGAMENTO)'
                   DELIMITED BY SIZE INTO WRK-LINRELAT
               PERFORM 0330-EMITIR-LINHA
           END-IF.
           PERFORM 0320-EMITIR-TITULO
               VARYING WRK-SUB-EVE FROM 1 BY 1
               UNTIL WRK-SUB-EVE > WRK-QT-EVENTOS.
           IF WRK-TV-JA-PAGA(WRK-SUB-VEN) = 'S'
               STRING 'COMISSAO JA EXPORTADA NESTE MES - NAO '
                   'REEXPORTADA' DELIMITED BY SIZE
               PERFORM 0340-EXPORTAR-COMISSAO
           END-IF.

       0320-EMITIR-TITULO.
           IF WRK-TE-VEN(WRK-SUB-EVE) NOT = WRK-SUB-VEN
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TE-TIPO(WRK-SUB-EVE) = 'L'
               MOVE '  LIBERADA' TO WRK-TIPO-TITULO
           ELSE
               MOVE '  ESTORNO ' TO WRK-TIPO-TITULO
           END-IF.
           MOVE WRK-TE-BASE(WRK-SUB-EVE) TO WRK-BASE-ED.
           MOVE WRK-TE-VALOR(WRK-SUB-EVE) TO WRK-VALOR-ED.
           STRING WRK-TIPO-TITULO ' CLI ' WRK-TE-CLIENTE(WRK-SUB-EVE)
               ' PED ' WRK-TE-PEDIDO(WRK-SUB-EVE) '/'
               WRK-TE-PARCELA(WRK-SUB-EVE) ' BASE ' WRK-BASE-ED
               ' COM ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0330-EMITIR-LINHA.

       0330-EMITIR-LINHA.
           DISPLAY WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.

      * A COMISSÃO APROVADA VIAJA NO MESMO ARQUIVO DE CRÉDITO DO
      * BANCO DA FOLHA, GERADO PELO FOLHABANCO, E O CONTROLE DE
      * PAGAS IMPEDE A SEGUNDA EXPORTAÇÃO. O MÊS SEM VALOR A PAGAR
      * (ESTORNO MAIOR QUE A LIBERADA) NÃO VAI AO BANCO, MAS GRAVA O
      * PAGAMENTO ZERADO COM O SALDO A COMPENSAR
       0340-EXPORTAR-COMISSAO.
           IF WRK-VALOR-PAGAR > ZEROES
               MOVE WRK-TV-CODIGO(WRK-SUB-VEN) TO REG-FCR-MATRICULA
               MOVE WRK-TV-NOME(WRK-SUB-VEN)   TO REG-FCR-NOME
               MOVE WRK-DS-ANO                 TO REG-FCR-ANO
               MOVE WRK-VALOR-PAGAR            TO REG-FCR-AUMENTO
               MOVE WRK-VALOR-PAGAR            TO REG-FCR-SALARIO
               CALL 'folhabanco' USING REG-FOLHA-CREDITO
               IF FCR-RECUSADO
                   DISPLAY 'COMISSÃO NÃO EXPORTADA - EXPORTAÇÃO DA '
                       'FOLHA CHEIA; AVISE A OPERAÇÃO'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WRK-QT-EXPORTADAS
           END-IF.
           OPEN EXTEND ARQ-PAGAS.
           IF NOT PAGAS-OK
               OPEN OUTPUT ARQ-PAGAS
           END-IF.
           MOVE ZEROES           TO REG-COMISSAO-PAGA.
           MOVE WRK-DS-ANO       TO REG-CP-ANO.
           MOVE WRK-MES-APURACAO TO REG-CP-MES.
           MOVE WRK-TV-CODIGO(WRK-SUB-VEN) TO REG-CP-VENDEDOR.
           MOVE WRK-VALOR-PAGAR  TO REG-CP-VALOR.
           MOVE 'P'              TO REG-CP-TIPO.
           MOVE WRK-NOVO-A-COMPENSAR TO REG-CP-A-COMPENSAR.
           WRITE REG-COMISSAO-PAGA.
           PERFORM 0345-GRAVAR-TITULO
               VARYING WRK-SUB-EVE FROM 1 BY 1
               UNTIL WRK-SUB-EVE > WRK-QT-EVENTOS.
           CLOSE ARQ-PAGAS.

       0345-GRAVAR-TITULO.
           IF WRK-TE-VEN(WRK-SUB-EVE) NOT = WRK-SUB-VEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TE-TIPO(WRK-SUB-EVE)    TO REG-CP-TIPO.
           MOVE WRK-TE-VALOR(WRK-SUB-EVE)   TO REG-CP-VALOR.
           MOVE WRK-TE-CLIENTE(WRK-SUB-EVE) TO REG-CP-CLIENTE.
           MOVE WRK-TE-PEDIDO(WRK-SUB-EVE)  TO REG-CP-PEDIDO.
           MOVE WRK-TE-PARCELA(WRK-SUB-EVE) TO REG-CP-PARCELA.
           MOVE WRK-TE-BASE(WRK-SUB-EVE)    TO REG-CP-BASE.
           MOVE ZEROES TO REG-CP-A-COMPENSAR.
           WRITE REG-COMISSAO-PAGA.

      * RECEBIMENTOS DO MÊS: NA BASE RECEBIMENTO LIBERAM A COMISSÃO
      * DO PRINCIPAL PAGO; NA BASE VENDA SÓ A RECUPERAÇÃO DE TÍTULO
      * BAIXADO PARA PERDA DEVOLVE A COMISSÃO ESTORNADA NA BAIXA
       0400-LIBERAR-RECEBIMENTOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF PAGAMENTOS-OK
               PERFORM 0410-LER-PAGAMENTO
               PERFORM 0420-LIBERAR-PAGAMENTO UNTIL FIM-ARQUIVO
               CLOSE ARQ-PAGAMENTOS
           END-IF.

       0410-LER-PAGAMENTO.
           READ ARQ-PAGAMENTOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0420-LIBERAR-PAGAMENTO.
           COMPUTE WRK-COMP-REGISTRO = REG-PGD-DATA / 100.
           IF WRK-COMP-REGISTRO NOT = WRK-COMPETENCIA OR
              REG-PGD-PRINCIPAL = ZEROES
               PERFORM 0410-LER-PAGAMENTO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-PGD-PEDIDO TO WRK-EV-PEDIDO.
           PERFORM 0480-LOCALIZAR-VENDEDOR-PEDIDO.
           IF WRK-VEN-ACHADO > ZEROES
               IF TV-NO-RECEBIMENTO(WRK-VEN-ACHADO) OR
                  PGD-RECUPERACAO
                   MOVE 'L'               TO WRK-EV-TIPO
                   MOVE REG-PGD-CLIENTE   TO WRK-EV-CLIENTE
                   MOVE REG-PGD-PARCELA   TO WRK-EV-PARCELA
                   MOVE REG-PGD-PRINCIPAL TO WRK-EV-BASE
                   COMPUTE WRK-EV-VALOR ROUNDED = REG-PGD-PRINCIPAL *
                       WRK-TV-PCT(WRK-VEN-ACHADO) / 100
                   ADD WRK-EV-VALOR TO WRK-TV-LIBERADA(WRK-VEN-ACHADO)
                   PERFORM 0495-GUARDAR-EVENTO
               END-IF
           END-IF.
           PERFORM 0410-LER-PAGAMENTO.

      * DEVOLUÇÃO DO MÊS ESTORNA A COMISSÃO DO VALOR DEVOLVIDO, EM
      * QUALQUER BASE
       0450-ESTORNAR-DEVOLUCOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DEVOLUCOES.
           IF DEVOLUCOES-OK
               PERFORM 0455-LER-DEVOLUCAO
               PERFORM 0460-ESTORNAR-DEVOLUCAO UNTIL FIM-ARQUIVO
               CLOSE ARQ-DEVOLUCOES
           END-IF.

       0455-LER-DEVOLUCAO.
           READ ARQ-DEVOLUCOES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0460-ESTORNAR-DEVOLUCAO.
           COMPUTE WRK-COMP-REGISTRO = REG-DEV-DATA / 100.
           IF WRK-COMP-REGISTRO NOT = WRK-COMPETENCIA OR
              REG-DEV-VALOR = ZEROES
               PERFORM 0455-LER-DEVOLUCAO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-DEV-PEDIDO TO WRK-EV-PEDIDO.
           PERFORM 0480-LOCALIZAR-VENDEDOR-PEDIDO.
           IF WRK-VEN-ACHADO > ZEROES
               MOVE 'E'           TO WRK-EV-TIPO
               MOVE ZEROES        TO WRK-EV-CLIENTE WRK-EV-PARCELA
               MOVE REG-DEV-VALOR TO WRK-EV-BASE
               COMPUTE WRK-EV-VALOR ROUNDED = REG-DEV-VALOR *
                   WRK-TV-PCT(WRK-VEN-ACHADO) / 100
               ADD WRK-EV-VALOR TO WRK-TV-ESTORNO(WRK-VEN-ACHADO)
               PERFORM 0495-GUARDAR-EVENTO
           END-IF.
           PERFORM 0455-LER-DEVOLUCAO.

      * BAIXA PARA PERDA DO MÊS ESTORNA A COMISSÃO JÁ PAGA NA BASE
      * VENDA; NA BASE RECEBIMENTO O SALDO BAIXADO NUNCA FOI LIBERADO
       0470-ESTORNAR-PERDAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-MOV-PDD.
           IF MOV-PDD-OK
               PERFORM 0472-LER-MOV-PDD
               PERFORM 0475-ESTORNAR-PERDA UNTIL FIM-ARQUIVO
               CLOSE ARQ-MOV-PDD
           END-IF.

       0472-LER-MOV-PDD.
           READ ARQ-MOV-PDD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0475-ESTORNAR-PERDA.
           COMPUTE WRK-COMP-REGISTRO = REG-MPD-DATA / 100.
           IF NOT REG-MPD-BAIXA OR
              WRK-COMP-REGISTRO NOT = WRK-COMPETENCIA OR
              REG-MPD-VALOR = ZEROES
               PERFORM 0472-LER-MOV-PDD
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-MPD-PEDIDO TO WRK-EV-PEDIDO.
           PERFORM 0480-LOCALIZAR-VENDEDOR-PEDIDO.
           IF WRK-VEN-ACHADO > ZEROES
               IF NOT TV-NO-RECEBIMENTO(WRK-VEN-ACHADO)
                   MOVE 'E'             TO WRK-EV-TIPO
                   MOVE REG-MPD-CLIENTE TO WRK-EV-CLIENTE
                   MOVE REG-MPD-PARCELA TO WRK-EV-PARCELA
                   MOVE REG-MPD-VALOR   TO WRK-EV-BASE
                   COMPUTE WRK-EV-VALOR ROUNDED = REG-MPD-VALOR *
                       WRK-TV-PCT(WRK-VEN-ACHADO) / 100
                   ADD WRK-EV-VALOR TO WRK-TV-ESTORNO(WRK-VEN-ACHADO)
                   PERFORM 0495-GUARDAR-EVENTO
               END-IF
           END-IF.
           PERFORM 0472-LER-MOV-PDD.

       0480-LOCALIZAR-VENDEDOR-PEDIDO.
           MOVE ZEROES TO WRK-VEN-ACHADO WRK-VENDEDOR-VEZ.
           IF PEDCAB-ABERTO
               MOVE WRK-EV-PEDIDO TO REG-PC-NUMERO
               READ ARQ-PEDCAB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-PC-VENDEDOR IS NUMERIC
                           MOVE REG-PC-VENDEDOR TO WRK-VENDEDOR-VEZ
                       END-IF
               END-READ
           END-IF.
           IF WRK-VENDEDOR-VEZ > ZEROES
               PERFORM 0235-LOCALIZAR-VENDEDOR
           END-IF.

      * NA BASE RECEBIMENTO A COMISSÃO DO SALDO EM ABERTO DAS
      * DUPLICATAS FICA RETIDA ATÉ O PAGAMENTO
       0490-APURAR-RETIDA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DUPLICATAS.
           IF DUPLICATAS-OK
               PERFORM 0492-LER-DUPLICATA
               PERFORM 0494-RETER-DUPLICATA UNTIL FIM-ARQUIVO
               CLOSE ARQ-DUPLICATAS
           END-IF.

       0492-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0494-RETER-DUPLICATA.
           IF REG-DUP-ABERTA AND REG-DUP-SALDO > ZEROES
               MOVE REG-DUP-PEDIDO TO WRK-EV-PEDIDO
               PERFORM 0480-LOCALIZAR-VENDEDOR-PEDIDO
               IF WRK-VEN-ACHADO > ZEROES
                   IF TV-NO-RECEBIMENTO(WRK-VEN-ACHADO)
                       COMPUTE WRK-VALOR-PAGAR ROUNDED =
                           REG-DUP-SALDO *
                           WRK-TV-PCT(WRK-VEN-ACHADO) / 100
                       ADD WRK-VALOR-PAGAR
                           TO WRK-TV-RETIDA(WRK-VEN-ACHADO)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0492-LER-DUPLICATA.

       0495-GUARDAR-EVENTO.
           IF WRK-QT-EVENTOS < 3000
               ADD 1 TO WRK-QT-EVENTOS
               MOVE WRK-VEN-ACHADO TO WRK-TE-VEN(WRK-QT-EVENTOS)
               MOVE WRK-EV-TIPO    TO WRK-TE-TIPO(WRK-QT-EVENTOS)
               MOVE WRK-EV-CLIENTE TO WRK-TE-CLIENTE(WRK-QT-EVENTOS)
               MOVE WRK-EV-PEDIDO  TO WRK-TE-PEDIDO(WRK-QT-EVENTOS)
               MOVE WRK-EV-PARCELA TO WRK-TE-PARCELA(WRK-QT-EVENTOS)
               MOVE WRK-EV-BASE    TO WRK-TE-BASE(WRK-QT-EVENTOS)
               MOVE WRK-EV-VALOR   TO WRK-TE-VALOR(WRK-QT-EVENTOS)
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
           END-IF.

      * O DETALHE DO DIA ESTÁ REPARTIDO POR TERMINAL (0 = BALCÃO
      * ÚNICO LEGADO, 1-3 = MULTITERMINAL); OS PARÁGRAFOS 8XXX
