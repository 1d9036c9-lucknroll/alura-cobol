      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = CONFIRMAÇÃO DAS SUGESTÕES DE COMPRA: O OPERADOR
      *            PASSA SUGESTÃO A SUGESTÃO, ESCOLHE UMA DAS
      *            COTAÇÕES DA RODADA (COTACOMPRA), AJUSTA A
      *            QUANTIDADE E A SUGESTÃO VIRA PEDIDO DE
      *            COMPRA NUMERADO (PEDIDOS-COMPRA, CONTROLE
      *            PEDCOMPRA-CONTROLE); A SUGESTÃO NÃO CONFIRMADA
      *            FICA PARA A PRÓXIMA RODADA - O RECEBIMENTO
      *                    A RECUSAR A EXECUÇÃO (COMO A FILA DE
      *                    APROVAÇÃO): O EXCEDENTE ERA DESCARTADO E
      *                    SUMIA NA REGRAVAÇÃO
      * 15/10/2026 LUCAS  PEDIDO NASCE COM A QUANTIDADE RECEBIDA
      *                    ZERADA, PREENCHIDA PELO RECEBECOMPRA
      * 15/10/2026 LUCAS  FORNECEDOR E PREÇO DEIXAM DE SER DIGITADOS
      *                    DE MEMÓRIA: A COMPRA SÓ É CONFIRMADA COM O
      *                    MÍNIMO DE COTAÇÕES DA RODADA (COTACOMPRA,
      *                    PARÂMETRO MIN-COTACOES-COMPRA, PADRÃO 2),
      *                    O OPERADOR ESCOLHE UMA DELAS (COM MOTIVO
      *                    QUANDO NÃO É A MAIS BARATA) E OS DADOS DA
      *                    COTAÇÃO SEGUEM NO PEDIDO DE COMPRA
      * 15/10/2026 LUCAS  A COMPRA PASSA A SER CONFIRMADA NA EMBALAGEM
      *                    DO FORNECEDOR (UNIDADES-MEDIDA, PELO
      *                    BUSCAUNIDADE): A SUGESTÃO É MOSTRADA EM
      *                    EMBALAGENS, O OPERADOR DIGITA EMBALAGENS E
      *                    O PEDIDO É GRAVADO NA UNIDADE BASE, COM O
      *                    PREÇO DA EMBALAGEM DIVIDIDO PELO FATOR - O
      *                    PEDIDO DE 12 VEZES O NECESSÁRIO ACABOU
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-COMPRAS ASSIGN TO 'PEDIDOS-COMPRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COMPRAS.
           SELECT ARQ-COTACOES ASSIGN TO 'COTACOES-COMPRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COTACOES.
           SELECT ARQ-CTRL ASSIGN TO 'PEDCOMPRA-CONTROLE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTRL.
       FD  ARQ-COMPRAS.
           COPY 'pedcompra.cbl'.

       FD  ARQ-COTACOES.
           COPY 'cotcompra.cbl'.

       FD  ARQ-CTRL.
       01  REG-CTRL.
           02 REG-CTR-ULTIMO PIC 9(06).

       WORKING-STORAGE SECTION.
           COPY 'parametro.cbl'.
           COPY 'servunidade.cbl'.

       77 WRK-STATUS-SUGESTOES PIC X(02) VALUE '00'.
           88 SUGESTOES-OK        VALUE '00'.
       77 WRK-STATUS-CADASTRO  PIC X(02) VALUE '00'.
           88 COMPRAS-OK          VALUE '00'.
       77 WRK-STATUS-CTRL      PIC X(02) VALUE '00'.
           88 CTRL-OK             VALUE '00'.
       77 WRK-STATUS-COTACOES  PIC X(02) VALUE '00'.
           88 COTACOES-OK         VALUE '00'.
       77 WRK-FIM-SUGESTOES PIC X(01) VALUE 'N'.
           88 FIM-SUGESTOES    VALUE 'S'.
       77 WRK-FIM-COTACOES  PIC X(01) VALUE 'N'.
           88 FIM-COTACOES     VALUE 'S'.

       77 WRK-QT-SUGESTOES PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TABELA-EXCEDIDA PIC X(01) VALUE 'N'.
               03 WRK-TS-REGISTRO  PIC X(20).
               03 WRK-TS-CONFIRMADA PIC X(01).

      * COTAÇÕES DA RODADA, REGRAVADAS NO FIM COM AS DO PRODUTO
      * CONFIRMADO MARCADAS COMO USADAS
       77 WRK-QT-COTACOES PIC 9(03) COMP VALUE ZEROES.
       77 WRK-COT-EXCEDIDA PIC X(01) VALUE 'N'.
           88 COTACOES-EXCEDIDAS VALUE 'S'.
       77 WRK-COT-ALTERADA PIC X(01) VALUE 'N'.
           88 COTACOES-ALTERADAS VALUE 'S'.
       77 WRK-SUB-COT     PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-COTACOES.
           02 WRK-TC-ITEM OCCURS 500 TIMES.
               03 WRK-TC-REGISTRO PIC X(40).

      * COTAÇÕES ABERTAS DO PRODUTO DA VEZ, NUMERADAS PARA A ESCOLHA
       77 WRK-MIN-COTACOES PIC 9(02) VALUE 2.
       77 WRK-QT-OPCOES   PIC 9(02) VALUE ZEROES.
       77 WRK-SUB-OPC     PIC 9(02) VALUE ZEROES.
       01  WRK-TAB-OPCOES.
           02 WRK-TO-COTACAO PIC 9(03) COMP OCCURS 20 TIMES.
       77 WRK-ESCOLHA     PIC 9(02) VALUE ZEROES.
       77 WRK-ESCOLHA-OK  PIC X(01) VALUE 'N'.
           88 ESCOLHA-VALIDA  VALUE 'S'.
       77 WRK-MENOR-PRECO PIC 9(08)V99 VALUE ZEROES.
       77 WRK-ENTREGA     PIC 9(03) VALUE ZEROES.
       77 WRK-PAGTO       PIC 9(03) VALUE ZEROES.
       77 WRK-MOTIVO      PIC X(30) VALUE SPACES.
       77 WRK-MARCA       PIC X(01) VALUE SPACES.
       77 WRK-PRECO-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       77 WRK-DECISAO PIC X(01) VALUE SPACES.
           88 DECISAO-CONFIRMAR VALUE 'S'.
       77 WRK-FORNECEDOR PIC 9(06) VALUE ZEROES.
       77 WRK-QTDE  PIC 9(05) VALUE ZEROES.
       77 WRK-PRECO PIC 9(08)V99 VALUE ZEROES.
       77 WRK-NUMERO-COMPRA PIC 9(06) VALUE ZEROES.
       77 WRK-QT-CONFIRMADAS PIC 9(03) VALUE ZEROES.

      * A COMPRA É DIGITADA EM EMBALAGENS DE COMPRA E GRAVADA NA
      * UNIDADE BASE DO ESTOQUE
       77 WRK-QTDE-EMB      PIC 9(05) VALUE ZEROES.
       77 WRK-QTDE-DIGITADA PIC 9(05) VALUE ZEROES.
       77 WRK-RESTO         PIC 9(05) VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
                   'GERASUGESTAO'
               GOBACK
           END-IF.
           PERFORM 0150-CARREGAR-COTACOES.
           IF COTACOES-EXCEDIDAS
               DISPLAY 'COTACOES-COMPRA EXCEDE O LIMITE DE 500 DA '
                   'TABELA - EXECUÇÃO RECUSADA PARA NÃO '
                   'TRUNCAR O ARQUIVO NA REGRAVAÇÃO'
               GOBACK
           END-IF.
           MOVE 'MIN-COTACOES-COMPRA' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-MIN-COTACOES
           END-IF.
           PERFORM 0200-DECIDIR-SUGESTAO
               VARYING WRK-SUB-SUG FROM 1 BY 1
               UNTIL WRK-SUB-SUG > WRK-QT-SUGESTOES.
           PERFORM 0500-REGRAVAR-SUGESTOES.
           IF COTACOES-ALTERADAS
               PERFORM 0510-REGRAVAR-COTACOES
           END-IF.
           DISPLAY 'SUGESTÕES CONFIRMADAS: ' WRK-QT-CONFIRMADAS.
           DISPLAY 'FINAL DA CONFIRMAÇÃO DE COMPRAS'.
           GOBACK.
           END-IF.
           PERFORM 0110-LER-SUGESTAO.

       0150-CARREGAR-COTACOES.
           OPEN INPUT ARQ-COTACOES.
           IF COTACOES-OK
               PERFORM 0160-LER-COTACAO
               PERFORM 0170-GUARDAR-COTACAO UNTIL FIM-COTACOES
               CLOSE ARQ-COTACOES
           END-IF.

       0160-LER-COTACAO.
           READ ARQ-COTACOES
               AT END
                   MOVE 'S' TO WRK-FIM-COTACOES
           END-READ.

       0170-GUARDAR-COTACAO.
           IF WRK-QT-COTACOES < 500
               ADD 1 TO WRK-QT-COTACOES
               MOVE REG-COTACAO-COMPRA
                   TO WRK-TC-REGISTRO(WRK-QT-COTACOES)
           ELSE
               MOVE 'S' TO WRK-COT-EXCEDIDA
               MOVE 'S' TO WRK-FIM-COTACOES
           END-IF.
           PERFORM 0160-LER-COTACAO.

       0200-DECIDIR-SUGESTAO.
           MOVE WRK-TS-REGISTRO(WRK-SUB-SUG) TO REG-SUGESTAO.
           DISPLAY '________________________'.
           DISPLAY 'PRODUTO....: ' REG-SUG-PRODUTO.
           DISPLAY 'QTD SUGERIDA: ' REG-SUG-QTDE.
           PERFORM 0205-EMBALAGEM-DO-PRODUTO.
           IF REG-SUN-FATOR-COMPRA > 1
               DISPLAY 'EMBALAGEM DE COMPRA: ' REG-SUN-COMPRA ' COM '
                   REG-SUN-FATOR-COMPRA ' ' REG-SUN-BASE ' - '
                   WRK-QTDE-EMB ' ' REG-SUN-COMPRA
           END-IF.
           DISPLAY 'CONFIRMAR ESTA COMPRA (S/N)?'.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           IF NOT DECISAO-CONFIRMAR
               DISPLAY 'SUGESTÃO MANTIDA PARA A PRÓXIMA RODADA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0210-LISTAR-COTACOES.
           IF WRK-QT-OPCOES < WRK-MIN-COTACOES
               DISPLAY 'PRODUTO COM ' WRK-QT-OPCOES ' COTAÇÃO(ÕES) '
                   'EM ABERTO, MÍNIMO ' WRK-MIN-COTACOES
               DISPLAY 'FAÇA A RODADA DE COTAÇÃO PELO COTACOMPRA - '
                   'SUGESTÃO MANTIDA'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-ESCOLHA-OK.
           PERFORM 0220-ESCOLHER-COTACAO UNTIL ESCOLHA-VALIDA.
           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-PRECO > WRK-MENOR-PRECO
               PERFORM 0230-PEDIR-MOTIVO UNTIL WRK-MOTIVO NOT = SPACES
           END-IF.
           DISPLAY 'QUANTIDADE A COMPRAR EM ' REG-SUN-COMPRA
               ' (0 = SUGERIDA):'.
           ACCEPT WRK-QTDE-DIGITADA FROM CONSOLE.
           IF WRK-QTDE-DIGITADA > ZEROES
               MOVE WRK-QTDE-DIGITADA TO WRK-QTDE-EMB
           END-IF.
           COMPUTE WRK-QTDE = WRK-QTDE-EMB * REG-SUN-FATOR-COMPRA
               ON SIZE ERROR
                   DISPLAY 'QUANTIDADE NA UNIDADE BASE ACIMA DO '
                       'CAMPO DO PEDIDO - SUGESTÃO MANTIDA'
                   EXIT PARAGRAPH
           END-COMPUTE.
           IF REG-SUN-FATOR-COMPRA > 1
               DISPLAY 'QUANTIDADE NA UNIDADE BASE: ' WRK-QTDE ' '
                   REG-SUN-BASE
           END-IF.
           PERFORM 0300-GRAVAR-PEDIDO-COMPRA.
           PERFORM 0240-MARCAR-COTACOES-USADAS.
           MOVE 'S' TO WRK-TS-CONFIRMADA(WRK-SUB-SUG).
           ADD 1 TO WRK-QT-CONFIRMADAS.

      * A SUGESTÃO VEM NA UNIDADE BASE E É ARREDONDADA PARA CIMA EM
      * EMBALAGENS DE COMPRA INTEIRAS; PRODUTO FORA DA TABELA DE
      * UNIDADES TEM FATOR 1
       0205-EMBALAGEM-DO-PRODUTO.
           MOVE REG-SUG-PRODUTO TO REG-SUN-PRODUTO.
           CALL 'buscaunidade' USING REG-SERVUNIDADE.
           DIVIDE REG-SUN-FATOR-COMPRA INTO REG-SUG-QTDE
               GIVING WRK-QTDE-EMB REMAINDER WRK-RESTO.
           IF WRK-RESTO > ZEROES
               ADD 1 TO WRK-QTDE-EMB
           END-IF.

      * AS COTAÇÕES ABERTAS DO PRODUTO SÃO NUMERADAS NA ORDEM DO
      * ARQUIVO E A MAIS BARATA SAI MARCADA COM '*'
       0210-LISTAR-COTACOES.
           MOVE ZEROES TO WRK-QT-OPCOES WRK-MENOR-PRECO.
           PERFORM VARYING WRK-SUB-COT FROM 1 BY 1
               UNTIL WRK-SUB-COT > WRK-QT-COTACOES
               MOVE WRK-TC-REGISTRO(WRK-SUB-COT) TO REG-COTACAO-COMPRA
               IF REG-CQT-ABERTA AND
                  REG-CQT-PRODUTO = REG-SUG-PRODUTO AND
                  WRK-QT-OPCOES < 20
                   ADD 1 TO WRK-QT-OPCOES
                   MOVE WRK-SUB-COT TO WRK-TO-COTACAO(WRK-QT-OPCOES)
                   IF WRK-MENOR-PRECO = ZEROES OR
                      REG-CQT-PRECO < WRK-MENOR-PRECO
                       MOVE REG-CQT-PRECO TO WRK-MENOR-PRECO
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-QT-OPCOES < WRK-MIN-COTACOES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'OP FORNEC NOME                  PREÇO '
               REG-SUN-COMPRA '   '
               'ENTREGA PAGTO'.
           PERFORM VARYING WRK-SUB-OPC FROM 1 BY 1
               UNTIL WRK-SUB-OPC > WRK-QT-OPCOES
               MOVE WRK-TC-REGISTRO(WRK-TO-COTACAO(WRK-SUB-OPC))
                   TO REG-COTACAO-COMPRA
               PERFORM 0215-NOME-DO-FORNECEDOR
               IF REG-CQT-PRECO = WRK-MENOR-PRECO
                   MOVE '*' TO WRK-MARCA
               ELSE
                   MOVE SPACE TO WRK-MARCA
               END-IF
               MOVE REG-CQT-PRECO TO WRK-PRECO-ED
               DISPLAY WRK-SUB-OPC WRK-MARCA REG-CQT-FORNECEDOR ' '
                   REG-CAD-NOME(1:20) ' ' WRK-PRECO-ED '     '
                   REG-CQT-PRAZO-ENTREGA '   ' REG-CQT-PRAZO-PAGTO
           END-PERFORM.

       0215-NOME-DO-FORNECEDOR.
           MOVE SPACES TO REG-CAD-NOME.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               MOVE REG-CQT-FORNECEDOR TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   INVALID KEY
                       MOVE SPACES TO REG-CAD-NOME
               END-READ
               CLOSE ARQ-CADASTRO
           END-IF.

       0220-ESCOLHER-COTACAO.
           DISPLAY 'COTAÇÃO ESCOLHIDA (1 A ' WRK-QT-OPCOES '):'.
           ACCEPT WRK-ESCOLHA FROM CONSOLE.
           IF WRK-ESCOLHA > ZEROES AND WRK-ESCOLHA NOT > WRK-QT-OPCOES
               MOVE WRK-TC-REGISTRO(WRK-TO-COTACAO(WRK-ESCOLHA))
                   TO REG-COTACAO-COMPRA
               MOVE REG-CQT-FORNECEDOR    TO WRK-FORNECEDOR
               MOVE REG-CQT-PRECO         TO WRK-PRECO
               MOVE REG-CQT-PRAZO-ENTREGA TO WRK-ENTREGA
               MOVE REG-CQT-PRAZO-PAGTO   TO WRK-PAGTO
               MOVE 'S' TO WRK-ESCOLHA-OK
           ELSE
               DISPLAY 'OPÇÃO INVÁLIDA'
           END-IF.

       0230-PEDIR-MOTIVO.
           DISPLAY 'COTAÇÃO ESCOLHIDA NÃO É A MAIS BARATA - MOTIVO:'.
           ACCEPT WRK-MOTIVO FROM CONSOLE.

       0240-MARCAR-COTACOES-USADAS.
           PERFORM VARYING WRK-SUB-OPC FROM 1 BY 1
               UNTIL WRK-SUB-OPC > WRK-QT-OPCOES
               MOVE WRK-TC-REGISTRO(WRK-TO-COTACAO(WRK-SUB-OPC))
                   TO REG-COTACAO-COMPRA
               MOVE 'U' TO REG-CQT-SITUACAO
               MOVE REG-COTACAO-COMPRA
                   TO WRK-TC-REGISTRO(WRK-TO-COTACAO(WRK-SUB-OPC))
           END-PERFORM.
           MOVE 'S' TO WRK-COT-ALTERADA.

       0300-GRAVAR-PEDIDO-COMPRA.
           PERFORM 0310-OBTER-NUMERO-COMPRA.
           OPEN EXTEND ARQ-COMPRAS.
           MOVE REG-SUG-PRODUTO   TO REG-PCO-PRODUTO.
           MOVE WRK-FORNECEDOR    TO REG-PCO-FORNECEDOR.
           MOVE WRK-QTDE          TO REG-PCO-QTDE.
           COMPUTE REG-PCO-PRECO ROUNDED =
               WRK-PRECO / REG-SUN-FATOR-COMPRA.
           MOVE 'A'               TO REG-PCO-SITUACAO.
           MOVE ZEROES            TO REG-PCO-QTDE-RECEBIDA.
           MOVE WRK-ENTREGA       TO REG-PCO-PRAZO-ENTREGA.
           MOVE WRK-PAGTO         TO REG-PCO-PRAZO-PAGTO.
           MOVE WRK-QT-OPCOES     TO REG-PCO-QT-COTACOES.
           COMPUTE REG-PCO-MENOR-PRECO ROUNDED =
               WRK-MENOR-PRECO / REG-SUN-FATOR-COMPRA.
           MOVE WRK-MOTIVO        TO REG-PCO-MOTIVO.
           MOVE ZEROES            TO REG-PCO-DATA-RECEB
                                     REG-PCO-DIVERGENCIA
                                     REG-PCO-QTDE-REJEITADA.
           MOVE REG-SUN-COMPRA       TO REG-PCO-UNIDADE.
           MOVE REG-SUN-FATOR-COMPRA TO REG-PCO-FATOR.
           MOVE WRK-PRECO            TO REG-PCO-PRECO-EMB.
           WRITE REG-PEDIDO-COMPRA.
           CLOSE ARQ-COMPRAS.
           DISPLAY 'PEDIDO DE COMPRA ' WRK-NUMERO-COMPRA
               END-IF
           END-PERFORM.
           CLOSE ARQ-SUGESTOES.

      * COTAÇÕES DO PRODUTO CONFIRMADO SAEM DA RODADA COMO USADAS;
      * AS DEMAIS CONTINUAM ABERTAS PARA A PRÓXIMA CONFIRMAÇÃO
       0510-REGRAVAR-COTACOES.
           OPEN OUTPUT ARQ-COTACOES.
           PERFORM VARYING WRK-SUB-COT FROM 1 BY 1
               UNTIL WRK-SUB-COT > WRK-QT-COTACOES
               MOVE WRK-TC-REGISTRO(WRK-SUB-COT) TO REG-COTACAO-COMPRA
               WRITE REG-COTACAO-COMPRA
           END-PERFORM.
           CLOSE ARQ-COTACOES.
