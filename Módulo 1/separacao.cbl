      *            CEP DE ENTREGA DO PEDIDO) PARA A COTAÇÃO EM LOTE
      *            QUE O NOTURNO JÁ RODA - A PRANCHETA ENTRE O
      *            PEDIDO E O FRETE SE APOSENTA. O PEDIDO EXPEDIDO
      *            PASSA A SEPARADO NO CABEÇALHO (REGRAVADO PELA
      *            CHAVE NA CONFIRMAÇÃO)
      * DATA = 01/09/2026
      * 15/10/2026 LUCAS  LISTA DE SEPARAÇÃO POR ONDA: OS ITENS DE
      *                    TODOS OS PEDIDOS DA ONDA SAEM NA SEQUÊNCIA
      *                    DE CAMINHADA PELO ENDEREÇO DO ARMAZÉM
      *                    (ENDERECOS-ESTOQUE), CADA LINHA COM O
      *                    NÚMERO DO PEDIDO PARA A MESA DE EMBALAGEM;
      *                    SÓ O PEDIDO DA ONDA PODE SER EXPEDIDO
      * 15/10/2026 LUCAS  INCLUIDO O CUSTO UNITÁRIO DA VENDA NO
      *                    LAYOUT DO ITEM DO PEDIDO
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO DA NF-E NO LAYOUT DO
      *                    CABEÇALHO DO PEDIDO
      * 15/10/2026 LUCAS  PEDIDO COM CEP DE ENTREGA EM ZONA DA FROTA
      *                    PRÓPRIA (FAIXAS-CEP) NÃO GERA REMESSA PARA
      *                    TRANSPORTADORA: VIRA UMA PARADA EM
      *                    ENTREGAS-FROTA, COM O PESO TOTAL E OS
      *                    VOLUMES, PARA O ROMANEIO DO CAMINHÃO
      * 15/10/2026 LUCAS  PEDIDOS-CAB E PEDIDOS-ITEM INDEXADOS
      *                    (PEDIDOS-CAB-IDX E PEDIDOS-ITEM-IDX): A
      *                    TABELA GUARDA SÓ OS PEDIDOS ABERTOS, OS
      *                    ITENS DA ONDA SÃO LIDOS PELA CHAVE DO PEDIDO
      *                    E O EXPEDIDO PASSA A SEPARADO NA
      *                    CONFIRMAÇÃO (REWRITE), SEM REGRAVAR O
      *                    ARQUIVO
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
           SELECT ARQ-PEDITEM ASSIGN TO 'PEDIDOS-ITEM-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PI-CHAVE
               FILE STATUS IS WRK-STATUS-PEDITEM.
           SELECT ARQ-REMESSAS ASSIGN TO 'REMESSAS-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REMESSAS.
           SELECT ARQ-LISTA ASSIGN TO 'LISTA-SEPARACAO'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-ENDERECOS ASSIGN TO 'ENDERECOS-ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENDERECOS.
           SELECT ARQ-FAIXAS ASSIGN TO 'FAIXAS-CEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FAIXAS.
           SELECT ARQ-ENTREGAS ASSIGN TO 'ENTREGAS-FROTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENTREGAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-PEDITEM.
           COPY 'peditemidx.cbl'.

       FD  ARQ-REMESSAS.
       01  REG-REMESSA.
       FD  ARQ-LISTA.
       01  REG-LISTA PIC X(80).

       FD  ARQ-ENDERECOS.
           COPY 'enderecoest.cbl'.

       FD  ARQ-FAIXAS.
       01  REG-FAIXA.
           02 REG-FX-UF      PIC X(02).
           02 REG-FX-CEP-INI PIC 9(08).
           02 REG-FX-CEP-FIM PIC 9(08).
           02 REG-FX-FATOR   PIC 9(03)V99.
           02 REG-FX-FROTA   PIC X(01).
           02 REG-FX-ROTA    PIC 9(02).

       FD  ARQ-ENTREGAS.
           COPY 'entregafrota.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'servfilial.cbl'.

       77 WRK-STATUS-PEDCAB   PIC X(02) VALUE '00'.
           88 PEDCAB-OK          VALUE '00'.
           88 PEDITEM-OK         VALUE '00'.
       77 WRK-STATUS-REMESSAS PIC X(02) VALUE '00'.
           88 REMESSAS-OK        VALUE '00'.
       77 WRK-STATUS-ENDERECOS PIC X(02) VALUE '00'.
           88 ENDERECOS-OK        VALUE '00'.
       77 WRK-STATUS-FAIXAS   PIC X(02) VALUE '00'.
           88 FAIXAS-OK          VALUE '00'.
       77 WRK-STATUS-ENTREGAS PIC X(02) VALUE '00'.
           88 ENTREGAS-OK        VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

      * CABEÇALHOS DOS PEDIDOS ABERTOS CARREGADOS EM TABELA PARA A
      * ONDA E A LISTA; A SITUAÇÃO VOLTA AO ARQUIVO PELA CHAVE
       77 WRK-QT-PEDIDOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-PED    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-PED-ACHADO PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-PEDIDOS.
           02 WRK-TP-ITEM OCCURS 500 TIMES.
               03 WRK-TP-REGISTRO PIC X(60).
               03 WRK-TP-ONDA     PIC X(01).
                   88 WRK-TP-NA-ONDA VALUE 'S'.

      * ENDEREÇOS DO ARMAZÉM, PARA ACHAR ONDE CADA ITEM MORA
       77 WRK-QT-ENDERECOS PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-END      PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-ENDERECOS.
           02 WRK-TE-REGISTRO PIC X(14) OCCURS 2000 TIMES.

      * LINHAS DA LISTA DA ONDA, ORDENADAS PELA SEQUÊNCIA DE
      * CAMINHADA (FILIAL, ENDEREÇO); ITEM SEM ENDEREÇO VAI PARA O
      * FIM COM O ENDEREÇO 99999
       77 WRK-QT-LINHAS  PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-LIN    PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-LIN2   PIC 9(04) COMP VALUE ZEROES.
       77 WRK-LISTA-EXCEDIDA PIC X(01) VALUE 'N'.
           88 LISTA-EXCEDIDA    VALUE 'S'.
       01  WRK-TAB-SEPARACAO.
           02 WRK-TS-ITEM OCCURS 1000 TIMES.
               03 WRK-TS-CHAVE.
                   04 WRK-TS-FILIAL   PIC 9(02).
                   04 WRK-TS-ENDERECO PIC 9(05).
                   04 WRK-TS-PEDIDO   PIC 9(06).
                   04 WRK-TS-SEQ      PIC 9(03).
               03 WRK-TS-PRODUTO PIC 9(06).
               03 WRK-TS-QTDE    PIC 9(05).
               03 WRK-TS-PULMAO  PIC X(01).
       01  WRK-LINHA-AUX PIC X(28).
       77 WRK-TROCOU PIC X(01) VALUE 'S'.
           88 HOUVE-TROCA VALUE 'S'.

       77 WRK-QT-ONDA       PIC 9(03) VALUE ZEROES.
       77 WRK-QT-NA-ONDA    PIC 9(03) VALUE ZEROES.
       77 WRK-FILIAL-PADRAO PIC 9(02) VALUE 01.
       77 WRK-FILIAL-ITEM   PIC 9(02) VALUE ZEROES.
       77 WRK-ENDERECO-ITEM PIC 9(05) VALUE ZEROES.
       77 WRK-PULMAO-ITEM   PIC X(01) VALUE 'N'.
       01  WRK-ENDERECO-NUM PIC 9(05).
       01  WRK-ENDERECO-PARTES REDEFINES WRK-ENDERECO-NUM.
           02 WRK-EP-CORREDOR   PIC 9(02).
           02 WRK-EP-PRATELEIRA PIC 9(02).
           02 WRK-EP-NIVEL      PIC 9(01).

       77 WRK-NUMERO-PEDIDO PIC 9(06) VALUE ZEROES.
       77 WRK-QT-ABERTOS    PIC 9(03) VALUE ZEROES.
       77 WRK-PESO          PIC 9(05)V99 VALUE ZEROES.
       77 WRK-SEGURO        PIC X(01) VALUE 'N'.

      * ZONAS DA FROTA PRÓPRIA (FAIXAS-CEP MARCADAS), COM A ROTA DO
      * CAMINHÃO; O CEP É NACIONAL, ENTÃO A FAIXA BASTA SEM A UF
       77 WRK-QT-ZONAS  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ZONA  PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-ZONAS.
           02 WRK-TZ-ITEM OCCURS 300 TIMES.
               03 WRK-TZ-CEP-INI PIC 9(08).
               03 WRK-TZ-CEP-FIM PIC 9(08).
               03 WRK-TZ-ROTA    PIC 9(02).
       77 WRK-ROTA-FROTA PIC 9(02) VALUE ZEROES.
       77 WRK-PESO-TOTAL PIC 9(05)V99 VALUE ZEROES.
       77 WRK-VOLUMES    PIC 9(05) VALUE ZEROES.
       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       01  WRK-LINLISTA PIC X(80) VALUE SPACES.
       01  WRK-LINHA-ITEM.
           02 WRK-LI-FILIAL   PIC 9(02).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LI-ENDERECO PIC X(09).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LI-PRODUTO  PIC 9(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LI-QTDE     PIC ZZZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 WRK-LI-PEDIDO   PIC 9(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LI-PULMAO   PIC X(07).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY 'SEPARAÇÃO E EXPEDIÇÃO DE PEDIDOS'.
           DISPLAY '========================================'.
           PERFORM 0100-CARREGAR-PEDIDOS.
           PERFORM 0150-MONTAR-ONDA.
           IF WRK-QT-ABERTOS = ZEROES
               DISPLAY 'NÃO HÁ PEDIDOS ABERTOS PARA SEPARAR'
               GOBACK
           END-IF.
           PERFORM 0160-CARREGAR-ENDERECOS.
           PERFORM 0170-CARREGAR-ITENS.
           IF LISTA-EXCEDIDA
               DISPLAY 'ITENS DA ONDA EXCEDEM O LIMITE DE 1000 DA '
                   'LISTA - REDUZA A QUANTIDADE DE PEDIDOS DA ONDA'
               GOBACK
           END-IF.
           PERFORM 0180-ORDENAR-LISTA.
           PERFORM 0200-IMPRIMIR-LISTA.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0190-CARREGAR-ZONAS-FROTA.
           DISPLAY 'NÚMERO DO PEDIDO SEPARADO (0 PARA ENCERRAR):'.
           ACCEPT WRK-NUMERO-PEDIDO FROM CONSOLE.
           PERFORM 0300-CONFIRMAR-EXPEDICAO
               UNTIL WRK-NUMERO-PEDIDO = ZEROES.
           DISPLAY 'FINAL DA SEPARAÇÃO'.
           GOBACK.

           END-IF.

       0110-LER-PEDCAB.
           READ ARQ-PEDCAB NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * SÓ O PEDIDO AINDA NÃO EXPEDIDO (SITUAÇÃO ABERTA OU EM BRANCO
      * NOS CABEÇALHOS LEGADOS) ENTRA NA TABELA; ALÉM DE 500 ABERTOS
      * A ONDA SAI DOS 500 PRIMEIROS
       0120-GUARDAR-PEDCAB.
           IF REG-PC-SITUACAO = 'A' OR
              REG-PC-SITUACAO = SPACES
               ADD 1 TO WRK-QT-ABERTOS
               IF WRK-QT-PEDIDOS < 500
                   ADD 1 TO WRK-QT-PEDIDOS
                   MOVE REG-PEDCAB TO WRK-TP-REGISTRO(WRK-QT-PEDIDOS)
                   MOVE 'N' TO WRK-TP-ONDA(WRK-QT-PEDIDOS)
               END-IF
           END-IF.
           PERFORM 0110-LER-PEDCAB.

      * A ONDA SÃO OS PRIMEIROS PEDIDOS AINDA NÃO EXPEDIDOS, NA ORDEM
      * DO NÚMERO DO PEDIDO; ZERO PÕE TODOS OS ABERTOS NA ONDA
       0150-MONTAR-ONDA.
           IF WRK-QT-ABERTOS = ZEROES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PEDIDOS ABERTOS: ' WRK-QT-ABERTOS.
           IF WRK-QT-ABERTOS > WRK-QT-PEDIDOS
               DISPLAY 'A ONDA SAI DOS ' WRK-QT-PEDIDOS
                   ' PRIMEIROS PEDIDOS ABERTOS'
           END-IF.
           DISPLAY 'PEDIDOS NA ONDA (0 = TODOS OS ABERTOS):'.
           ACCEPT WRK-QT-ONDA FROM CONSOLE.
           IF WRK-QT-ONDA = ZEROES OR WRK-QT-ONDA > WRK-QT-PEDIDOS
               MOVE WRK-QT-PEDIDOS TO WRK-QT-ONDA
           END-IF.
           MOVE ZEROES TO WRK-QT-NA-ONDA.
           PERFORM VARYING WRK-SUB-PED FROM 1 BY 1
               UNTIL WRK-SUB-PED > WRK-QT-PEDIDOS
                   OR WRK-QT-NA-ONDA = WRK-QT-ONDA
               ADD 1 TO WRK-QT-NA-ONDA
               MOVE 'S' TO WRK-TP-ONDA(WRK-SUB-PED)
           END-PERFORM.

      * SEM O ARQUIVO DE ENDEREÇOS A LISTA AINDA SAI, COM OS ITENS
      * SEM ENDEREÇO NO FIM; A FILIAL PADRÃO ATENDE O PEDIDO LEGADO
      * SEM FILIAL, COMO NO SALDO POR FILIAL
       0160-CARREGAR-ENDERECOS.
           MOVE 9 TO REG-SFS-FUNCAO.
           MOVE ZEROES TO REG-SFS-FILIAL.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           MOVE REG-SFS-FILIAL TO WRK-FILIAL-PADRAO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ENDERECOS.
           IF ENDERECOS-OK
               PERFORM 0161-LER-ENDERECO
               PERFORM 0162-GUARDAR-ENDERECO UNTIL FIM-ARQUIVO
               CLOSE ARQ-ENDERECOS
           ELSE
               DISPLAY 'ENDEREÇAMENTO DO ARMAZÉM NÃO ENCONTRADO - '
                   'LISTA SAI SEM ENDEREÇOS'
           END-IF.

       0161-LER-ENDERECO.
           READ ARQ-ENDERECOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0162-GUARDAR-ENDERECO.
           IF WRK-QT-ENDERECOS < 2000
               ADD 1 TO WRK-QT-ENDERECOS
               MOVE REG-ENDERECO-ESTOQUE
                   TO WRK-TE-REGISTRO(WRK-QT-ENDERECOS)
           ELSE
               DISPLAY 'ENDERECOS-ESTOQUE EXCEDE O LIMITE DE 2000 - '
                   'ENDEREÇO IGNORADO NA LISTA: ' REG-ENE-PRODUTO
           END-IF.
           PERFORM 0161-LER-ENDERECO.

      * OS ITENS DE CADA PEDIDO DA ONDA, PELA CHAVE
       0170-CARREGAR-ITENS.
           OPEN INPUT ARQ-PEDITEM.
           IF NOT PEDITEM-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-PED FROM 1 BY 1
               UNTIL WRK-SUB-PED > WRK-QT-PEDIDOS
                   OR LISTA-EXCEDIDA
               IF WRK-TP-NA-ONDA(WRK-SUB-PED)
                   MOVE WRK-TP-REGISTRO(WRK-SUB-PED) TO REG-PEDCAB
                   MOVE REG-PC-NUMERO TO WRK-NUMERO-PEDIDO
                   PERFORM 0225-POSICIONAR-ITENS
                   PERFORM 0171-GUARDAR-ITEM
                       UNTIL FIM-ARQUIVO OR LISTA-EXCEDIDA
               END-IF
           END-PERFORM.
           CLOSE ARQ-PEDITEM.

       0171-GUARDAR-ITEM.
           IF REG-PI-NUMERO NOT = WRK-NUMERO-PEDIDO
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-LINHAS < 1000
               PERFORM 0172-LOCALIZAR-ENDERECO
               ADD 1 TO WRK-QT-LINHAS
               MOVE WRK-FILIAL-ITEM
                   TO WRK-TS-FILIAL(WRK-QT-LINHAS)
               MOVE WRK-ENDERECO-ITEM
                   TO WRK-TS-ENDERECO(WRK-QT-LINHAS)
               MOVE REG-PI-NUMERO  TO WRK-TS-PEDIDO(WRK-QT-LINHAS)
               MOVE REG-PI-SEQ     TO WRK-TS-SEQ(WRK-QT-LINHAS)
               MOVE REG-PI-PRODUTO TO WRK-TS-PRODUTO(WRK-QT-LINHAS)
               MOVE REG-PI-QTDE    TO WRK-TS-QTDE(WRK-QT-LINHAS)
               MOVE WRK-PULMAO-ITEM
                   TO WRK-TS-PULMAO(WRK-QT-LINHAS)
           ELSE
               MOVE 'S' TO WRK-LISTA-EXCEDIDA
           END-IF.
           PERFORM 0220-LER-ITEM.

      * O ITEM É SEPARADO NO ENDEREÇO PRINCIPAL DO PRODUTO NA FILIAL
      * DO PEDIDO; SEM PRINCIPAL, NO PRIMEIRO PULMÃO DA CAMINHADA. O
      * ITEM COM PULMÃO É MARCADO PARA O SEPARADOR SABER QUE HÁ MAIS
      * MERCADORIA EM OUTRO ENDEREÇO
       0172-LOCALIZAR-ENDERECO.
           IF REG-PC-FILIAL = ZEROES
               MOVE WRK-FILIAL-PADRAO TO WRK-FILIAL-ITEM
           ELSE
               MOVE REG-PC-FILIAL TO WRK-FILIAL-ITEM
           END-IF.
           MOVE 99999 TO WRK-ENDERECO-ITEM.
           MOVE 'N' TO WRK-PULMAO-ITEM.
           PERFORM VARYING WRK-SUB-END FROM 1 BY 1
               UNTIL WRK-SUB-END > WRK-QT-ENDERECOS
               MOVE WRK-TE-REGISTRO(WRK-SUB-END)
                   TO REG-ENDERECO-ESTOQUE
               IF REG-ENE-PRODUTO = REG-PI-PRODUTO AND
                  REG-ENE-FILIAL = WRK-FILIAL-ITEM
                   PERFORM 0173-AVALIAR-ENDERECO
               END-IF
           END-PERFORM.

       0173-AVALIAR-ENDERECO.
           MOVE REG-ENE-ENDERECO TO WRK-ENDERECO-NUM.
           IF REG-ENE-PRINCIPAL
               MOVE WRK-ENDERECO-NUM TO WRK-ENDERECO-ITEM
           ELSE
               MOVE 'S' TO WRK-PULMAO-ITEM
               IF WRK-ENDERECO-ITEM = 99999
                   MOVE WRK-ENDERECO-NUM TO WRK-ENDERECO-ITEM
               END-IF
           END-IF.

      * ORDENAÇÃO PELA CHAVE DE CAMINHADA (FILIAL, ENDEREÇO, PEDIDO,
      * SEQUÊNCIA DO ITEM)
       0180-ORDENAR-LISTA.
           MOVE 'S' TO WRK-TROCOU.
           PERFORM 0181-PASSADA-ORDENACAO UNTIL NOT HOUVE-TROCA.

       0181-PASSADA-ORDENACAO.
           MOVE 'N' TO WRK-TROCOU.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS - 1
               IF WRK-TS-CHAVE(WRK-SUB-LIN) >
                   WRK-TS-CHAVE(WRK-SUB-LIN + 1)
                   PERFORM 0182-TROCAR-LINHAS
                   MOVE 'S' TO WRK-TROCOU
               END-IF
           END-PERFORM.

       0182-TROCAR-LINHAS.
           COMPUTE WRK-SUB-LIN2 = WRK-SUB-LIN + 1.
           MOVE WRK-TS-ITEM(WRK-SUB-LIN)  TO WRK-LINHA-AUX.
           MOVE WRK-TS-ITEM(WRK-SUB-LIN2)
               TO WRK-TS-ITEM(WRK-SUB-LIN).
           MOVE WRK-LINHA-AUX TO WRK-TS-ITEM(WRK-SUB-LIN2).

      * SEM O ARQUIVO DE FAIXAS NÃO HÁ ZONA DA FROTA PRÓPRIA E TODO
      * PEDIDO SEGUE PARA TRANSPORTADORA
       0190-CARREGAR-ZONAS-FROTA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-FAIXAS.
           IF FAIXAS-OK
               PERFORM 0191-LER-FAIXA
               PERFORM 0192-GUARDAR-ZONA UNTIL FIM-ARQUIVO
               CLOSE ARQ-FAIXAS
           END-IF.

       0191-LER-FAIXA.
           READ ARQ-FAIXAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0192-GUARDAR-ZONA.
           IF REG-FX-FROTA = 'S' AND REG-FX-ROTA IS NUMERIC AND
              WRK-QT-ZONAS < 300
               ADD 1 TO WRK-QT-ZONAS
               MOVE REG-FX-CEP-INI TO WRK-TZ-CEP-INI(WRK-QT-ZONAS)
               MOVE REG-FX-CEP-FIM TO WRK-TZ-CEP-FIM(WRK-QT-ZONAS)
               MOVE REG-FX-ROTA    TO WRK-TZ-ROTA(WRK-QT-ZONAS)
           END-IF.
           PERFORM 0191-LER-FAIXA.

      * A LISTA DA ONDA SAI NA SEQUÊNCIA DE CAMINHADA, CADA LINHA COM
      * O PEDIDO PARA A SEPARAÇÃO NA MESA DE EMBALAGEM, SEGUIDA DOS
      * PEDIDOS DA ONDA COM O CLIENTE E O CEP DE ENTREGA
       0200-IMPRIMIR-LISTA.
           OPEN OUTPUT ARQ-LISTA.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO REG-LISTA.
           WRITE REG-LISTA.
           MOVE 'LISTA DE SEPARACAO DO ARMAZEM - ONDA POR CAMINHADA'
               TO REG-LISTA.
           WRITE REG-LISTA.
           MOVE SPACES TO WRK-LINLISTA.
           STRING 'ONDA COM ' WRK-QT-NA-ONDA ' PEDIDO(S) DE '
               WRK-QT-ABERTOS ' ABERTO(S)'
               DELIMITED BY SIZE INTO WRK-LINLISTA.
           MOVE WRK-LINLISTA TO REG-LISTA.
           WRITE REG-LISTA.
           MOVE SPACES TO REG-LISTA.
           WRITE REG-LISTA.
           MOVE 'FL  ENDERECO   PRODUTO   QTDE   PEDIDO'
               TO REG-LISTA.
           WRITE REG-LISTA.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
               PERFORM 0230-LISTAR-ITEM
           END-PERFORM.
           MOVE SPACES TO REG-LISTA.
           WRITE REG-LISTA.
           MOVE 'PEDIDOS DA ONDA' TO REG-LISTA.
           WRITE REG-LISTA.
           PERFORM VARYING WRK-SUB-PED FROM 1 BY 1
               UNTIL WRK-SUB-PED > WRK-QT-PEDIDOS
               IF WRK-TP-NA-ONDA(WRK-SUB-PED)
                   MOVE WRK-TP-REGISTRO(WRK-SUB-PED) TO REG-PEDCAB
                   PERFORM 0210-LISTAR-PEDIDO
               END-IF
           END-PERFORM.
           CLOSE ARQ-LISTA.
           DISPLAY 'PEDIDOS NA ONDA: ' WRK-QT-NA-ONDA
               ' ITENS NA LISTA: ' WRK-QT-LINHAS.

       0210-LISTAR-PEDIDO.
           MOVE SPACES TO WRK-LINLISTA.
           STRING 'PEDIDO ' REG-PC-NUMERO ' CLIENTE '
               REG-PC-CLIENTE ' CEP ENTREGA ' REG-PC-CEP-ENTREGA
               DELIMITED BY SIZE INTO WRK-LINLISTA.
           MOVE WRK-LINLISTA TO REG-LISTA.
           WRITE REG-LISTA.

       0220-LER-ITEM.
           READ ARQ-PEDITEM NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * OS ITENS DO PEDIDO FICAM JUNTOS NA CHAVE (PEDIDO + SEQUÊNCIA)
       0225-POSICIONAR-ITENS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-NUMERO-PEDIDO TO REG-PI-NUMERO.
           MOVE ZEROES TO REG-PI-SEQ.
           START ARQ-PEDITEM KEY IS NOT LESS THAN REG-PI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           IF NOT FIM-ARQUIVO
               PERFORM 0220-LER-ITEM
           END-IF.

       0230-LISTAR-ITEM.
           MOVE WRK-TS-FILIAL(WRK-SUB-LIN) TO WRK-LI-FILIAL.
           IF WRK-TS-ENDERECO(WRK-SUB-LIN) = 99999
               MOVE 'SEM ENDER' TO WRK-LI-ENDERECO
           ELSE
               MOVE WRK-TS-ENDERECO(WRK-SUB-LIN) TO WRK-ENDERECO-NUM
               MOVE SPACES TO WRK-LI-ENDERECO
               STRING WRK-EP-CORREDOR '-' WRK-EP-PRATELEIRA '-'
                   WRK-EP-NIVEL
                   DELIMITED BY SIZE INTO WRK-LI-ENDERECO
           END-IF.
           MOVE WRK-TS-PRODUTO(WRK-SUB-LIN) TO WRK-LI-PRODUTO.
           MOVE WRK-TS-QTDE(WRK-SUB-LIN)    TO WRK-LI-QTDE.
           MOVE WRK-TS-PEDIDO(WRK-SUB-LIN)  TO WRK-LI-PEDIDO.
           IF WRK-TS-PULMAO(WRK-SUB-LIN) = 'S'
               MOVE '+PULMAO' TO WRK-LI-PULMAO
           ELSE
               MOVE SPACES TO WRK-LI-PULMAO
           END-IF.
           MOVE WRK-LINHA-ITEM TO REG-LISTA.
           WRITE REG-LISTA.

      * A CONFIRMAÇÃO FECHA A EXPEDIÇÃO: UMA REMESSA DE FRETE POR
      * ITEM, COM O PESO PESADO NO ARMAZÉM E O CEP DE ENTREGA DO
      * PEDIDO, E O CABEÇALHO PASSA A SEPARADO. CEP DE ZONA DA FROTA
      * PRÓPRIA NÃO GERA REMESSA: O PEDIDO VIRA UMA PARADA DO
      * ROMANEIO (ENTREGAS-FROTA) COM O PESO TOTAL E OS VOLUMES
       0300-CONFIRMAR-EXPEDICAO.
           MOVE ZEROES TO WRK-PED-ACHADO.
           PERFORM VARYING WRK-SUB-PED FROM 1 BY 1
                   OR WRK-PED-ACHADO > ZEROES
               MOVE WRK-TP-REGISTRO(WRK-SUB-PED) TO REG-PEDCAB
               IF REG-PC-NUMERO = WRK-NUMERO-PEDIDO AND
                  WRK-TP-NA-ONDA(WRK-SUB-PED) AND
                  (REG-PC-SITUACAO = 'A' OR
                   REG-PC-SITUACAO = SPACES)
                   MOVE WRK-SUB-PED TO WRK-PED-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-PED-ACHADO = ZEROES
               DISPLAY 'PEDIDO NÃO ENCONTRADO, FORA DA ONDA OU JÁ '
                   'EXPEDIDO'
           ELSE
               MOVE WRK-TP-REGISTRO(WRK-PED-ACHADO) TO REG-PEDCAB
               PERFORM 0330-LOCALIZAR-ZONA-FROTA
               IF WRK-ROTA-FROTA > ZEROES
                   PERFORM 0340-GERAR-ENTREGA-FROTA
               ELSE
                   DISPLAY 'SEGURO DA REMESSA (S/N):'
                   ACCEPT WRK-SEGURO FROM CONSOLE
                   IF WRK-SEGURO NOT = 'S'
                       MOVE 'N' TO WRK-SEGURO
                   END-IF
                   PERFORM 0310-GERAR-REMESSAS
               END-IF
               MOVE 'S' TO REG-PC-SITUACAO
               MOVE REG-PEDCAB
                   TO WRK-TP-REGISTRO(WRK-PED-ACHADO)
               PERFORM 0350-MARCAR-SEPARADO
               IF WRK-ROTA-FROTA > ZEROES
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO ' EXPEDIDO '
                       'PARA A FROTA PRÓPRIA - ROTA ' WRK-ROTA-FROTA
                       ', ' WRK-VOLUMES ' VOLUME(S)'
               ELSE
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO ' EXPEDIDO COM '
                       WRK-QT-REMESSAS ' REMESSA(S) DE FRETE'
               END-IF
           END-IF.
           DISPLAY 'NÚMERO DO PEDIDO SEPARADO (0 PARA ENCERRAR):'.
           ACCEPT WRK-NUMERO-PEDIDO FROM CONSOLE.

       0310-GERAR-REMESSAS.
           MOVE ZEROES TO WRK-QT-REMESSAS.
           OPEN INPUT ARQ-PEDITEM.
           IF PEDITEM-OK
               PERFORM 0225-POSICIONAR-ITENS
               PERFORM 0320-GERAR-UMA-REMESSA UNTIL FIM-ARQUIVO
               CLOSE ARQ-PEDITEM
           END-IF.

       0320-GERAR-UMA-REMESSA.
           IF REG-PI-NUMERO NOT = WRK-NUMERO-PEDIDO
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PESO DO VOLUME DO PRODUTO '
               REG-PI-PRODUTO ' EM KG:'.
           ACCEPT WRK-PESO FROM CONSOLE.
           OPEN EXTEND ARQ-REMESSAS.
           IF NOT REMESSAS-OK
               OPEN OUTPUT ARQ-REMESSAS
           END-IF.
           MOVE REG-PI-PRODUTO TO REG-REM-PRODUTO.
           MOVE REG-PC-CLIENTE TO REG-REM-CLIENTE.
           MOVE WRK-PESO       TO REG-REM-PESO.
           MOVE WRK-SEGURO     TO REG-REM-SEGURO.
           MOVE REG-PC-CEP-ENTREGA TO REG-REM-CEP.
           WRITE REG-REMESSA.
           CLOSE ARQ-REMESSAS.
           ADD 1 TO WRK-QT-REMESSAS.
           PERFORM 0220-LER-ITEM.

       0330-LOCALIZAR-ZONA-FROTA.
           MOVE ZEROES TO WRK-ROTA-FROTA.
           IF REG-PC-CEP-ENTREGA IS NOT NUMERIC OR
              REG-PC-CEP-ENTREGA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-ZONA FROM 1 BY 1
               UNTIL WRK-SUB-ZONA > WRK-QT-ZONAS
                   OR WRK-ROTA-FROTA > ZEROES
               IF REG-PC-CEP-ENTREGA NOT <
                      WRK-TZ-CEP-INI(WRK-SUB-ZONA) AND
                  REG-PC-CEP-ENTREGA NOT >
                      WRK-TZ-CEP-FIM(WRK-SUB-ZONA)
                   MOVE WRK-TZ-ROTA(WRK-SUB-ZONA) TO WRK-ROTA-FROTA
               END-IF
           END-PERFORM.

      * O PESO DE CADA VOLUME É PESADO COMO NA REMESSA DE FRETE E
      * SOMADO NA PARADA, QUE O ROMANEIO CONFERE CONTRA A CAPACIDADE
      * DO CAMINHÃO; OS VOLUMES SÃO AS QUANTIDADES DOS ITENS
       0340-GERAR-ENTREGA-FROTA.
           MOVE ZEROES TO WRK-PESO-TOTAL.
           MOVE ZEROES TO WRK-VOLUMES.
           OPEN INPUT ARQ-PEDITEM.
           IF PEDITEM-OK
               PERFORM 0225-POSICIONAR-ITENS
               PERFORM 0345-PESAR-ITEM-FROTA UNTIL FIM-ARQUIVO
               CLOSE ARQ-PEDITEM
           END-IF.
           OPEN EXTEND ARQ-ENTREGAS.
           IF NOT ENTREGAS-OK
               OPEN OUTPUT ARQ-ENTREGAS
           END-IF.
           INITIALIZE REG-ENTREGA-FROTA.
           MOVE REG-PC-NUMERO      TO REG-EFR-PEDIDO.
           MOVE REG-PC-CLIENTE     TO REG-EFR-CLIENTE.
           MOVE REG-PC-CEP-ENTREGA TO REG-EFR-CEP.
           MOVE WRK-ROTA-FROTA     TO REG-EFR-ROTA.
           MOVE WRK-DATA-SYS-NUM   TO REG-EFR-DATA-EXPEDICAO.
           MOVE WRK-PESO-TOTAL     TO REG-EFR-PESO.
           MOVE WRK-VOLUMES        TO REG-EFR-VOLUMES.
           MOVE 'P'                TO REG-EFR-SITUACAO.
           WRITE REG-ENTREGA-FROTA.
           CLOSE ARQ-ENTREGAS.

       0345-PESAR-ITEM-FROTA.
           IF REG-PI-NUMERO NOT = WRK-NUMERO-PEDIDO
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PESO DO VOLUME DO PRODUTO '
               REG-PI-PRODUTO ' EM KG:'.
           ACCEPT WRK-PESO FROM CONSOLE.
           ADD WRK-PESO TO WRK-PESO-TOTAL.
           ADD REG-PI-QTDE TO WRK-VOLUMES.
           PERFORM 0220-LER-ITEM.

      * O PEDIDO EXPEDIDO PASSA A SEPARADO NO ARQUIVO NA HORA, RELIDO
      * PELA CHAVE PARA NÃO DESFAZER OUTRA MUDANÇA NO CABEÇALHO
       0350-MARCAR-SEPARADO.
           OPEN I-O ARQ-PEDCAB.
           IF NOT PEDCAB-OK
               DISPLAY 'ARQUIVO DE PEDIDOS NÃO ENCONTRADO - '
                   'SITUAÇÃO NÃO GRAVADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-NUMERO-PEDIDO TO REG-PC-NUMERO.
           READ ARQ-PEDCAB
               INVALID KEY
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO
                       ' NÃO ENCONTRADO EM PEDIDOS-CAB'
               NOT INVALID KEY
                   MOVE 'S' TO REG-PC-SITUACAO
                   REWRITE REG-PEDCAB
           END-READ.
           CLOSE ARQ-PEDCAB.
