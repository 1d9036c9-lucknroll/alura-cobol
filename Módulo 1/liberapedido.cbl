      * OBJETIVO = CONSOLE DO SUPERVISOR PARA A FILA DE PEDIDOS
      *            RETIDOS POR LIMITE DE CRÉDITO: O OPERADOR SE
      *            IDENTIFICA CONTRA O ARQUIVO DE SEGURANÇA DO
      *            NIVEL88 (A ALÇADA DA FILIAL DIZ QUEM DECIDE) E
      *            PASSA PELA FILA PEDIDO A PEDIDO - LIBERAR GRAVA O
      *            CABEÇALHO, ALIMENTA AS VENDAS DO DIA E GERA AS
      *            DUPLICATAS COMO A ENTRADA DE PEDIDO FARIA;
      *            CANCELAR REMOVE OS ITENS DO PEDIDO E REGISTRA O
      *            CANCELAMENTO NO LOG DE REJEITADOS. A FILA É
      *            REGRAVADA COM GERAÇÃO GUARDADA PELO SALVAGERACAO,
      *            COMO NA FILA DE APROVAÇÃO DE AUMENTOS; OS ITENS
      *            SÃO EXCLUÍDOS PELA CHAVE
      * DATA = 01/09/2026
      * 01/09/2026 LUCAS  O CABEÇALHO DO PEDIDO LIBERADO PASSA A
      *                    CARREGAR O VENDEDOR VINDO DA FILA, COMO A
      *                    REGRAVAÇÃO; FILA, ITENS OU BACKORDER
      *                    ALÉM DAS TABELAS PASSAM A RECUSAR A
      *                    OPERAÇÃO EM VEZ DE TRUNCAR OS ARQUIVOS
      * 15/10/2026 LUCAS  A DECISÃO DE CADA PEDIDO PASSA PELA ALÇADA
      *                    DO DEPARTAMENTO QUE RESPONDE PELA FILIAL DO
      *                    PEDIDO (ALCADADEPTO): O GERENTE DECIDE ATÉ
      *                    O TETO E O USUÁRIO DE ESCALAÇÃO ACIMA
      *                    DELE; PEDIDO FORA DA ALÇADA DE QUEM ESTÁ NO
      *                    CONSOLE FICA NA FILA. FILIAL SEM GERENTE
      *                    CADASTRADO SEGUE COM ADMINISTRADOR OU
      *                    GERENTE
      * 15/10/2026 LUCAS  A RESERVA DESFEITA SAI TAMBÉM DO RESERVADO
      *                    DA FILIAL DO PEDIDO (SALDOFILIAL)
      * 15/10/2026 LUCAS  O KIT CANCELADO DEVOLVE PRIMEIRO A RESERVA
      *                    DO KIT JÁ MONTADO E SÓ EXPLODE NOS
      *                    COMPONENTES O RESTANTE, COMO A ENTRADA DE
      *                    PEDIDO RESERVOU
      * 15/10/2026 LUCAS  INCLUIDO O CUSTO UNITÁRIO DA VENDA NO
      *                    LAYOUT DO ITEM DO PEDIDO; A TABELA DE
      *                    ITENS DO CANCELAMENTO PASSA A 70 BYTES
      *                    PARA NÃO CORTÁ-LO NA REGRAVAÇÃO
      * 15/10/2026 LUCAS  A DUPLICATA NASCE COM O SALDO EM ABERTO IGUAL
      *                    AO VALOR
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO DA NF-E NO LAYOUT DO
      *                    CABEÇALHO DO PEDIDO
      * 15/10/2026 LUCAS  CABEÇALHO E ITENS DO PEDIDO PASSAM AOS
      *                    ARQUIVOS INDEXADOS PEDIDOS-CAB-IDX E
      *                    PEDIDOS-ITEM-IDX: O LIBERADO É GRAVADO PELA
      *                    CHAVE E O CANCELAMENTO LÊ SÓ OS ITENS DO
      *                    PEDIDO E OS EXCLUI NO LUGAR, SEM REGRAVAR O
      *                    ARQUIVO INTEIRO
      * 15/10/2026 LUCAS  O CABEÇALHO SÓ É CRIADO QUANDO NÃO EXISTE
      *                    (STATUS 35); COM O ARQUIVO INDISPONÍVEL O
      *                    PEDIDO FICA NA FILA EM VEZ DE O ARQUIVO SER
      *                    RECRIADO VAZIO
      * 15/10/2026 LUCAS  CABEÇALHO NÃO GRAVADO MANTÉM O PEDIDO NA
      *                    FILA SEM ALIMENTAR VENDAS E DUPLICATAS
      * 15/10/2026 LUCAS  A DUPLICATA DO PEDIDO LIBERADO É GRAVADA COMO
      *                    VENDA
      * 15/10/2026 LUCAS  O CANCELAMENTO LIBERA DO KIT JÁ MONTADO SÓ A
      *                    PARTE ANOTADA NO ITEM, EM VEZ DO RESERVADO DO
      *                    KIT, QUE É DE TODOS OS PEDIDOS
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-RETIDOS ASSIGN TO 'PEDIDOS-RETIDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETIDOS.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-PC-NUMERO
               ALTERNATE RECORD KEY IS REG-PC-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-PEDCAB.
           SELECT ARQ-PEDITEM ASSIGN TO 'PEDIDOS-ITEM-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PI-CHAVE
               FILE STATUS IS WRK-STATUS-PEDITEM.
           SELECT ARQ-VENDAS ASSIGN TO 'VENDAS-DIA'
               ORGANIZATION IS LINE SEQUENTIAL
           COPY 'pedretido.cbl'.

       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-PEDITEM.
           COPY 'peditemidx.cbl'.

       FD  ARQ-VENDAS.
       01  REG-VENDAS.
           02 REG-TRB-HORA     PIC 9(06).

       WORKING-STORAGE SECTION.
           COPY 'servfilial.cbl'.
           COPY 'geracao.cbl'.
           COPY 'servdata.cbl'.
           COPY 'alcada.cbl'.

       77 WRK-STATUS-RETIDOS PIC X(02) VALUE '00'.
           88 RETIDOS-OK        VALUE '00'.
       77 WRK-STATUS-PEDCAB  PIC X(02) VALUE '00'.
           88 PEDCAB-OK         VALUE '00'.
           88 PEDCAB-INEXISTENTE VALUE '35'.
       77 WRK-STATUS-PEDITEM PIC X(02) VALUE '00'.
           88 PEDITEM-OK        VALUE '00'.
       77 WRK-STATUS-VENDAS  PIC X(02) VALUE '00'.
       77 WRK-FIM-USUARIOS PIC X(01) VALUE 'N'.
           88 FIM-USUARIOS    VALUE 'S'.

      * IDENTIFICAÇÃO DO SUPERVISOR CONTRA O ARQUIVO DE SEGURANÇA;
      * QUEM DECIDE CADA PEDIDO É A ALÇADA DA FILIAL (ALCADADEPTO)
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-PIN         PIC 9(04) VALUE ZEROES.
       77 WRK-NIVEL       PIC 9(02) VALUE ZEROES.

       77 WRK-QT-LIBERADOS  PIC 9(03) VALUE ZEROES.
       77 WRK-QT-CANCELADOS PIC 9(03) VALUE ZEROES.
       77 WRK-QT-FORA-ALCADA PIC 9(03) VALUE ZEROES.
       77 WRK-TOTAL-ED      PIC $ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

      * ITENS DO PEDIDO CANCELADO SAEM DO ARQUIVO DE ITENS, PARA
      * NÃO FICAREM ÓRFÃOS DE CABEÇALHO; A TABELA GUARDA SÓ OS
      * ITENS DO PEDIDO, LIDOS PELA CHAVE
       77 WRK-QT-ITENS    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ITE     PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-ITENS.
           02 WRK-TI-ITEM OCCURS 500 TIMES.
               03 WRK-TI-REGISTRO PIC X(70).
       01  WRK-ITEM-R.
           02 WRK-IT-NUMERO  PIC 9(06).
           02 WRK-IT-SEQ     PIC X(03).
           02 WRK-IT-PRODUTO PIC 9(06).
           02 WRK-IT-QTDE    PIC 9(05).
           02 FILLER         PIC X(43).
           02 WRK-IT-KIT-PRONTO PIC 9(05).
           02 FILLER         PIC X(02).

      * DESFAZER A RESERVA DO PEDIDO CANCELADO: A ENTRADA DE PEDIDO
      * RESERVOU CADA ITEM ACEITO (EXPLODINDO KIT EM COMPONENTES) E

       77 WRK-PROD-LIBERA PIC 9(06) VALUE ZEROES.
       77 WRK-QTDE-LIBERA PIC S9(07) VALUE ZEROES.
       77 WRK-KIT-PRONTO  PIC S9(07) VALUE ZEROES.
       77 WRK-QTDE-EXPLODIR PIC S9(07) VALUE ZEROES.

      * TRAVAS DAS FILAS, COMO A FILA DE APROVAÇÃO: SEGURADAS DO
      * INÍCIO AO FIM DO CONSOLE, NENHUM ANEXO DA ENTRADA DE PEDIDO
           88 BCK-EXCEDIDO    VALUE 'S'.
       77 WRK-CANCEL-FEITO PIC X(01) VALUE 'N'.
           88 CANCELAMENTO-FEITO VALUE 'S'.
       77 WRK-LIBER-FEITA  PIC X(01) VALUE 'N'.
           88 LIBERACAO-FEITA    VALUE 'S'.

      * TETO DO CAMPO DE VALOR DO REGISTRO DE VENDAS-DIA, COMO NA
      * ENTRADA DE PEDIDO
           DISPLAY '========================================'.
           PERFORM 0050-IDENTIFICAR-SUPERVISOR.
           IF NOT SUPERVISOR-AUTORIZADO
               DISPLAY 'USUÁRIO OU PIN INVÁLIDO - ACESSO NEGADO'
               GOBACK
           END-IF.
           PERFORM 0040-TRAVAR-FILAS.
           DISPLAY '________________________________________'.
           DISPLAY 'PEDIDOS LIBERADOS..: ' WRK-QT-LIBERADOS.
           DISPLAY 'PEDIDOS CANCELADOS.: ' WRK-QT-CANCELADOS.
           DISPLAY 'FORA DA SUA ALÇADA.: ' WRK-QT-FORA-ALCADA.
           DISPLAY 'FINAL DA LIBERAÇÃO DE PEDIDOS'.
           GOBACK.

              REG-USU-BLOQUEADO NOT = 'S' AND
              9999 - REG-USU-PIN-ENC = WRK-PIN
               MOVE REG-USU-NIVEL TO WRK-NIVEL
               MOVE 'S' TO WRK-AUTORIZADO
           END-IF.
           PERFORM 0060-LER-USUARIO.

           DISPLAY 'SALDO EM ABERTO: ' WRK-TOTAL-ED.
           MOVE REG-RET-LIMITE TO WRK-TOTAL-ED.
           DISPLAY 'LIMITE.........: ' WRK-TOTAL-ED.
           MOVE SPACES TO REG-ALC-DEPTO.
           MOVE REG-RET-FILIAL TO REG-ALC-FILIAL.
           MOVE REG-RET-TOTAL TO REG-ALC-VALOR.
           MOVE WRK-USUARIO TO REG-ALC-USUARIO.
           MOVE WRK-NIVEL TO REG-ALC-NIVEL.
           CALL 'alcadadepto' USING REG-ALCADA.
           IF NOT ALC-AUTORIZADO
               ADD 1 TO WRK-QT-FORA-ALCADA
               IF ALC-ACIMA-DO-TETO
                   DISPLAY 'FORA DA SUA ALÇADA (ACIMA DO TETO) - '
                       'DECIDE ' REG-ALC-ESCALACAO
               ELSE
                   IF REG-ALC-GERENTE NOT = SPACES
                       DISPLAY 'FORA DA SUA ALÇADA - DECIDE '
                           REG-ALC-GERENTE
                   ELSE
                       DISPLAY 'FORA DA SUA ALÇADA - SÓ '
                           'ADMINISTRADOR OU GERENTE DECIDE'
                   END-IF
               END-IF
               DISPLAY 'PEDIDO MANTIDO NA FILA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY '(L)IBERAR, (C)ANCELAR OU (P)ULAR?'.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN DECISAO-LIBERAR
                   PERFORM 0300-LIBERAR-PEDIDO
                   IF LIBERACAO-FEITA
                       MOVE 'S' TO WRK-TD-DECIDIDO(WRK-SUB-RET)
                       ADD 1 TO WRK-QT-LIBERADOS
                   ELSE
                       DISPLAY 'PEDIDO MANTIDO NA FILA'
                   END-IF
               WHEN DECISAO-CANCELAR
                   PERFORM 0400-CANCELAR-PEDIDO
                   IF CANCELAMENTO-FEITO

      * LIBERAR COMPLETA O QUE A ENTRADA DE PEDIDO FARIA: CABEÇALHO,
      * ALIMENTAÇÃO DAS VENDAS DO DIA (COM O MESMO TETO) E AS
      * DUPLICATAS DO PARCELAMENTO. O CABEÇALHO SÓ É CRIADO QUANDO
      * NÃO EXISTE (STATUS 35); COM O ARQUIVO INDISPONÍVEL O PEDIDO
      * FICA NA FILA
       0300-LIBERAR-PEDIDO.
           MOVE 'N' TO WRK-LIBER-FEITA.
           OPEN I-O ARQ-PEDCAB.
           IF PEDCAB-INEXISTENTE
               OPEN OUTPUT ARQ-PEDCAB
               CLOSE ARQ-PEDCAB
               OPEN I-O ARQ-PEDCAB
           END-IF.
           IF NOT PEDCAB-OK
               DISPLAY 'PEDIDOS-CAB INDISPONÍVEL - STATUS '
                   WRK-STATUS-PEDCAB
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-RET-NUMERO  TO REG-PC-NUMERO.
           MOVE REG-RET-DATA    TO REG-PC-DATA.
           MOVE REG-RET-CEP-ENTREGA TO REG-PC-CEP-ENTREGA.
           MOVE ZEROES TO REG-PC-NOTA.
           MOVE 'A' TO REG-PC-SITUACAO.
           MOVE SPACES TO REG-PC-NFE.
           WRITE REG-PEDCAB
               INVALID KEY
                   DISPLAY 'PEDIDO ' REG-PC-NUMERO
                       ' JÁ EXISTE EM PEDIDOS-CAB'
                   CLOSE ARQ-PEDCAB
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE 'S' TO WRK-LIBER-FEITA
           END-WRITE.
           CLOSE ARQ-PEDCAB.
           IF REG-RET-TOTAL > WRK-TETO-VENDAS
               DISPLAY 'TOTAL DO PEDIDO ACIMA DO CAMPO DE '
           MOVE 'A' TO REG-DUP-SITUACAO.
           MOVE ZEROES TO REG-DUP-DATAPAGTO.
           MOVE 'N' TO REG-DUP-REMESSA.
           MOVE REG-DUP-VALOR TO REG-DUP-SALDO.
           MOVE SPACE TO REG-DUP-TIPO.
           WRITE REG-DUPLICATA.

      * CANCELAR REMOVE OS ITENS DO PEDIDO (GRAVADOS NA DIGITAÇÃO)
           MOVE 'N' TO WRK-FIM-ITENS.
           OPEN INPUT ARQ-PEDITEM.
           IF PEDITEM-OK
               MOVE REG-RET-NUMERO TO REG-PI-NUMERO
               MOVE ZEROES TO REG-PI-SEQ
               START ARQ-PEDITEM KEY IS NOT LESS THAN REG-PI-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ITENS
               END-START
               IF NOT FIM-ITENS
                   PERFORM 0410-LER-ITEM
               END-IF
               PERFORM 0420-GUARDAR-ITEM UNTIL FIM-ITENS
               CLOSE ARQ-PEDITEM
           END-IF.
           IF ITENS-EXCEDIDOS
               DISPLAY 'PEDIDO COM MAIS DE 500 ITENS - '
                   'CANCELAMENTO RECUSADO PARA NÃO DEIXAR '
                   'ITENS ÓRFÃOS'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0440-CARREGAR-BACKORDER.
           DISPLAY 'PEDIDO ' REG-RET-NUMERO ' CANCELADO'.

       0410-LER-ITEM.
           READ ARQ-PEDITEM NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ITENS
           END-READ.

       0420-GUARDAR-ITEM.
           IF REG-PI-NUMERO NOT = REG-RET-NUMERO
               MOVE 'S' TO WRK-FIM-ITENS
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-ITENS < 500
               ADD 1 TO WRK-QT-ITENS
               MOVE REG-PEDITEM TO WRK-TI-REGISTRO(WRK-QT-ITENS)
           PERFORM 0410-LER-ITEM.

       0430-REGRAVAR-ITENS.
           OPEN I-O ARQ-PEDITEM.
           IF NOT PEDITEM-OK
               DISPLAY 'PEDIDOS-ITEM INDISPONÍVEL - STATUS '
                   WRK-STATUS-PEDITEM ' - ITENS DO PEDIDO NÃO '
                   'EXCLUÍDOS'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-ITE FROM 1 BY 1
               UNTIL WRK-SUB-ITE > WRK-QT-ITENS
               MOVE WRK-TI-REGISTRO(WRK-SUB-ITE) TO REG-PEDITEM
               DELETE ARQ-PEDITEM RECORD
                   INVALID KEY
                       DISPLAY 'ITEM ' REG-PI-CHAVE
                           ' NÃO ENCONTRADO EM PEDIDOS-ITEM'
               END-DELETE
           END-PERFORM.
           CLOSE ARQ-PEDITEM.

               END-IF
           END-PERFORM.
           IF PRODUTO-E-KIT
               PERFORM 0465-LIBERAR-KIT-PRONTO
               COMPUTE WRK-QTDE-EXPLODIR = WRK-IT-QTDE - WRK-KIT-PRONTO
               PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
                   UNTIL WRK-SUB-KIT > WRK-QT-KITS
                       OR WRK-QTDE-EXPLODIR NOT > ZEROES
                   IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-IT-PRODUTO
                       MOVE WRK-TK-COMPONENTE(WRK-SUB-KIT)
                           TO WRK-PROD-LIBERA
                       COMPUTE WRK-QTDE-LIBERA =
                           WRK-QTDE-EXPLODIR * WRK-TK-QTDE(WRK-SUB-KIT)
                       PERFORM 0470-LIBERAR-PRODUTO
                   END-IF
               END-PERFORM
               PERFORM 0470-LIBERAR-PRODUTO
           END-IF.

      * A PARTE DO ITEM QUE A ENTRADA DE PEDIDO RESERVOU NO KIT JÁ
      * MONTADO ESTÁ ANOTADA NO PRÓPRIO ITEM; O RESERVADO DO KIT NO
      * SALDO É DE TODOS OS PEDIDOS E NÃO SERVE PARA DIVIDIR. O QUE
      * PASSAR DELA FOI RESERVADO NOS COMPONENTES
       0465-LIBERAR-KIT-PRONTO.
           MOVE WRK-IT-KIT-PRONTO TO WRK-KIT-PRONTO.
           IF WRK-KIT-PRONTO > WRK-IT-QTDE
               MOVE WRK-IT-QTDE TO WRK-KIT-PRONTO
           END-IF.
           IF WRK-KIT-PRONTO > ZEROES
               MOVE WRK-IT-PRODUTO TO WRK-PROD-LIBERA
               MOVE WRK-KIT-PRONTO TO WRK-QTDE-LIBERA
               PERFORM 0470-LIBERAR-PRODUTO
           ELSE
               MOVE ZEROES TO WRK-KIT-PRONTO
           END-IF.

       0470-LIBERAR-PRODUTO.
           PERFORM VARYING WRK-SUB-BCK FROM 1 BY 1
               UNTIL WRK-SUB-BCK > WRK-QT-BCKPED
           IF WRK-QTDE-LIBERA NOT > ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE 3 TO REG-SFS-FUNCAO.
           MOVE WRK-PROD-LIBERA TO REG-SFS-PRODUTO.
           MOVE REG-RET-FILIAL TO REG-SFS-FILIAL.
           MOVE WRK-QTDE-LIBERA TO REG-SFS-QTDE.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           OPEN I-O ARQ-SALDOS.
           IF SALDOS-OK
               MOVE WRK-PROD-LIBERA TO REG-SAL-PRODUTO
