      *                    A RECUSAR A EXECUÇÃO (COMO A FILA DE
      *                    APROVAÇÃO): O EXCEDENTE ERA DESCARTADO E
      *                    SUMIA NA REGRAVAÇÃO
      * 15/10/2026 LUCAS  QUANTIDADE RECEBIDA GRAVADA NO PEDIDO, PARA
      *                    A CONFERÊNCIA DA NOTA DO FORNECEDOR NÃO
      *                    PAGAR MERCADORIA QUE NÃO CHEGOU
      * 15/10/2026 LUCAS  TABELA DE CARGA ALARGADA PARA O PEDIDO COM
      *                    OS DADOS DA COTAÇÃO ESCOLHIDA
      * 15/10/2026 LUCAS  O RECEBIMENTO PASSA A GRAVAR NO PEDIDO A
      *                    DATA, A DIVERGÊNCIA CONTRA A PEDIDA E A
      *                    QUANTIDADE REJEITADA NA CONFERÊNCIA (O
      *                    AVISO SUMIA DEPOIS DE MOSTRADO); SÓ A
      *                    QUANTIDADE ACEITA ENTRA NO ESTOQUE
      * 15/10/2026 LUCAS  O RECEBIMENTO PASSA A PEDIR A FILIAL QUE
      *                    RECEBEU A MERCADORIA (VALIDADA NO
      *                    SALDOFILIAL), GRAVADA NO MOVIMENTO DE
      *                    ENTRADA PARA O SALDO POR FILIAL
      * 15/10/2026 LUCAS  A ENTRADA POSTADA MOSTRA O ENDEREÇO DE
      *                    GUARDA SUGERIDO (PRINCIPAL E PULMÕES DO
      *                    PRODUTO NA FILIAL, DO ENDERECOS-ESTOQUE)
      * 15/10/2026 LUCAS  A CONFERÊNCIA PASSA A SER DIGITADA NA
      *                    EMBALAGEM DE COMPRA GRAVADA NO PEDIDO E
      *                    CONVERTIDA PELO FATOR PARA A UNIDADE BASE,
      *                    EM QUE SEGUEM O PEDIDO, O MOVIMENTO E O
      *                    CUSTO (PEDIDO SEM EMBALAGEM VALE FATOR 1)
      * 15/10/2026 LUCAS  O MOVIMENTO GERADO LEVA O PEDIDO E O KIT
      *                    PRONTO ZERADOS
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-MOVIMENTOS ASSIGN TO 'MOVIMENTOS-ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVIMENTOS.
           SELECT ARQ-ENDERECOS ASSIGN TO 'ENDERECOS-ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENDERECOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MOVIMENTOS.
           COPY 'movest.cbl'.

       FD  ARQ-ENDERECOS.
           COPY 'enderecoest.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'servfilial.cbl'.
       77 WRK-STATUS-COMPRAS    PIC X(02) VALUE '00'.
           88 COMPRAS-OK           VALUE '00'.
       77 WRK-STATUS-MOVIMENTOS PIC X(02) VALUE '00'.
           88 MOVIMENTOS-OK        VALUE '00'.
       77 WRK-STATUS-ENDERECOS  PIC X(02) VALUE '00'.
           88 ENDERECOS-OK         VALUE '00'.
       77 WRK-FIM-COMPRAS PIC X(01) VALUE 'N'.
           88 FIM-COMPRAS    VALUE 'S'.
       77 WRK-FIM-ENDERECOS PIC X(01) VALUE 'N'.
           88 FIM-ENDERECOS    VALUE 'S'.
       77 WRK-QT-SUGERIDOS  PIC 9(03) VALUE ZEROES.

      * ENDEREÇO NO FORMATO DA ETIQUETA DA PRATELEIRA (CC-PP-N)
       01  WRK-ETIQUETA.
           02 WRK-ETQ-CORREDOR   PIC 9(02).
           02 FILLER             PIC X(01) VALUE '-'.
           02 WRK-ETQ-PRATELEIRA PIC 9(02).
           02 FILLER             PIC X(01) VALUE '-'.
           02 WRK-ETQ-NIVEL      PIC 9(01).

       77 WRK-NUMERO-COMPRA PIC 9(06) VALUE ZEROES.
       77 WRK-QTDE-RECEBIDA PIC 9(05) VALUE ZEROES.
       77 WRK-QTDE-REJEITADA PIC 9(05) VALUE ZEROES.
       77 WRK-QTDE-ACEITA   PIC 9(05) VALUE ZEROES.
       77 WRK-REJEICAO-OK   PIC X(01) VALUE 'N'.
           88 REJEICAO-VALIDA  VALUE 'S'.
       77 WRK-FILIAL        PIC 9(02) VALUE ZEROES.
       77 WRK-UNIDADE       PIC X(03) VALUE SPACES.
       77 WRK-FATOR         PIC 9(05) VALUE ZEROES.
       77 WRK-EMB-RECEBIDA  PIC 9(05) VALUE ZEROES.
       77 WRK-EMB-REJEITADA PIC 9(05) VALUE ZEROES.
       77 WRK-EMB-PEDIDA    PIC 9(05) VALUE ZEROES.
       77 WRK-RESTO         PIC 9(05) VALUE ZEROES.
       77 WRK-FILIAL-OK     PIC X(01) VALUE 'N'.
           88 FILIAL-VALIDA    VALUE 'S'.

       77 WRK-QT-COMPRAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TABELA-EXCEDIDA PIC X(01) VALUE 'N'.
       77 WRK-CMP-ACHADA PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-COMPRAS.
           02 WRK-TC-ITEM OCCURS 200 TIMES.
               03 WRK-TC-REGISTRO PIC X(150).

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
               TO REG-PEDIDO-COMPRA.
           DISPLAY 'PRODUTO....: ' REG-PCO-PRODUTO.
           DISPLAY 'QTD PEDIDA.: ' REG-PCO-QTDE.
           PERFORM 0302-EMBALAGEM-DO-PEDIDO.
           IF WRK-FATOR > 1
               DISPLAY 'EMBALAGEM..: ' WRK-UNIDADE ' COM ' WRK-FATOR
                   ' - ' WRK-EMB-PEDIDA ' ' WRK-UNIDADE
           END-IF.
           DISPLAY 'QUANTIDADE RECEBIDA EM ' WRK-UNIDADE
               ' (0 = DESISTIR):'.
           ACCEPT WRK-EMB-RECEBIDA FROM CONSOLE.
           IF WRK-EMB-RECEBIDA = ZEROES
               DISPLAY 'RECEBIMENTO NÃO EFETIVADO'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-QTDE-RECEBIDA = WRK-EMB-RECEBIDA * WRK-FATOR
               ON SIZE ERROR
                   DISPLAY 'QUANTIDADE NA UNIDADE BASE ACIMA DO '
                       'CAMPO - RECEBIMENTO NÃO EFETIVADO'
                   EXIT PARAGRAPH
           END-COMPUTE.
           IF WRK-QTDE-RECEBIDA NOT = REG-PCO-QTDE
               DISPLAY '*** QUANTIDADE RECEBIDA DIFERENTE DA '
                   'PEDIDA - COBRE O FORNECEDOR ***'
           END-IF.
           MOVE 'N' TO WRK-REJEICAO-OK.
           PERFORM 0305-PEDIR-REJEITADA UNTIL REJEICAO-VALIDA.
           COMPUTE WRK-QTDE-ACEITA =
               WRK-QTDE-RECEBIDA - WRK-QTDE-REJEITADA.
           IF WRK-QTDE-ACEITA > ZEROES
               MOVE 'N' TO WRK-FILIAL-OK
               PERFORM 0307-PEDIR-FILIAL UNTIL FILIAL-VALIDA
               PERFORM 0310-POSTAR-ENTRADA
               PERFORM 0320-SUGERIR-ENDERECO
           END-IF.
           MOVE 'R' TO REG-PCO-SITUACAO.
           MOVE WRK-QTDE-RECEBIDA TO REG-PCO-QTDE-RECEBIDA.
           MOVE WRK-DATA-SYS-NUM  TO REG-PCO-DATA-RECEB.
           COMPUTE REG-PCO-DIVERGENCIA =
               WRK-QTDE-RECEBIDA - REG-PCO-QTDE.
           MOVE WRK-QTDE-REJEITADA TO REG-PCO-QTDE-REJEITADA.
           MOVE REG-PEDIDO-COMPRA
               TO WRK-TC-REGISTRO(WRK-CMP-ACHADA).
           PERFORM 0400-REGRAVAR-COMPRAS.
           IF WRK-QTDE-ACEITA > ZEROES
               DISPLAY 'RECEBIMENTO EFETIVADO - ENTRADA POSTADA NO '
                   'MOVIMENTO DE ESTOQUE'
           ELSE
               DISPLAY 'RECEBIMENTO REGISTRADO - TUDO REJEITADO, '
                   'NADA POSTADO NO ESTOQUE'
           END-IF.

      * O PEDIDO GUARDA A EMBALAGEM EM QUE FOI CONFIRMADO; PEDIDO
      * SEM ELA FOI CONFIRMADO NA UNIDADE E VALE FATOR 1
       0302-EMBALAGEM-DO-PEDIDO.
           IF REG-PCO-FATOR IS NUMERIC AND REG-PCO-FATOR > ZEROES
               MOVE REG-PCO-FATOR   TO WRK-FATOR
               MOVE REG-PCO-UNIDADE TO WRK-UNIDADE
           ELSE
               MOVE 1    TO WRK-FATOR
               MOVE 'UN' TO WRK-UNIDADE
           END-IF.
           DIVIDE WRK-FATOR INTO REG-PCO-QTDE
               GIVING WRK-EMB-PEDIDA REMAINDER WRK-RESTO.

       0305-PEDIR-REJEITADA.
           DISPLAY 'QUANTIDADE REJEITADA NA CONFERÊNCIA EM '
               WRK-UNIDADE ' (0 = NENHUMA):'.
           ACCEPT WRK-EMB-REJEITADA FROM CONSOLE.
           COMPUTE WRK-QTDE-REJEITADA = WRK-EMB-REJEITADA * WRK-FATOR
               ON SIZE ERROR
                   MOVE 99999 TO WRK-QTDE-REJEITADA
           END-COMPUTE.
           IF WRK-QTDE-REJEITADA > WRK-QTDE-RECEBIDA
               DISPLAY 'REJEITADA MAIOR QUE A RECEBIDA - REDIGITE'
           ELSE
               MOVE 'S' TO WRK-REJEICAO-OK
           END-IF.

       0307-PEDIR-FILIAL.
           DISPLAY 'FILIAL QUE RECEBEU A MERCADORIA (01-10):'.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           MOVE 9 TO REG-SFS-FUNCAO.
           MOVE WRK-FILIAL TO REG-SFS-FILIAL.
           IF WRK-FILIAL = ZEROES
               DISPLAY 'FILIAL INVÁLIDA'
           ELSE
               CALL 'saldofilial' USING REG-SERVFILIAL
               IF SFS-OK
                   MOVE 'S' TO WRK-FILIAL-OK
               ELSE
                   DISPLAY 'FILIAL NÃO CADASTRADA OU INATIVA'
               END-IF
           END-IF.

       0310-POSTAR-ENTRADA.
           OPEN EXTEND ARQ-MOVIMENTOS.
           MOVE REG-PCO-PRODUTO  TO REG-MOV-PRODUTO.
           MOVE 'E'              TO REG-MOV-TIPO.
           MOVE WRK-DATA-SYS-NUM TO REG-MOV-DATA.
           MOVE WRK-QTDE-ACEITA  TO REG-MOV-QTDE.
           MOVE REG-PCO-PRECO    TO REG-MOV-CUSTO.
           MOVE 'COMPRA    '     TO REG-MOV-REF.
           MOVE SPACES           TO REG-MOV-LOTE.
           MOVE ZEROES           TO REG-MOV-VALIDADE.
           MOVE WRK-FILIAL       TO REG-MOV-FILIAL.
           MOVE ZEROES           TO REG-MOV-PEDIDO.
           MOVE ZEROES           TO REG-MOV-KIT-PRONTO.
           WRITE REG-MOVIMENTO.
           CLOSE ARQ-MOVIMENTOS.

      * A GUARDA VAI PARA O ENDEREÇO PRINCIPAL DO PRODUTO NA FILIAL
      * QUE RECEBEU; OS PULMÕES APARECEM PARA O EXCEDENTE QUE NÃO
      * COUBER NELE
       0320-SUGERIR-ENDERECO.
           MOVE ZEROES TO WRK-QT-SUGERIDOS.
           MOVE 'N' TO WRK-FIM-ENDERECOS.
           OPEN INPUT ARQ-ENDERECOS.
           IF ENDERECOS-OK
               PERFORM 0321-LER-ENDERECO
               PERFORM 0322-MOSTRAR-ENDERECO UNTIL FIM-ENDERECOS
               CLOSE ARQ-ENDERECOS
           END-IF.
           IF WRK-QT-SUGERIDOS = ZEROES
               DISPLAY 'PRODUTO SEM ENDEREÇO NA FILIAL - CADASTRE NO '
                   'ENDEREÇAMENTO DO ARMAZÉM'
           END-IF.

       0321-LER-ENDERECO.
           READ ARQ-ENDERECOS
               AT END
                   MOVE 'S' TO WRK-FIM-ENDERECOS
           END-READ.

       0322-MOSTRAR-ENDERECO.
           IF REG-ENE-PRODUTO = REG-PCO-PRODUTO AND
              REG-ENE-FILIAL = WRK-FILIAL
               ADD 1 TO WRK-QT-SUGERIDOS
               MOVE REG-ENE-CORREDOR   TO WRK-ETQ-CORREDOR
               MOVE REG-ENE-PRATELEIRA TO WRK-ETQ-PRATELEIRA
               MOVE REG-ENE-NIVEL      TO WRK-ETQ-NIVEL
               IF REG-ENE-PRINCIPAL
                   DISPLAY 'GUARDAR NO ENDEREÇO PRINCIPAL '
                       WRK-ETIQUETA
               ELSE
                   DISPLAY 'EXCEDENTE NO PULMÃO ' WRK-ETIQUETA
               END-IF
           END-IF.
           PERFORM 0321-LER-ENDERECO.

       0400-REGRAVAR-COMPRAS.
           OPEN OUTPUT ARQ-COMPRAS.
           PERFORM VARYING WRK-SUB-CMP FROM 1 BY 1
