      *                    DO LOTE MAIS ANTIGO PRIMEIRO NA BAIXA
      *                    (BRANCO/ZERO = PRODUTO SEM CONTROLE DE
      *                    LOTE)
      * 15/10/2026 LUCAS  INCLUIDO O MOVIMENTO SÓ DE CUSTO (TIPO 'C',
      *                    QUANTIDADE ZERO, CUSTO = VALOR TOTAL A
      *                    SOMAR NO ESTOQUE DO PRODUTO), GERADO PELO
      *                    RATEIO DO FRETE/SEGURO/DESCARGA DA COMPRA
      * 15/10/2026 LUCAS  INCLUIDA A FILIAL DO MOVIMENTO, PARA A
      *                    BAIXA MANTER O SALDO POR FILIAL (ZERO/
      *                    BRANCO = FILIAL PADRÃO DO ESTOQUE)
      * 15/10/2026 LUCAS  INCLUIDAS A MONTAGEM ('M') E A DESMONTAGEM
      *                    ('D') DE KIT, GERADAS PELA ORDEM DE
      *                    MONTAGEM (MONTAGEMKIT): O PRODUTO É O KIT E
      *                    A QUANTIDADE É A DE KITS; A BAIXA CONSOME
      *                    OU DEVOLVE OS COMPONENTES DA COMPOSIÇÃO
      * 15/10/2026 LUCAS  INCLUIDOS O PEDIDO DA VENDA (REFERÊNCIA
      *                    'PEDIDO') E A PARTE DA QUANTIDADE QUE SAI
      *                    DO KIT JÁ MONTADO RESERVADO PARA O ITEM DO
      *                    PEDIDO: A BAIXA DO KIT SEGUE A MESMA
      *                    DIVISÃO DA RESERVA (ZERO NOS DEMAIS TIPOS,
      *                    NA VENDA SEM PEDIDO E NO LEGADO)
      ******************************************************************
       01  REG-MOVIMENTO.
           02 REG-MOV-PRODUTO PIC 9(06).
               88 REG-MOV-ENTRADA VALUE 'E'.
               88 REG-MOV-VENDA   VALUE 'V'.
               88 REG-MOV-AJUSTE  VALUE 'A'.
               88 REG-MOV-CUSTO-ADIC VALUE 'C'.
               88 REG-MOV-MONTAGEM   VALUE 'M'.
               88 REG-MOV-DESMONTAGEM VALUE 'D'.
           02 REG-MOV-DATA    PIC 9(08).
           02 REG-MOV-QTDE    PIC S9(05).
           02 REG-MOV-CUSTO   PIC 9(08)V99.
           02 REG-MOV-REF     PIC X(10).
               88 REG-MOV-DO-PEDIDO VALUE 'PEDIDO'.
           02 REG-MOV-LOTE    PIC X(10).
           02 REG-MOV-VALIDADE PIC 9(08).
           02 REG-MOV-FILIAL   PIC 9(02).
           02 REG-MOV-PEDIDO   PIC 9(06).
           02 REG-MOV-KIT-PRONTO PIC 9(05).
