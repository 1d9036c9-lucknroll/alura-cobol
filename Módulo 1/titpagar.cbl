      ******************************************************************
      * COPYBOOK = TITPAGAR
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO CONTAS A PAGAR DOS FORNECEDORES
      *            (TITULOS-PAGAR): UM TÍTULO POR PARCELA DA NOTA DO
      *            FORNECEDOR, CHAVE FORNECEDOR + DOCUMENTO + PARCELA
      *            - GRAVADO PELA ENTRADA DA NOTA (NOTAFORNEC), JÁ
      *            BLOQUEADO QUANDO ALGUMA LINHA NÃO CONFERE COM O
      *            PEDIDO DE COMPRA E O RECEBIMENTO, LIBERADO OU
      *            CANCELADO PELA REVISÃO (LIBERATITULO) E BAIXADO
      *            PELA RODADA DE PAGAMENTO (PAGATITULOS)
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-TITULO-PAGAR.
           02 REG-TIT-FORNECEDOR PIC 9(06).
           02 REG-TIT-DOCUMENTO  PIC X(10).
           02 REG-TIT-PARCELA    PIC 9(02).
           02 REG-TIT-EMISSAO    PIC 9(08).
           02 REG-TIT-VENCIMENTO PIC 9(08).
           02 REG-TIT-VALOR      PIC 9(08)V99.
           02 REG-TIT-SITUACAO   PIC X(01).
               88 REG-TIT-BLOQUEADO VALUE 'B'.
               88 REG-TIT-LIBERADO  VALUE 'L'.
               88 REG-TIT-PAGO      VALUE 'P'.
               88 REG-TIT-CANCELADO VALUE 'C'.
           02 REG-TIT-DATAPAGTO  PIC 9(08).
           02 REG-TIT-REVISOR    PIC X(20).
