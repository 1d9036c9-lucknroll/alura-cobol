      ******************************************************************
      * COPYBOOK = REAJPRECO
      * AUTOR = LUCAS
      * OBJETIVO = ÁREA DE COMUNICAÇÃO COM O REAJUSTEPRECO: O
      *            CHAMADOR INFORMA O MODO (SIMULAR SÓ IMPRIME O
      *            ANTES/DEPOIS; APLICAR REGRAVA O CADASTRO E A
      *            AUDITORIA DE PREÇOS), A SELEÇÃO (FAIXA DE CÓDIGOS
      *            OU UF), O AJUSTE (PERCENTUAL OU VALOR FIXO) E O
      *            OPERADOR DA AUDITORIA; RECEBE AS QUANTIDADES E OS
      *            TOTAIS DE PREÇO ANTES E DEPOIS
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-REAJUSTE-PEDIDO.
           02 REG-RJP-MODO         PIC X(01).
               88 RJP-SIMULAR         VALUE 'S'.
               88 RJP-APLICAR         VALUE 'A'.
           02 REG-RJP-SELECAO      PIC X(01).
               88 RJP-FAIXA           VALUE 'F'.
               88 RJP-UF              VALUE 'U'.
           02 REG-RJP-COD-INICIO   PIC 9(06).
           02 REG-RJP-COD-FIM      PIC 9(06).
           02 REG-RJP-UF           PIC X(02).
           02 REG-RJP-TIPO-AJUSTE  PIC X(01).
               88 RJP-PERCENTUAL      VALUE 'P'.
               88 RJP-VALOR           VALUE 'V'.
           02 REG-RJP-PCT          PIC S9(03)V99.
           02 REG-RJP-VALOR        PIC S9(08)V99.
           02 REG-RJP-OPERADOR     PIC X(20).
           02 REG-RJP-QT-LIDOS     PIC 9(05).
           02 REG-RJP-QT-AJUSTADOS PIC 9(05).
           02 REG-RJP-TOTAL-ANTES  PIC 9(11)V99.
           02 REG-RJP-TOTAL-DEPOIS PIC 9(11)V99.
           02 REG-RJP-RETORNO      PIC X(01).
               88 RJP-OK              VALUE '0'.
               88 RJP-CADASTRO-INDISPONIVEL VALUE '1'.
