      ******************************************************************
      * COPYBOOK = ENCARGO
      * AUTOR = LUCAS
      * OBJETIVO = ÁREA DE COMUNICAÇÃO COM O CALCULAENCARGO, O
      *            CÁLCULO DA MULTA E DOS JUROS DE ATRASO DE UMA
      *            DUPLICATA: O CHAMADOR INFORMA O VENCIMENTO, A DATA
      *            DO ÚLTIMO PAGAMENTO, O SALDO EM ABERTO, A DATA E O
      *            VALOR DO PAGAMENTO (ZERO SÓ PARA SABER O DEVIDO) E
      *            RECEBE OS ENCARGOS, O TOTAL DEVIDO NA DATA E A
      *            DIVISÃO DO VALOR PAGO EM MULTA, JUROS E PRINCIPAL,
      *            COM O SALDO QUE SOBRA E O EXCEDENTE
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-ENCARGO-PEDIDO.
           02 REG-ENC-VENCIMENTO  PIC 9(08).
           02 REG-ENC-ULT-PAGTO   PIC 9(08).
           02 REG-ENC-DATA-PAGTO  PIC 9(08).
           02 REG-ENC-SALDO       PIC 9(08)V99.
           02 REG-ENC-VALOR-PAGO  PIC 9(08)V99.
           02 REG-ENC-DIAS-ATRASO PIC 9(05).
           02 REG-ENC-MULTA       PIC 9(08)V99.
           02 REG-ENC-JUROS       PIC 9(08)V99.
           02 REG-ENC-TOTAL       PIC 9(08)V99.
           02 REG-ENC-APL-MULTA   PIC 9(08)V99.
           02 REG-ENC-APL-JUROS   PIC 9(08)V99.
           02 REG-ENC-APL-PRINC   PIC 9(08)V99.
           02 REG-ENC-NOVO-SALDO  PIC 9(08)V99.
           02 REG-ENC-EXCEDENTE   PIC 9(08)V99.
