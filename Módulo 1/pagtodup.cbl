      ******************************************************************
      * COPYBOOK = PAGTODUP
      * AUTOR = LUCAS
      * OBJETIVO = HISTÓRICO DE PAGAMENTOS POR DUPLICATA
      *            (PAGAMENTOS-DUPLICATAS): UMA LINHA POR PAGAMENTO
      *            APLICADO, TOTAL OU PARCIAL, COM O VALOR RECEBIDO
      *            SEPARADO EM PRINCIPAL, MULTA E JUROS E O SALDO QUE
      *            FICOU EM ABERTO DEPOIS DELE - GRAVADO PELA BAIXA
      *            CONTRA OS DEPÓSITOS (BAIXADUPLICATAS) E PELO
      *            RETORNO DE BOLETOS (RETORNOBOLETO), LIDO PELO
      *            EXTRATO DO CLIENTE
      * DATA = 15/10/2026
      * -------------------------------------------------------------- *
      * 15/10/2026 LUCAS  INCLUÍDA A ORIGEM R (RECUPERAÇÃO): O VALOR
      *                    RECEBIDO DE DUPLICATA JÁ BAIXADA PARA PERDA,
      *                    LANÇADO PELO PERDAPDD
      * 15/10/2026 LUCAS  INCLUÍDA A ORIGEM C (CRÉDITO): O CRÉDITO DE
      *                    DEVOLUÇÃO DO CLIENTE APLICADO NA DUPLICATA
      *                    PELO CREDITOCLI
      ******************************************************************
       01  REG-PAGTO-DUPLICATA.
           02 REG-PGD-CLIENTE   PIC 9(06).
           02 REG-PGD-PEDIDO    PIC 9(06).
           02 REG-PGD-PARCELA   PIC 9(02).
           02 REG-PGD-DATA      PIC 9(08).
           02 REG-PGD-RECEBIDO  PIC 9(08)V99.
           02 REG-PGD-PRINCIPAL PIC 9(08)V99.
           02 REG-PGD-MULTA     PIC 9(08)V99.
           02 REG-PGD-JUROS     PIC 9(08)V99.
           02 REG-PGD-SALDO     PIC 9(08)V99.
           02 REG-PGD-ORIGEM    PIC X(01).
               88 PGD-DEPOSITO     VALUE 'D'.
               88 PGD-BOLETO       VALUE 'B'.
               88 PGD-MIGRACAO     VALUE 'M'.
               88 PGD-RECUPERACAO  VALUE 'R'.
               88 PGD-CREDITO      VALUE 'C'.
