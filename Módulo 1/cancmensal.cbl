      ******************************************************************
      * COPYBOOK = CANCMENSAL
      * AUTOR = LUCAS
      * OBJETIVO = ÁREA DE COMUNICAÇÃO COM O CANCELAMENSAL: O
      *            CHAMADOR INFORMA O ALUNO RETIRADO E A DATA DA
      *            RETIRADA; RECEBE QUANTAS MENSALIDADES COM VENCIMENTO
      *            POSTERIOR FORAM CANCELADAS, O VALOR ESTORNADO,
      *            QUANTAS JÁ TINHAM IDO AO BANCO EM REMESSA DE
      *            BOLETOS (PEDIR A BAIXA DO BOLETO) E QUANTAS TINHAM
      *            PAGAMENTO E FICARAM EM ABERTO
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-CANCEL-MENSAL.
           02 REG-CNM-ALUNO       PIC X(20).
           02 REG-CNM-DATA        PIC 9(08).
           02 REG-CNM-QT-CANCEL   PIC 9(03).
           02 REG-CNM-VALOR       PIC 9(08)V99.
           02 REG-CNM-QT-REMETIDA PIC 9(03).
           02 REG-CNM-QT-PAGA     PIC 9(03).
