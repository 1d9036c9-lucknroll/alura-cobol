      *            MESMOS DO LAYOUT SEQUENCIAL (RAZAOCLI), COM A
      *            SEQUÊNCIA A MAIS DENTRO DA CHAVE
      * DATA = 01/09/2026
      * -------------------------------------------------------------- *
      * 15/10/2026 LUCAS  AS SEQUÊNCIAS 9001 A 9999 DO MÊS FICAM
      *                    RESERVADAS AOS LANÇAMENTOS DE CONSUMO DO
      *                    CRÉDITO DE DEVOLUÇÃO (CREDITOCLI), QUE
      *                    ENTRAM NO SALDO DO CLIENTE MAS NÃO SÃO VENDA
      ******************************************************************
       01  REG-RAZAO.
           02 REG-RAZ-CHAVE.
               03 REG-RAZ-CLIENTE  PIC 9(06).
               03 REG-RAZ-MES      PIC 9(02).
               03 REG-RAZ-SEQ      PIC 9(04).
                   88 REG-RAZ-SEQ-CONSUMO VALUE 9001 THRU 9999.
           02 REG-RAZ-VALOR    PIC S9(08)V99.
