      *                    REGRAVAÇÃO PARCIAL APAGAVA AS DUPLICATAS
      *                    EXCEDENTES; O EXPURGO DAS LIQUIDADAS
      *                    (EXPURGO) ABRE ESPAÇO NA TABELA
      * 15/10/2026 LUCAS  O BOLETO SAI PELO SALDO EM ABERTO DA
      *                    DUPLICATA, NÃO PELO VALOR ORIGINAL
      * 15/10/2026 LUCAS  A TABELA DE DUPLICATAS PASSA A TER O TAMANHO
      *                    DO REGISTRO COM O TIPO DO TÍTULO
      ****************************

       ENVIRONMENT DIVISION.
       77 WRK-SUB-DUP       PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-DUPLICATAS.
           02 WRK-TD-ITEM OCCURS 500 TIMES.
               03 WRK-TD-REGISTRO   PIC X(61).

       77 WRK-QT-REMETIDAS  PIC 9(05) VALUE ZEROES.
       77 WRK-TOTAL-REMESSA PIC 9(12)V99 VALUE ZEROES.
           MOVE REG-DUP-PEDIDO      TO REG-RB-PEDIDO.
           MOVE REG-DUP-PARCELA     TO REG-RB-PARCELA.
           MOVE REG-DUP-VENCIMENTO  TO REG-RB-VENCIMENTO.
           MOVE REG-DUP-SALDO       TO REG-RB-VALOR.
           WRITE REG-REMESSA.
           ADD 1 TO WRK-QT-REMETIDAS.
           ADD REG-RB-VALOR TO WRK-TOTAL-REMESSA.
