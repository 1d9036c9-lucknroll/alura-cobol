      ******************************************************************
      * COPYBOOK = ALERTAJAN
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO ALERTA DE PREVISÃO DA JANELA NOTURNA
      *            (ALERTA-JANELA-LOTE): GRAVADO PELO TENDLOTE, QUE
      *            REGRAVA O ARQUIVO A CADA EXECUÇÃO (VAZIO QUANDO A
      *            PREVISÃO CABE NO PRAZO), COM A DATA DA PREVISÃO E O
      *            TEXTO DO AVISO - LIDO PELA LISTA DE AÇÃO DA MANHÃ
      *            (ACAOMATINAL)
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-ALERTA-JANELA.
           02 REG-AJL-DATA   PIC 9(08).
           02 REG-AJL-TEXTO  PIC X(70).
