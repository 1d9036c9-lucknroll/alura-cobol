      ******************************************************************
      * COPYBOOK = HISTLOTE
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO HISTÓRICO DE EXECUÇÃO DAS ETAPAS DA
      *            JANELA NOTURNA (HISTORICO-LOTENOTURNO): UMA LINHA
      *            POR ETAPA EFETIVAMENTE CHAMADA, COM A DATA DA
      *            RODADA, A HORA DE INÍCIO E DE FIM (HHMMSS), OS
      *            SEGUNDOS DECORRIDOS, A QUANTIDADE PROCESSADA DO
      *            RESULTADO-ETAPA, O CÓDIGO DE RETORNO E O DESFECHO.
      *            GRAVADO PELO LOTENOTURNO E LIDO PELO TENDLOTE PARA
      *            A TENDÊNCIA DAS ETAPAS E A PREVISÃO DA JANELA
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-HISTORICO-LOTE.
           02 REG-HLT-DATA       PIC 9(08).
           02 REG-HLT-SEQ        PIC 9(02).
           02 REG-HLT-NOME       PIC X(20).
           02 REG-HLT-PROGRAMA   PIC X(15).
           02 REG-HLT-INICIO     PIC 9(06).
           02 REG-HLT-FIM        PIC 9(06).
           02 REG-HLT-SEGUNDOS   PIC 9(05).
           02 REG-HLT-QT         PIC 9(05).
           02 REG-HLT-RC         PIC 9(02).
           02 REG-HLT-SITUACAO   PIC X(13).
