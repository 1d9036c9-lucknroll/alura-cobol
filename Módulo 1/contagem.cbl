      *            PELO GERACONTAGEM, DIGITADO PELO DIGITACONTAGEM E
      *            FECHADO PELO CONTAGEMVAR
      * DATA = 01/09/2026
      * -------------------------------------------------------------- *
      * 15/10/2026 LUCAS  INCLUIDA A CLASSE ABC DO PRODUTO (EM BRANCO
      *                    QUANDO SEM CLASSIFICAÇÃO) E A SITUAÇÃO
      *                    ENCERRADO SEM DIFERENÇA: A CONTAGEM CÍCLICA
      *                    ACRESCENTA A FATIA DO DIA AO ARQUIVO E O
      *                    CONTAGEMVAR TIRA DELE A LINHA ENCERRADA
      *                    (AJUSTADA OU SEM DIFERENÇA), DEIXANDO A
      *                    PENDENTE PARA A APURAÇÃO SEGUINTE
      ******************************************************************
       01  REG-CONTAGEM.
           02 REG-CNT-PRODUTO  PIC 9(06).
               88 REG-CNT-PENDENTE VALUE 'P'.
               88 REG-CNT-CONTADO-JA VALUE 'C'.
               88 REG-CNT-AJUSTADO VALUE 'A'.
               88 REG-CNT-ENCERRADO VALUE 'E'.
           02 REG-CNT-CLASSE   PIC X(01).
