      *            FISCAIS) E LIDO PELO HISTÓRICO ESCOLAR
      *            (HISTORICOESCOLAR)
      * DATA = 01/09/2026
      * 15/10/2026 LUCAS  INCLUÍDA A DISCIPLINA (CÓDIGO E NOME): O
      *                    FECHAMENTO GRAVA UMA LINHA POR DISCIPLINA
      *                    E, EM SEGUIDA, A LINHA DO DESFECHO DO ANO
      *                    COM A DISCIPLINA EM BRANCO - COMO TODA
      *                    LINHA GRAVADA ANTES DESTA MUDANÇA
      ******************************************************************
       01  REG-HISTORICO-ANO.
           02 REG-HAL-NOME     PIC X(20).
           02 REG-HAL-MEDIA    PIC 9(02)V9 OCCURS 4 TIMES.
           02 REG-HAL-FINAL    PIC 9(02)V99.
           02 REG-HAL-SITUACAO PIC X(20).
           02 REG-HAL-DISCIPLINA PIC X(04).
           02 REG-HAL-DISC-NOME  PIC X(20).
