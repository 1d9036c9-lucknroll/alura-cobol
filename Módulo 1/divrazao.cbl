      ******************************************************************
      * COPYBOOK = DIVRAZAO
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DA DIVERGÊNCIA ENTRE RAZÃO GERAL E RAZÃO
      *            AUXILIAR (DIVERGENCIA-RAZAO): UMA LINHA POR RAZÃO
      *            AUXILIAR CUJA DIFERENÇA PASSOU DA TOLERÂNCIA NA
      *            ÚLTIMA CONCILIAÇÃO (CONCILRAZAO, QUE REGRAVA O
      *            ARQUIVO A CADA EXECUÇÃO) - LIDO PELA LISTA DE AÇÃO
      *            DA MANHÃ (ACAOMATINAL)
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-DIVERGENCIA-RAZAO.
           02 REG-DVR-DATA        PIC 9(08).
           02 REG-DVR-COMPETENCIA PIC 9(06).
           02 REG-DVR-RAZAO       PIC X(01).
           02 REG-DVR-NOME        PIC X(20).
           02 REG-DVR-SALDO-GERAL PIC S9(12)V99.
           02 REG-DVR-SALDO-AUX   PIC S9(12)V99.
           02 REG-DVR-DIFERENCA   PIC S9(12)V99.
