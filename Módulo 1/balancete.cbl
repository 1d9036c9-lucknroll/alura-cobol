      *            (POSTAGL); A CONTABILIDADE FINALMENTE ENXERGA O
      *            QUE EXPORTAMOS
      * DATA = 01/09/2026
      * 15/10/2026 LUCAS  CENTRO DE CUSTO INCLUÍDO NO LAYOUT DE SALDOS-
      *                    CONTAS; O BALANCETE CONTINUA SOMANDO A CONTA
      *                    DE TODOS OS CENTROS
      ****************************

       ENVIRONMENT DIVISION.
           02 REG-SC-COMPETENCIA PIC 9(06).
           02 REG-SC-DEBITOS     PIC 9(12)V99.
           02 REG-SC-CREDITOS    PIC 9(12)V99.
           02 REG-SC-CENTRO      PIC X(06).

       FD  ARQ-PLANO.
       01  REG-PLANO-CONTA.
