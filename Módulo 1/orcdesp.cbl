      ******************************************************************
      * COPYBOOK = ORCDESP
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO ORÇAMENTO DE DESPESAS (ORCAMENTO-DESPESAS):
      *            UMA LINHA POR ANO, CONTA DE DESPESA DO PLANO-CONTAS
      *            E CENTRO DE CUSTO, COM O VALOR ORÇADO DE CADA UM
      *            DOS DOZE MESES - MANTIDO PELO MANUTORCDESP E
      *            CONFRONTADO COM O REALIZADO DE SALDOS-CONTAS PELO
      *            ORCDESPESAS. O CENTRO DE CUSTO CUJO CÓDIGO COMEÇA
      *            PELO CÓDIGO DE UM DEPARTAMENTO PERTENCE A ELE
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-ORCAMENTO-DESPESA.
           02 REG-ODP-ANO       PIC 9(04).
           02 REG-ODP-CONTA     PIC X(08).
           02 REG-ODP-CENTRO    PIC X(06).
           02 REG-ODP-VALOR-MES PIC 9(10)V99 OCCURS 12 TIMES.
