      ******************************************************************
      * COPYBOOK = CTLRAZAO
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO MAPA DAS CONTAS DE CONTROLE
      *            (CONTAS-CONTROLE): CADA CONTA DO PLANO-CONTAS QUE
      *            ESPELHA UM RAZÃO AUXILIAR - R = CONTAS A RECEBER
      *            (DUPLICATAS-ABERTAS), E = ESTOQUE (SALDOS-ESTOQUE
      *            AO CUSTO MÉDIO), P = CONTAS A PAGAR (TITULOS-PAGAR)
      *            - COM A TOLERÂNCIA DE ARREDONDAMENTO ACEITA NA
      *            CONCILIAÇÃO; MAIS DE UMA CONTA NO MESMO RAZÃO TEM OS
      *            SALDOS SOMADOS - LIDO PELO CONCILRAZAO
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-CONTA-CONTROLE.
           02 REG-CCR-CONTA      PIC X(08).
           02 REG-CCR-RAZAO      PIC X(01).
               88 REG-CCR-RECEBER   VALUE 'R'.
               88 REG-CCR-ESTOQUE   VALUE 'E'.
               88 REG-CCR-PAGAR     VALUE 'P'.
           02 REG-CCR-TOLERANCIA PIC 9(06)V99.
           02 REG-CCR-DESCRICAO  PIC X(30).
