      ******************************************************************
      * COPYBOOK = ESTDRE
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DA ESTRUTURA DO DRE (ESTRUTURA-DRE): CADA
      *            LINHA DO DEMONSTRATIVO TEM UM REGISTRO DE DEFINIÇÃO
      *            (TIPO L: DESCRIÇÃO E MARCA DE SUBTOTAL) E OS
      *            REGISTROS DE MAPA (TIPO M) QUE LEVAM AS CONTAS DO
      *            PLANO-CONTAS PARA ELA - A CONTA DO MAPA É UM
      *            PREFIXO (VALE O MAIS LONGO QUE CASAR) E O LADO
      *            SEPARA SÓ OS DÉBITOS (D), SÓ OS CRÉDITOS (C) OU O
      *            SALDO (BRANCO) DA CONTA; O SUBTOTAL SOMA TODAS AS
      *            LINHAS DE CONTAS ACIMA DELE - MANTIDO PELO MANUTDRE
      *            E LIDO PELO DRE
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-ESTRUTURA-DRE.
           02 REG-EDR-LINHA     PIC 9(02).
           02 REG-EDR-TIPO      PIC X(01).
               88 REG-EDR-DEFINICAO VALUE 'L'.
               88 REG-EDR-MAPA      VALUE 'M'.
           02 REG-EDR-DADOS     PIC X(31).
           02 REG-EDR-DEF REDEFINES REG-EDR-DADOS.
               03 REG-EDR-DESCRICAO PIC X(30).
               03 REG-EDR-SUBTOTAL  PIC X(01).
                   88 REG-EDR-E-SUBTOTAL VALUE 'S'.
           02 REG-EDR-MAP REDEFINES REG-EDR-DADOS.
               03 REG-EDR-CONTA     PIC X(08).
               03 REG-EDR-LADO      PIC X(01).
                   88 REG-EDR-SO-DEBITOS  VALUE 'D'.
                   88 REG-EDR-SO-CREDITOS VALUE 'C'.
                   88 REG-EDR-SALDO       VALUE SPACE.
               03 FILLER            PIC X(22).
