      ******************************************************************
      * COPYBOOK = INDICEMERCADO
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO HISTÓRICO DE ÍNDICES DE MERCADO
      *            (INDICES-MERCADO) E DO ARQUIVO DOS VALORES
      *            PUBLICADOS (INDICES-PUBLICADOS) CARREGADO PELO
      *            IMPORTAINDICES: UMA LINHA POR ÍNDICE E MÊS COM A
      *            TAXA DO MÊS EM PERCENTUAL (O IPCA PODE SER
      *            NEGATIVO NO MÊS DE DEFLAÇÃO, POR ISSO O SINAL
      *            SEPARADO NA FRENTE)
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-INDICE-MERCADO.
           02 REG-IND-INDICE  PIC X(05).
               88 IND-CDI         VALUE 'CDI  '.
               88 IND-SELIC       VALUE 'SELIC'.
               88 IND-IPCA        VALUE 'IPCA '.
               88 IND-VALIDO      VALUE 'CDI  ' 'SELIC' 'IPCA '.
           02 REG-IND-ANOMES  PIC 9(06).
           02 REG-IND-TAXA    PIC S9(02)V9(04) SIGN LEADING SEPARATE.
