      ******************************************************************
      * COPYBOOK = ALCADA
      * AUTOR = LUCAS
      * OBJETIVO = ÁREA DE COMUNICAÇÃO COM O ALCADADEPTO: O CHAMADOR
      *            INFORMA O DEPARTAMENTO (OU, EM BRANCO, A FILIAL),
      *            O VALOR DO ITEM E O USUÁRIO IDENTIFICADO COM O SEU
      *            NÍVEL; RECEBE O GERENTE, A ESCALAÇÃO E O TETO DO
      *            DEPARTAMENTO E A DECISÃO: G = GERENTE DENTRO DO
      *            TETO, E = USUÁRIO DE ESCALAÇÃO, L = DEPARTAMENTO
      *            SEM GERENTE (VALE A REGRA ANTIGA DE NÍVEL
      *            ADMINISTRADOR OU GERENTE), N = FORA DA ALÇADA
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-ALCADA.
           02 REG-ALC-DEPTO       PIC X(04).
           02 REG-ALC-FILIAL      PIC 9(02).
           02 REG-ALC-VALOR       PIC 9(10)V99.
           02 REG-ALC-USUARIO     PIC X(20).
           02 REG-ALC-NIVEL       PIC 9(02).
           02 REG-ALC-DESCRICAO   PIC X(20).
           02 REG-ALC-GERENTE     PIC X(20).
           02 REG-ALC-ESCALACAO   PIC X(20).
           02 REG-ALC-TETO        PIC 9(08)V99.
           02 REG-ALC-ACIMA-TETO  PIC X(01).
               88 ALC-ACIMA-DO-TETO   VALUE 'S'.
           02 REG-ALC-DECISAO     PIC X(01).
               88 ALC-GERENTE         VALUE 'G'.
               88 ALC-ESCALACAO       VALUE 'E'.
               88 ALC-REGRA-NIVEL     VALUE 'L'.
               88 ALC-NEGADO          VALUE 'N'.
               88 ALC-AUTORIZADO      VALUE 'G' 'E' 'L'.
