      ******************************************************************
      * COPYBOOK = ALTPEND
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DAS ALTERAÇÕES SENSÍVEIS PENDENTES DE
      *            APROVAÇÃO (ALTERACOES-PENDENTES), GRAVADAS PELO
      *            GRAVAALTERACAO A PEDIDO DA MANUTENÇÃO DO CADASTRO
      *            (AUMENTO DE LIMITE DE CRÉDITO), DO REAJUSTE DE
      *            PREÇOS, DOS PARÂMETROS DE NEGÓCIO E DA REABERTURA
      *            DE PERÍODO CONTÁBIL: A ALTERAÇÃO SÓ VALE DEPOIS DE
      *            APROVADA NO APROVAALTER POR UM SEGUNDO USUÁRIO,
      *            ADMINISTRADOR OU GERENTE, DIFERENTE DO SOLICITANTE.
      *            ANTES E DEPOIS SÃO O TEXTO MOSTRADO AO APROVADOR;
      *            OS DADOS DE CADA TIPO FICAM NA ÁREA REDEFINIDA
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-ALTERACAO.
           02 REG-ALT-NUMERO      PIC 9(06).
           02 REG-ALT-TIPO        PIC X(01).
               88 ALT-LIMITE         VALUE 'L'.
               88 ALT-REAJUSTE       VALUE 'R'.
               88 ALT-PARAMETRO      VALUE 'P'.
               88 ALT-REABERTURA     VALUE 'A'.
           02 REG-ALT-SITUACAO    PIC X(01).
               88 ALT-PENDENTE       VALUE 'P'.
               88 ALT-APROVADA       VALUE 'A'.
               88 ALT-REJEITADA      VALUE 'R'.
           02 REG-ALT-CHAVE       PIC X(20).
           02 REG-ALT-ANTES       PIC X(20).
           02 REG-ALT-DEPOIS      PIC X(20).
           02 REG-ALT-DADOS       PIC X(60).
           02 REG-ALT-DADOS-LIMITE REDEFINES REG-ALT-DADOS.
               03 REG-ALT-LIM-CLIENTE  PIC 9(06).
               03 REG-ALT-LIM-ANTERIOR PIC 9(08)V99.
               03 REG-ALT-LIM-NOVO     PIC 9(08)V99.
               03 FILLER               PIC X(34).
           02 REG-ALT-DADOS-REAJUSTE REDEFINES REG-ALT-DADOS.
               03 REG-ALT-RJ-SELECAO   PIC X(01).
               03 REG-ALT-RJ-COD-INICIO PIC 9(06).
               03 REG-ALT-RJ-COD-FIM   PIC 9(06).
               03 REG-ALT-RJ-UF        PIC X(02).
               03 REG-ALT-RJ-TIPO      PIC X(01).
               03 REG-ALT-RJ-PCT       PIC S9(03)V99.
               03 REG-ALT-RJ-VALOR     PIC S9(08)V99.
               03 REG-ALT-RJ-QT        PIC 9(05).
               03 FILLER               PIC X(24).
           02 REG-ALT-DADOS-PARAMETRO REDEFINES REG-ALT-DADOS.
               03 REG-ALT-PAR-EXISTE   PIC X(01).
               03 REG-ALT-PAR-ANTIGO   PIC 9(08)V99.
               03 REG-ALT-PAR-NOVO     PIC 9(08)V99.
               03 FILLER               PIC X(39).
           02 REG-ALT-DADOS-PERIODO REDEFINES REG-ALT-DADOS.
               03 REG-ALT-PRD-ANOMES   PIC 9(06).
               03 FILLER               PIC X(54).
           02 REG-ALT-SOLICITANTE PIC X(20).
           02 REG-ALT-DATA-SOL    PIC 9(08).
           02 REG-ALT-HORA-SOL    PIC 9(06).
           02 REG-ALT-DECISOR     PIC X(20).
           02 REG-ALT-DATA-DEC    PIC 9(08).
           02 REG-ALT-HORA-DEC    PIC 9(06).
           02 REG-ALT-OBSERVACAO  PIC X(30).
