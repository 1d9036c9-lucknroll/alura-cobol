      ******************************************************************
      * COPYBOOK = LCTOMAN
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DOS LANÇAMENTOS CONTÁBEIS MANUAIS
      *            (LANCAMENTOS-MANUAIS): UMA LINHA POR PARTIDA DO
      *            LANÇAMENTO DIGITADO PELA CONTABILIDADE (ALUGUEL,
      *            TARIFAS, RECLASSIFICAÇÕES), AGRUPADAS PELO NÚMERO
      *            DO LANÇAMENTO - GRAVADO PENDENTE PELO LANCAMANUAL
      *            OU PELA GERAÇÃO DOS MODELOS RECORRENTES
      *            (GERARECORRENTE) E APROVADO OU REJEITADO POR UM
      *            SEGUNDO USUÁRIO NO APROVALANC, QUE ANEXA AS
      *            PARTIDAS APROVADAS A LANCAMENTOS-GL PARA O POSTAGL
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-LANC-MANUAL.
           02 REG-LMN-NUMERO      PIC 9(06).
           02 REG-LMN-LINHA       PIC 9(02).
           02 REG-LMN-COMPETENCIA PIC 9(06).
           02 REG-LMN-TIPO        PIC X(01).
               88 REG-LMN-DEBITO     VALUE 'D'.
               88 REG-LMN-CREDITO    VALUE 'C'.
           02 REG-LMN-CONTA       PIC X(08).
           02 REG-LMN-CENTRO      PIC X(06).
           02 REG-LMN-VALOR       PIC 9(10)V99.
           02 REG-LMN-HISTORICO   PIC X(30).
           02 REG-LMN-SITUACAO    PIC X(01).
               88 REG-LMN-PENDENTE   VALUE 'P'.
               88 REG-LMN-APROVADO   VALUE 'A'.
               88 REG-LMN-REJEITADO  VALUE 'R'.
           02 REG-LMN-DIGITADOR   PIC X(20).
           02 REG-LMN-DATA-DIGIT  PIC 9(08).
           02 REG-LMN-APROVADOR   PIC X(20).
           02 REG-LMN-DATA-APROV  PIC 9(08).
           02 REG-LMN-MODELO      PIC 9(04).
