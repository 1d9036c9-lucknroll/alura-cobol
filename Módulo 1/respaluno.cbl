      ******************************************************************
      * COPYBOOK = RESPALUNO
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO RESPONSÁVEL FINANCEIRO DE CADA ALUNO
      *            (RESPONSAVEIS-ALUNOS), MANTIDO PELO MATRICULATURMA:
      *            O CLIENTE DO CADASTRO-MASTER-IDX QUE PAGA A
      *            MENSALIDADE, A DATA EM QUE A COBRANÇA COMEÇA (A DA
      *            MATRÍCULA, PARA O PRIMEIRO MÊS PROPORCIONAL) E A
      *            DATA DA RETIRADA, QUE ENCERRA A COBRANÇA. IRMÃOS
      *            SÃO OS ALUNOS COM O MESMO RESPONSÁVEL
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-RESPONSAVEL.
           02 REG-RSP-ALUNO     PIC X(20).
           02 REG-RSP-CLIENTE   PIC 9(06).
           02 REG-RSP-INICIO    PIC 9(08).
           02 REG-RSP-RETIRADA  PIC 9(08).
