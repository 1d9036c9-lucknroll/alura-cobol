      ******************************************************************
      * COPYBOOK = DISCIPLINA
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO CADASTRO DE DISCIPLINAS POR TURMA
      *            (DISCIPLINAS-TURMA), MANTIDO PELO MANUTDISCIPLINA:
      *            UMA LINHA POR DISCIPLINA DE CADA TURMA, COM O
      *            PROFESSOR E A CARGA DE AULAS POR SEMANA. TURMA SEM
      *            DISCIPLINA CADASTRADA CONTINUA NO BOLETIM DE UM SÓ
      *            PAR DE NOTAS DO ARQUIVO DA TURMA
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-DISCIPLINA.
           02 REG-DIS-TURMA     PIC X(03).
           02 REG-DIS-CODIGO    PIC X(04).
           02 REG-DIS-NOME      PIC X(20).
           02 REG-DIS-PROFESSOR PIC X(20).
           02 REG-DIS-CARGA     PIC 9(02).
