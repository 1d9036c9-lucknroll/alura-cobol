      * 22/08/2026 LUCAS  INCLUÍDO O PERCENTUAL DE FREQUÊNCIA DO
      *                    BIMESTRE, PARA A REPROVAÇÃO POR FALTAS
      *                    VALER TAMBÉM NA DECISÃO DO ANO
      * 15/10/2026 LUCAS  INCLUÍDA A DISCIPLINA (CÓDIGO DO CADASTRO
      *                    DISCIPLINAS-TURMA): UMA LINHA POR ALUNO
      *                    E DISCIPLINA; EM BRANCO É A LINHA ÚNICA
      *                    DA TURMA SEM DISCIPLINAS CADASTRADAS
      ******************************************************************
       01  REG-HISTBIM.
           02 REG-HB-NOME     PIC X(20).
           02 REG-HB-NOTA-2   PIC 9(02)V9.
           02 REG-HB-MEDIA    PIC 9(02)V9.
           02 REG-HB-FREQUENCIA PIC 9(03).
           02 REG-HB-DISCIPLINA PIC X(04).
