      ******************************************************************
      * COPYBOOK = NOTADISC
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DAS NOTAS POR DISCIPLINA (NOTAS-DISCIPLINA):
      *            UMA LINHA POR ALUNO, DISCIPLINA E BIMESTRE COM AS
      *            DUAS NOTAS, ANEXADA PELO LANCANOTAS E LIDA PELO
      *            BOLETIM EM LOTE (LOGICAESTRUTURADA). LANÇAMENTO
      *            REPETIDO DA MESMA CHAVE PREVALECE O ÚLTIMO
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-NOTA-DISCIPLINA.
           02 REG-ND-NOME       PIC X(20).
           02 REG-ND-TURMA      PIC X(03).
           02 REG-ND-DISCIPLINA PIC X(04).
           02 REG-ND-BIMESTRE   PIC 9(01).
           02 REG-ND-NOTA-1     PIC 9(02)V9.
           02 REG-ND-NOTA-2     PIC 9(02)V9.
