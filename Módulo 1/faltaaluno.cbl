      *            BOLETIM EM LOTE PARA DERIVAR O PERCENTUAL DE
      *            FREQUÊNCIA SOBRE OS DIAS LETIVOS
      * DATA = 01/09/2026
      * 15/10/2026 LUCAS  INCLUÍDA A DISCIPLINA DA CHAMADA: EM
      *                    BRANCO É A FALTA NO DIA INTEIRO, COMO NAS
      *                    LINHAS GRAVADAS ANTES DESTA MUDANÇA
      ******************************************************************
       01  REG-FALTA-ALUNO.
           02 REG-FAL-NOME PIC X(20).
           02 REG-FAL-DATA PIC 9(08).
           02 REG-FAL-DISCIPLINA PIC X(04).
