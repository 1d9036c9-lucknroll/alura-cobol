      * 01/09/2026 LUCAS  ALUNO RETIRADO ('R' NA SITUAÇÃO DA
      *                    MATRÍCULA, MANTIDA PELO MATRICULATURMA)
      *                    DEIXA DE SER CHAMADO
      * 15/10/2026 LUCAS  CHAMADA POR DISCIPLINA: INFORMADA A
      *                    DISCIPLINA (DO CADASTRO DISCIPLINAS-TURMA)
      *                    SÓ A TURMA DELA É CHAMADA E A FALTA É
      *                    GRAVADA COM O CÓDIGO; EM BRANCO CONTINUA A
      *                    FALTA NO DIA INTEIRO. A LISTAGEM SAI POR
      *                    ALUNO E DISCIPLINA
      ****************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WRK-STATUS-FALTAS.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-FALTAS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-DISCIPLINAS ASSIGN TO 'DISCIPLINAS-TURMA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-DISCIPLINAS.
           COPY 'disciplina.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'lotectl.cbl'.
           COPY 'servdata.cbl'.
           88 FIM-ALUNOS    VALUE 'S'.
       77 WRK-FIM-FALTAS PIC X(01) VALUE 'N'.
           88 FIM-FALTAS    VALUE 'S'.
       77 WRK-STATUS-DISC   PIC X(02) VALUE '00'.
           88 DISC-OK          VALUE '00'.
       77 WRK-FIM-DISC   PIC X(01) VALUE 'N'.
           88 FIM-DISC      VALUE 'S'.
       77 WRK-DISC-ACHADA PIC X(01) VALUE 'N'.
           88 DISCIPLINA-ACHADA VALUE 'S'.
       77 WRK-DISCIPLINA PIC X(04) VALUE SPACES.
       77 WRK-TURMA      PIC X(03) VALUE SPACES.

       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-CHAMADA VALUE 'C'.
       77 WRK-QT-PRESENTES PIC 9(03) VALUE ZEROES.
       77 WRK-QT-FALTAS    PIC 9(03) VALUE ZEROES.

      * FALTAS ACUMULADAS POR ALUNO E DISCIPLINA PARA A LISTAGEM
       77 WRK-QT-ALUNOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ALU   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-ALU-ACHADO PIC X(01) VALUE 'N'.
           88 ALUNO-NA-TABELA VALUE 'S'.
       01  WRK-TAB-ALUNOS.
           02 WRK-TA-ITEM OCCURS 500 TIMES.
               03 WRK-TA-NOME   PIC X(20).
               03 WRK-TA-DISCIPLINA PIC X(04).
               03 WRK-TA-FALTAS PIC 9(03).

       01  WRK-LINRELAT PIC X(80) VALUE SPACES.
               DISPLAY 'DATA INVÁLIDA. INFORME AAAAMMDD'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DISCIPLINA (CÓDIGO, EM BRANCO = DIA INTEIRO):'.
           MOVE SPACES TO WRK-DISCIPLINA.
           ACCEPT WRK-DISCIPLINA FROM CONSOLE.
           IF WRK-DISCIPLINA NOT = SPACES
               DISPLAY 'TURMA:'
               ACCEPT WRK-TURMA FROM CONSOLE
               PERFORM 0340-CONFERIR-DISCIPLINA
               IF NOT DISCIPLINA-ACHADA
                   DISPLAY 'DISCIPLINA NÃO CADASTRADA PARA A TURMA'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ZEROES TO WRK-QT-PRESENTES.
           MOVE ZEROES TO WRK-QT-FALTAS.
           MOVE 'N' TO WRK-FIM-ALUNOS.
               PERFORM 0310-LER-ALUNO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-DISCIPLINA NOT = SPACES AND
              REG-ALUNO-TURMA NOT = WRK-TURMA
               PERFORM 0310-LER-ALUNO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY REG-ALUNO-NOME ' PRESENTE (S/N)?'.
           ACCEPT WRK-PRESENCA FROM CONSOLE.
           IF WRK-PRESENCA = 'N'
           END-IF.
           MOVE REG-ALUNO-NOME   TO REG-FAL-NOME.
           MOVE WRK-DATA-CHAMADA TO REG-FAL-DATA.
           MOVE WRK-DISCIPLINA   TO REG-FAL-DISCIPLINA.
           WRITE REG-FALTA-ALUNO.
           CLOSE ARQ-FALTAS.

       0340-CONFERIR-DISCIPLINA.
           MOVE 'N' TO WRK-DISC-ACHADA.
           MOVE 'N' TO WRK-FIM-DISC.
           OPEN INPUT ARQ-DISCIPLINAS.
           IF NOT DISC-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0345-LER-DISCIPLINA.
           PERFORM 0346-COMPARAR-DISCIPLINA
               UNTIL FIM-DISC OR DISCIPLINA-ACHADA.
           CLOSE ARQ-DISCIPLINAS.

       0345-LER-DISCIPLINA.
           READ ARQ-DISCIPLINAS
               AT END
                   MOVE 'S' TO WRK-FIM-DISC
           END-READ.

       0346-COMPARAR-DISCIPLINA.
           IF REG-DIS-TURMA = WRK-TURMA AND
              REG-DIS-CODIGO = WRK-DISCIPLINA
               MOVE 'S' TO WRK-DISC-ACHADA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0345-LER-DISCIPLINA.

       0400-LISTAR-FALTAS.
           MOVE ZEROES TO WRK-QT-ALUNOS.
           MOVE 'N' TO WRK-FIM-FALTAS.
           PERFORM 0420-ACUMULAR-FALTA UNTIL FIM-FALTAS.
           CLOSE ARQ-FALTAS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE 'FALTAS ACUMULADAS POR ALUNO E DISCIPLINA'
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-SUB-ALU FROM 1 BY 1
               UNTIL WRK-SUB-ALU > WRK-QT-ALUNOS
               IF WRK-TA-DISCIPLINA(WRK-SUB-ALU) = SPACES
                   MOVE 'DIA' TO WRK-TA-DISCIPLINA(WRK-SUB-ALU)
               END-IF
               MOVE SPACES TO WRK-LINRELAT
               STRING WRK-TA-NOME(WRK-SUB-ALU) ' '
                   WRK-TA-DISCIPLINA(WRK-SUB-ALU) ' '
                   WRK-TA-FALTAS(WRK-SUB-ALU) ' FALTA(S)'
                   DELIMITED BY SIZE INTO WRK-LINRELAT
               MOVE WRK-LINRELAT TO REG-RELATORIO
           PERFORM VARYING WRK-SUB-ALU FROM 1 BY 1
               UNTIL WRK-SUB-ALU > WRK-QT-ALUNOS
                   OR ALUNO-NA-TABELA
               IF WRK-TA-NOME(WRK-SUB-ALU) = REG-FAL-NOME AND
                  WRK-TA-DISCIPLINA(WRK-SUB-ALU) = REG-FAL-DISCIPLINA
                   ADD 1 TO WRK-TA-FALTAS(WRK-SUB-ALU)
                   MOVE 'S' TO WRK-ALU-ACHADO
               END-IF
           END-PERFORM.
           IF NOT ALUNO-NA-TABELA AND WRK-QT-ALUNOS < 500
               ADD 1 TO WRK-QT-ALUNOS
               MOVE REG-FAL-NOME TO WRK-TA-NOME(WRK-QT-ALUNOS)
               MOVE REG-FAL-DISCIPLINA
                   TO WRK-TA-DISCIPLINA(WRK-QT-ALUNOS)
               MOVE 1 TO WRK-TA-FALTAS(WRK-QT-ALUNOS)
           END-IF.
           PERFORM 0410-LER-FALTA.
