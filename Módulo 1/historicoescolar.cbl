      *            FAMÍLIA QUE ESTÁ TRANSFERINDO - O ANO FECHADO
      *            DEIXA DE EVAPORAR
      * DATA = 01/09/2026
      * 15/10/2026 LUCAS  UMA LINHA POR DISCIPLINA ANTES DA LINHA DO
      *                    RESULTADO DO ANO (A DE DISCIPLINA EM
      *                    BRANCO, COMO OS ANOS FECHADOS ANTES DAS
      *                    DISCIPLINAS)
      ****************************

       ENVIRONMENT DIVISION.
       01  WRK-LINANO.
           02 WRK-LA-ANO PIC 9(04).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 WRK-LA-DISCIPLINA PIC X(20).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 WRK-LA-BIM OCCURS 4 TIMES.
               03 WRK-LA-MEDIA PIC Z9,9.
               03 FILLER       PIC X(02).
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ANO   DISCIPLINA            B1    B2    B3    B4'
               '   FINAL  SITUACAO' DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0110-LER-HISTORICO.
               IF WRK-LINHA-PAGINA > 15
                   PERFORM 0100-CABECALHO-PAGINA
               END-IF
               MOVE SPACES TO WRK-LINANO
               MOVE REG-HAL-ANO TO WRK-LA-ANO
               IF REG-HAL-DISCIPLINA = SPACES
                   MOVE 'RESULTADO DO ANO' TO WRK-LA-DISCIPLINA
                   ADD 1 TO WRK-QT-ANOS
               ELSE
                   MOVE REG-HAL-DISC-NOME TO WRK-LA-DISCIPLINA
               END-IF
               PERFORM VARYING WRK-SUB-BIM FROM 1 BY 1
                   UNTIL WRK-SUB-BIM > 4
                   MOVE REG-HAL-MEDIA(WRK-SUB-BIM)
               WRITE REG-RELATORIO
               DISPLAY WRK-LINANO
               ADD 1 TO WRK-LINHA-PAGINA
           END-IF.
           PERFORM 0110-LER-HISTORICO.
