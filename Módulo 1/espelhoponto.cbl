       IDENTIFICATION DIVISION.
       PROGRAM-ID. espelhoponto.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = ESPELHO DE PONTO MENSAL: PARA A COMPETÊNCIA
      *            INFORMADA (E UMA MATRÍCULA OU TODAS), LISTA CADA DIA
      *            DIGITADO NO PONTO-DIARIO COM ENTRADA, SAÍDA, HORAS
      *            TRABALHADAS, EXTRAS, NOTURNAS E AUSÊNCIA, TOTALIZA
      *            O MÊS E DEIXA A LINHA DE ASSINATURA DO FUNCIONÁRIO.
      *            OS MESMOS TOTAIS ENTRAM NA FOLHA MENSAL
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PONTO ASSIGN TO 'PONTO-DIARIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PON-CHAVE
               FILE STATUS IS WRK-STATUS-PONTO.
           SELECT ARQ-MASTER ASSIGN TO 'FUNCIONARIOS-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MASTER.
           SELECT ARQ-RELATORIO ASSIGN TO 'ESPELHO-PONTO'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PONTO.
           COPY 'ponto.cbl'.

       FD  ARQ-MASTER.
           COPY 'funcionario.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PONTO  PIC X(02) VALUE '00'.
           88 PONTO-OK         VALUE '00'.
       77 WRK-STATUS-MASTER PIC X(02) VALUE '00'.
           88 MASTER-OK        VALUE '00'.
       77 WRK-FIM-MASTER PIC X(01) VALUE 'N'.
           88 FIM-MASTER    VALUE 'S'.
       77 WRK-FIM-PONTO  PIC X(01) VALUE 'N'.
           88 FIM-PONTO     VALUE 'S'.

       01  WRK-COMPETENCIA.
           02 WRK-CP-ANO PIC 9(04).
           02 WRK-CP-MES PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
       77 WRK-MATRICULA PIC 9(05) VALUE ZEROES.

       01  WRK-DATA-PONTO.
           02 WRK-DP-ANOMES PIC 9(06).
           02 WRK-DP-DIA    PIC 9(02).
       01  WRK-DATA-PONTO-NUM REDEFINES WRK-DATA-PONTO PIC 9(08).

       77 WRK-TOT-TRABALHADAS PIC 9(04)V99 VALUE ZEROES.
       77 WRK-TOT-EXTRA-50    PIC 9(04)V99 VALUE ZEROES.
       77 WRK-TOT-EXTRA-100   PIC 9(04)V99 VALUE ZEROES.
       77 WRK-TOT-NOTURNAS    PIC 9(04)V99 VALUE ZEROES.
       77 WRK-TOT-FALTAS      PIC 9(02) VALUE ZEROES.
       77 WRK-TOT-ABONADAS    PIC 9(02) VALUE ZEROES.
       77 WRK-QT-ESPELHOS     PIC 9(05) VALUE ZEROES.

       77 WRK-HORA-ED  PIC Z9,99 VALUE ZEROES.
       77 WRK-HORA2-ED PIC Z9,99 VALUE ZEROES.
       77 WRK-HORA3-ED PIC Z9,99 VALUE ZEROES.
       77 WRK-HORA4-ED PIC Z9,99 VALUE ZEROES.
       77 WRK-TOTAL-ED  PIC ZZZ9,99 VALUE ZEROES.
       77 WRK-TOTAL2-ED PIC ZZZ9,99 VALUE ZEROES.
       77 WRK-TOTAL3-ED PIC ZZZ9,99 VALUE ZEROES.
       77 WRK-TOTAL4-ED PIC ZZZ9,99 VALUE ZEROES.
       77 WRK-AUSENCIA-DESC PIC X(11) VALUE SPACES.

       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'ESPELHO DE PONTO MENSAL'.
           DISPLAY '========================================'.
           DISPLAY 'COMPETÊNCIA (AAAAMM):'.
           ACCEPT WRK-COMPETENCIA-NUM FROM CONSOLE.
           IF WRK-CP-MES < 1 OR WRK-CP-MES > 12
               DISPLAY 'COMPETÊNCIA INVÁLIDA'
               GOBACK
           END-IF.
           DISPLAY 'MATRÍCULA (0 = TODOS):'.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           OPEN INPUT ARQ-PONTO.
           IF NOT PONTO-OK
               DISPLAY 'PONTO-DIARIO NÃO ENCONTRADO - DIGITE O '
                   'PONTO PELO DIGITAPONTO'
               GOBACK
           END-IF.
           OPEN INPUT ARQ-MASTER.
           IF NOT MASTER-OK
               DISPLAY 'CADASTRO DE FUNCIONÁRIOS NÃO ENCONTRADO'
               CLOSE ARQ-PONTO
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 0110-LER-EMPREGADO.
           PERFORM 0200-ESPELHO-EMPREGADO UNTIL FIM-MASTER.
           CLOSE ARQ-MASTER ARQ-PONTO ARQ-RELATORIO.
           DISPLAY 'ESPELHOS EMITIDOS: ' WRK-QT-ESPELHOS.
           DISPLAY 'FINAL DO ESPELHO DE PONTO'.
           GOBACK.

       0110-LER-EMPREGADO.
           READ ARQ-MASTER
               AT END
                   MOVE 'S' TO WRK-FIM-MASTER
           END-READ.

       0200-ESPELHO-EMPREGADO.
           IF REG-EMP-DESLIGADO OR
              (WRK-MATRICULA > ZEROES AND
               REG-EMP-MATRICULA NOT = WRK-MATRICULA)
               PERFORM 0110-LER-EMPREGADO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-TOT-TRABALHADAS WRK-TOT-EXTRA-50
               WRK-TOT-EXTRA-100 WRK-TOT-NOTURNAS WRK-TOT-FALTAS
               WRK-TOT-ABONADAS.
           MOVE ALL '-' TO WRK-LINRELAT.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'ESPELHO DE PONTO - COMPETENCIA ' WRK-CP-MES '/'
               WRK-CP-ANO '   COMERCIAL LUCAS LTDA'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'MATRICULA ' REG-EMP-MATRICULA ' ' REG-EMP-NOME
               ' DEPTO ' REG-EMP-DEPTO
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0900-GRAVAR-LINHA.
           DISPLAY WRK-LINRELAT.
           MOVE 'DIA  ENTR  SAIDA  TRAB.  EXT50 EXT100  NOTUR  AUSENCIA'
               TO WRK-LINRELAT.
           PERFORM 0900-GRAVAR-LINHA.
      * POSICIONA NO PRIMEIRO DIA DA COMPETÊNCIA DO FUNCIONÁRIO
           MOVE WRK-COMPETENCIA-NUM TO WRK-DP-ANOMES.
           MOVE 01 TO WRK-DP-DIA.
           MOVE REG-EMP-MATRICULA  TO REG-PON-MATRICULA.
           MOVE WRK-DATA-PONTO-NUM TO REG-PON-DATA.
           MOVE 'N' TO WRK-FIM-PONTO.
           START ARQ-PONTO KEY IS NOT LESS THAN REG-PON-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PONTO
           END-START.
           IF NOT FIM-PONTO
               PERFORM 0210-LER-PONTO
           END-IF.
           PERFORM 0220-LISTAR-DIA UNTIL FIM-PONTO.
           PERFORM 0230-TOTALIZAR-EMPREGADO.
           ADD 1 TO WRK-QT-ESPELHOS.
           PERFORM 0110-LER-EMPREGADO.

      * O FIM DA COMPETÊNCIA DO FUNCIONÁRIO É O PRIMEIRO REGISTRO DE
      * OUTRA MATRÍCULA OU DE OUTRO MÊS
       0210-LER-PONTO.
           READ ARQ-PONTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PONTO
           END-READ.
           IF NOT FIM-PONTO
               MOVE REG-PON-DATA TO WRK-DATA-PONTO-NUM
               IF REG-PON-MATRICULA NOT = REG-EMP-MATRICULA OR
                  WRK-DP-ANOMES NOT = WRK-COMPETENCIA-NUM
                   MOVE 'S' TO WRK-FIM-PONTO
               END-IF
           END-IF.

       0220-LISTAR-DIA.
           EVALUATE TRUE
               WHEN PON-FALTA
                   MOVE 'FALTA' TO WRK-AUSENCIA-DESC
                   ADD 1 TO WRK-TOT-FALTAS
               WHEN PON-JUSTIFICADA
                   MOVE 'JUSTIFICADA' TO WRK-AUSENCIA-DESC
                   ADD 1 TO WRK-TOT-ABONADAS
               WHEN PON-ATESTADO
                   MOVE 'ATESTADO' TO WRK-AUSENCIA-DESC
                   ADD 1 TO WRK-TOT-ABONADAS
               WHEN OTHER
                   MOVE SPACES TO WRK-AUSENCIA-DESC
           END-EVALUATE.
           ADD REG-PON-TRABALHADAS TO WRK-TOT-TRABALHADAS.
           ADD REG-PON-EXTRA-50    TO WRK-TOT-EXTRA-50.
           ADD REG-PON-EXTRA-100   TO WRK-TOT-EXTRA-100.
           ADD REG-PON-NOTURNAS    TO WRK-TOT-NOTURNAS.
           MOVE REG-PON-TRABALHADAS TO WRK-HORA-ED.
           MOVE REG-PON-EXTRA-50    TO WRK-HORA2-ED.
           MOVE REG-PON-EXTRA-100   TO WRK-HORA3-ED.
           MOVE REG-PON-NOTURNAS    TO WRK-HORA4-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING WRK-DP-DIA '   ' REG-PON-ENTRADA '  ' REG-PON-SAIDA
               '  ' WRK-HORA-ED '  ' WRK-HORA2-ED '  ' WRK-HORA3-ED
               '  ' WRK-HORA4-ED '  ' WRK-AUSENCIA-DESC
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0900-GRAVAR-LINHA.
           PERFORM 0210-LER-PONTO.

       0230-TOTALIZAR-EMPREGADO.
           MOVE WRK-TOT-TRABALHADAS TO WRK-TOTAL-ED.
           MOVE WRK-TOT-EXTRA-50    TO WRK-TOTAL2-ED.
           MOVE WRK-TOT-EXTRA-100   TO WRK-TOTAL3-ED.
           MOVE WRK-TOT-NOTURNAS    TO WRK-TOTAL4-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAIS: TRAB. ' WRK-TOTAL-ED ' EXT50 ' WRK-TOTAL2-ED
               ' EXT100 ' WRK-TOTAL3-ED ' NOTUR ' WRK-TOTAL4-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'FALTAS: ' WRK-TOT-FALTAS
               '   AUSENCIAS ABONADAS: ' WRK-TOT-ABONADAS
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE 'CONFIRMO AS MARCACOES ACIMA: ______________________'
               TO WRK-LINRELAT.
           PERFORM 0900-GRAVAR-LINHA.

       0900-GRAVAR-LINHA.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
