       IDENTIFICATION DIVISION.
       PROGRAM-ID. inadimescola.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = RELATÓRIO DE INADIMPLÊNCIA DAS MENSALIDADES
      *            ESCOLARES POR TURMA: CADA MENSALIDADE FATURADA
      *            (MENSALIDADES) CUJA DUPLICATA EM DUPLICATAS-ABERTAS
      *            AINDA ESTÁ EM ABERTO E JÁ VENCEU SAI COM O ALUNO, O
      *            RESPONSÁVEL (NOME DO CADASTRO MESTRE), A
      *            COMPETÊNCIA, O VENCIMENTO, OS DIAS DE ATRASO
      *            (SERVICODATA) E O SALDO DEVIDO, AGRUPADA POR TURMA
      *            COM O TOTAL DA TURMA E O TOTAL GERAL, EM
      *            RELATORIO-INADIMPLENCIA-ESCOLA
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MENSALIDADES ASSIGN TO 'MENSALIDADES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSAL.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-RELATORIO
               ASSIGN TO 'RELATORIO-INADIMPLENCIA-ESCOLA'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MENSALIDADES.
           COPY 'mensalid.cbl'.

       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(110).

       WORKING-STORAGE SECTION.
           COPY 'servdata.cbl'.

       77 WRK-STATUS-MENSAL     PIC X(02) VALUE '00'.
           88 MENSAL-OK            VALUE '00'.
       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-STATUS-CADASTRO   PIC X(02) VALUE '00'.
           88 CADASTRO-OK          VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

      * DUPLICATAS EM ABERTO E VENCIDAS, CANDIDATAS AO CRUZAMENTO
       77 WRK-QT-DUPLICATAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-DUP       PIC 9(03) COMP VALUE ZEROES.
       77 WRK-DUP-ACHADA    PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-DUPLICATAS.
           02 WRK-TD-ITEM OCCURS 500 TIMES.
               03 WRK-TD-CLIENTE    PIC 9(06).
               03 WRK-TD-PEDIDO     PIC 9(06).
               03 WRK-TD-PARCELA    PIC 9(02).
               03 WRK-TD-VENCIMENTO PIC 9(08).
               03 WRK-TD-SALDO      PIC 9(08)V99.

      * MENSALIDADES INADIMPLENTES E AS TURMAS DELAS, NA ORDEM EM
      * QUE APARECEM
       77 WRK-QT-INADIM     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-INADIM    PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-INADIMPLENTES.
           02 WRK-TI-ITEM OCCURS 500 TIMES.
               03 WRK-TI-TURMA       PIC X(03).
               03 WRK-TI-ALUNO       PIC X(20).
               03 WRK-TI-CLIENTE     PIC 9(06).
               03 WRK-TI-COMPETENCIA PIC 9(06).
               03 WRK-TI-VENCIMENTO  PIC 9(08).
               03 WRK-TI-SALDO       PIC 9(08)V99.
       77 WRK-QT-TURMAS     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-TURMA     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TURMA-ACHADA  PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-TURMAS.
           02 WRK-TT-TURMA PIC X(03) OCCURS 100 TIMES.

       77 WRK-DIAS-ATRASO   PIC 9(05) VALUE ZEROES.
       77 WRK-NOME-CLIENTE  PIC X(30) VALUE SPACES.
       77 WRK-QT-TURMA      PIC 9(04) VALUE ZEROES.
       77 WRK-TOTAL-TURMA   PIC 9(10)V99 VALUE ZEROES.
       77 WRK-QT-GERAL      PIC 9(04) VALUE ZEROES.
       77 WRK-TOTAL-GERAL   PIC 9(10)V99 VALUE ZEROES.
       77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       01  WRK-DATA-AUX     PIC 9(08) VALUE ZEROES.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           02 WRK-DA-ANO PIC 9(04).
           02 WRK-DA-MES PIC 9(02).
           02 WRK-DA-DIA PIC 9(02).
       01  WRK-DATA-ED.
           02 WRK-DE-DIA PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-MES PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-ANO PIC 9(04).

       01  WRK-LINRELAT PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'INADIMPLÊNCIA DAS MENSALIDADES POR TURMA'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-DUPLICATAS.
           PERFORM 0200-CRUZAR-MENSALIDADES.
           PERFORM 0300-IMPRIMIR.
           MOVE WRK-TOTAL-GERAL TO WRK-VALOR-ED.
           DISPLAY 'MENSALIDADES EM ATRASO: ' WRK-QT-GERAL.
           DISPLAY 'SALDO EM ATRASO.......: ' WRK-VALOR-ED.
           DISPLAY 'RELATÓRIO EM RELATORIO-INADIMPLENCIA-ESCOLA'.
           GOBACK.

       0100-CARREGAR-DUPLICATAS.
           OPEN INPUT ARQ-DUPLICATAS.
           IF NOT DUPLICATAS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0110-LER-DUPLICATA.
           PERFORM 0120-GUARDAR-DUPLICATA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-DUPLICATAS.

       0110-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0120-GUARDAR-DUPLICATA.
           IF REG-DUP-ABERTA AND REG-DUP-SALDO > ZEROES AND
              REG-DUP-VENCIMENTO < WRK-DATA-SYS-NUM
               IF WRK-QT-DUPLICATAS < 500
                   ADD 1 TO WRK-QT-DUPLICATAS
                   MOVE REG-DUP-CLIENTE
                       TO WRK-TD-CLIENTE(WRK-QT-DUPLICATAS)
                   MOVE REG-DUP-PEDIDO
                       TO WRK-TD-PEDIDO(WRK-QT-DUPLICATAS)
                   MOVE REG-DUP-PARCELA
                       TO WRK-TD-PARCELA(WRK-QT-DUPLICATAS)
                   MOVE REG-DUP-VENCIMENTO
                       TO WRK-TD-VENCIMENTO(WRK-QT-DUPLICATAS)
                   MOVE REG-DUP-SALDO
                       TO WRK-TD-SALDO(WRK-QT-DUPLICATAS)
               ELSE
                   DISPLAY 'VENCIDAS ALÉM DO LIMITE DE 500 - '
                       'RELATÓRIO PARCIAL'
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               END-IF
           END-IF.
           PERFORM 0110-LER-DUPLICATA.

       0200-CRUZAR-MENSALIDADES.
           OPEN INPUT ARQ-MENSALIDADES.
           IF NOT MENSAL-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0210-LER-MENSALIDADE.
           PERFORM 0220-CRUZAR-MENSALIDADE UNTIL FIM-ARQUIVO.
           CLOSE ARQ-MENSALIDADES.

       0210-LER-MENSALIDADE.
           READ ARQ-MENSALIDADES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0220-CRUZAR-MENSALIDADE.
           IF NOT REG-MEN-FATURADA
               PERFORM 0210-LER-MENSALIDADE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-DUP-ACHADA.
           PERFORM VARYING WRK-SUB-DUP FROM 1 BY 1
               UNTIL WRK-SUB-DUP > WRK-QT-DUPLICATAS
                   OR WRK-DUP-ACHADA > ZEROES
               IF WRK-TD-CLIENTE(WRK-SUB-DUP) = REG-MEN-CLIENTE AND
                  WRK-TD-PEDIDO(WRK-SUB-DUP) = REG-MEN-PEDIDO AND
                  WRK-TD-PARCELA(WRK-SUB-DUP) = REG-MEN-PARCELA
                   MOVE WRK-SUB-DUP TO WRK-DUP-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-DUP-ACHADA > ZEROES AND WRK-QT-INADIM < 500
               ADD 1 TO WRK-QT-INADIM
               MOVE REG-MEN-TURMA   TO WRK-TI-TURMA(WRK-QT-INADIM)
               MOVE REG-MEN-ALUNO   TO WRK-TI-ALUNO(WRK-QT-INADIM)
               MOVE REG-MEN-CLIENTE TO WRK-TI-CLIENTE(WRK-QT-INADIM)
               MOVE REG-MEN-COMPETENCIA
                   TO WRK-TI-COMPETENCIA(WRK-QT-INADIM)
               MOVE WRK-TD-VENCIMENTO(WRK-DUP-ACHADA)
                   TO WRK-TI-VENCIMENTO(WRK-QT-INADIM)
               MOVE WRK-TD-SALDO(WRK-DUP-ACHADA)
                   TO WRK-TI-SALDO(WRK-QT-INADIM)
               PERFORM 0230-REGISTRAR-TURMA
           END-IF.
           PERFORM 0210-LER-MENSALIDADE.

       0230-REGISTRAR-TURMA.
           MOVE ZEROES TO WRK-TURMA-ACHADA.
           PERFORM VARYING WRK-SUB-TURMA FROM 1 BY 1
               UNTIL WRK-SUB-TURMA > WRK-QT-TURMAS
                   OR WRK-TURMA-ACHADA > ZEROES
               IF WRK-TT-TURMA(WRK-SUB-TURMA) = REG-MEN-TURMA
                   MOVE WRK-SUB-TURMA TO WRK-TURMA-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-TURMA-ACHADA = ZEROES AND WRK-QT-TURMAS < 100
               ADD 1 TO WRK-QT-TURMAS
               MOVE REG-MEN-TURMA TO WRK-TT-TURMA(WRK-QT-TURMAS)
           END-IF.

       0300-IMPRIMIR.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN INPUT ARQ-CADASTRO.
           MOVE WRK-DS-DIA TO WRK-DE-DIA.
           MOVE WRK-DS-MES TO WRK-DE-MES.
           MOVE WRK-DS-ANO TO WRK-DE-ANO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'INADIMPLENCIA DAS MENSALIDADES ESCOLARES EM '
               WRK-DATA-ED DELIMITED BY SIZE INTO WRK-LINRELAT.
           WRITE REG-RELATORIO FROM WRK-LINRELAT.
           PERFORM VARYING WRK-SUB-TURMA FROM 1 BY 1
               UNTIL WRK-SUB-TURMA > WRK-QT-TURMAS
               PERFORM 0310-IMPRIMIR-TURMA
           END-PERFORM.
           MOVE SPACES TO WRK-LINRELAT.
           WRITE REG-RELATORIO FROM WRK-LINRELAT.
           MOVE WRK-TOTAL-GERAL TO WRK-VALOR-ED.
           STRING 'TOTAL GERAL: ' WRK-QT-GERAL ' MENSALIDADE(S) '
               WRK-VALOR-ED DELIMITED BY SIZE INTO WRK-LINRELAT.
           WRITE REG-RELATORIO FROM WRK-LINRELAT.
           IF CADASTRO-OK
               CLOSE ARQ-CADASTRO
           END-IF.
           CLOSE ARQ-RELATORIO.

       0310-IMPRIMIR-TURMA.
           MOVE ZEROES TO WRK-QT-TURMA.
           MOVE ZEROES TO WRK-TOTAL-TURMA.
           MOVE SPACES TO WRK-LINRELAT.
           WRITE REG-RELATORIO FROM WRK-LINRELAT.
           STRING 'TURMA ' WRK-TT-TURMA(WRK-SUB-TURMA)
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           WRITE REG-RELATORIO FROM WRK-LINRELAT.
           MOVE 'ALUNO                RESPONSAVEL                     '
               TO WRK-LINRELAT.
           MOVE '  COMPET VENCIMENTO  DIAS          SALDO'
               TO WRK-LINRELAT(55:41).
           WRITE REG-RELATORIO FROM WRK-LINRELAT.
           PERFORM VARYING WRK-SUB-INADIM FROM 1 BY 1
               UNTIL WRK-SUB-INADIM > WRK-QT-INADIM
               IF WRK-TI-TURMA(WRK-SUB-INADIM) =
                  WRK-TT-TURMA(WRK-SUB-TURMA)
                   PERFORM 0320-IMPRIMIR-MENSALIDADE
               END-IF
           END-PERFORM.
           MOVE WRK-TOTAL-TURMA TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL DA TURMA ' WRK-TT-TURMA(WRK-SUB-TURMA) ': '
               WRK-QT-TURMA ' MENSALIDADE(S) ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           WRITE REG-RELATORIO FROM WRK-LINRELAT.

       0320-IMPRIMIR-MENSALIDADE.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           IF CADASTRO-OK
               MOVE WRK-TI-CLIENTE(WRK-SUB-INADIM) TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   NOT INVALID KEY
                       MOVE REG-CAD-NOME TO WRK-NOME-CLIENTE
               END-READ
           END-IF.
           MOVE 8 TO REG-SRV-FUNCAO.
           MOVE WRK-TI-VENCIMENTO(WRK-SUB-INADIM) TO REG-SRV-DATA1.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           MOVE ZEROES TO WRK-DIAS-ATRASO.
           IF SRV-DATA-OK
               MOVE REG-SRV-DIAS-RES TO WRK-DIAS-ATRASO
           END-IF.
           MOVE WRK-TI-VENCIMENTO(WRK-SUB-INADIM) TO WRK-DATA-AUX.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.
           MOVE WRK-TI-SALDO(WRK-SUB-INADIM) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING WRK-TI-ALUNO(WRK-SUB-INADIM) ' '
               WRK-TI-CLIENTE(WRK-SUB-INADIM) ' ' WRK-NOME-CLIENTE
               '  ' WRK-TI-COMPETENCIA(WRK-SUB-INADIM) ' '
               WRK-DATA-ED ' ' WRK-DIAS-ATRASO ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           WRITE REG-RELATORIO FROM WRK-LINRELAT.
           ADD 1 TO WRK-QT-TURMA.
           ADD WRK-TI-SALDO(WRK-SUB-INADIM) TO WRK-TOTAL-TURMA.
           ADD 1 TO WRK-QT-GERAL.
           ADD WRK-TI-SALDO(WRK-SUB-INADIM) TO WRK-TOTAL-GERAL.
