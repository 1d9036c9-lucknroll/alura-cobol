       IDENTIFICATION DIVISION.
       PROGRAM-ID. mapaimobil.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = MAPA DO ATIVO IMOBILIZADO: LISTA CADA BEM DO
      *            CADASTRO BENS-IMOBILIZADO (UMA FILIAL OU TODAS) COM
      *            AQUISIÇÃO, MÉTODO E VIDA ÚTIL, CUSTO, DEPRECIAÇÃO
      *            ACUMULADA E VALOR CONTÁBIL, COM O TOTAL GERAL DOS
      *            BENS EM USO; OS BENS BAIXADOS SAEM EM SEPARADO, COM
      *            A DATA, O VALOR DE VENDA E O GANHO OU PERDA DA
      *            ALIENAÇÃO, FORA DO TOTAL
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BENS ASSIGN TO 'BENS-IMOBILIZADO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BENS.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-IMOBILIZADO'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-BENS.
           COPY 'imobiliz.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(120).

       WORKING-STORAGE SECTION.
           COPY 'servfilial.cbl'.

       77 WRK-STATUS-BENS PIC X(02) VALUE '00'.
           88 BENS-OK        VALUE '00'.
       77 WRK-FIM-BENS PIC X(01) VALUE 'N'.
           88 FIM-BENS    VALUE 'S'.

       77 WRK-FILIAL PIC 9(02) VALUE ZEROES.
       77 WRK-PASSADA PIC X(01) VALUE 'U'.
           88 PASSADA-EM-USO   VALUE 'U'.
           88 PASSADA-BAIXADOS VALUE 'B'.

       77 WRK-VALOR-CONTABIL PIC 9(10)V99 VALUE ZEROES.
       77 WRK-QT-EM-USO   PIC 9(05) VALUE ZEROES.
       77 WRK-QT-BAIXADOS PIC 9(05) VALUE ZEROES.
       77 WRK-TOTAL-CUSTO    PIC 9(12)V99 VALUE ZEROES.
       77 WRK-TOTAL-DEPR     PIC 9(12)V99 VALUE ZEROES.
       77 WRK-TOTAL-CONTABIL PIC 9(12)V99 VALUE ZEROES.
       77 WRK-TOTAL-RESULTADO PIC S9(12)V99 VALUE ZEROES.

       77 WRK-CUSTO-ED    PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-DEPR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-CONTABIL-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-RESULTADO-ED PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-VIDA-ED     PIC ZZ9 VALUE ZEROES.
       77 WRK-MESES-ED    PIC ZZ9 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).

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

       01  WRK-LINRELAT PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'MAPA DO ATIVO IMOBILIZADO'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           DISPLAY 'FILIAL (0 = TODAS):'.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           IF WRK-FILIAL > ZEROES
               MOVE 9 TO REG-SFS-FUNCAO
               MOVE WRK-FILIAL TO REG-SFS-FILIAL
               CALL 'saldofilial' USING REG-SERVFILIAL
               IF NOT SFS-OK
                   DISPLAY 'FILIAL NÃO CADASTRADA OU INATIVA'
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT ARQ-BENS.
           IF NOT BENS-OK
               DISPLAY 'CADASTRO DO IMOBILIZADO NÃO ENCONTRADO'
               GOBACK
           END-IF.
           CLOSE ARQ-BENS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'MAPA DO ATIVO IMOBILIZADO EM ' WRK-DS-DIA '/'
               WRK-DS-MES '/' WRK-DS-ANO ' - FILIAL ' WRK-FILIAL
               ' (00 = TODAS)'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE 'BENS EM USO' TO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'BEM   DESCRICAO              FL CENTRO '
               'AQUISICAO  M VIDA MES             CUSTO'
               '   DEPR. ACUMULADA    VALOR CONTABIL'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE 'U' TO WRK-PASSADA.
           PERFORM 0100-PERCORRER-BENS.
           MOVE WRK-TOTAL-CUSTO    TO WRK-CUSTO-ED.
           MOVE WRK-TOTAL-DEPR     TO WRK-DEPR-ED.
           MOVE WRK-TOTAL-CONTABIL TO WRK-CONTABIL-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL - ' WRK-QT-EM-USO ' BENS EM USO'
               '                                    '
               WRK-CUSTO-ED ' ' WRK-DEPR-ED ' ' WRK-CONTABIL-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE 'BENS BAIXADOS (FORA DO TOTAL)' TO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'BEM   DESCRICAO              FL CENTRO '
               'BAIXA                  VENDA    VALOR CONTABIL'
               '        GANHO/PERDA'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE 'B' TO WRK-PASSADA.
           PERFORM 0100-PERCORRER-BENS.
           MOVE WRK-TOTAL-RESULTADO TO WRK-RESULTADO-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL - ' WRK-QT-BAIXADOS ' BENS BAIXADOS - '
               'GANHO/PERDA ' WRK-RESULTADO-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'FINAL DO MAPA DO ATIVO IMOBILIZADO'.
           GOBACK.

      * DUAS PASSADAS NO CADASTRO: PRIMEIRO OS BENS EM USO (ATIVOS E
      * SUSPENSOS), DEPOIS OS BAIXADOS
       0100-PERCORRER-BENS.
           MOVE 'N' TO WRK-FIM-BENS.
           OPEN INPUT ARQ-BENS.
           PERFORM 0110-LER-BEM.
           PERFORM 0120-IMPRIMIR-BEM UNTIL FIM-BENS.
           CLOSE ARQ-BENS.

       0110-LER-BEM.
           READ ARQ-BENS
               AT END
                   MOVE 'S' TO WRK-FIM-BENS
           END-READ.

       0120-IMPRIMIR-BEM.
           IF WRK-FILIAL > ZEROES AND REG-BEM-FILIAL NOT = WRK-FILIAL
               PERFORM 0110-LER-BEM
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-VALOR-CONTABIL =
               REG-BEM-VALOR - REG-BEM-DEPR-ACUM.
           IF PASSADA-EM-USO AND NOT REG-BEM-BAIXADO
               PERFORM 0130-LINHA-EM-USO
           END-IF.
           IF PASSADA-BAIXADOS AND REG-BEM-BAIXADO
               PERFORM 0140-LINHA-BAIXADO
           END-IF.
           PERFORM 0110-LER-BEM.

       0130-LINHA-EM-USO.
           MOVE REG-BEM-AQUISICAO TO WRK-DATA-AUX.
           PERFORM 0950-FORMATAR-DATA.
           MOVE REG-BEM-VIDA-MESES TO WRK-VIDA-ED.
           MOVE REG-BEM-MESES-DEPR TO WRK-MESES-ED.
           MOVE REG-BEM-VALOR      TO WRK-CUSTO-ED.
           MOVE REG-BEM-DEPR-ACUM  TO WRK-DEPR-ED.
           MOVE WRK-VALOR-CONTABIL TO WRK-CONTABIL-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING REG-BEM-NUMERO ' ' REG-BEM-DESCRICAO(1:22) ' '
               REG-BEM-FILIAL ' ' REG-BEM-CENTRO ' ' WRK-DATA-ED ' '
               REG-BEM-METODO ' ' WRK-VIDA-ED '  ' WRK-MESES-ED ' '
               WRK-CUSTO-ED ' ' WRK-DEPR-ED ' ' WRK-CONTABIL-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           IF REG-BEM-SUSPENSO
               MOVE ' SUSP' TO WRK-LINRELAT(116:5)
           END-IF.
           PERFORM 0590-GRAVAR-LINHA.
           ADD 1 TO WRK-QT-EM-USO.
           ADD REG-BEM-VALOR      TO WRK-TOTAL-CUSTO.
           ADD REG-BEM-DEPR-ACUM  TO WRK-TOTAL-DEPR.
           ADD WRK-VALOR-CONTABIL TO WRK-TOTAL-CONTABIL.

       0140-LINHA-BAIXADO.
           MOVE REG-BEM-DATA-BAIXA  TO WRK-DATA-AUX.
           PERFORM 0950-FORMATAR-DATA.
           MOVE REG-BEM-VALOR-VENDA TO WRK-CUSTO-ED.
           MOVE WRK-VALOR-CONTABIL  TO WRK-CONTABIL-ED.
           MOVE REG-BEM-RESULTADO   TO WRK-RESULTADO-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING REG-BEM-NUMERO ' ' REG-BEM-DESCRICAO(1:22) ' '
               REG-BEM-FILIAL ' ' REG-BEM-CENTRO ' ' WRK-DATA-ED ' '
               WRK-CUSTO-ED ' ' WRK-CONTABIL-ED ' ' WRK-RESULTADO-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           ADD 1 TO WRK-QT-BAIXADOS.
           ADD REG-BEM-RESULTADO TO WRK-TOTAL-RESULTADO.

       0590-GRAVAR-LINHA.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WRK-LINRELAT.

       0950-FORMATAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.
