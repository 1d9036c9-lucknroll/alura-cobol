       IDENTIFICATION DIVISION.
       PROGRAM-ID. acuraciainv.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = RELATÓRIO MENSAL DE ACURÁCIA DO INVENTÁRIO: DAS
      *            CONTAGENS APURADAS NO MÊS (HISTORICO-CONTAGENS),
      *            O PERCENTUAL DE ITENS CUJA DIFERENÇA FICOU DENTRO
      *            DA TOLERÂNCIA, POR CLASSE ABC E NO GERAL
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTCONT ASSIGN TO 'HISTORICO-CONTAGENS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HISTCONT.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-ACURACIA'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HISTCONT.
           COPY 'histcont.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-HISTCONT PIC X(02) VALUE '00'.
           88 HISTCONT-OK        VALUE '00'.
       77 WRK-FIM-HISTCONT PIC X(01) VALUE 'N'.
           88 FIM-HISTCONT    VALUE 'S'.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       77 WRK-MES-INFORMADO PIC 9(06) VALUE ZEROES.
       01  WRK-MES-REFERENCIA.
           02 WRK-MR-ANO PIC 9(04).
           02 WRK-MR-MES PIC 9(02).
       01  WRK-MES-REF-NUM REDEFINES WRK-MES-REFERENCIA PIC 9(06).
       01  WRK-DATA-HIST.
           02 WRK-DH-ANOMES PIC 9(06).
           02 WRK-DH-DIA    PIC 9(02).
       01  WRK-DATA-HIST-NUM REDEFINES WRK-DATA-HIST PIC 9(08).

      * TOTAIS POR CLASSE: 1 = A, 2 = B, 3 = C, 4 = SEM CLASSE,
      * 5 = GERAL
       01  WRK-TOT-CLASSES.
           02 WRK-TC-ITEM OCCURS 5 TIMES.
               03 WRK-TC-CONTADOS PIC 9(05).
               03 WRK-TC-DENTRO   PIC 9(05).
       77 WRK-SUB-CLASSE PIC 9(01) VALUE ZEROES.
       01  WRK-NOMES-CLASSE.
           02 FILLER PIC X(10) VALUE 'CLASSE A'.
           02 FILLER PIC X(10) VALUE 'CLASSE B'.
           02 FILLER PIC X(10) VALUE 'CLASSE C'.
           02 FILLER PIC X(10) VALUE 'SEM CLASSE'.
           02 FILLER PIC X(10) VALUE 'GERAL'.
       01  WRK-TAB-NOMES REDEFINES WRK-NOMES-CLASSE.
           02 WRK-NOME-CLASSE PIC X(10) OCCURS 5 TIMES.
       77 WRK-PCT-ACURACIA PIC 9(03)V99 VALUE ZEROES.

       01  WRK-LINHA-CLASSE.
           02 WRK-LC-NOME     PIC X(10).
           02 FILLER          PIC X(04) VALUE SPACES.
           02 WRK-LC-CONTADOS PIC ZZ.ZZ9.
           02 FILLER          PIC X(10) VALUE SPACES.
           02 WRK-LC-DENTRO   PIC ZZ.ZZ9.
           02 FILLER          PIC X(04) VALUE SPACES.
           02 WRK-LC-PCT      PIC ZZ9,99.
           02 FILLER          PIC X(01) VALUE '%'.
       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'ACURÁCIA DO INVENTÁRIO'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           DISPLAY 'MÊS DAS CONTAGENS (AAAAMM, 0 = MÊS ATUAL):'.
           ACCEPT WRK-MES-INFORMADO FROM CONSOLE.
           IF WRK-MES-INFORMADO = ZEROES
               MOVE WRK-DS-ANO TO WRK-MR-ANO
               MOVE WRK-DS-MES TO WRK-MR-MES
           ELSE
               MOVE WRK-MES-INFORMADO TO WRK-MES-REF-NUM
           END-IF.
           IF WRK-MR-MES < 1 OR WRK-MR-MES > 12
               DISPLAY 'MÊS INVÁLIDO'
               GOBACK
           END-IF.
           OPEN INPUT ARQ-HISTCONT.
           IF NOT HISTCONT-OK
               DISPLAY 'HISTORICO-CONTAGENS NÃO ENCONTRADO'
               GOBACK
           END-IF.
           INITIALIZE WRK-TOT-CLASSES.
           PERFORM 0110-LER-HISTCONT.
           PERFORM 0200-SOMAR-CONTAGEM UNTIL FIM-HISTCONT.
           CLOSE ARQ-HISTCONT.
           PERFORM 0300-IMPRIMIR-RELATORIO.
           DISPLAY 'ITENS CONTADOS NO MÊS: ' WRK-TC-CONTADOS(5).
           DISPLAY 'FINAL DO RELATÓRIO DE ACURÁCIA'.
           GOBACK.

       0110-LER-HISTCONT.
           READ ARQ-HISTCONT
               AT END
                   MOVE 'S' TO WRK-FIM-HISTCONT
           END-READ.

       0200-SOMAR-CONTAGEM.
           MOVE REG-HCT-DATA TO WRK-DATA-HIST-NUM.
           IF WRK-DH-ANOMES = WRK-MES-REF-NUM
               EVALUATE TRUE
                   WHEN REG-HCT-CLASSE = 'A'
                       MOVE 1 TO WRK-SUB-CLASSE
                   WHEN REG-HCT-CLASSE = 'B'
                       MOVE 2 TO WRK-SUB-CLASSE
                   WHEN REG-HCT-CLASSE = 'C'
                       MOVE 3 TO WRK-SUB-CLASSE
                   WHEN OTHER
                       MOVE 4 TO WRK-SUB-CLASSE
               END-EVALUATE
               ADD 1 TO WRK-TC-CONTADOS(WRK-SUB-CLASSE)
               ADD 1 TO WRK-TC-CONTADOS(5)
               IF REG-HCT-NA-TOLERANCIA
                   ADD 1 TO WRK-TC-DENTRO(WRK-SUB-CLASSE)
                   ADD 1 TO WRK-TC-DENTRO(5)
               END-IF
           END-IF.
           PERFORM 0110-LER-HISTCONT.

       0300-IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'ACURACIA DO INVENTARIO - MES ' WRK-MR-MES '/'
               WRK-MR-ANO DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE 'CLASSE'        TO REG-RELATORIO(1:6).
           MOVE 'CONTADOS'      TO REG-RELATORIO(13:8).
           MOVE 'NA TOLERANCIA' TO REG-RELATORIO(24:13).
           MOVE 'ACURACIA'      TO REG-RELATORIO(39:8).
           WRITE REG-RELATORIO.
           PERFORM 0310-IMPRIMIR-CLASSE
               VARYING WRK-SUB-CLASSE FROM 1 BY 1
               UNTIL WRK-SUB-CLASSE > 5.
           CLOSE ARQ-RELATORIO.

      * A LINHA SEM CLASSE SÓ SAI QUANDO HOUVE CONTAGEM FORA DA
      * CLASSIFICAÇÃO ABC (CONTAGEM GERAL ANTES DA PRIMEIRA CARGA)
       0310-IMPRIMIR-CLASSE.
           IF WRK-SUB-CLASSE = 4 AND
              WRK-TC-CONTADOS(WRK-SUB-CLASSE) = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WRK-SUB-CLASSE = 5
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE WRK-NOME-CLASSE(WRK-SUB-CLASSE) TO WRK-LC-NOME.
           MOVE WRK-TC-CONTADOS(WRK-SUB-CLASSE) TO WRK-LC-CONTADOS.
           MOVE WRK-TC-DENTRO(WRK-SUB-CLASSE) TO WRK-LC-DENTRO.
           IF WRK-TC-CONTADOS(WRK-SUB-CLASSE) > ZEROES
               COMPUTE WRK-PCT-ACURACIA ROUNDED =
                   WRK-TC-DENTRO(WRK-SUB-CLASSE) * 100 /
                   WRK-TC-CONTADOS(WRK-SUB-CLASSE)
           ELSE
               MOVE ZEROES TO WRK-PCT-ACURACIA
           END-IF.
           MOVE WRK-PCT-ACURACIA TO WRK-LC-PCT.
           MOVE WRK-LINHA-CLASSE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
