      *            SISTEMA) PARA O ARMAZÉM CONTAR SEM VÍCIO - O
      *            AJUSTE DEIXA DE SER UM MOVIMENTO CEGO SEM CAUSA
      * DATA = 01/09/2026
      * -------------------------------------------------------- *
      * 15/10/2026 LUCAS  INCLUIDA A CONTAGEM CÍCLICA (C): ABRE SÓ OS
      *                    PRODUTOS DO DIA NO CALENDARIO-CONTAGEM DO
      *                    CLASSEABC, ACRESCENTANDO À CONTAGEM-ABERTA
      *                    SEM DUPLICAR PRODUTO AINDA EM ABERTO; A
      *                    CONTAGEM GERAL (G) CONTINUA REFAZENDO O
      *                    ARQUIVO. A LINHA LEVA A CLASSE ABC
      ****************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT ARQ-SALDOS ASSIGN TO 'SALDOS-ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SAL-PRODUTO
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               FILE STATUS IS WRK-STATUS-CONTAGEM.
           SELECT ARQ-FOLHAS ASSIGN TO 'RELATORIO-CONTAGEM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-CALENDARIO ASSIGN TO 'CALENDARIO-CONTAGEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CALENDARIO.
           SELECT ARQ-CLASSES ASSIGN TO 'CLASSE-ABC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CLASSES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FOLHAS.
       01  REG-FOLHA PIC X(80).

       FD  ARQ-CALENDARIO.
           COPY 'calcont.cbl'.

       FD  ARQ-CLASSES.
           COPY 'regabc.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-SALDOS   PIC X(02) VALUE '00'.
           88 SALDOS-OK          VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-STATUS-CONTAGEM PIC X(02) VALUE '00'.
           88 CONTAGEM-OK        VALUE '00'.
       77 WRK-STATUS-CALENDARIO PIC X(02) VALUE '00'.
           88 CALENDARIO-OK      VALUE '00'.
       77 WRK-STATUS-CLASSES  PIC X(02) VALUE '00'.
           88 CLASSES-OK         VALUE '00'.
       77 WRK-FIM-SALDOS PIC X(01) VALUE 'N'.
           88 FIM-SALDOS    VALUE 'S'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO   VALUE 'S'.

       77 WRK-TIPO-CONTAGEM PIC X(01) VALUE SPACES.
           88 CONTAGEM-GERAL    VALUE 'G'.
           88 CONTAGEM-CICLICA  VALUE 'C'.
       77 WRK-DATA-CICLO PIC 9(08) VALUE ZEROES.
       77 WRK-QT-JA-ABERTOS PIC 9(05) VALUE ZEROES.
       77 WRK-QT-SEM-SALDO  PIC 9(05) VALUE ZEROES.

      * PRODUTOS AINDA EM ABERTO NA CONTAGEM (PENDENTES OU CONTADOS
      * SEM APURAÇÃO), PARA A FATIA DO DIA NÃO ABRIR O MESMO PRODUTO
      * DUAS VEZES
       77 WRK-QT-ABERTOS  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ABERTO  PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-ABERTOS.
           02 WRK-TB-PRODUTO PIC 9(06) OCCURS 500 TIMES.
       77 WRK-PRODUTO-ABERTO PIC X(01) VALUE 'N'.
           88 PRODUTO-JA-ABERTO VALUE 'S'.

      * CLASSE ABC DOS PRODUTOS PARA A CONTAGEM GERAL (CLASSE-ABC
      * VEM EM ORDEM DE PRODUTO)
       77 WRK-QT-CLASSES PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-CLASSES.
           02 WRK-TA-ITEM OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-QT-CLASSES
               ASCENDING KEY IS WRK-TA-PRODUTO
               INDEXED BY WRK-IDX-CLASSE.
               03 WRK-TA-PRODUTO PIC 9(06).
               03 WRK-TA-CLASSE  PIC X(01).

       77 WRK-QT-GERADOS PIC 9(05) VALUE ZEROES.
       77 WRK-NOME-PRODUTO PIC X(30) VALUE SPACES.
           DISPLAY 'GERAÇÃO DAS FOLHAS DE CONTAGEM'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           DISPLAY 'TIPO DE CONTAGEM (C = CÍCLICA DO DIA, G = GERAL):'.
           ACCEPT WRK-TIPO-CONTAGEM FROM CONSOLE.
           IF NOT CONTAGEM-GERAL AND NOT CONTAGEM-CICLICA
               DISPLAY 'TIPO DE CONTAGEM INVÁLIDO'
               GOBACK
           END-IF.
           IF CONTAGEM-CICLICA
               DISPLAY 'DATA DO CALENDÁRIO (AAAAMMDD, 0 = HOJE):'
               ACCEPT WRK-DATA-CICLO FROM CONSOLE
               IF WRK-DATA-CICLO = ZEROES
                   MOVE WRK-DATA-SYS-NUM TO WRK-DATA-CICLO
               END-IF
               OPEN INPUT ARQ-CALENDARIO
               IF NOT CALENDARIO-OK
                   DISPLAY 'CALENDARIO-CONTAGEM NÃO ENCONTRADO - '
                       'RODE A CLASSIFICAÇÃO ABC DO MÊS'
                   GOBACK
               END-IF
               PERFORM 0300-CARREGAR-ABERTOS
               IF WRK-QT-ABERTOS NOT < 500
                   DISPLAY 'CONTAGEM-ABERTA JÁ TEM 500 LINHAS, O '
                       'LIMITE DA APURAÇÃO - APURE ANTES DE ABRIR '
                       'NOVA FATIA'
                   CLOSE ARQ-CALENDARIO
                   GOBACK
               END-IF
           ELSE
               PERFORM 0400-CARREGAR-CLASSES
           END-IF.
           OPEN INPUT ARQ-SALDOS.
           IF NOT SALDOS-OK
               DISPLAY 'ARQUIVO DE SALDOS DE ESTOQUE NÃO ENCONTRADO'
               IF CONTAGEM-CICLICA
                   CLOSE ARQ-CALENDARIO
               END-IF
               GOBACK
           END-IF.
           IF CONTAGEM-CICLICA
               OPEN EXTEND ARQ-CONTAGEM
               IF NOT CONTAGEM-OK
                   OPEN OUTPUT ARQ-CONTAGEM
               END-IF
           ELSE
               OPEN OUTPUT ARQ-CONTAGEM
           END-IF.
           OPEN OUTPUT ARQ-FOLHAS.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO REG-FOLHA.
           WRITE REG-FOLHA.
           WRITE REG-FOLHA.
           MOVE SPACES TO REG-FOLHA.
           WRITE REG-FOLHA.
           IF CONTAGEM-CICLICA
               PERFORM 0310-LER-CALENDARIO
               PERFORM 0320-ABRIR-DO-CALENDARIO UNTIL FIM-ARQUIVO
               CLOSE ARQ-CALENDARIO
           ELSE
               PERFORM 0110-LER-SALDO
               PERFORM 0200-GERAR-LINHA UNTIL FIM-SALDOS
           END-IF.
           CLOSE ARQ-SALDOS.
           CLOSE ARQ-CONTAGEM.
           CLOSE ARQ-FOLHAS.
           DISPLAY 'PRODUTOS NA CONTAGEM: ' WRK-QT-GERADOS.
           IF CONTAGEM-CICLICA
               DISPLAY 'JÁ EM ABERTO (NÃO DUPLICADOS): '
                   WRK-QT-JA-ABERTOS
               DISPLAY 'SEM SALDO DE ESTOQUE.........: '
                   WRK-QT-SEM-SALDO
           END-IF.
           DISPLAY 'FINAL DA GERAÇÃO DA CONTAGEM'.
           GOBACK.

      * CONTAGEM; A FOLHA IMPRESSA SAI SEM ELA, PARA A CONTAGEM SER
      * CEGA
       0200-GERAR-LINHA.
           MOVE SPACES TO REG-CNT-CLASSE.
           IF WRK-QT-CLASSES > ZEROES
               SEARCH ALL WRK-TA-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TA-PRODUTO(WRK-IDX-CLASSE) =
                        REG-SAL-PRODUTO
                       MOVE WRK-TA-CLASSE(WRK-IDX-CLASSE)
                           TO REG-CNT-CLASSE
               END-SEARCH
           END-IF.
           PERFORM 0205-GRAVAR-LINHA.
           PERFORM 0110-LER-SALDO.

       0205-GRAVAR-LINHA.
           MOVE REG-SAL-PRODUTO  TO REG-CNT-PRODUTO.
           MOVE WRK-DATA-SYS-NUM TO REG-CNT-DATA.
           MOVE REG-SAL-QTDE     TO REG-CNT-SISTEMA.
           MOVE WRK-LINFOLHA TO REG-FOLHA.
           WRITE REG-FOLHA.
           ADD 1 TO WRK-QT-GERADOS.

       0210-BUSCAR-NOME-PRODUTO.
           MOVE SPACES TO WRK-NOME-PRODUTO.
               END-READ
               CLOSE ARQ-CADASTRO
           END-IF.

       0300-CARREGAR-ABERTOS.
           MOVE ZEROES TO WRK-QT-ABERTOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-CONTAGEM.
           IF NOT CONTAGEM-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0305-LER-CONTAGEM.
           PERFORM 0306-GUARDAR-ABERTO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-CONTAGEM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       0305-LER-CONTAGEM.
           READ ARQ-CONTAGEM
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * A LINHA AJUSTADA OU ENCERRADA JÁ SAIU NA APURAÇÃO; AS DEMAIS
      * CONTAM PARA O LIMITE DE 500 DA APURAÇÃO
       0306-GUARDAR-ABERTO.
           IF NOT REG-CNT-AJUSTADO AND NOT REG-CNT-ENCERRADO
               IF WRK-QT-ABERTOS < 500
                   ADD 1 TO WRK-QT-ABERTOS
                   MOVE REG-CNT-PRODUTO
                       TO WRK-TB-PRODUTO(WRK-QT-ABERTOS)
               ELSE
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               END-IF
           END-IF.
           PERFORM 0305-LER-CONTAGEM.

       0310-LER-CALENDARIO.
           READ ARQ-CALENDARIO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0320-ABRIR-DO-CALENDARIO.
           IF REG-CAC-DATA NOT = WRK-DATA-CICLO
               PERFORM 0310-LER-CALENDARIO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-PRODUTO-ABERTO.
           PERFORM VARYING WRK-SUB-ABERTO FROM 1 BY 1
               UNTIL WRK-SUB-ABERTO > WRK-QT-ABERTOS
                  OR PRODUTO-JA-ABERTO
               IF WRK-TB-PRODUTO(WRK-SUB-ABERTO) = REG-CAC-PRODUTO
                   MOVE 'S' TO WRK-PRODUTO-ABERTO
               END-IF
           END-PERFORM.
           IF PRODUTO-JA-ABERTO
               ADD 1 TO WRK-QT-JA-ABERTOS
               PERFORM 0310-LER-CALENDARIO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-ABERTOS NOT < 500
               DISPLAY 'LIMITE DE 500 LINHAS ABERTAS ATINGIDO - O '
                   'RESTO DA FATIA FICA PARA DEPOIS DA APURAÇÃO'
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-CAC-PRODUTO TO REG-SAL-PRODUTO.
           READ ARQ-SALDOS
               INVALID KEY
                   ADD 1 TO WRK-QT-SEM-SALDO
               NOT INVALID KEY
                   MOVE REG-CAC-CLASSE TO REG-CNT-CLASSE
                   PERFORM 0205-GRAVAR-LINHA
                   ADD 1 TO WRK-QT-ABERTOS
                   MOVE REG-CAC-PRODUTO
                       TO WRK-TB-PRODUTO(WRK-QT-ABERTOS)
           END-READ.
           PERFORM 0310-LER-CALENDARIO.

       0400-CARREGAR-CLASSES.
           MOVE ZEROES TO WRK-QT-CLASSES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-CLASSES.
           IF NOT CLASSES-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0410-LER-CLASSE.
           PERFORM 0420-GUARDAR-CLASSE UNTIL FIM-ARQUIVO.
           CLOSE ARQ-CLASSES.

       0410-LER-CLASSE.
           READ ARQ-CLASSES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0420-GUARDAR-CLASSE.
           IF WRK-QT-CLASSES < 2000
               ADD 1 TO WRK-QT-CLASSES
               MOVE REG-ABC-PRODUTO TO WRK-TA-PRODUTO(WRK-QT-CLASSES)
               MOVE REG-ABC-CLASSE  TO WRK-TA-CLASSE(WRK-QT-CLASSES)
           END-IF.
           PERFORM 0410-LER-CLASSE.
