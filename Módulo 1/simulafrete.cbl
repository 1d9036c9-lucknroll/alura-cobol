      *            TRANSPORTADORA SAI ANTES DE UMA SEMANA DE COTAÇÃO
      *            VIVA ERRADA
      * DATA = 01/09/2026
      * 15/10/2026 LUCAS  A SIMULAÇÃO TAMBÉM APLICA O AJUSTE DA
      *                    TRANSPORTADORA NA UF DA CÓPIA EM ESTÁGIO
      *                    (TRANSPORTADORAS-ESTAGIO) GRAVADA PELA
      *                    IMPORTAÇÃO DA TARIFA
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-ESTAGIO ASSIGN TO 'TAXAS-UF-ESTAGIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTAGIO.
           SELECT ARQ-TRANSPORTADORAS ASSIGN TO 'TRANSPORTADORAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP.
           SELECT ARQ-TRANSP-EST ASSIGN TO 'TRANSPORTADORAS-ESTAGIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-SIMULA-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL.

           02 REG-TE-VIGENCIA PIC 9(08).
           02 REG-TE-TAXA     PIC 9(02)V99.

       FD  ARQ-TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
           02 REG-TRA-CODIGO    PIC 9(02).
           02 REG-TRA-NOME      PIC X(15).
           02 REG-TRA-ATIVA     PIC X(01).
           02 REG-TRA-UF        PIC X(02).
           02 REG-TRA-AJUSTE-UF PIC 9(03)V99.
           02 REG-TRA-AJUSTE-KG PIC 9(03)V99 OCCURS 3 TIMES.
           02 REG-TRA-PRAZO     PIC 9(03).

       FD  ARQ-TRANSP-EST.
       01  REG-TRANSP-EST PIC X(43).

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

           88 TAXAS-OK           VALUE '00'.
       77 WRK-STATUS-ESTAGIO  PIC X(02) VALUE '00'.
           88 ESTAGIO-OK         VALUE '00'.
       77 WRK-STATUS-TRANSP   PIC X(02) VALUE '00'.
           88 TRANSP-OK          VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

       77 WRK-QT-ESTAGIO PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ES     PIC 9(03) COMP VALUE ZEROES.

      * AJUSTE DA TRANSPORTADORA NA UF, VIVO E NA CÓPIA EM ESTÁGIO
      * GRAVADA PELA IMPORTAÇÃO DA TARIFA (IMPORTATARIFA)
       01  WRK-TAB-AJUSTES.
           02 WRK-TA-ITEM OCCURS 90 TIMES.
               03 WRK-TA-TRANSP PIC 9(02).
               03 WRK-TA-UF     PIC X(02).
               03 WRK-TA-AJUSTE PIC 9(03)V99.
       77 WRK-QT-AJUSTES PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-AJUSTES-EST.
           02 WRK-TJ-ITEM OCCURS 90 TIMES.
               03 WRK-TJ-TRANSP PIC 9(02).
               03 WRK-TJ-UF     PIC X(02).
               03 WRK-TJ-AJUSTE PIC 9(03)V99.
       77 WRK-QT-AJUSTES-EST PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-AJ  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-AJUSTE-ATUAL   PIC 9(03)V99 VALUE ZEROES.
       77 WRK-AJUSTE-ESTAGIO PIC 9(03)V99 VALUE ZEROES.

      * TOTAIS POR UF SOB AS DUAS TABELAS
       77 WRK-QT-UFS PIC 9(02) COMP VALUE ZEROES.
       77 WRK-SUB-UF2 PIC 9(02) COMP VALUE ZEROES.
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           PERFORM 0100-CARREGAR-TAXAS.
           PERFORM 0150-CARREGAR-ESTAGIO.
           PERFORM 0180-CARREGAR-AJUSTES.
           IF WRK-QT-ESTAGIO = ZEROES AND WRK-QT-AJUSTES-EST = ZEROES
               DISPLAY 'ESTÁGIO VAZIO - GRAVE AS TAXAS NOVAS PELO '
                   'MANUTTAXAUF OU IMPORTATARIFA ANTES DE SIMULAR'
               GOBACK
           END-IF.
           PERFORM 0200-SIMULAR-COTACOES.
           END-IF.
           PERFORM 0160-LER-ESTAGIO.

       0180-CARREGAR-AJUSTES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-TRANSPORTADORAS.
           IF TRANSP-OK
               PERFORM 0181-LER-TRANSP
               PERFORM 0182-GUARDAR-AJUSTE UNTIL FIM-ARQUIVO
               CLOSE ARQ-TRANSPORTADORAS
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-TRANSP-EST.
           IF TRANSP-OK
               PERFORM 0183-LER-TRANSP-EST
               PERFORM 0184-GUARDAR-AJUSTE-EST UNTIL FIM-ARQUIVO
               CLOSE ARQ-TRANSP-EST
           END-IF.

       0181-LER-TRANSP.
           READ ARQ-TRANSPORTADORAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0182-GUARDAR-AJUSTE.
           IF WRK-QT-AJUSTES < 90
               ADD 1 TO WRK-QT-AJUSTES
               MOVE REG-TRA-CODIGO TO WRK-TA-TRANSP(WRK-QT-AJUSTES)
               MOVE REG-TRA-UF     TO WRK-TA-UF(WRK-QT-AJUSTES)
               MOVE REG-TRA-AJUSTE-UF
                   TO WRK-TA-AJUSTE(WRK-QT-AJUSTES)
           END-IF.
           PERFORM 0181-LER-TRANSP.

       0183-LER-TRANSP-EST.
           READ ARQ-TRANSP-EST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * A LINHA EM ESTÁGIO TEM O MESMO LAYOUT DE TRANSPORTADORAS
       0184-GUARDAR-AJUSTE-EST.
           MOVE REG-TRANSP-EST TO REG-TRANSPORTADORA.
           IF WRK-QT-AJUSTES-EST < 90
               ADD 1 TO WRK-QT-AJUSTES-EST
               MOVE REG-TRA-CODIGO
                   TO WRK-TJ-TRANSP(WRK-QT-AJUSTES-EST)
               MOVE REG-TRA-UF TO WRK-TJ-UF(WRK-QT-AJUSTES-EST)
               MOVE REG-TRA-AJUSTE-UF
                   TO WRK-TJ-AJUSTE(WRK-QT-AJUSTES-EST)
           END-IF.
           PERFORM 0183-LER-TRANSP-EST.

       0200-SIMULAR-COTACOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-COTACOES.
           ELSE
               MOVE REG-COT-FRETE TO WRK-FRETE-ESTAGIO
           END-IF.
           PERFORM 0245-AJUSTE-DA-TRANSP.
           IF WRK-AJUSTE-ATUAL > ZEROES AND
              WRK-AJUSTE-ESTAGIO > ZEROES
               COMPUTE WRK-FRETE-ESTAGIO ROUNDED =
                   WRK-FRETE-ESTAGIO * WRK-AJUSTE-ESTAGIO /
                   WRK-AJUSTE-ATUAL
           END-IF.
           ADD 1 TO WRK-QT-COTACOES.
           ADD REG-COT-FRETE TO WRK-TOTAL-ATUAL.
           ADD WRK-FRETE-ESTAGIO TO WRK-TOTAL-ESTAGIO.
               MOVE WRK-TAXA-ATUAL TO WRK-TAXA-ESTAGIO
           END-IF.

      * AJUSTE DA TRANSPORTADORA DA COTAÇÃO NA UF: SEM CÓPIA EM
      * ESTÁGIO PARA ELA, O AJUSTE NÃO MUDA
       0245-AJUSTE-DA-TRANSP.
           MOVE ZEROES TO WRK-AJUSTE-ATUAL WRK-AJUSTE-ESTAGIO.
           IF WRK-QT-AJUSTES-EST = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-AJ FROM 1 BY 1
               UNTIL WRK-SUB-AJ > WRK-QT-AJUSTES
               IF WRK-TA-TRANSP(WRK-SUB-AJ) = REG-COT-TRANSP AND
                  WRK-TA-UF(WRK-SUB-AJ) = REG-COT-UF
                   MOVE WRK-TA-AJUSTE(WRK-SUB-AJ) TO WRK-AJUSTE-ATUAL
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB-AJ FROM 1 BY 1
               UNTIL WRK-SUB-AJ > WRK-QT-AJUSTES-EST
               IF WRK-TJ-TRANSP(WRK-SUB-AJ) = REG-COT-TRANSP AND
                  WRK-TJ-UF(WRK-SUB-AJ) = REG-COT-UF
                   MOVE WRK-TJ-AJUSTE(WRK-SUB-AJ)
                       TO WRK-AJUSTE-ESTAGIO
               END-IF
           END-PERFORM.

       0250-ACUMULAR-UF.
           MOVE 'N' TO WRK-UF-ACHADA.
           PERFORM VARYING WRK-SUB-UF2 FROM 1 BY 1
