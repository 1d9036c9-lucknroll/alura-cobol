      *                    300 PASSA A RECUSAR A POSTAGEM: O
      *                    LANÇAMENTO IGNORADO DEIXAVA OS SALDOS
      *                    GRAVADOS INCOMPLETOS
      * 15/10/2026 LUCAS  OS SALDOS PASSAM A SER ACUMULADOS TAMBÉM POR
      *                    CENTRO DE CUSTO (REG-SC-CENTRO NO FIM DO
      *                    REGISTRO DE SALDOS-CONTAS), PARA O DRE POR
      *                    FILIAL E DEPARTAMENTO; TABELA AMPLIADA PARA
      *                    2000
      ****************************

       ENVIRONMENT DIVISION.
           02 REG-SC-COMPETENCIA PIC 9(06).
           02 REG-SC-DEBITOS     PIC 9(12)V99.
           02 REG-SC-CREDITOS    PIC 9(12)V99.
           02 REG-SC-CENTRO      PIC X(06).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-GL     PIC X(02) VALUE '00'.
       77 WRK-FIM-GL PIC X(01) VALUE 'N'.
           88 FIM-GL    VALUE 'S'.

      * UM ACUMULADOR POR CONTA, COMPETÊNCIA E CENTRO DE CUSTO
       77 WRK-QT-SALDOS PIC 9(04) COMP VALUE ZEROES.
       77 WRK-TABELA-EXCEDIDA PIC X(01) VALUE 'N'.
           88 TABELA-EXCEDIDA    VALUE 'S'.
       77 WRK-SUB-SAL   PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SAL-ACHADO PIC X(01) VALUE 'N'.
           88 SALDO-NA-TABELA VALUE 'S'.
       01  WRK-TAB-SALDOS.
           02 WRK-TS-ITEM OCCURS 2000 TIMES.
               03 WRK-TS-CONTA       PIC X(08).
               03 WRK-TS-COMPETENCIA PIC 9(06).
               03 WRK-TS-DEBITOS     PIC 9(12)V99.
               03 WRK-TS-CREDITOS    PIC 9(12)V99.
               03 WRK-TS-CENTRO      PIC X(06).

       77 WRK-QT-LANCAMENTOS PIC 9(05) VALUE ZEROES.
       77 WRK-TOTAL-MOVIDO   PIC 9(12)V99 VALUE ZEROES.
           DISPLAY '========================================'.
           PERFORM 0100-ACUMULAR-GL.
           IF TABELA-EXCEDIDA
               DISPLAY 'SALDOS-CONTAS EXCEDE O LIMITE DE 2000 '
                   'CONTAS/COMPETÊNCIAS/CENTROS - POSTAGEM '
                   'RECUSADA PARA NÃO GRAVAR SALDOS PARCIAIS'
               GOBACK
           END-IF.
                   OR SALDO-NA-TABELA
               IF WRK-TS-CONTA(WRK-SUB-SAL) = REG-GL-CONTA AND
                  WRK-TS-COMPETENCIA(WRK-SUB-SAL) =
                      REG-GL-COMPETENCIA AND
                  WRK-TS-CENTRO(WRK-SUB-SAL) = REG-GL-CENTRO
                   MOVE 'S' TO WRK-SAL-ACHADO
               END-IF
           END-PERFORM.
           IF SALDO-NA-TABELA
               SUBTRACT 1 FROM WRK-SUB-SAL
           ELSE
               IF WRK-QT-SALDOS < 2000
                   ADD 1 TO WRK-QT-SALDOS
                   MOVE WRK-QT-SALDOS TO WRK-SUB-SAL
                   MOVE REG-GL-CONTA
                       TO WRK-TS-CONTA(WRK-SUB-SAL)
                   MOVE REG-GL-COMPETENCIA
                       TO WRK-TS-COMPETENCIA(WRK-SUB-SAL)
                   MOVE REG-GL-CENTRO TO WRK-TS-CENTRO(WRK-SUB-SAL)
                   MOVE ZEROES TO WRK-TS-DEBITOS(WRK-SUB-SAL)
                   MOVE ZEROES TO WRK-TS-CREDITOS(WRK-SUB-SAL)
               ELSE
               MOVE WRK-TS-DEBITOS(WRK-SUB-SAL) TO REG-SC-DEBITOS
               MOVE WRK-TS-CREDITOS(WRK-SUB-SAL)
                   TO REG-SC-CREDITOS
               MOVE WRK-TS-CENTRO(WRK-SUB-SAL) TO REG-SC-CENTRO
               WRITE REG-SALDO-CONTA
           END-PERFORM.
           CLOSE ARQ-SALDOS.
