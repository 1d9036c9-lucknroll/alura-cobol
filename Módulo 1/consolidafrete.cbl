      *            NÚMEROS - TRÊS PEDIDOS DO MESMO BAIRRO DEIXAM DE
      *            VIAJAR COMO TRÊS FRETES
      * DATA = 01/09/2026
      * 15/10/2026 LUCAS  INCLUÍDOS A MARCA DE FROTA PRÓPRIA E A ROTA
      *                    NO LAYOUT DAS FAIXAS DE CEP
      * 15/10/2026 LUCAS  A COMPOSIÇÃO DE CADA CARGA ACEITA (REMESSA
      *                    LÍDER, REMESSAS DO GRUPO E O FRETE INDIVIDUAL
      *                    DE CADA UMA) É GRAVADA EM CARGAS-FRETE PARA O
      *                    RATEIO DO FRETE PAGO POR PEDIDO
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-TAXAS ASSIGN TO 'TAXAS-UF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TAXAS.
           SELECT ARQ-CARGAS ASSIGN TO 'CARGAS-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGAS.

       DATA DIVISION.
       FILE SECTION.
           02 REG-FX-CEP-INI PIC 9(08).
           02 REG-FX-CEP-FIM PIC 9(08).
           02 REG-FX-FATOR   PIC 9(03)V99.
           02 REG-FX-FROTA   PIC X(01).
           02 REG-FX-ROTA    PIC 9(02).

       FD  ARQ-TAXAS.
       01  REG-TAXA-UF.
           02 REG-TX-VIGENCIA PIC 9(08).
           02 REG-TX-TAXA     PIC 9(02)V99.

       FD  ARQ-CARGAS.
           COPY 'cargafrete.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'tabelauf.cbl'.
           COPY 'parametro.cbl'.
           88 FAIXAS-OK          VALUE '00'.
       77 WRK-STATUS-TAXAS    PIC X(02) VALUE '00'.
           88 TAXAS-OK           VALUE '00'.
       77 WRK-STATUS-CARGAS   PIC X(02) VALUE '00'.
           88 CARGAS-OK          VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

               03 WRK-TR-FAIXA    PIC 9(03).
               03 WRK-TR-VALOR    PIC 9(08)V99.
               03 WRK-TR-GRUPO    PIC 9(03).
               03 WRK-TR-FRETE-IND PIC 9(08)V99.

       01  WRK-TAB-FAIXAS.
           02 WRK-TF-ITEM OCCURS 300 TIMES.
                   MOVE WRK-TR-FAIXA(WRK-SUB-REM2)
                       TO WRK-FAIXA-ACHADA
                   PERFORM 0400-COTAR
                   MOVE WRK-FRETE-CALC
                       TO WRK-TR-FRETE-IND(WRK-SUB-REM2)
                   ADD WRK-FRETE-CALC TO WRK-FRETE-SOMA
               END-IF
           END-PERFORM.

      * NO ACEITE, A PRIMEIRA REMESSA DO GRUPO VIRA A CARGA
      * COMBINADA (PESO SOMADO) E AS DEMAIS SAEM DA FILA; NA RECUSA
      * O GRUPO É DESFEITO E CADA REMESSA SEGUE SOZINHA. A
      * COMPOSIÇÃO DA CARGA FICA EM CARGAS-FRETE PARA O RATEIO
       0320-ACEITAR-GRUPO.
           MOVE 'S' TO WRK-HOUVE-ACEITE.
           PERFORM 0325-REGISTRAR-CARGA.
           MOVE ZEROES TO WRK-QT-GRUPO.
           PERFORM VARYING WRK-SUB-REM2 FROM 1 BY 1
               UNTIL WRK-SUB-REM2 > WRK-QT-REMESSAS
           END-PERFORM.
           DISPLAY 'CARGA CONSOLIDADA ACEITA'.

       0325-REGISTRAR-CARGA.
           OPEN EXTEND ARQ-CARGAS.
           IF NOT CARGAS-OK
               OPEN OUTPUT ARQ-CARGAS
           END-IF.
           MOVE ZEROES TO WRK-QT-GRUPO.
           PERFORM VARYING WRK-SUB-REM2 FROM 1 BY 1
               UNTIL WRK-SUB-REM2 > WRK-QT-REMESSAS
               IF WRK-TR-GRUPO(WRK-SUB-REM2) = WRK-GRUPO-ATUAL
                   ADD 1 TO WRK-QT-GRUPO
                   MOVE WRK-TR-REGISTRO(WRK-SUB-REM2) TO REG-REMESSA
                   IF WRK-QT-GRUPO = 1
                       MOVE REG-REM-PRODUTO TO REG-CAR-LIDER-PRODUTO
                       MOVE REG-REM-CLIENTE TO REG-CAR-LIDER-CLIENTE
                   END-IF
                   MOVE WRK-DATA-SYS-NUM TO REG-CAR-DATA
                   MOVE REG-REM-PRODUTO  TO REG-CAR-PRODUTO
                   MOVE REG-REM-CLIENTE  TO REG-CAR-CLIENTE
                   MOVE REG-REM-PESO     TO REG-CAR-PESO
                   MOVE WRK-TR-FRETE-IND(WRK-SUB-REM2)
                       TO REG-CAR-FRETE-IND
                   WRITE REG-CARGA-FRETE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CARGAS.

       0330-DESFAZER-GRUPO.
           PERFORM VARYING WRK-SUB-REM2 FROM 1 BY 1
               UNTIL WRK-SUB-REM2 > WRK-QT-REMESSAS
