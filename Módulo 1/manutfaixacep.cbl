      * 22/08/2026 LUCAS  TROCADO STOP RUN POR GOBACK, PARA A CHAMADA
      *                    PELO CONSOLE DO OPERADOR (MENUPRINCIPAL)
      *                    NÃO ENCERRAR O RUN UNIT
      * 15/10/2026 LUCAS  A FAIXA PODE SER MARCADA COMO ZONA DE ENTREGA
      *                    PELA FROTA PRÓPRIA, COM A ROTA DO CAMINHÃO: O
      *                    FRETEEVALUATE NÃO COTA TRANSPORTADORA PARA
      *                    ELA E A SEPARAÇÃO MANDA O PEDIDO PARA O
      *                    ROMANEIO
      ****************************

       ENVIRONMENT DIVISION.
           02 REG-FX-CEP-INI PIC 9(08).
           02 REG-FX-CEP-FIM PIC 9(08).
           02 REG-FX-FATOR   PIC 9(03)V99.
           02 REG-FX-FROTA   PIC X(01).
           02 REG-FX-ROTA    PIC 9(02).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-FAIXAS PIC X(02) VALUE '00'.
       77 WRK-CEP-INI  PIC 9(08) VALUE ZEROES.
       77 WRK-CEP-FIM  PIC 9(08) VALUE ZEROES.
       77 WRK-FATOR    PIC 9(03)V99 VALUE ZEROES.
       77 WRK-FROTA    PIC X(01) VALUE 'N'.
           88 FROTA-PROPRIA VALUE 'S'.
       77 WRK-ROTA     PIC 9(02) VALUE ZEROES.
       77 WRK-SUB-UF   PIC 9(02) VALUE ZEROES.
       77 WRK-UF-ENCONTRADA PIC X(01) VALUE 'N'.
           88 UF-ENCONTRADA    VALUE 'S'.
               03 WRK-TF-CEP-INI PIC 9(08).
               03 WRK-TF-CEP-FIM PIC 9(08).
               03 WRK-TF-FATOR   PIC 9(03)V99.
               03 WRK-TF-FROTA   PIC X(01).
               03 WRK-TF-ROTA    PIC 9(02).

       77 WRK-FATOR-ED PIC ZZ9,99 VALUE ZEROES.

               MOVE REG-FX-CEP-INI TO WRK-TF-CEP-INI(WRK-QT-FAIXAS)
               MOVE REG-FX-CEP-FIM TO WRK-TF-CEP-FIM(WRK-QT-FAIXAS)
               MOVE REG-FX-FATOR   TO WRK-TF-FATOR(WRK-QT-FAIXAS)
      * FAIXA GRAVADA ANTES DA FROTA PRÓPRIA É DE TRANSPORTADORA
               IF REG-FX-FROTA = 'S' AND REG-FX-ROTA IS NUMERIC
                   MOVE 'S'         TO WRK-TF-FROTA(WRK-QT-FAIXAS)
                   MOVE REG-FX-ROTA TO WRK-TF-ROTA(WRK-QT-FAIXAS)
               ELSE
                   MOVE 'N'         TO WRK-TF-FROTA(WRK-QT-FAIXAS)
                   MOVE ZEROES      TO WRK-TF-ROTA(WRK-QT-FAIXAS)
               END-IF
           END-IF.
           PERFORM 0110-LER-FAIXA.

                   WRK-TF-CEP-INI(WRK-SUB-FX) ' A '
                   WRK-TF-CEP-FIM(WRK-SUB-FX)
                   ' FATOR ' WRK-FATOR-ED '%'
               IF WRK-TF-FROTA(WRK-SUB-FX) = 'S'
                   DISPLAY '    FROTA PRÓPRIA - ROTA '
                       WRK-TF-ROTA(WRK-SUB-FX)
               END-IF
           END-PERFORM.

       0220-INCLUIR.
               DISPLAY 'FATOR ZERADO - FAIXA RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'ZONA DE ENTREGA PELA FROTA PRÓPRIA (S/N):'.
           ACCEPT WRK-FROTA FROM CONSOLE.
           MOVE ZEROES TO WRK-ROTA.
           IF FROTA-PROPRIA
               DISPLAY 'ROTA DA FROTA PRÓPRIA (01 A 99):'
               ACCEPT WRK-ROTA FROM CONSOLE
               IF WRK-ROTA = ZEROES
                   DISPLAY 'ROTA ZERADA - FAIXA RECUSADA'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 'N' TO WRK-FROTA
           END-IF.
           ADD 1 TO WRK-QT-FAIXAS.
           MOVE WRK-UF      TO WRK-TF-UF(WRK-QT-FAIXAS).
           MOVE WRK-CEP-INI TO WRK-TF-CEP-INI(WRK-QT-FAIXAS).
           MOVE WRK-CEP-FIM TO WRK-TF-CEP-FIM(WRK-QT-FAIXAS).
           MOVE WRK-FATOR   TO WRK-TF-FATOR(WRK-QT-FAIXAS).
           MOVE WRK-FROTA   TO WRK-TF-FROTA(WRK-QT-FAIXAS).
           MOVE WRK-ROTA    TO WRK-TF-ROTA(WRK-QT-FAIXAS).
           PERFORM 0250-REGRAVAR-FAIXAS.
           DISPLAY 'FAIXA INCLUÍDA'.

               MOVE WRK-TF-CEP-INI(WRK-SUB-FX) TO REG-FX-CEP-INI
               MOVE WRK-TF-CEP-FIM(WRK-SUB-FX) TO REG-FX-CEP-FIM
               MOVE WRK-TF-FATOR(WRK-SUB-FX)   TO REG-FX-FATOR
               MOVE WRK-TF-FROTA(WRK-SUB-FX)   TO REG-FX-FROTA
               MOVE WRK-TF-ROTA(WRK-SUB-FX)    TO REG-FX-ROTA
               WRITE REG-FAIXA
           END-PERFORM.
           CLOSE ARQ-FAIXAS.
