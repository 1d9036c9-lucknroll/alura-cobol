      *            CADASTRO MESTRE E IMPRIME O MAPA QUE SUBSTITUI A
      *            PLANILHA DE COBRANÇA MANTIDA À MÃO
      * DATA = 01/09/2026
      * 15/10/2026 LUCAS  AS FAIXAS PASSAM A ACUMULAR O SALDO EM ABERTO
      *                    DA DUPLICATA, NÃO O VALOR ORIGINAL, QUE O
      *                    PAGAMENTO PARCIAL JÁ ABATEU
      ****************************

       ENVIRONMENT DIVISION.
                   MOVE 5 TO WRK-FAIXA
           END-EVALUATE.
           PERFORM 0130-ACUMULAR-CLIENTE.
           ADD REG-DUP-SALDO TO WRK-TOT-FAIXA(WRK-FAIXA).
           PERFORM 0110-LER-DUPLICATA.

       0130-ACUMULAR-CLIENTE.
               UNTIL WRK-SUB-CLI > WRK-QT-CLIENTES
                   OR CLIENTE-NA-TABELA
               IF WRK-TC-CODIGO(WRK-SUB-CLI) = REG-DUP-CLIENTE
                   ADD REG-DUP-SALDO
                       TO WRK-TC-FAIXA(WRK-SUB-CLI, WRK-FAIXA)
                   MOVE 'S' TO WRK-CLI-ACHADO
               END-IF
                   ADD 1 TO WRK-QT-CLIENTES
                   MOVE REG-DUP-CLIENTE
                       TO WRK-TC-CODIGO(WRK-QT-CLIENTES)
                   ADD REG-DUP-SALDO
                       TO WRK-TC-FAIXA(WRK-QT-CLIENTES, WRK-FAIXA)
               ELSE
                   DISPLAY 'TABELA DE CLIENTES EXCEDIDA - CLIENTE '
