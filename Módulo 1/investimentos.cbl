      *                    (PRAZO FORA DE 1-360, VALOR ZERO) VAI PARA
      *                    O LOG DE REJEITADOS COM O MOTIVO, E O FIM
      *                    DO LOTE IMPRIME O RESUMO DA RODADA
      * 15/10/2026 LUCAS  INCLUÍDOS OS PRODUTOS PÓS-FIXADOS -
      *                    PERCENTUAL DE ÍNDICE (102% DO CDI) E ÍNDICE
      *                    MAIS SPREAD AO ANO (IPCA + 6%) - NA
      *                    SIMULAÇÃO, NA COMPARAÇÃO E NO LOTE, COM O
      *                    ÍNDICE REAL NOS MESES PUBLICADOS E A PREVISÃO
      *                    NOS DEMAIS (BUSCAINDICE)
      ****************************

       ENVIRONMENT DIVISION.
           02 REG-SIM-VALOR    PIC 9(08)V99.
           02 REG-SIM-MESES    PIC 9(03).
           02 REG-SIM-TAXAMES  PIC 9(03)V99.
           02 REG-SIM-TIPO     PIC X(01).
               88 SIM-INDEXADA     VALUE 'P' 'I'.
           02 REG-SIM-INDICE   PIC X(05).
               88 SIM-INDICE-VALIDO VALUE 'CDI  ' 'SELIC' 'IPCA '.
           02 REG-SIM-FATOR    PIC 9(03)V99.
           02 REG-SIM-INICIO   PIC 9(06).

       FD  ARQ-RESULTADO.
           COPY 'resultado.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'parametro.cbl'.
           COPY 'indice.cbl'.

       77 WRK-IR-ALIQ-ATE06 PIC 9(02)V9 VALUE 22,5.
       77 WRK-IR-ALIQ-ATE12 PIC 9(02)V9 VALUE 20,0.
               03 WRK-TAB-PRODUTO-NOME  PIC X(15).
               03 WRK-TAB-PRODUTO-TAXA  PIC 9(03)V99.
               03 WRK-TAB-PRODUTO-FINAL PIC 9(08)V99.
               03 WRK-TAB-PRODUTO-TIPO   PIC X(01).
               03 WRK-TAB-PRODUTO-INDICE PIC X(05).
               03 WRK-TAB-PRODUTO-FATOR  PIC 9(03)V99.

       77 WRK-PROD-NOME-AUX  PIC X(15).
       77 WRK-PROD-TAXA-AUX  PIC 9(03)V99.
       77 WRK-PROD-FINAL-AUX PIC 9(08)V99.
       77 WRK-PROD-TIPO-AUX   PIC X(01).
       77 WRK-PROD-INDICE-AUX PIC X(05).
       77 WRK-PROD-FATOR-AUX  PIC 9(03)V99.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0085-CARREGAR-PARAMETROS.
           PERFORM 0095-VERIFICAR-MODOLOTE.
           IF MODOLOTE-ATIVO
                   MOVE 'PRAZO FORA DO INTERVALO 001-360'
                       TO REG-REJ-MOTIVO
                   PERFORM 0540-REJEITAR-SIMULACAO
               WHEN SIM-INDEXADA AND NOT SIM-INDICE-VALIDO
                   MOVE 'ÍNDICE DA SIMULAÇÃO INVÁLIDO'
                       TO REG-REJ-MOTIVO
                   PERFORM 0540-REJEITAR-SIMULACAO
               WHEN SIM-INDEXADA AND REG-SIM-FATOR IS NOT NUMERIC
                   MOVE 'FATOR DO ÍNDICE NÃO NUMÉRICO'
                       TO REG-REJ-MOTIVO
                   PERFORM 0540-REJEITAR-SIMULACAO
               WHEN OTHER
                   PERFORM 0550-CALCULAR-SIMULACAO
           END-EVALUATE.
           MOVE WRK-VALOR       TO WRK-VALOR-INICIAL.
           MOVE REG-SIM-MESES   TO WRK-MESES.
           MOVE REG-SIM-TAXAMES TO WRK-TAXAMES.
      * LINHA SEM TIPO (LAYOUT ANTIGO) SEGUE COMO TAXA FIXA
           IF SIM-INDEXADA
               MOVE REG-SIM-TIPO   TO WRK-MODO-TAXA
               MOVE REG-SIM-INDICE TO WRK-INDICE
               MOVE REG-SIM-FATOR  TO WRK-FATOR
               MOVE ZEROES TO WRK-ANOMES-INICIO
               IF REG-SIM-INICIO IS NUMERIC
                   MOVE REG-SIM-INICIO TO WRK-ANOMES-INICIO
               END-IF
               PERFORM 0140-PREENCHER-TAXA-INDEXADA
           ELSE
               MOVE 'F'             TO WRK-MODO-TAXA
               PERFORM 0110-PREENCHER-TAXA-FIXA
           END-IF.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           MOVE REG-SIM-ID      TO REG-RS-ID.
           MOVE WRK-VALOR TO WRK-VALOR-INICIAL.
           MOVE 'N' TO WRK-MESES-OK.
           PERFORM 0105-PEDIR-MESES UNTIL MESES-VALIDO.
           DISPLAY 'TAXA (F)IXA, (V)ARIAVEL POR MES, (P) % DE INDICE '
               'OU (I) INDICE + SPREAD:'.
           ACCEPT WRK-MODO-TAXA FROM CONSOLE.
           EVALUATE TRUE
               WHEN TAXA-FIXA
                   DISPLAY 'ENTRE COM A TAXA MENSAL:'
                   ACCEPT WRK-TAXAMES FROM CONSOLE
                   PERFORM 0110-PREENCHER-TAXA-FIXA
               WHEN TAXA-INDEXADA
                   PERFORM 0130-PEDIR-INDEXADOR
                   DISPLAY 'MES DE INICIO (AAAAMM, 0 = MES ATUAL):'
                   ACCEPT WRK-ANOMES-INICIO FROM CONSOLE
                   PERFORM 0140-PREENCHER-TAXA-INDEXADA
               WHEN OTHER
                   PERFORM 0120-LER-TAXAS-VARIAVEIS
           END-EVALUATE.
           DISPLAY 'DESEJA SIMULAR RESGATE ANTECIPADO (S/N):'.
           ACCEPT WRK-PEDIR-RESGATE FROM CONSOLE.
           IF QUER-RESGATE
               ACCEPT WRK-TAXA-MES(WRK-MES-ATUAL) FROM CONSOLE
           END-PERFORM.

       0130-PEDIR-INDEXADOR.
           MOVE SPACES TO WRK-INDICE.
           PERFORM 0135-PEDIR-INDICE UNTIL INDICE-VALIDO.
           IF TAXA-PCT-INDICE
               DISPLAY 'PERCENTUAL DO INDICE (EX.: 102,00 = 102% DO '
                   'CDI):'
           ELSE
               DISPLAY 'SPREAD AO ANO SOBRE O INDICE (EX.: 6,00 = '
                   'IPCA + 6% A.A.):'
           END-IF.
           ACCEPT WRK-FATOR FROM CONSOLE.

       0135-PEDIR-INDICE.
           DISPLAY 'INDICE (CDI, SELIC OU IPCA):'.
           ACCEPT WRK-INDICE FROM CONSOLE.
           IF NOT INDICE-VALIDO
               DISPLAY 'INDICE INVÁLIDO. INFORME CDI, SELIC OU IPCA'
           END-IF.

      * A CURVA DO PRODUTO PÓS-FIXADO SAI DO HISTÓRICO DE ÍNDICES:
      * MÊS JÁ PUBLICADO USA O ÍNDICE REAL, MÊS FUTURO A PREVISÃO
       0140-PREENCHER-TAXA-INDEXADA.
           IF WRK-ANOMES-INICIO = ZEROES
               MOVE WRK-DS-ANO TO WRK-AC-ANO
               MOVE WRK-DS-MES TO WRK-AC-MES
           ELSE
               MOVE WRK-ANOMES-INICIO TO WRK-ANOMES-CALC-NUM
           END-IF.
           MOVE ZEROES TO WRK-QT-MES-REAL WRK-QT-MES-PREV.
           MOVE WRK-MODO-TAXA TO REG-INP-TIPO.
           MOVE WRK-INDICE    TO REG-INP-INDICE.
           MOVE WRK-FATOR     TO REG-INP-FATOR.
           PERFORM 0145-TAXA-DO-MES
               VARYING WRK-MES-ATUAL FROM 1 BY 1
               UNTIL WRK-MES-ATUAL > WRK-MESES.
           DISPLAY 'MESES COM INDICE REAL: ' WRK-QT-MES-REAL
               ' - COM PREVISAO: ' WRK-QT-MES-PREV.

       0145-TAXA-DO-MES.
           MOVE WRK-ANOMES-CALC-NUM TO REG-INP-ANOMES.
           CALL 'buscaindice' USING REG-INDICE-PEDIDO.
           MOVE REG-INP-TAXA TO WRK-TAXA-MES(WRK-MES-ATUAL).
           IF INP-REAL
               ADD 1 TO WRK-QT-MES-REAL
           ELSE
               ADD 1 TO WRK-QT-MES-PREV
           END-IF.
           PERFORM 0146-AVANCAR-MES.

       0146-AVANCAR-MES.
           IF WRK-AC-MES = 12
               MOVE 1 TO WRK-AC-MES
               ADD 1 TO WRK-AC-ANO
           ELSE
               ADD 1 TO WRK-AC-MES
           END-IF.

       0200-PROCESSAR.
           DISPLAY 'MES  SALDO ABERTURA   JUROS DO MES  SALDO FECHA'.
           PERFORM VARYING WRK-MES-ATUAL FROM 1 BY 1
       0210-PROCESSAR-MES.
           MOVE WRK-VALOR TO WRK-SALDO-ABERTURA.
           COMPUTE WRK-JUROS-MES ROUNDED =
               WRK-VALOR * WRK-TAXA-MES(WRK-MES-ATUAL) / 100.
           COMPUTE WRK-VALOR ROUNDED = WRK-VALOR + WRK-JUROS-MES.
           MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-ABERTURA-ED.
           MOVE WRK-JUROS-MES TO WRK-JUROS-MES-ED.
       0410-LER-PRODUTO.
           DISPLAY 'NOME DO PRODUTO ' WRK-SUB-PROD ':'.
           ACCEPT WRK-TAB-PRODUTO-NOME(WRK-SUB-PROD) FROM CONSOLE.
           DISPLAY 'TIPO DO PRODUTO - (F)IXO, (P) % DE INDICE OU '
               '(I) INDICE + SPREAD:'.
           ACCEPT WRK-MODO-TAXA FROM CONSOLE.
           MOVE ZEROES TO WRK-TAB-PRODUTO-TAXA(WRK-SUB-PROD)
               WRK-TAB-PRODUTO-FATOR(WRK-SUB-PROD).
           MOVE SPACES TO WRK-TAB-PRODUTO-INDICE(WRK-SUB-PROD).
           IF TAXA-INDEXADA
               PERFORM 0130-PEDIR-INDEXADOR
               MOVE WRK-INDICE TO WRK-TAB-PRODUTO-INDICE(WRK-SUB-PROD)
               MOVE WRK-FATOR  TO WRK-TAB-PRODUTO-FATOR(WRK-SUB-PROD)
           ELSE
               MOVE 'F' TO WRK-MODO-TAXA
               DISPLAY 'TAXA MENSAL DO PRODUTO ' WRK-SUB-PROD ':'
               ACCEPT WRK-TAB-PRODUTO-TAXA(WRK-SUB-PROD) FROM CONSOLE
           END-IF.
           MOVE WRK-MODO-TAXA TO WRK-TAB-PRODUTO-TIPO(WRK-SUB-PROD).

      * O PRODUTO PÓS-FIXADO É COMPARADO A PARTIR DO MÊS ATUAL, COM
      * A MESMA CURVA DE ÍNDICE (REAL OU PREVISTA) DA SIMULAÇÃO
       0420-CALCULAR-PRODUTO.
           MOVE WRK-VALOR-INICIAL
               TO WRK-TAB-PRODUTO-FINAL(WRK-SUB-PROD).
           IF WRK-TAB-PRODUTO-TIPO(WRK-SUB-PROD) = 'F'
               PERFORM 0425-TAXA-FIXA-DO-PRODUTO
           ELSE
               MOVE WRK-TAB-PRODUTO-TIPO(WRK-SUB-PROD)
                   TO WRK-MODO-TAXA
               MOVE WRK-TAB-PRODUTO-INDICE(WRK-SUB-PROD)
                   TO WRK-INDICE
               MOVE WRK-TAB-PRODUTO-FATOR(WRK-SUB-PROD) TO WRK-FATOR
               MOVE ZEROES TO WRK-ANOMES-INICIO
               PERFORM 0140-PREENCHER-TAXA-INDEXADA
           END-IF.
           PERFORM VARYING WRK-MES-ATUAL FROM 1 BY 1
               UNTIL WRK-MES-ATUAL > WRK-MESES
               COMPUTE WRK-TAB-PRODUTO-FINAL(WRK-SUB-PROD) ROUNDED =
                   WRK-TAB-PRODUTO-FINAL(WRK-SUB-PROD) *
                   (100 + WRK-TAXA-MES(WRK-MES-ATUAL)) / 100
           END-PERFORM.

       0425-TAXA-FIXA-DO-PRODUTO.
           MOVE WRK-TAB-PRODUTO-TAXA(WRK-SUB-PROD) TO WRK-TAXAMES.
           PERFORM 0110-PREENCHER-TAXA-FIXA.

       0430-ORDENAR-PRODUTOS.
           MOVE 'S' TO WRK-TROCOU.
           PERFORM 0435-PASSADA-ORDENACAO UNTIL NOT HOUVE-TROCA.
               TO WRK-PROD-TAXA-AUX.
           MOVE WRK-TAB-PRODUTO-FINAL(WRK-SUB-PROD)
               TO WRK-PROD-FINAL-AUX.
           MOVE WRK-TAB-PRODUTO-TIPO(WRK-SUB-PROD)
               TO WRK-PROD-TIPO-AUX.
           MOVE WRK-TAB-PRODUTO-INDICE(WRK-SUB-PROD)
               TO WRK-PROD-INDICE-AUX.
           MOVE WRK-TAB-PRODUTO-FATOR(WRK-SUB-PROD)
               TO WRK-PROD-FATOR-AUX.
           MOVE WRK-TAB-PRODUTO-NOME(WRK-SUB-PROD2)
               TO WRK-TAB-PRODUTO-NOME(WRK-SUB-PROD).
           MOVE WRK-TAB-PRODUTO-TAXA(WRK-SUB-PROD2)
               TO WRK-TAB-PRODUTO-TAXA(WRK-SUB-PROD).
           MOVE WRK-TAB-PRODUTO-FINAL(WRK-SUB-PROD2)
               TO WRK-TAB-PRODUTO-FINAL(WRK-SUB-PROD).
           MOVE WRK-TAB-PRODUTO-TIPO(WRK-SUB-PROD2)
               TO WRK-TAB-PRODUTO-TIPO(WRK-SUB-PROD).
           MOVE WRK-TAB-PRODUTO-INDICE(WRK-SUB-PROD2)
               TO WRK-TAB-PRODUTO-INDICE(WRK-SUB-PROD).
           MOVE WRK-TAB-PRODUTO-FATOR(WRK-SUB-PROD2)
               TO WRK-TAB-PRODUTO-FATOR(WRK-SUB-PROD).
           MOVE WRK-PROD-NOME-AUX
               TO WRK-TAB-PRODUTO-NOME(WRK-SUB-PROD2).
           MOVE WRK-PROD-TAXA-AUX
               TO WRK-TAB-PRODUTO-TAXA(WRK-SUB-PROD2).
           MOVE WRK-PROD-FINAL-AUX
               TO WRK-TAB-PRODUTO-FINAL(WRK-SUB-PROD2).
           MOVE WRK-PROD-TIPO-AUX
               TO WRK-TAB-PRODUTO-TIPO(WRK-SUB-PROD2).
           MOVE WRK-PROD-INDICE-AUX
               TO WRK-TAB-PRODUTO-INDICE(WRK-SUB-PROD2).
           MOVE WRK-PROD-FATOR-AUX
               TO WRK-TAB-PRODUTO-FATOR(WRK-SUB-PROD2).

       0440-IMPRIMIR-RANKING.
           MOVE WRK-TAB-PRODUTO-FINAL(WRK-SUB-PROD) TO WRK-VALOR-ED.
