      *            FREQUÊNCIA DE CADA UMA - A NOITE PASSA A SER
      *            PARÂMETRO, NÃO CÓDIGO
      * DATA = 01/09/2026
      * 15/10/2026 LUCAS  FREQUÊNCIA SEMANAL (S), COM O DIA DA SEMANA
      *                    DA EXECUÇÃO
      ****************************

       ENVIRONMENT DIVISION.
           ACCEPT WRK-TC-CRITICA(WRK-SUB-ACHADO) FROM CONSOLE.
           DISPLAY 'DEPENDE DA ETAPA (00 = NENHUMA):'.
           ACCEPT WRK-TC-DEPENDE(WRK-SUB-ACHADO) FROM CONSOLE.
           DISPLAY 'FREQUÊNCIA (D=DIÁRIA U=DIA ÚTIL M=MENSAL '
               'S=SEMANAL):'.
           ACCEPT WRK-TC-FREQUENCIA(WRK-SUB-ACHADO) FROM CONSOLE.
           EVALUATE WRK-TC-FREQUENCIA(WRK-SUB-ACHADO)
               WHEN 'M'
                   DISPLAY 'DIA DO MÊS (01-31):'
                   ACCEPT WRK-TC-DIA(WRK-SUB-ACHADO) FROM CONSOLE
               WHEN 'S'
                   DISPLAY 'DIA DA SEMANA (01=SEGUNDA A 07=DOMINGO):'
                   ACCEPT WRK-TC-DIA(WRK-SUB-ACHADO) FROM CONSOLE
               WHEN OTHER
                   MOVE ZEROES TO WRK-TC-DIA(WRK-SUB-ACHADO)
           END-EVALUATE.

       0450-ALTERAR.
           DISPLAY 'SEQUÊNCIA DA ETAPA:'.
