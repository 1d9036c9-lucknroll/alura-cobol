      * 09/08/2026 LUCAS  INCLUIDOS CAMPOS PARA TABELA DE TAXAS VARIAVEL
      *                    POR MES, IMPOSTO DE RENDA REGRESSIVO SOBRE O
      *                    GANHO E SIMULACAO DE RESGATE ANTECIPADO
      * 15/10/2026 LUCAS  INCLUÍDOS OS PRODUTOS PÓS-FIXADOS (% DE
      *                    ÍNDICE E ÍNDICE + SPREAD); TAXA DO MÊS COM
      *                    QUATRO DECIMAIS E SINAL (IPCA NEGATIVO)
      ******************************************************************
       77 WRK-VALOR      PIC 9(08)V99     VALUE ZEROES.
       77 WRK-VALOR-ED   PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-MODO-TAXA  PIC X(01)        VALUE 'F'.
           88 TAXA-FIXA      VALUE 'F'.
           88 TAXA-VARIAVEL  VALUE 'V'.
           88 TAXA-PCT-INDICE    VALUE 'P'.
           88 TAXA-INDICE-SPREAD VALUE 'I'.
           88 TAXA-INDEXADA      VALUE 'P' 'I'.

       01  WRK-TAB-TAXAS.
           02 WRK-TAXA-MES PIC S9(03)V9(04) VALUE ZEROES
               OCCURS 360 TIMES.

      * PRODUTO PÓS-FIXADO: ÍNDICE, PERCENTUAL DO ÍNDICE OU SPREAD
      * AO ANO, E O MÊS (AAAAMM) DO PRIMEIRO MÊS DA APLICAÇÃO
       77 WRK-INDICE     PIC X(05)        VALUE SPACES.
           88 INDICE-VALIDO  VALUE 'CDI  ' 'SELIC' 'IPCA '.
       77 WRK-FATOR      PIC 9(03)V99     VALUE ZEROES.
       77 WRK-ANOMES-INICIO PIC 9(06)     VALUE ZEROES.
       77 WRK-QT-MES-REAL   PIC 9(03)     VALUE ZEROES.
       77 WRK-QT-MES-PREV   PIC 9(03)     VALUE ZEROES.
       01  WRK-ANOMES-CALC.
           02 WRK-AC-ANO PIC 9(04).
           02 WRK-AC-MES PIC 9(02).
       01  WRK-ANOMES-CALC-NUM REDEFINES WRK-ANOMES-CALC PIC 9(06).

       77 WRK-SALDO-ABERTURA    PIC 9(08)V99 VALUE ZEROES.
       77 WRK-SALDO-ABERTURA-ED PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-JUROS-MES         PIC S9(08)V99 VALUE ZEROES.
       77 WRK-JUROS-MES-ED      PIC $ZZ.ZZZ.ZZ9,99- VALUE ZEROES.
       77 WRK-SALDO-FECHAMENTO-ED PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       77 WRK-GANHO      PIC S9(08)V99    VALUE ZEROES.
