       IDENTIFICATION DIVISION.
       PROGRAM-ID. vencinvest.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = CALENDÁRIO DE VENCIMENTOS DA CARTEIRA REAL DE
      *            INVESTIMENTOS, PARA RODAR TODA SEMANA NO LOTE
      *            (FREQUÊNCIA SEMANAL DO CATALOGO-NOTURNO) OU PELO
      *            CONSOLE: LISTA EM ORDEM DE DATA AS POSIÇÕES ATIVAS
      *            DE POSICOES-INVESTIMENTO QUE VENCEM NOS PRÓXIMOS
      *            30 DIAS (JANELA DO PARÂMETRO VENCTO-JANELA-DIAS) E
      *            AS JÁ VENCIDAS SEM RESGATE, QUE RISCAM RENOVAÇÃO
      *            AUTOMÁTICA NA INSTITUIÇÃO. POSIÇÃO VENCIDA DEVOLVE
      *            RC 4 (AVISO); A QUANTIDADE LISTADA VAI PARA
      *            RESULTADO-ETAPA
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-POSICOES ASSIGN TO 'POSICOES-INVESTIMENTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-POSICOES.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-VENCIMENTOS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-RESULTADO ASSIGN TO 'RESULTADO-ETAPA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESULTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-POSICOES.
           COPY 'posicao.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-RESULTADO.
           COPY 'resultado.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'servdata.cbl'.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-POSICOES  PIC X(02) VALUE '00'.
           88 POSICOES-OK         VALUE '00'.
       77 WRK-STATUS-RESULTADO PIC X(02) VALUE '00'.
           88 RESULTADO-OK        VALUE '00'.
       77 WRK-FIM-POSICOES PIC X(01) VALUE 'N'.
           88 FIM-POSICOES    VALUE 'S'.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

      * JANELA EM DIAS CORRIDOS A PARTIR DE HOJE
       77 WRK-JANELA-DIAS PIC 9(03) VALUE 30.
       77 WRK-LIMITE      PIC 9(08) VALUE ZEROES.

      * POSIÇÕES DA JANELA, ORDENADAS PELO VENCIMENTO
       77 WRK-QT-VENCTOS  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-VEN     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-VEN2    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TROCOU PIC X(01) VALUE 'N'.
           88 HOUVE-TROCA VALUE 'S'.
       01  WRK-TAB-VENCTOS.
           02 WRK-TV-ITEM OCCURS 500 TIMES.
               03 WRK-TV-VENCTO   PIC 9(08).
               03 WRK-TV-DIAS     PIC S9(07).
               03 WRK-TV-ID       PIC 9(05).
               03 WRK-TV-PRODUTO  PIC X(15).
               03 WRK-TV-LIQUIDEZ PIC X(01).
               03 WRK-TV-VALOR    PIC 9(08)V99.
       01  WRK-VEN-AUX PIC X(46).

       77 WRK-QT-VENCIDAS   PIC 9(05) VALUE ZEROES.
       77 WRK-QT-FORA       PIC 9(05) VALUE ZEROES.
       77 WRK-TOTAL-JANELA  PIC 9(10)V99 VALUE ZEROES.
       77 WRK-RC-ETAPA      PIC 9(02) VALUE ZEROES.

       01  WRK-DATA-AUX.
           02 WRK-DA-ANO PIC 9(04).
           02 WRK-DA-MES PIC 9(02).
           02 WRK-DA-DIA PIC 9(02).
       01  WRK-DATA-ED.
           02 WRK-DE-DIA PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-MES PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-ANO PIC 9(04).
       77 WRK-DIAS-ED   PIC ----9 VALUE ZEROES.
       77 WRK-VALOR-ED  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-TOTAL-ED  PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-LIQ-ED    PIC X(10) VALUE SPACES.
       77 WRK-SITUACAO-ED PIC X(09) VALUE SPACES.
       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'VENCIMENTOS DA CARTEIRA DE INVESTIMENTOS'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           MOVE 'VENCTO-JANELA-DIAS' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO AND REG-PRM-VALOR > ZEROES
               MOVE REG-PRM-VALOR TO WRK-JANELA-DIAS
           END-IF.
           MOVE 1 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA1.
           MOVE WRK-JANELA-DIAS TO REG-SRV-DIAS.
           CALL 'servicodata' USING REG-SERVDATA.
           MOVE REG-SRV-DATA-RES TO WRK-LIMITE.
           OPEN INPUT ARQ-POSICOES.
           IF POSICOES-OK
               PERFORM 0110-LER-POSICAO
               PERFORM 0120-SELECIONAR-POSICAO UNTIL FIM-POSICOES
               CLOSE ARQ-POSICOES
           ELSE
               DISPLAY 'NENHUMA POSIÇÃO CADASTRADA'
           END-IF.
           PERFORM 0200-ORDENAR-VENCTOS.
           PERFORM 0300-IMPRIMIR-RELATORIO.
           IF WRK-QT-VENCIDAS > ZEROES
               MOVE 4 TO WRK-RC-ETAPA
           END-IF.
           PERFORM 0990-GRAVAR-RESULTADO-ETAPA.
           DISPLAY 'POSIÇÕES NA JANELA...: ' WRK-QT-VENCTOS.
           DISPLAY 'VENCIDAS SEM RESGATE.: ' WRK-QT-VENCIDAS.
           IF WRK-QT-FORA > ZEROES
               DISPLAY 'FORA DA TABELA.......: ' WRK-QT-FORA
           END-IF.
           DISPLAY 'FINAL DO CALENDÁRIO DE VENCIMENTOS'.
           GOBACK.

       0110-LER-POSICAO.
           READ ARQ-POSICOES
               AT END
                   MOVE 'S' TO WRK-FIM-POSICOES
           END-READ.

      * LINHA SEM VENCIMENTO (ANTERIOR AO CAMPO OU ZERADA) E POSIÇÃO
      * ENCERRADA NÃO ENTRAM NO CALENDÁRIO
       0120-SELECIONAR-POSICAO.
           IF POS-ENCERRADA OR REG-POS-VENCTO NOT NUMERIC
               PERFORM 0110-LER-POSICAO
               EXIT PARAGRAPH
           END-IF.
           IF REG-POS-VENCTO = ZEROES OR
              REG-POS-VENCTO > WRK-LIMITE
               PERFORM 0110-LER-POSICAO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-VENCTOS NOT < 500
               ADD 1 TO WRK-QT-FORA
               PERFORM 0110-LER-POSICAO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-VENCTOS.
           MOVE REG-POS-VENCTO  TO WRK-TV-VENCTO(WRK-QT-VENCTOS).
           MOVE REG-POS-ID      TO WRK-TV-ID(WRK-QT-VENCTOS).
           MOVE REG-POS-PRODUTO TO WRK-TV-PRODUTO(WRK-QT-VENCTOS).
           MOVE REG-POS-LIQUIDEZ TO WRK-TV-LIQUIDEZ(WRK-QT-VENCTOS).
           MOVE REG-POS-VALOR   TO WRK-TV-VALOR(WRK-QT-VENCTOS).
           MOVE 8 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA1.
           MOVE REG-POS-VENCTO TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK
               MOVE REG-SRV-DIAS-RES TO WRK-TV-DIAS(WRK-QT-VENCTOS)
           ELSE
               MOVE ZEROES TO WRK-TV-DIAS(WRK-QT-VENCTOS)
           END-IF.
           IF WRK-TV-DIAS(WRK-QT-VENCTOS) < ZEROES
               ADD 1 TO WRK-QT-VENCIDAS
           END-IF.
           ADD REG-POS-VALOR TO WRK-TOTAL-JANELA.
           PERFORM 0110-LER-POSICAO.

       0200-ORDENAR-VENCTOS.
           MOVE 'S' TO WRK-TROCOU.
           PERFORM 0210-PASSADA-ORDENACAO UNTIL NOT HOUVE-TROCA.

       0210-PASSADA-ORDENACAO.
           MOVE 'N' TO WRK-TROCOU.
           PERFORM VARYING WRK-SUB-VEN FROM 1 BY 1
               UNTIL WRK-SUB-VEN > WRK-QT-VENCTOS - 1
               COMPUTE WRK-SUB-VEN2 = WRK-SUB-VEN + 1
               IF WRK-TV-VENCTO(WRK-SUB-VEN) >
                  WRK-TV-VENCTO(WRK-SUB-VEN2)
                   MOVE WRK-TV-ITEM(WRK-SUB-VEN) TO WRK-VEN-AUX
                   MOVE WRK-TV-ITEM(WRK-SUB-VEN2)
                       TO WRK-TV-ITEM(WRK-SUB-VEN)
                   MOVE WRK-VEN-AUX TO WRK-TV-ITEM(WRK-SUB-VEN2)
                   MOVE 'S' TO WRK-TROCOU
               END-IF
           END-PERFORM.

       0300-IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE WRK-LIMITE TO WRK-DATA-AUX.
           PERFORM 0950-FORMATAR-DATA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'VENCIMENTOS DE APLICACOES ATE ' WRK-DATA-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'VENCIMENTO  DIAS POSICAO PRODUTO         '
               'LIQUIDEZ       APLICADO'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0390-GRAVAR-LINHA.
           IF WRK-QT-VENCTOS = ZEROES
               MOVE 'NENHUMA POSICAO VENCENDO NA JANELA'
                   TO WRK-LINRELAT
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           PERFORM VARYING WRK-SUB-VEN FROM 1 BY 1
               UNTIL WRK-SUB-VEN > WRK-QT-VENCTOS
               PERFORM 0310-LINHA-VENCTO
           END-PERFORM.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOTAL-JANELA TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL APLICADO NA JANELA ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0390-GRAVAR-LINHA.
           CLOSE ARQ-RELATORIO.

      * A POSIÇÃO JÁ VENCIDA E NÃO RESGATADA SAI MARCADA PARA O
      * OPERADOR AGIR ANTES DA RENOVAÇÃO AUTOMÁTICA
       0310-LINHA-VENCTO.
           MOVE WRK-TV-VENCTO(WRK-SUB-VEN) TO WRK-DATA-AUX.
           PERFORM 0950-FORMATAR-DATA.
           MOVE WRK-TV-DIAS(WRK-SUB-VEN) TO WRK-DIAS-ED.
           MOVE WRK-TV-VALOR(WRK-SUB-VEN) TO WRK-VALOR-ED.
           IF WRK-TV-LIQUIDEZ(WRK-SUB-VEN) = 'V'
               MOVE 'VENCIMENTO' TO WRK-LIQ-ED
           ELSE
               MOVE 'DIARIA' TO WRK-LIQ-ED
           END-IF.
           IF WRK-TV-DIAS(WRK-SUB-VEN) < ZEROES
               MOVE ' *VENCIDA' TO WRK-SITUACAO-ED
           ELSE
               MOVE SPACES TO WRK-SITUACAO-ED
           END-IF.
           MOVE SPACES TO WRK-LINRELAT.
           STRING WRK-DATA-ED ' ' WRK-DIAS-ED '  '
               WRK-TV-ID(WRK-SUB-VEN) ' '
               WRK-TV-PRODUTO(WRK-SUB-VEN) ' ' WRK-LIQ-ED ' '
               WRK-VALOR-ED WRK-SITUACAO-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0390-GRAVAR-LINHA.

       0390-GRAVAR-LINHA.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WRK-LINRELAT.

       0950-FORMATAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.

       0990-GRAVAR-RESULTADO-ETAPA.
           MOVE WRK-RC-ETAPA TO RETURN-CODE.
           OPEN OUTPUT ARQ-RESULTADO.
           MOVE WRK-QT-VENCTOS TO REG-RE-QT.
           WRITE REG-RESULTADO-ETAPA.
           CLOSE ARQ-RESULTADO.
