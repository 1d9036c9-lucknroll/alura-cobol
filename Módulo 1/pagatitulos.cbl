       IDENTIFICATION DIVISION.
       PROGRAM-ID. pagatitulos.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = RODADA DE PAGAMENTO DOS FORNECEDORES POR
      *            VENCIMENTO: OS TÍTULOS LIBERADOS (CONFERIDOS NA
      *            ENTRADA DA NOTA OU LIBERADOS NA REVISÃO) QUE VENCEM
      *            ATÉ A DATA LIMITE SAEM NO ARQUIVO DO BANCO
      *            PAGAMENTOS-FORNECEDOR, NO MESMO LAYOUT DO
      *            PAGAMENTO DAS TRANSPORTADORAS (CABEÇALHO '0', UM
      *            '1' POR TÍTULO E RODAPÉ '9' DE CONFERÊNCIA), SÃO
      *            MARCADOS COMO PAGOS E O RESUMO IMPRESSO TRAZ O
      *            TOTAL DE CONTROLE PARA O TESOUREIRO
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TITULOS ASSIGN TO 'TITULOS-PAGAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TITULOS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-PAGAMENTO ASSIGN TO 'PAGAMENTOS-FORNECEDOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGAMENTO.
           SELECT ARQ-RELATORIO
               ASSIGN TO 'RELATORIO-PAGAMENTO-FORNEC'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TITULOS.
           COPY 'titpagar.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-PAGAMENTO.
       01  REG-PAGAMENTO PIC X(75).
       01  REG-PAGAMENTO-DET REDEFINES REG-PAGAMENTO.
           02 REG-PG-TIPO       PIC X(01).
           02 REG-PG-FORNECEDOR PIC 9(06).
           02 REG-PG-NOME       PIC X(30).
           02 REG-PG-DOCUMENTO  PIC X(10).
           02 REG-PG-PARCELA    PIC 9(02).
           02 REG-PG-VENCIMENTO PIC 9(08).
           02 REG-PG-VALOR      PIC 9(08)V99.
           02 FILLER            PIC X(08).

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'servdata.cbl'.

       77 WRK-STATUS-TITULOS   PIC X(02) VALUE '00'.
           88 TITULOS-OK          VALUE '00'.
       77 WRK-STATUS-CADASTRO  PIC X(02) VALUE '00'.
           88 CADASTRO-OK         VALUE '00'.
       77 WRK-STATUS-PAGAMENTO PIC X(02) VALUE '00'.
           88 PAGAMENTO-OK        VALUE '00'.
       77 WRK-FIM-TITULOS PIC X(01) VALUE 'N'.
           88 FIM-TITULOS    VALUE 'S'.

      * DADOS DA EMPRESA NO CABEÇALHO DO BANCO, COMO NO PAGAMENTO
      * DAS TRANSPORTADORAS
       01  WRK-CABECALHO.
           02 FILLER PIC X(01) VALUE '0'.
           02 FILLER PIC X(25) VALUE 'COMERCIAL LUCAS LTDA'.
           02 FILLER PIC X(14) VALUE '12345678000199'.
           02 WRK-CB-DATA PIC 9(08).

       01  WRK-RODAPE.
           02 FILLER PIC X(01) VALUE '9'.
           02 WRK-RP-QT    PIC 9(06).
           02 WRK-RP-TOTAL PIC 9(12)V99.

       77 WRK-QT-TITULOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TABELA-EXCEDIDA PIC X(01) VALUE 'N'.
           88 TABELA-EXCEDIDA    VALUE 'S'.
       77 WRK-SUB-TIT    PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-TITULOS.
           02 WRK-TT-ITEM OCCURS 500 TIMES.
               03 WRK-TT-REGISTRO PIC X(80).

       77 WRK-DATA-LIMITE  PIC 9(08) VALUE ZEROES.
       77 WRK-DATA-OK      PIC X(01) VALUE 'N'.
           88 DATA-VALIDA      VALUE 'S'.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.
       77 WRK-QT-DETALHES  PIC 9(06) VALUE ZEROES.
       77 WRK-QT-BLOQUEADOS PIC 9(06) VALUE ZEROES.
       77 WRK-TOTAL-GERAL  PIC 9(12)V99 VALUE ZEROES.
       77 WRK-VALOR-ED PIC $ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'PAGAMENTO DOS FORNECEDORES POR VENCIMENTO'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-TITULOS.
           IF TABELA-EXCEDIDA
               DISPLAY 'TITULOS-PAGAR EXCEDE O LIMITE DE 500 DA '
                   'TABELA - EXECUÇÃO RECUSADA PARA NÃO '
                   'TRUNCAR O ARQUIVO NA REGRAVAÇÃO'
               GOBACK
           END-IF.
           MOVE 'N' TO WRK-DATA-OK.
           PERFORM 0150-PEDIR-DATA-LIMITE UNTIL DATA-VALIDA.
           PERFORM 0200-SOMAR-A-PAGAR.
           IF WRK-QT-BLOQUEADOS > ZEROES
               DISPLAY 'TÍTULOS BLOQUEADOS VENCIDOS ATÉ A DATA, '
                   'FORA DA RODADA: ' WRK-QT-BLOQUEADOS
           END-IF.
           IF WRK-QT-DETALHES = ZEROES
               DISPLAY 'NENHUM TÍTULO LIBERADO A PAGAR ATÉ A DATA'
               GOBACK
           END-IF.
           MOVE WRK-TOTAL-GERAL TO WRK-VALOR-ED.
           DISPLAY 'TÍTULOS A PAGAR: ' WRK-QT-DETALHES
               '  TOTAL: ' WRK-VALOR-ED.
           DISPLAY 'GERAR O ARQUIVO DO BANCO E BAIXAR OS TÍTULOS? '
               '(S/N)'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'RODADA DE PAGAMENTO NÃO EFETIVADA'
               GOBACK
           END-IF.
           MOVE ZEROES TO WRK-QT-DETALHES WRK-TOTAL-GERAL.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE 'RESUMO DE PAGAMENTO AOS FORNECEDORES'
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0300-GERAR-PAGAMENTO.
           PERFORM 0400-REGRAVAR-TITULOS.
           MOVE WRK-TOTAL-GERAL TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL DE CONTROLE: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WRK-LINRELAT.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'FINAL DO PAGAMENTO DOS FORNECEDORES'.
           GOBACK.

       0100-CARREGAR-TITULOS.
           OPEN INPUT ARQ-TITULOS.
           IF TITULOS-OK
               PERFORM 0110-LER-TITULO
               PERFORM 0120-GUARDAR-TITULO UNTIL FIM-TITULOS
               CLOSE ARQ-TITULOS
           ELSE
               DISPLAY 'NÃO HÁ TÍTULOS A PAGAR GRAVADOS'
           END-IF.

       0110-LER-TITULO.
           READ ARQ-TITULOS
               AT END
                   MOVE 'S' TO WRK-FIM-TITULOS
           END-READ.

       0120-GUARDAR-TITULO.
           IF WRK-QT-TITULOS < 500
               ADD 1 TO WRK-QT-TITULOS
               MOVE REG-TITULO-PAGAR
                   TO WRK-TT-REGISTRO(WRK-QT-TITULOS)
           ELSE
               MOVE 'S' TO WRK-TABELA-EXCEDIDA
               MOVE 'S' TO WRK-FIM-TITULOS
           END-IF.
           PERFORM 0110-LER-TITULO.

       0150-PEDIR-DATA-LIMITE.
           DISPLAY 'PAGAR OS VENCIDOS ATÉ (AAAAMMDD, 0 = HOJE):'.
           ACCEPT WRK-DATA-LIMITE FROM CONSOLE.
           IF WRK-DATA-LIMITE = ZEROES
               MOVE WRK-DATA-SYS-NUM TO WRK-DATA-LIMITE
           END-IF.
           MOVE 1 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA-LIMITE TO REG-SRV-DATA1.
           MOVE ZEROES TO REG-SRV-DIAS.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK
               MOVE 'S' TO WRK-DATA-OK
           ELSE
               DISPLAY 'DATA INVÁLIDA'
           END-IF.

       0200-SOMAR-A-PAGAR.
           PERFORM VARYING WRK-SUB-TIT FROM 1 BY 1
               UNTIL WRK-SUB-TIT > WRK-QT-TITULOS
               MOVE WRK-TT-REGISTRO(WRK-SUB-TIT) TO REG-TITULO-PAGAR
               IF REG-TIT-VENCIMENTO NOT > WRK-DATA-LIMITE
                   IF REG-TIT-LIBERADO
                       ADD 1 TO WRK-QT-DETALHES
                       ADD REG-TIT-VALOR TO WRK-TOTAL-GERAL
                   END-IF
                   IF REG-TIT-BLOQUEADO
                       ADD 1 TO WRK-QT-BLOQUEADOS
                   END-IF
               END-IF
           END-PERFORM.

      * O ARQUIVO DO BANCO SAI COMO O DAS TRANSPORTADORAS: CABEÇALHO
      * '0' COM A EMPRESA E A DATA, UM '1' POR TÍTULO E O RODAPÉ '9'
      * COM QUANTIDADE E TOTAL; O TÍTULO PAGO LEVA A DATA DA RODADA
       0300-GERAR-PAGAMENTO.
           OPEN OUTPUT ARQ-PAGAMENTO.
           MOVE WRK-DATA-SYS-NUM TO WRK-CB-DATA.
           WRITE REG-PAGAMENTO FROM WRK-CABECALHO.
           PERFORM VARYING WRK-SUB-TIT FROM 1 BY 1
               UNTIL WRK-SUB-TIT > WRK-QT-TITULOS
               MOVE WRK-TT-REGISTRO(WRK-SUB-TIT) TO REG-TITULO-PAGAR
               IF REG-TIT-LIBERADO AND
                  REG-TIT-VENCIMENTO NOT > WRK-DATA-LIMITE
                   PERFORM 0310-PAGAR-UM-TITULO
               END-IF
           END-PERFORM.
           MOVE WRK-QT-DETALHES TO WRK-RP-QT.
           MOVE WRK-TOTAL-GERAL TO WRK-RP-TOTAL.
           WRITE REG-PAGAMENTO FROM WRK-RODAPE.
           CLOSE ARQ-PAGAMENTO.

       0310-PAGAR-UM-TITULO.
           PERFORM 0320-NOME-DO-FORNECEDOR.
           MOVE SPACES TO REG-PAGAMENTO.
           MOVE '1' TO REG-PG-TIPO.
           MOVE REG-TIT-FORNECEDOR TO REG-PG-FORNECEDOR.
           MOVE REG-CAD-NOME       TO REG-PG-NOME.
           MOVE REG-TIT-DOCUMENTO  TO REG-PG-DOCUMENTO.
           MOVE REG-TIT-PARCELA    TO REG-PG-PARCELA.
           MOVE REG-TIT-VENCIMENTO TO REG-PG-VENCIMENTO.
           MOVE REG-TIT-VALOR      TO REG-PG-VALOR.
           WRITE REG-PAGAMENTO.
           ADD 1 TO WRK-QT-DETALHES.
           ADD REG-TIT-VALOR TO WRK-TOTAL-GERAL.
           MOVE REG-TIT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING REG-TIT-FORNECEDOR ' ' REG-CAD-NOME(1:20) ' '
               REG-TIT-DOCUMENTO '/' REG-TIT-PARCELA ' '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WRK-LINRELAT.
           MOVE 'P' TO REG-TIT-SITUACAO.
           MOVE WRK-DATA-SYS-NUM TO REG-TIT-DATAPAGTO.
           MOVE REG-TITULO-PAGAR TO WRK-TT-REGISTRO(WRK-SUB-TIT).

       0320-NOME-DO-FORNECEDOR.
           MOVE SPACES TO REG-CAD-NOME.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               MOVE REG-TIT-FORNECEDOR TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   INVALID KEY
                       MOVE SPACES TO REG-CAD-NOME
               END-READ
               CLOSE ARQ-CADASTRO
           END-IF.

       0400-REGRAVAR-TITULOS.
           OPEN OUTPUT ARQ-TITULOS.
           PERFORM VARYING WRK-SUB-TIT FROM 1 BY 1
               UNTIL WRK-SUB-TIT > WRK-QT-TITULOS
               MOVE WRK-TT-REGISTRO(WRK-SUB-TIT) TO REG-TITULO-PAGAR
               WRITE REG-TITULO-PAGAR
           END-PERFORM.
           CLOSE ARQ-TITULOS.
