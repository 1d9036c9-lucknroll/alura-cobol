       IDENTIFICATION DIVISION.
       PROGRAM-ID. acordocobranca.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = ACORDO DE RENEGOCIAÇÃO DAS DUPLICATAS VENCIDAS DE
      *            UM CLIENTE: LISTA AS VENCIDAS EM ABERTO COM A
      *            MULTA E OS JUROS ATÉ A DATA DE HOJE
      *            (CALCULAENCARGO), O OPERADOR ESCOLHE AS QUE ENTRAM
      *            NO ACORDO E INFORMA O DESCONTO NEGOCIADO (ATÉ
      *            DESCONTO-MAX-ACORDO, PADRÃO 20%) E A QUANTIDADE DE
      *            PARCELAS DE 30 DIAS (ATÉ PARCELAS-MAX-ACORDO,
      *            PADRÃO 12). CONFIRMADO, O ACORDO RECEBE UM NÚMERO
      *            DA SEQUÊNCIA DE PEDIDOS (PEDIDOS-CONTROLE), AS
      *            DUPLICATAS ESCOLHIDAS PASSAM A RENEGOCIADAS
      *            (SITUAÇÃO R) COM A REFERÊNCIA DO ACORDO EM
      *            ACORDOS-TITULOS, E AS PARCELAS NOVAS ENTRAM EM
      *            DUPLICATAS-ABERTAS COM O NÚMERO DO ACORDO NO LUGAR
      *            DO PEDIDO, SEGUINDO PARA A REMESSA DE BOLETOS COMO
      *            QUALQUER DUPLICATA. A VERSÃO ANTERIOR DAS
      *            DUPLICATAS É GUARDADA COMO GERAÇÃO ANTES DA
      *            REGRAVAÇÃO, COMO NA BAIXA
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-PEDCTRL ASSIGN TO 'PEDIDOS-CONTROLE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDCTRL.
           SELECT ARQ-ACORDOS ASSIGN TO 'ACORDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ACORDOS.
           SELECT ARQ-ACORDOS-TIT ASSIGN TO 'ACORDOS-TITULOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ACORDOS-TIT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-PEDCTRL.
       01  REG-PEDCTRL.
           02 REG-PCT-ULTIMO PIC 9(06).

       FD  ARQ-ACORDOS.
           COPY 'acordo.cbl'.

       FD  ARQ-ACORDOS-TIT.
           COPY 'acordotit.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'geracao.cbl'.
           COPY 'encargo.cbl'.
           COPY 'servdata.cbl'.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-STATUS-CADASTRO   PIC X(02) VALUE '00'.
           88 CADASTRO-OK          VALUE '00'.
       77 WRK-STATUS-PEDCTRL    PIC X(02) VALUE '00'.
           88 PEDCTRL-OK           VALUE '00'.
       77 WRK-STATUS-ACORDOS    PIC X(02) VALUE '00'.
           88 ACORDOS-OK           VALUE '00'.
       77 WRK-STATUS-ACORDOS-TIT PIC X(02) VALUE '00'.
           88 ACORDOS-TIT-OK       VALUE '00'.
       77 WRK-FIM-DUPLICATAS PIC X(01) VALUE 'N'.
           88 FIM-DUPLICATAS    VALUE 'S'.

      * LIMITES DA NEGOCIAÇÃO, COM O PADRÃO COMPILADO QUANDO A CHAVE
      * NÃO ESTÁ NO PARAMETROS-NEGOCIO
       77 WRK-DESC-MAX-PCT  PIC 9(03)V99 VALUE 20,00.
       77 WRK-PARC-MAX      PIC 9(02) VALUE 12.

      * DUPLICATAS CARREGADAS EM TABELA PARA A REGRAVAÇÃO INTEIRA; A
      * MARCA E OS ENCARGOS VALEM SÓ PARA AS DO CLIENTE DO ACORDO
       77 WRK-QT-DUPLICATAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-QT-ORIGINAIS  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-DUP       PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TABELA-CHEIA  PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA     VALUE 'S'.
       01  WRK-TAB-DUPLICATAS.
           02 WRK-TD-ITEM OCCURS 500 TIMES.
               03 WRK-TD-REGISTRO PIC X(61).
               03 WRK-TD-MARCA    PIC X(01).
                   88 WRK-TD-NO-ACORDO VALUE 'S'.
               03 WRK-TD-MULTA    PIC 9(08)V99.
               03 WRK-TD-JUROS    PIC 9(08)V99.

       77 WRK-COD-CLIENTE   PIC 9(06) VALUE ZEROES.
       77 WRK-NOME-CLIENTE  PIC X(30) VALUE SPACES.
       77 WRK-RESPOSTA      PIC X(01) VALUE SPACES.
           88 RESPOSTA-SIM     VALUE 'S' 's'.
       77 WRK-QT-VENCIDAS   PIC 9(03) VALUE ZEROES.
       77 WRK-QT-ESCOLHIDAS PIC 9(03) VALUE ZEROES.
       77 WRK-TOT-PRINCIPAL PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOT-ENCARGOS  PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOT-DIVIDA    PIC 9(10)V99 VALUE ZEROES.
       77 WRK-DESC-PCT      PIC 9(03)V99 VALUE ZEROES.
       77 WRK-DESCONTO      PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOT-ACORDO    PIC 9(10)V99 VALUE ZEROES.
       77 WRK-QT-PARCELAS   PIC 9(02) VALUE ZEROES.
       77 WRK-SUB-PARC      PIC 9(02) VALUE ZEROES.
       77 WRK-VALOR-PARCELA PIC 9(08)V99 VALUE ZEROES.
       77 WRK-VALOR-ACUM-PARC PIC 9(10)V99 VALUE ZEROES.
       77 WRK-VENCIMENTO    PIC 9(08) VALUE ZEROES.
       77 WRK-NUMERO-ACORDO PIC 9(06) VALUE ZEROES.
       77 WRK-ENTRADA-OK    PIC X(01) VALUE 'N'.
           88 ENTRADA-OK       VALUE 'S'.
       77 WRK-VALOR-ED      PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-ENCARGO-ED    PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-PCT-ED        PIC ZZ9,99 VALUE ZEROES.
       77 WRK-DIAS-ED       PIC ZZZZ9 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       01  WRK-DATA-AUX     PIC 9(08) VALUE ZEROES.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           02 WRK-DA-ANO PIC 9(04).
           02 WRK-DA-MES PIC 9(02).
           02 WRK-DA-DIA PIC 9(02).
       01  WRK-DATA-ED.
           02 WRK-DE-DIA PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-MES PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-ANO PIC 9(04).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'ACORDO DE RENEGOCIAÇÃO DE DUPLICATAS'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0100-CARREGAR-DUPLICATAS.
           IF TABELA-CHEIA
               DISPLAY 'DUPLICATAS-ABERTAS EXCEDE O LIMITE DE '
                   '500 DA TABELA - ACORDO RECUSADO PARA NÃO '
                   'TRUNCAR O ARQUIVO NA REGRAVAÇÃO; RODE O '
                   'EXPURGO DAS DUPLICATAS LIQUIDADAS (EXPURGO) '
                   'E TENTE DE NOVO'
               GOBACK
           END-IF.
           PERFORM 0200-IDENTIFICAR-CLIENTE.
           IF WRK-COD-CLIENTE = ZEROES
               GOBACK
           END-IF.
           PERFORM 0300-ESCOLHER-DUPLICATAS.
           IF WRK-QT-VENCIDAS = ZEROES
               DISPLAY 'CLIENTE SEM DUPLICATAS VENCIDAS EM ABERTO'
               GOBACK
           END-IF.
           IF WRK-QT-ESCOLHIDAS = ZEROES
               DISPLAY 'NENHUMA DUPLICATA ESCOLHIDA - ACORDO NÃO '
                   'GRAVADO'
               GOBACK
           END-IF.
           PERFORM 0400-NEGOCIAR.
           IF WRK-QT-DUPLICATAS + WRK-QT-PARCELAS > 500
               DISPLAY 'AS PARCELAS NÃO CABEM NA TABELA DE 500 '
                   'DUPLICATAS - RODE O EXPURGO (EXPURGO) E REFAÇA '
                   'O ACORDO'
               GOBACK
           END-IF.
           DISPLAY 'CONFIRMA O ACORDO (S/N)?'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF NOT RESPOSTA-SIM
               DISPLAY 'ACORDO NÃO GRAVADO'
               GOBACK
           END-IF.
           PERFORM 0500-NUMERAR-ACORDO.
           PERFORM 0600-CANCELAR-ORIGINAIS.
           PERFORM 0700-GERAR-PARCELAS.
           PERFORM 0800-REGRAVAR-DUPLICATAS.
           PERFORM 0900-GRAVAR-ACORDO.
           DISPLAY '________________________________________'.
           DISPLAY 'ACORDO ' WRK-NUMERO-ACORDO ' GRAVADO - '
               WRK-QT-ESCOLHIDAS ' DUPLICATA(S) RENEGOCIADA(S) EM '
               WRK-QT-PARCELAS ' PARCELA(S)'.
           GOBACK.

       0050-CARREGAR-PARAMETROS.
           MOVE 'DESCONTO-MAX-ACORDO' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-DESC-MAX-PCT
           END-IF.
           MOVE 'PARCELAS-MAX-ACORDO' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-PARC-MAX
           END-IF.

       0100-CARREGAR-DUPLICATAS.
           OPEN INPUT ARQ-DUPLICATAS.
           IF DUPLICATAS-OK
               PERFORM 0110-LER-DUPLICATA
               PERFORM 0120-GUARDAR-DUPLICATA UNTIL FIM-DUPLICATAS
               CLOSE ARQ-DUPLICATAS
           END-IF.
           MOVE WRK-QT-DUPLICATAS TO WRK-QT-ORIGINAIS.

       0110-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-DUPLICATAS
           END-READ.

       0120-GUARDAR-DUPLICATA.
           IF WRK-QT-DUPLICATAS < 500
               ADD 1 TO WRK-QT-DUPLICATAS
               MOVE REG-DUPLICATA TO WRK-TD-REGISTRO(WRK-QT-DUPLICATAS)
               MOVE 'N' TO WRK-TD-MARCA(WRK-QT-DUPLICATAS)
               MOVE ZEROES TO WRK-TD-MULTA(WRK-QT-DUPLICATAS)
               MOVE ZEROES TO WRK-TD-JUROS(WRK-QT-DUPLICATAS)
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-FIM-DUPLICATAS
           END-IF.
           PERFORM 0110-LER-DUPLICATA.

       0200-IDENTIFICAR-CLIENTE.
           DISPLAY 'CÓDIGO DO CLIENTE (0 = SAIR):'.
           ACCEPT WRK-COD-CLIENTE FROM CONSOLE.
           IF WRK-COD-CLIENTE = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'NOME NAO CADASTRADO' TO WRK-NOME-CLIENTE.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               MOVE WRK-COD-CLIENTE TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   NOT INVALID KEY
                       MOVE REG-CAD-NOME TO WRK-NOME-CLIENTE
               END-READ
               CLOSE ARQ-CADASTRO
           END-IF.
           DISPLAY 'CLIENTE ' WRK-COD-CLIENTE ' ' WRK-NOME-CLIENTE.

      * CADA VENCIDA EM ABERTO DO CLIENTE APARECE COM A DÍVIDA
      * CORRIGIDA ATÉ HOJE, E O OPERADOR DIZ SE ELA ENTRA NO ACORDO
       0300-ESCOLHER-DUPLICATAS.
           MOVE ZEROES TO WRK-QT-VENCIDAS.
           MOVE ZEROES TO WRK-QT-ESCOLHIDAS.
           MOVE ZEROES TO WRK-TOT-PRINCIPAL.
           MOVE ZEROES TO WRK-TOT-ENCARGOS.
           PERFORM 0310-AVALIAR-DUPLICATA
               VARYING WRK-SUB-DUP FROM 1 BY 1
               UNTIL WRK-SUB-DUP > WRK-QT-DUPLICATAS.

       0310-AVALIAR-DUPLICATA.
           MOVE WRK-TD-REGISTRO(WRK-SUB-DUP) TO REG-DUPLICATA.
           IF REG-DUP-CLIENTE NOT = WRK-COD-CLIENTE OR
              NOT REG-DUP-ABERTA OR REG-DUP-SALDO = ZEROES OR
              REG-DUP-VENCIMENTO NOT < WRK-DATA-SYS-NUM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-VENCIDAS.
           MOVE REG-DUP-VENCIMENTO TO REG-ENC-VENCIMENTO.
           MOVE REG-DUP-DATAPAGTO  TO REG-ENC-ULT-PAGTO.
           MOVE WRK-DATA-SYS-NUM   TO REG-ENC-DATA-PAGTO.
           MOVE REG-DUP-SALDO      TO REG-ENC-SALDO.
           MOVE ZEROES             TO REG-ENC-VALOR-PAGO.
           CALL 'calculaencargo' USING REG-ENCARGO-PEDIDO.
           MOVE REG-DUP-VENCIMENTO TO WRK-DATA-AUX.
           PERFORM 0950-FORMATAR-DATA.
           MOVE REG-DUP-SALDO TO WRK-VALOR-ED.
           COMPUTE WRK-ENCARGO-ED = REG-ENC-MULTA + REG-ENC-JUROS.
           MOVE REG-ENC-DIAS-ATRASO TO WRK-DIAS-ED.
           DISPLAY '________________________________________'.
           DISPLAY 'PEDIDO ' REG-DUP-PEDIDO '/' REG-DUP-PARCELA
               ' VENCIDA EM ' WRK-DATA-ED ' HÁ ' WRK-DIAS-ED ' DIAS'.
           DISPLAY 'SALDO ' WRK-VALOR-ED '  MULTA E JUROS '
               WRK-ENCARGO-ED.
           DISPLAY 'INCLUIR NO ACORDO (S/N)?'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF RESPOSTA-SIM
               MOVE 'S' TO WRK-TD-MARCA(WRK-SUB-DUP)
               MOVE REG-ENC-MULTA TO WRK-TD-MULTA(WRK-SUB-DUP)
               MOVE REG-ENC-JUROS TO WRK-TD-JUROS(WRK-SUB-DUP)
               ADD 1 TO WRK-QT-ESCOLHIDAS
               ADD REG-DUP-SALDO TO WRK-TOT-PRINCIPAL
               ADD REG-ENC-MULTA REG-ENC-JUROS TO WRK-TOT-ENCARGOS
           END-IF.

      * DÍVIDA DO ACORDO = PRINCIPAL + MULTA + JUROS ATÉ HOJE, MENOS
      * O DESCONTO NEGOCIADO SOBRE ESSE TOTAL
       0400-NEGOCIAR.
           COMPUTE WRK-TOT-DIVIDA =
               WRK-TOT-PRINCIPAL + WRK-TOT-ENCARGOS.
           DISPLAY '________________________________________'.
           MOVE WRK-TOT-PRINCIPAL TO WRK-VALOR-ED.
           DISPLAY 'PRINCIPAL EM ABERTO...: ' WRK-VALOR-ED.
           MOVE WRK-TOT-ENCARGOS TO WRK-VALOR-ED.
           DISPLAY 'MULTA E JUROS ATÉ HOJE: ' WRK-VALOR-ED.
           MOVE WRK-TOT-DIVIDA TO WRK-VALOR-ED.
           DISPLAY 'DÍVIDA ATUALIZADA.....: ' WRK-VALOR-ED.
           MOVE 'N' TO WRK-ENTRADA-OK.
           PERFORM 0410-PEDIR-DESCONTO UNTIL ENTRADA-OK.
           COMPUTE WRK-DESCONTO ROUNDED =
               WRK-TOT-DIVIDA * WRK-DESC-PCT / 100.
           COMPUTE WRK-TOT-ACORDO = WRK-TOT-DIVIDA - WRK-DESCONTO.
           MOVE 'N' TO WRK-ENTRADA-OK.
           PERFORM 0420-PEDIR-PARCELAS UNTIL ENTRADA-OK.
           COMPUTE WRK-VALOR-PARCELA ROUNDED =
               WRK-TOT-ACORDO / WRK-QT-PARCELAS.
           MOVE WRK-DESCONTO TO WRK-VALOR-ED.
           DISPLAY 'DESCONTO..............: ' WRK-VALOR-ED.
           MOVE WRK-TOT-ACORDO TO WRK-VALOR-ED.
           DISPLAY 'TOTAL DO ACORDO.......: ' WRK-VALOR-ED.
           MOVE WRK-VALOR-PARCELA TO WRK-VALOR-ED.
           DISPLAY WRK-QT-PARCELAS ' PARCELA(S) DE 30 DIAS DE '
               WRK-VALOR-ED ' (A ÚLTIMA ACERTA O ARREDONDAMENTO)'.

       0410-PEDIR-DESCONTO.
           MOVE WRK-DESC-MAX-PCT TO WRK-PCT-ED.
           DISPLAY 'DESCONTO NEGOCIADO EM % (ATÉ ' WRK-PCT-ED '):'.
           ACCEPT WRK-DESC-PCT FROM CONSOLE.
           IF WRK-DESC-PCT > WRK-DESC-MAX-PCT
               DISPLAY 'DESCONTO ACIMA DO MÁXIMO DO ACORDO'
           ELSE
               MOVE 'S' TO WRK-ENTRADA-OK
           END-IF.

       0420-PEDIR-PARCELAS.
           DISPLAY 'QUANTIDADE DE PARCELAS (1 A ' WRK-PARC-MAX '):'.
           ACCEPT WRK-QT-PARCELAS FROM CONSOLE.
           IF WRK-QT-PARCELAS = ZEROES OR
              WRK-QT-PARCELAS > WRK-PARC-MAX
               DISPLAY 'QUANTIDADE INVÁLIDA'
           ELSE
               MOVE 'S' TO WRK-ENTRADA-OK
           END-IF.

      * O ACORDO TOMA O PRÓXIMO NÚMERO DA SEQUÊNCIA DE PEDIDOS, PARA
      * AS PARCELAS NOVAS NÃO COLIDIREM COM AS DUPLICATAS DE PEDIDO
       0500-NUMERAR-ACORDO.
           MOVE ZEROES TO WRK-NUMERO-ACORDO.
           OPEN INPUT ARQ-PEDCTRL.
           IF PEDCTRL-OK
               READ ARQ-PEDCTRL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-PCT-ULTIMO TO WRK-NUMERO-ACORDO
               END-READ
               CLOSE ARQ-PEDCTRL
           END-IF.
           ADD 1 TO WRK-NUMERO-ACORDO.
           OPEN OUTPUT ARQ-PEDCTRL.
           MOVE WRK-NUMERO-ACORDO TO REG-PCT-ULTIMO.
           WRITE REG-PEDCTRL.
           CLOSE ARQ-PEDCTRL.

      * A DUPLICATA ESCOLHIDA SAI DO EM ABERTO COMO RENEGOCIADA, COM
      * A DATA DO ACORDO E O SALDO QUE TINHA; A LINHA EM
      * ACORDOS-TITULOS LIGA A DUPLICATA AO ACORDO
       0600-CANCELAR-ORIGINAIS.
           OPEN EXTEND ARQ-ACORDOS-TIT.
           IF NOT ACORDOS-TIT-OK
               OPEN OUTPUT ARQ-ACORDOS-TIT
           END-IF.
           PERFORM 0610-CANCELAR-UMA
               VARYING WRK-SUB-DUP FROM 1 BY 1
               UNTIL WRK-SUB-DUP > WRK-QT-ORIGINAIS.
           CLOSE ARQ-ACORDOS-TIT.

       0610-CANCELAR-UMA.
           IF NOT WRK-TD-NO-ACORDO(WRK-SUB-DUP)
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TD-REGISTRO(WRK-SUB-DUP) TO REG-DUPLICATA.
           MOVE WRK-NUMERO-ACORDO  TO REG-ACT-ACORDO.
           MOVE REG-DUP-CLIENTE    TO REG-ACT-CLIENTE.
           MOVE REG-DUP-PEDIDO     TO REG-ACT-PEDIDO.
           MOVE REG-DUP-PARCELA    TO REG-ACT-PARCELA.
           MOVE REG-DUP-VENCIMENTO TO REG-ACT-VENCIMENTO.
           MOVE REG-DUP-SALDO      TO REG-ACT-SALDO.
           MOVE WRK-TD-MULTA(WRK-SUB-DUP) TO REG-ACT-MULTA.
           MOVE WRK-TD-JUROS(WRK-SUB-DUP) TO REG-ACT-JUROS.
           WRITE REG-ACORDO-TITULO.
           MOVE 'R' TO REG-DUP-SITUACAO.
           MOVE WRK-DATA-SYS-NUM TO REG-DUP-DATAPAGTO.
           MOVE REG-DUPLICATA TO WRK-TD-REGISTRO(WRK-SUB-DUP).

      * PARCELAS DE 30 EM 30 DIAS A PARTIR DO ACORDO, EMPURRADAS PARA
      * O PRIMEIRO DIA ÚTIL, COMO AS DA LIBERAÇÃO DE PEDIDO RETIDO
       0700-GERAR-PARCELAS.
           MOVE ZEROES TO WRK-VALOR-ACUM-PARC.
           PERFORM 0710-GERAR-UMA-PARCELA
               VARYING WRK-SUB-PARC FROM 1 BY 1
               UNTIL WRK-SUB-PARC > WRK-QT-PARCELAS.

       0710-GERAR-UMA-PARCELA.
           MOVE 1 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA1.
           COMPUTE REG-SRV-DIAS = WRK-SUB-PARC * 30.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK
               MOVE REG-SRV-DATA-RES TO WRK-VENCIMENTO
               MOVE 7 TO REG-SRV-FUNCAO
               MOVE WRK-VENCIMENTO TO REG-SRV-DATA1
               MOVE ZEROES TO REG-SRV-DIAS
               CALL 'servicodata' USING REG-SERVDATA
               IF SRV-DATA-OK
                   MOVE REG-SRV-DATA-RES TO WRK-VENCIMENTO
               END-IF
           ELSE
               MOVE WRK-DATA-SYS-NUM TO WRK-VENCIMENTO
           END-IF.
           MOVE WRK-COD-CLIENTE   TO REG-DUP-CLIENTE.
           MOVE WRK-NUMERO-ACORDO TO REG-DUP-PEDIDO.
           MOVE WRK-SUB-PARC      TO REG-DUP-PARCELA.
           MOVE WRK-DATA-SYS-NUM  TO REG-DUP-EMISSAO.
           MOVE WRK-VENCIMENTO    TO REG-DUP-VENCIMENTO.
           IF WRK-SUB-PARC = WRK-QT-PARCELAS
               COMPUTE REG-DUP-VALOR =
                   WRK-TOT-ACORDO - WRK-VALOR-ACUM-PARC
           ELSE
               MOVE WRK-VALOR-PARCELA TO REG-DUP-VALOR
               ADD WRK-VALOR-PARCELA TO WRK-VALOR-ACUM-PARC
           END-IF.
           MOVE 'A' TO REG-DUP-SITUACAO.
           MOVE ZEROES TO REG-DUP-DATAPAGTO.
           MOVE 'N' TO REG-DUP-REMESSA.
           MOVE REG-DUP-VALOR TO REG-DUP-SALDO.
           MOVE SPACE TO REG-DUP-TIPO.
           ADD 1 TO WRK-QT-DUPLICATAS.
           MOVE REG-DUPLICATA TO WRK-TD-REGISTRO(WRK-QT-DUPLICATAS).
           MOVE WRK-VENCIMENTO TO WRK-DATA-AUX.
           PERFORM 0950-FORMATAR-DATA.
           MOVE REG-DUP-VALOR TO WRK-VALOR-ED.
           DISPLAY 'PARCELA ' WRK-SUB-PARC ' VENCE ' WRK-DATA-ED ' '
               WRK-VALOR-ED.

       0800-REGRAVAR-DUPLICATAS.
           MOVE 'DUPLICATAS-ABERTAS' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
           CALL 'salvageracao' USING REG-GERACAO-PEDIDO.
           OPEN OUTPUT ARQ-DUPLICATAS.
           PERFORM VARYING WRK-SUB-DUP FROM 1 BY 1
               UNTIL WRK-SUB-DUP > WRK-QT-DUPLICATAS
               MOVE WRK-TD-REGISTRO(WRK-SUB-DUP) TO REG-DUPLICATA
               WRITE REG-DUPLICATA
           END-PERFORM.
           CLOSE ARQ-DUPLICATAS.

       0900-GRAVAR-ACORDO.
           OPEN EXTEND ARQ-ACORDOS.
           IF NOT ACORDOS-OK
               OPEN OUTPUT ARQ-ACORDOS
           END-IF.
           MOVE WRK-NUMERO-ACORDO TO REG-ACO-NUMERO.
           MOVE WRK-COD-CLIENTE   TO REG-ACO-CLIENTE.
           MOVE WRK-DATA-SYS-NUM  TO REG-ACO-DATA.
           MOVE WRK-TOT-PRINCIPAL TO REG-ACO-PRINCIPAL.
           MOVE WRK-TOT-ENCARGOS  TO REG-ACO-ENCARGOS.
           MOVE WRK-DESC-PCT      TO REG-ACO-DESC-PCT.
           MOVE WRK-DESCONTO      TO REG-ACO-DESCONTO.
           MOVE WRK-TOT-ACORDO    TO REG-ACO-TOTAL.
           MOVE WRK-QT-PARCELAS   TO REG-ACO-PARCELAS.
           MOVE 'A'               TO REG-ACO-SITUACAO.
           MOVE WRK-DATA-SYS-NUM  TO REG-ACO-DATA-SITUACAO.
           WRITE REG-ACORDO.
           CLOSE ARQ-ACORDOS.

       0950-FORMATAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.
