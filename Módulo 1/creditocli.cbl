       IDENTIFICATION DIVISION.
       PROGRAM-ID. creditocli.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = USO DOS CRÉDITOS DE DEVOLUÇÃO DO CLIENTE: LISTA OS
      *            CRÉDITOS AINDA NÃO USADOS (LANÇAMENTOS NEGATIVOS
      *            DA DEVOLUÇÃO NO RAZAO-CLIENTES-IDX MENOS OS USOS
      *            JÁ GRAVADOS EM USOS-CREDITO-CLIENTE) E DEIXA O
      *            CRÉDITO SER APLICADO NUMA DUPLICATA EM ABERTO
      *            AINDA NÃO REMETIDA AO BANCO (O SALDO CAI ANTES DA
      *            PRÓXIMA REMESSA DE BOLETOS, COM O PAGAMENTO NO
      *            HISTÓRICO DO EXTRATO) OU REEMBOLSADO PELO CONTAS
      *            A PAGAR (TÍTULO LIBERADO EM TITULOS-PAGAR, PAGO NA
      *            RODADA DOS FORNECEDORES). O USO LANÇA NO RAZÃO O
      *            VALOR CONSUMIDO, PARA O SALDO DO CLIENTE NÃO CONTAR
      *            O CRÉDITO DUAS VEZES, E O PAR DÉBITO/CRÉDITO NA
      *            EXPORTAÇÃO CONTÁBIL PELAS LINHAS 'APLCRD' E
      *            'REECRD' DO MAPA-CONTAS OU PELO PADRÃO COMPILADO;
      *            A VERSÃO ANTERIOR DAS DUPLICATAS É GUARDADA COMO
      *            GERAÇÃO ANTES DA REGRAVAÇÃO, COMO NA BAIXA
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RAZAO ASSIGN TO 'RAZAO-CLIENTES-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RAZ-CHAVE
               FILE STATUS IS WRK-STATUS-RAZAO.
           SELECT ARQ-USOS ASSIGN TO 'USOS-CREDITO-CLIENTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-USOS.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOS-DUPLICATAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGAMENTOS.
           SELECT ARQ-TITULOS ASSIGN TO 'TITULOS-PAGAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TITULOS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-MAPA-CONTAS ASSIGN TO 'MAPA-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT ARQ-GL ASSIGN TO 'LANCAMENTOS-GL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RAZAO.
           COPY 'razaoidx.cbl'.

       FD  ARQ-USOS.
           COPY 'usocred.cbl'.

       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-PAGAMENTOS.
           COPY 'pagtodup.cbl'.

       FD  ARQ-TITULOS.
           COPY 'titpagar.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-MAPA-CONTAS.
       01  REG-MAPA-CONTA.
           02 REG-MC-MES          PIC 9(02).
           02 REG-MC-CONTA-DEB    PIC X(08).
           02 REG-MC-CONTA-CRED   PIC X(08).
           02 REG-MC-CENTRO-CUSTO PIC X(06).

       FD  ARQ-GL.
       01  REG-GL.
           02 REG-GL-TIPO        PIC X(01).
           02 REG-GL-CONTA       PIC X(08).
           02 REG-GL-CENTRO      PIC X(06).
           02 REG-GL-VALOR       PIC 9(10)V99.
           02 REG-GL-COMPETENCIA PIC 9(06).
           02 REG-GL-QT          PIC 9(05).

       WORKING-STORAGE SECTION.
           COPY 'geracao.cbl'.
           COPY 'periodo.cbl'.

       77 WRK-STATUS-RAZAO      PIC X(02) VALUE '00'.
           88 RAZAO-OK             VALUE '00'.
           88 RAZAO-DUPLICADA      VALUE '22'.
           88 RAZAO-INEXISTENTE    VALUE '35'.
       77 WRK-STATUS-USOS       PIC X(02) VALUE '00'.
           88 USOS-OK              VALUE '00'.
       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-STATUS-PAGAMENTOS PIC X(02) VALUE '00'.
           88 PAGAMENTOS-OK        VALUE '00'.
       77 WRK-STATUS-TITULOS    PIC X(02) VALUE '00'.
           88 TITULOS-OK           VALUE '00'.
       77 WRK-STATUS-CADASTRO   PIC X(02) VALUE '00'.
           88 CADASTRO-OK          VALUE '00'.
       77 WRK-STATUS-MAPA       PIC X(02) VALUE '00'.
           88 MAPA-OK              VALUE '00'.
       77 WRK-STATUS-GL         PIC X(02) VALUE '00'.
           88 GL-OK                VALUE '00'.
       77 WRK-FIM-RAZAO      PIC X(01) VALUE 'N'.
           88 FIM-RAZAO         VALUE 'S'.
       77 WRK-FIM-USOS       PIC X(01) VALUE 'N'.
           88 FIM-USOS          VALUE 'S'.
       77 WRK-FIM-DUPLICATAS PIC X(01) VALUE 'N'.
           88 FIM-DUPLICATAS    VALUE 'S'.
       77 WRK-FIM-TITULOS    PIC X(01) VALUE 'N'.
           88 FIM-TITULOS       VALUE 'S'.
       77 WRK-FIM-MAPA       PIC X(01) VALUE 'N'.
           88 FIM-MAPA          VALUE 'S'.
       77 WRK-RAZAO-GRAVADO  PIC X(01) VALUE 'N'.
           88 RAZAO-GRAVADO     VALUE 'S'.
       77 WRK-RAZAO-ERRO     PIC X(01) VALUE 'N'.
           88 RAZAO-ERRO        VALUE 'S'.

      * CONTAS DA APLICAÇÃO E DO REEMBOLSO: AS LINHAS DE CENTRO
      * 'APLCRD' E 'REECRD' DO MAPA DE CONTAS DO MÊS PREVALECEM SOBRE
      * O PADRÃO COMPILADO. A DEVOLUÇÃO JÁ CREDITOU O CAIXA; O USO DO
      * CRÉDITO DEVOLVE O VALOR AO CAIXA CONTRA CLIENTES (APLICAÇÃO)
      * OU CONTRA O CONTAS A PAGAR QUE A RODADA DE PAGAMENTO QUITA
      * (REEMBOLSO)
       77 WRK-GL-APL-DEB   PIC X(08) VALUE '11010001'.
       77 WRK-GL-APL-CRED  PIC X(08) VALUE '11030001'.
       77 WRK-GL-REE-DEB   PIC X(08) VALUE '11010001'.
       77 WRK-GL-REE-CRED  PIC X(08) VALUE '21010001'.
       77 WRK-PAR-DEB      PIC X(08) VALUE SPACES.
       77 WRK-PAR-CRED     PIC X(08) VALUE SPACES.

      * CRÉDITOS DE DEVOLUÇÃO DO CLIENTE, PELA CHAVE DO RAZÃO, COM O
      * VALOR ORIGINAL E O QUE AINDA RESTA DEPOIS DOS USOS
       77 WRK-QT-CREDITOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-CRED    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-NUM-CREDITO PIC 9(03) VALUE ZEROES.
       01  WRK-TAB-CREDITOS.
           02 WRK-TAB-CRED-ITEM OCCURS 50 TIMES.
               03 WRK-TC-MES   PIC 9(02).
               03 WRK-TC-SEQ   PIC 9(04).
               03 WRK-TC-VALOR PIC 9(08)V99.
               03 WRK-TC-SALDO PIC S9(08)V99.
       77 WRK-TOTAL-DISPONIVEL PIC S9(10)V99 VALUE ZEROES.

      * DUPLICATAS CARREGADAS EM TABELA PARA A REGRAVAÇÃO INTEIRA
       77 WRK-QT-DUPLICATAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-DUP       PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ACHADA    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TABELA-CHEIA  PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA     VALUE 'S'.
       01  WRK-TAB-DUPLICATAS.
           02 WRK-TD-REGISTRO PIC X(61) OCCURS 500 TIMES.

       77 WRK-OPCAO        PIC 9(01) VALUE ZEROES.
           88 OPCAO-APLICAR     VALUE 1.
           88 OPCAO-REEMBOLSAR  VALUE 2.
       77 WRK-COD-CLIENTE  PIC 9(06) VALUE ZEROES.
       77 WRK-NUM-PEDIDO   PIC 9(06) VALUE ZEROES.
       77 WRK-NUM-PARCELA  PIC 9(02) VALUE ZEROES.
       77 WRK-RESPOSTA     PIC X(01) VALUE SPACES.
           88 RESPOSTA-SIM    VALUE 'S' 's'.
       77 WRK-VALOR-USO    PIC 9(08)V99 VALUE ZEROES.
       77 WRK-VALOR-MAXIMO PIC 9(08)V99 VALUE ZEROES.
       77 WRK-VALOR-ED     PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-SALDO-ED     PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-NUM-ED       PIC ZZ9 VALUE ZEROES.
       77 WRK-PARCELA-TIT  PIC 9(02) VALUE ZEROES.

      * O REEMBOLSO ENTRA NO CONTAS A PAGAR COM O CLIENTE NO LUGAR DO
      * FORNECEDOR (O CADASTRO MESTRE É O MESMO) E O DOCUMENTO 'DEV'
      * MAIS A CHAVE DO CRÉDITO NO RAZÃO; CADA REEMBOLSO PARCIAL DO
      * MESMO CRÉDITO É UMA PARCELA NOVA
       01  WRK-DOC-REEMBOLSO.
           02 FILLER     PIC X(03) VALUE 'DEV'.
           02 WRK-DR-MES PIC 9(02).
           02 WRK-DR-SEQ PIC 9(04).
           02 FILLER     PIC X(01) VALUE SPACES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'CRÉDITOS DE DEVOLUÇÃO DO CLIENTE'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           COMPUTE WRK-COMPETENCIA = WRK-DS-ANO * 100 + WRK-DS-MES.
           DISPLAY 'CÓDIGO DO CLIENTE:'.
           ACCEPT WRK-COD-CLIENTE FROM CONSOLE.
           PERFORM 0050-MOSTRAR-CLIENTE.
           PERFORM 0100-LEVANTAR-CREDITOS.
           PERFORM 0150-ABATER-USOS.
           PERFORM 0180-LISTAR-CREDITOS.
           IF WRK-TOTAL-DISPONIVEL NOT > ZEROES
               DISPLAY 'CLIENTE SEM CRÉDITO DE DEVOLUÇÃO DISPONÍVEL'
               GOBACK
           END-IF.
           DISPLAY '1 - APLICAR CRÉDITO EM DUPLICATA EM ABERTO'.
           DISPLAY '2 - REEMBOLSAR CRÉDITO AO CLIENTE'.
           DISPLAY 'OPÇÃO (0 = SAIR):'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF NOT OPCAO-APLICAR AND NOT OPCAO-REEMBOLSAR
               GOBACK
           END-IF.
           DISPLAY 'NÚMERO DO CRÉDITO NA LISTA:'.
           ACCEPT WRK-NUM-CREDITO FROM CONSOLE.
           IF WRK-NUM-CREDITO < 1 OR
              WRK-NUM-CREDITO > WRK-QT-CREDITOS
               DISPLAY 'CRÉDITO NÃO ENCONTRADO NA LISTA'
               GOBACK
           END-IF.
           MOVE WRK-NUM-CREDITO TO WRK-SUB-CRED.
           IF WRK-TC-SALDO(WRK-SUB-CRED) NOT > ZEROES
               DISPLAY 'CRÉDITO JÁ TOTALMENTE USADO'
               GOBACK
           END-IF.
           MOVE WRK-COMPETENCIA TO REG-PER-ANOMES.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'COMPETÊNCIA ' WRK-COMPETENCIA
                   ' FECHADA - CRÉDITO NÃO MOVIMENTADO'
               GOBACK
           END-IF.
           PERFORM 0190-LOCALIZAR-CONTAS.
           IF OPCAO-APLICAR
               PERFORM 0300-APLICAR-CREDITO
           ELSE
               PERFORM 0400-REEMBOLSAR-CREDITO
           END-IF.
           GOBACK.

       0050-MOSTRAR-CLIENTE.
           MOVE SPACES TO REG-CAD-NOME.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               MOVE WRK-COD-CLIENTE TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   INVALID KEY
                       MOVE '(NOME NAO CADASTRADO)' TO REG-CAD-NOME
               END-READ
               CLOSE ARQ-CADASTRO
           END-IF.
           DISPLAY 'CLIENTE ' WRK-COD-CLIENTE ' ' REG-CAD-NOME.

      * OS CRÉDITOS SÃO OS LANÇAMENTOS NEGATIVOS DO CLIENTE NO RAZÃO,
      * GRAVADOS PELA DEVOLUÇÃO; OS LANÇAMENTOS DE CONSUMO GRAVADOS
      * AQUI SÃO POSITIVOS E NÃO ENTRAM NA LISTA
       0100-LEVANTAR-CREDITOS.
           MOVE ZEROES TO WRK-QT-CREDITOS.
           MOVE 'N' TO WRK-FIM-RAZAO.
           OPEN INPUT ARQ-RAZAO.
           IF NOT RAZAO-OK
               DISPLAY 'RAZÃO DE VENDAS POR CLIENTE NÃO ENCONTRADO'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COD-CLIENTE TO REG-RAZ-CLIENTE.
           MOVE ZEROES TO REG-RAZ-MES.
           MOVE ZEROES TO REG-RAZ-SEQ.
           START ARQ-RAZAO KEY IS NOT LESS THAN REG-RAZ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-RAZAO
           END-START.
           IF NOT FIM-RAZAO
               PERFORM 0110-LER-RAZAO
           END-IF.
           PERFORM 0120-GUARDAR-CREDITO UNTIL FIM-RAZAO.
           CLOSE ARQ-RAZAO.

       0110-LER-RAZAO.
           READ ARQ-RAZAO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-RAZAO
           END-READ.

       0120-GUARDAR-CREDITO.
           IF REG-RAZ-CLIENTE NOT = WRK-COD-CLIENTE
               MOVE 'S' TO WRK-FIM-RAZAO
               EXIT PARAGRAPH
           END-IF.
           IF REG-RAZ-VALOR < ZEROES
               IF WRK-QT-CREDITOS < 50
                   ADD 1 TO WRK-QT-CREDITOS
                   MOVE REG-RAZ-MES TO WRK-TC-MES(WRK-QT-CREDITOS)
                   MOVE REG-RAZ-SEQ TO WRK-TC-SEQ(WRK-QT-CREDITOS)
                   COMPUTE WRK-TC-VALOR(WRK-QT-CREDITOS) =
                       REG-RAZ-VALOR * -1
                   MOVE WRK-TC-VALOR(WRK-QT-CREDITOS)
                       TO WRK-TC-SALDO(WRK-QT-CREDITOS)
               ELSE
                   DISPLAY 'TABELA DE CRÉDITOS EXCEDIDA - CRÉDITO '
                       REG-RAZ-MES '/' REG-RAZ-SEQ ' IGNORADO'
               END-IF
           END-IF.
           PERFORM 0110-LER-RAZAO.

       0150-ABATER-USOS.
           MOVE 'N' TO WRK-FIM-USOS.
           OPEN INPUT ARQ-USOS.
           IF USOS-OK
               PERFORM 0160-LER-USO
               PERFORM 0170-ABATER-UM-USO UNTIL FIM-USOS
               CLOSE ARQ-USOS
           END-IF.

       0160-LER-USO.
           READ ARQ-USOS
               AT END
                   MOVE 'S' TO WRK-FIM-USOS
           END-READ.

       0170-ABATER-UM-USO.
           IF REG-UCR-CLIENTE = WRK-COD-CLIENTE
               PERFORM VARYING WRK-SUB-CRED FROM 1 BY 1
                   UNTIL WRK-SUB-CRED > WRK-QT-CREDITOS
                   IF WRK-TC-MES(WRK-SUB-CRED) = REG-UCR-MES AND
                      WRK-TC-SEQ(WRK-SUB-CRED) = REG-UCR-SEQ
                       SUBTRACT REG-UCR-VALOR
                           FROM WRK-TC-SALDO(WRK-SUB-CRED)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 0160-LER-USO.

      * A LISTA NUMERA TODOS OS CRÉDITOS DO CLIENTE; O JÁ USADO POR
      * INTEIRO APARECE COM O SALDO ZERADO E NÃO PODE SER ESCOLHIDO
       0180-LISTAR-CREDITOS.
           MOVE ZEROES TO WRK-TOTAL-DISPONIVEL.
           DISPLAY '________________________________________'.
           DISPLAY ' Nº  MÊS/SEQ          DEVOLUÇÃO'
               '       DISPONÍVEL'.
           PERFORM VARYING WRK-SUB-CRED FROM 1 BY 1
               UNTIL WRK-SUB-CRED > WRK-QT-CREDITOS
               MOVE WRK-SUB-CRED TO WRK-NUM-ED
               MOVE WRK-TC-VALOR(WRK-SUB-CRED) TO WRK-VALOR-ED
               IF WRK-TC-SALDO(WRK-SUB-CRED) > ZEROES
                   MOVE WRK-TC-SALDO(WRK-SUB-CRED) TO WRK-SALDO-ED
                   ADD WRK-TC-SALDO(WRK-SUB-CRED)
                       TO WRK-TOTAL-DISPONIVEL
               ELSE
                   MOVE ZEROES TO WRK-SALDO-ED
               END-IF
               DISPLAY WRK-NUM-ED '  ' WRK-TC-MES(WRK-SUB-CRED) '/'
                   WRK-TC-SEQ(WRK-SUB-CRED) '  ' WRK-VALOR-ED '  '
                   WRK-SALDO-ED
           END-PERFORM.
           MOVE WRK-TOTAL-DISPONIVEL TO WRK-SALDO-ED.
           DISPLAY 'CRÉDITO DISPONÍVEL: ' WRK-SALDO-ED.

       0190-LOCALIZAR-CONTAS.
           OPEN INPUT ARQ-MAPA-CONTAS.
           IF MAPA-OK
               PERFORM 0195-LER-MAPA
               PERFORM 0196-COMPARAR-MAPA UNTIL FIM-MAPA
               CLOSE ARQ-MAPA-CONTAS
           END-IF.

       0195-LER-MAPA.
           READ ARQ-MAPA-CONTAS
               AT END
                   MOVE 'S' TO WRK-FIM-MAPA
           END-READ.

       0196-COMPARAR-MAPA.
           IF REG-MC-MES = WRK-DS-MES OR REG-MC-MES = ZEROES
               IF REG-MC-CENTRO-CUSTO = 'APLCRD'
                   MOVE REG-MC-CONTA-DEB  TO WRK-GL-APL-DEB
                   MOVE REG-MC-CONTA-CRED TO WRK-GL-APL-CRED
               END-IF
               IF REG-MC-CENTRO-CUSTO = 'REECRD'
                   MOVE REG-MC-CONTA-DEB  TO WRK-GL-REE-DEB
                   MOVE REG-MC-CONTA-CRED TO WRK-GL-REE-CRED
               END-IF
           END-IF.
           PERFORM 0195-LER-MAPA.

      * O CRÉDITO SÓ ENTRA EM DUPLICATA EM ABERTO DO PRÓPRIO CLIENTE
      * QUE AINDA NÃO FOI AO BANCO: A REMETIDA JÁ TEM BOLETO PELO
      * SALDO CHEIO. O VALOR VAI ATÉ O MENOR ENTRE O CRÉDITO E O SALDO
       0300-APLICAR-CREDITO.
           PERFORM 0310-CARREGAR-DUPLICATAS.
           IF TABELA-CHEIA
               DISPLAY 'DUPLICATAS-ABERTAS EXCEDE O LIMITE DE '
                   '500 DA TABELA - APLICAÇÃO RECUSADA PARA NÃO '
                   'TRUNCAR O ARQUIVO NA REGRAVAÇÃO; RODE O '
                   'EXPURGO DAS DUPLICATAS LIQUIDADAS (EXPURGO) '
                   'E TENTE DE NOVO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0330-LOCALIZAR-DUPLICATA.
           IF WRK-SUB-ACHADA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF NOT REG-DUP-ABERTA OR REG-DUP-SALDO = ZEROES
               DISPLAY 'SÓ DUPLICATA EM ABERTO PODE RECEBER CRÉDITO'
               EXIT PARAGRAPH
           END-IF.
           IF REG-DUP-REMETIDA
               DISPLAY 'DUPLICATA JÁ REMETIDA AO BANCO - O BOLETO '
                   'SAIU PELO SALDO CHEIO; APLIQUE O CRÉDITO EM '
                   'OUTRA DUPLICATA OU REEMBOLSE'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TC-SALDO(WRK-SUB-CRED) TO WRK-VALOR-MAXIMO.
           IF REG-DUP-SALDO < WRK-VALOR-MAXIMO
               MOVE REG-DUP-SALDO TO WRK-VALOR-MAXIMO
           END-IF.
           MOVE REG-DUP-SALDO TO WRK-SALDO-ED.
           MOVE WRK-VALOR-MAXIMO TO WRK-VALOR-ED.
           DISPLAY '________________________________________'.
           DISPLAY 'PEDIDO ' REG-DUP-PEDIDO '/' REG-DUP-PARCELA
               ' SALDO EM ABERTO: ' WRK-SALDO-ED.
           DISPLAY 'MÁXIMO A APLICAR: ' WRK-VALOR-ED.
           DISPLAY 'VALOR A APLICAR (0 = MÁXIMO):'.
           ACCEPT WRK-VALOR-USO FROM CONSOLE.
           IF WRK-VALOR-USO = ZEROES
               MOVE WRK-VALOR-MAXIMO TO WRK-VALOR-USO
           END-IF.
           IF WRK-VALOR-USO > WRK-VALOR-MAXIMO
               DISPLAY 'VALOR ACIMA DO CRÉDITO OU DO SALDO - '
                   'APLICAÇÃO NÃO GRAVADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-VALOR-USO TO WRK-VALOR-ED.
           DISPLAY 'CONFIRMA A APLICAÇÃO DE ' WRK-VALOR-ED ' (S/N)?'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF NOT RESPOSTA-SIM
               DISPLAY 'APLICAÇÃO NÃO GRAVADA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0700-CONSUMIR-NO-RAZAO.
           IF NOT RAZAO-GRAVADO
               DISPLAY 'APLICAÇÃO NÃO GRAVADA'
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WRK-VALOR-USO FROM REG-DUP-SALDO.
           IF REG-DUP-SALDO = ZEROES
               MOVE 'L' TO REG-DUP-SITUACAO
               MOVE WRK-DATA-SYS-NUM TO REG-DUP-DATAPAGTO
           END-IF.
           MOVE REG-DUPLICATA TO WRK-TD-REGISTRO(WRK-SUB-ACHADA).
           PERFORM 0800-REGRAVAR-DUPLICATAS.
           PERFORM 0830-GRAVAR-PAGAMENTO.
           MOVE 'A' TO REG-UCR-TIPO.
           MOVE REG-DUP-PEDIDO  TO REG-UCR-PEDIDO.
           MOVE REG-DUP-PARCELA TO REG-UCR-PARCELA.
           PERFORM 0810-GRAVAR-USO.
           MOVE WRK-GL-APL-DEB  TO WRK-PAR-DEB.
           MOVE WRK-GL-APL-CRED TO WRK-PAR-CRED.
           PERFORM 0820-LANCAR-GL.
           DISPLAY 'CRÉDITO APLICADO: ' WRK-VALOR-ED.
           IF REG-DUP-LIQUIDADA
               DISPLAY 'SALDO ZERADO - DUPLICATA LIQUIDADA'
           ELSE
               MOVE REG-DUP-SALDO TO WRK-SALDO-ED
               DISPLAY 'SALDO QUE VAI PARA O BOLETO: ' WRK-SALDO-ED
           END-IF.

       0310-CARREGAR-DUPLICATAS.
           OPEN INPUT ARQ-DUPLICATAS.
           IF DUPLICATAS-OK
               PERFORM 0315-LER-DUPLICATA
               PERFORM 0320-GUARDAR-DUPLICATA UNTIL FIM-DUPLICATAS
               CLOSE ARQ-DUPLICATAS
           END-IF.

       0315-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-DUPLICATAS
           END-READ.

       0320-GUARDAR-DUPLICATA.
           IF WRK-QT-DUPLICATAS < 500
               ADD 1 TO WRK-QT-DUPLICATAS
               MOVE REG-DUPLICATA TO WRK-TD-REGISTRO(WRK-QT-DUPLICATAS)
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-FIM-DUPLICATAS
           END-IF.
           PERFORM 0315-LER-DUPLICATA.

       0330-LOCALIZAR-DUPLICATA.
           MOVE ZEROES TO WRK-SUB-ACHADA.
           DISPLAY 'NÚMERO DO PEDIDO (OU DO ACORDO):'.
           ACCEPT WRK-NUM-PEDIDO FROM CONSOLE.
           DISPLAY 'PARCELA:'.
           ACCEPT WRK-NUM-PARCELA FROM CONSOLE.
           PERFORM VARYING WRK-SUB-DUP FROM 1 BY 1
               UNTIL WRK-SUB-DUP > WRK-QT-DUPLICATAS
                   OR WRK-SUB-ACHADA > ZEROES
               MOVE WRK-TD-REGISTRO(WRK-SUB-DUP) TO REG-DUPLICATA
               IF REG-DUP-CLIENTE = WRK-COD-CLIENTE AND
                  REG-DUP-PEDIDO = WRK-NUM-PEDIDO AND
                  REG-DUP-PARCELA = WRK-NUM-PARCELA
                   MOVE WRK-SUB-DUP TO WRK-SUB-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-SUB-ACHADA = ZEROES
               DISPLAY 'DUPLICATA DO CLIENTE NÃO ENCONTRADA'
           ELSE
               MOVE WRK-TD-REGISTRO(WRK-SUB-ACHADA) TO REG-DUPLICATA
           END-IF.

      * O REEMBOLSO VIRA UM TÍTULO LIBERADO NO CONTAS A PAGAR, COM
      * VENCIMENTO NA DATA, PARA SAIR NA PRÓXIMA RODADA DE PAGAMENTO
       0400-REEMBOLSAR-CREDITO.
           MOVE WRK-TC-SALDO(WRK-SUB-CRED) TO WRK-VALOR-MAXIMO.
           MOVE WRK-VALOR-MAXIMO TO WRK-VALOR-ED.
           DISPLAY '________________________________________'.
           DISPLAY 'CRÉDITO DISPONÍVEL PARA REEMBOLSO: '
               WRK-VALOR-ED.
           DISPLAY 'VALOR A REEMBOLSAR (0 = TODO O CRÉDITO):'.
           ACCEPT WRK-VALOR-USO FROM CONSOLE.
           IF WRK-VALOR-USO = ZEROES
               MOVE WRK-VALOR-MAXIMO TO WRK-VALOR-USO
           END-IF.
           IF WRK-VALOR-USO > WRK-VALOR-MAXIMO
               DISPLAY 'VALOR ACIMA DO CRÉDITO - REEMBOLSO NÃO '
                   'GRAVADO'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-VALOR-USO TO WRK-VALOR-ED.
           DISPLAY 'CONFIRMA O REEMBOLSO DE ' WRK-VALOR-ED ' (S/N)?'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF NOT RESPOSTA-SIM
               DISPLAY 'REEMBOLSO NÃO GRAVADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0700-CONSUMIR-NO-RAZAO.
           IF NOT RAZAO-GRAVADO
               DISPLAY 'REEMBOLSO NÃO GRAVADO'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TC-MES(WRK-SUB-CRED) TO WRK-DR-MES.
           MOVE WRK-TC-SEQ(WRK-SUB-CRED) TO WRK-DR-SEQ.
           PERFORM 0410-PROXIMA-PARCELA.
           PERFORM 0430-GRAVAR-TITULO.
           MOVE 'R' TO REG-UCR-TIPO.
           MOVE ZEROES TO REG-UCR-PEDIDO.
           MOVE WRK-PARCELA-TIT TO REG-UCR-PARCELA.
           PERFORM 0810-GRAVAR-USO.
           MOVE WRK-GL-REE-DEB  TO WRK-PAR-DEB.
           MOVE WRK-GL-REE-CRED TO WRK-PAR-CRED.
           PERFORM 0820-LANCAR-GL.
           DISPLAY 'REEMBOLSO LANÇADO NO CONTAS A PAGAR: '
               WRK-DOC-REEMBOLSO '/' WRK-PARCELA-TIT ' '
               WRK-VALOR-ED.

       0410-PROXIMA-PARCELA.
           MOVE ZEROES TO WRK-PARCELA-TIT.
           MOVE 'N' TO WRK-FIM-TITULOS.
           OPEN INPUT ARQ-TITULOS.
           IF TITULOS-OK
               PERFORM 0415-LER-TITULO
               PERFORM 0420-COMPARAR-TITULO UNTIL FIM-TITULOS
               CLOSE ARQ-TITULOS
           END-IF.
           ADD 1 TO WRK-PARCELA-TIT.

       0415-LER-TITULO.
           READ ARQ-TITULOS
               AT END
                   MOVE 'S' TO WRK-FIM-TITULOS
           END-READ.

       0420-COMPARAR-TITULO.
           IF REG-TIT-FORNECEDOR = WRK-COD-CLIENTE AND
              REG-TIT-DOCUMENTO = WRK-DOC-REEMBOLSO AND
              REG-TIT-PARCELA > WRK-PARCELA-TIT
               MOVE REG-TIT-PARCELA TO WRK-PARCELA-TIT
           END-IF.
           PERFORM 0415-LER-TITULO.

       0430-GRAVAR-TITULO.
           OPEN EXTEND ARQ-TITULOS.
           IF NOT TITULOS-OK
               OPEN OUTPUT ARQ-TITULOS
           END-IF.
           MOVE WRK-COD-CLIENTE   TO REG-TIT-FORNECEDOR.
           MOVE WRK-DOC-REEMBOLSO TO REG-TIT-DOCUMENTO.
           MOVE WRK-PARCELA-TIT   TO REG-TIT-PARCELA.
           MOVE WRK-DATA-SYS-NUM  TO REG-TIT-EMISSAO.
           MOVE WRK-DATA-SYS-NUM  TO REG-TIT-VENCIMENTO.
           MOVE WRK-VALOR-USO     TO REG-TIT-VALOR.
           MOVE 'L'               TO REG-TIT-SITUACAO.
           MOVE ZEROES            TO REG-TIT-DATAPAGTO.
           MOVE 'REEMBOLSO CREDITO' TO REG-TIT-REVISOR.
           WRITE REG-TITULO-PAGAR.
           CLOSE ARQ-TITULOS.

      * O VALOR USADO VOLTA AO RAZÃO COMO LANÇAMENTO POSITIVO NO MÊS
      * CORRENTE: O CRÉDITO JÁ TINHA ABATIDO O SALDO DO CLIENTE E,
      * APLICADO NA DUPLICATA OU REEMBOLSADO, NÃO PODE ABATER DE NOVO.
      * A SEQUÊNCIA LIVRE É ACHADA NA GRAVAÇÃO, COMO NA DEVOLUÇÃO, MAS
      * NA FAIXA RESERVADA AO CONSUMO, QUE OS RELATÓRIOS DE VENDA PULAM
      * - E ANTES DA DUPLICATA OU DO TÍTULO: O RAZÃO PRESO OU
      * DANIFICADO, OU A FAIXA ESGOTADA, RECUSA O USO SEM MEXER NELES.
      * O RAZÃO SÓ É CRIADO QUANDO NÃO EXISTE (STATUS 35)
       0700-CONSUMIR-NO-RAZAO.
           MOVE 'N' TO WRK-RAZAO-GRAVADO.
           MOVE 'N' TO WRK-RAZAO-ERRO.
           OPEN I-O ARQ-RAZAO.
           IF RAZAO-INEXISTENTE
               OPEN OUTPUT ARQ-RAZAO
               CLOSE ARQ-RAZAO
               OPEN I-O ARQ-RAZAO
           END-IF.
           IF NOT RAZAO-OK
               DISPLAY 'RAZAO-CLIENTES-IDX INDISPONÍVEL - STATUS '
                   WRK-STATUS-RAZAO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COD-CLIENTE TO REG-RAZ-CLIENTE.
           MOVE WRK-DS-MES      TO REG-RAZ-MES.
           MOVE WRK-VALOR-USO   TO REG-RAZ-VALOR.
           MOVE 9001 TO REG-RAZ-SEQ.
           PERFORM 0710-TENTAR-GRAVAR-RAZAO
               UNTIL RAZAO-GRAVADO OR RAZAO-ERRO.
           CLOSE ARQ-RAZAO.
           IF RAZAO-ERRO
               DISPLAY 'CONSUMO DO CRÉDITO NÃO GRAVADO NO RAZÃO - '
                   'SEQUÊNCIA ' REG-RAZ-SEQ ' STATUS '
                   WRK-STATUS-RAZAO
           END-IF.

       0710-TENTAR-GRAVAR-RAZAO.
           WRITE REG-RAZAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-RAZAO-GRAVADO
           END-WRITE.
           IF RAZAO-GRAVADO
               EXIT PARAGRAPH
           END-IF.
           IF RAZAO-DUPLICADA AND REG-RAZ-SEQ < 9999
               ADD 1 TO REG-RAZ-SEQ
           ELSE
               MOVE 'S' TO WRK-RAZAO-ERRO
           END-IF.

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
           MOVE WRK-TD-REGISTRO(WRK-SUB-ACHADA) TO REG-DUPLICATA.

      * O USO GUARDA A CHAVE DO CRÉDITO E A DO LANÇAMENTO DE CONSUMO
      * RECÉM-GRAVADO NO RAZÃO (REG-RAZ-CHAVE DA ÚLTIMA GRAVAÇÃO)
       0810-GRAVAR-USO.
           OPEN EXTEND ARQ-USOS.
           IF NOT USOS-OK
               OPEN OUTPUT ARQ-USOS
           END-IF.
           MOVE WRK-COD-CLIENTE          TO REG-UCR-CLIENTE.
           MOVE WRK-TC-MES(WRK-SUB-CRED) TO REG-UCR-MES.
           MOVE WRK-TC-SEQ(WRK-SUB-CRED) TO REG-UCR-SEQ.
           MOVE WRK-DATA-SYS-NUM         TO REG-UCR-DATA.
           MOVE WRK-VALOR-USO            TO REG-UCR-VALOR.
           MOVE REG-RAZ-MES              TO REG-UCR-MES-USO.
           MOVE REG-RAZ-SEQ              TO REG-UCR-SEQ-USO.
           WRITE REG-USO-CREDITO.
           CLOSE ARQ-USOS.

       0820-LANCAR-GL.
           OPEN EXTEND ARQ-GL.
           IF NOT GL-OK
               OPEN OUTPUT ARQ-GL
           END-IF.
           MOVE 'D' TO REG-GL-TIPO.
           MOVE WRK-PAR-DEB TO REG-GL-CONTA.
           MOVE 'CREDCL' TO REG-GL-CENTRO.
           MOVE WRK-VALOR-USO TO REG-GL-VALOR.
           MOVE WRK-COMPETENCIA TO REG-GL-COMPETENCIA.
           MOVE 1 TO REG-GL-QT.
           WRITE REG-GL.
           MOVE 'C' TO REG-GL-TIPO.
           MOVE WRK-PAR-CRED TO REG-GL-CONTA.
           WRITE REG-GL.
           CLOSE ARQ-GL.

      * A APLICAÇÃO ENTRA NO HISTÓRICO DE PAGAMENTOS COMO PRINCIPAL,
      * COM A ORIGEM C, PARA O EXTRATO DO CLIENTE ENXERGAR O ABATIMENTO
       0830-GRAVAR-PAGAMENTO.
           OPEN EXTEND ARQ-PAGAMENTOS.
           IF NOT PAGAMENTOS-OK
               OPEN OUTPUT ARQ-PAGAMENTOS
           END-IF.
           MOVE REG-DUP-CLIENTE  TO REG-PGD-CLIENTE.
           MOVE REG-DUP-PEDIDO   TO REG-PGD-PEDIDO.
           MOVE REG-DUP-PARCELA  TO REG-PGD-PARCELA.
           MOVE WRK-DATA-SYS-NUM TO REG-PGD-DATA.
           MOVE WRK-VALOR-USO    TO REG-PGD-RECEBIDO.
           MOVE WRK-VALOR-USO    TO REG-PGD-PRINCIPAL.
           MOVE ZEROES           TO REG-PGD-MULTA.
           MOVE ZEROES           TO REG-PGD-JUROS.
           MOVE REG-DUP-SALDO    TO REG-PGD-SALDO.
           MOVE 'C'              TO REG-PGD-ORIGEM.
           WRITE REG-PAGTO-DUPLICATA.
           CLOSE ARQ-PAGAMENTOS.
