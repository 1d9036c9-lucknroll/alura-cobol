       IDENTIFICATION DIVISION.
       PROGRAM-ID. rastreiaped.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = RASTREIO DO PEDIDO DE PONTA A PONTA, PARA O
      *            ATENDENTE RESPONDER "ONDE ESTÁ O MEU PEDIDO" NUMA
      *            TELA SÓ: PELO NÚMERO DO PEDIDO OU PELO CLIENTE
      *            (TODOS OS PEDIDOS DELE), MOSTRA A LINHA DO TEMPO -
      *            ENTRADA, CRÉDITO (RETIDO, LIBERADO OU CANCELADO),
      *            RESERVA OU BACKORDER POR ITEM (COM O DISPONÍVEL DO
      *            SALDOS-ESTOQUE), SEPARAÇÃO (ONDA DA
      *            LISTA-SEPARACAO OU SITUAÇÃO DO CABEÇALHO),
      *            EXPEDIÇÃO COM TRANSPORTADORA E PROMESSA
      *            (REMESSAS-FRETE E COTACOES-FRETE), ENTREGA
      *            (CONFIRMAÇÃO DO EDI-RETORNO), NOTA E PAGAMENTO DE
      *            CADA PARCELA (DUPLICATAS-ABERTAS). ETAPA FORA DO
      *            PRAZO SAI MARCADA COM ***ATRASADO. SÓ CONSULTA -
      *            NENHUM ARQUIVO É ALTERADO. O FRETE NÃO GUARDA O
      *            NÚMERO DO PEDIDO: A REMESSA E A COTAÇÃO CASAM PELO
      *            CLIENTE E PRODUTO, E A ENTREGA PELA UF E NOME DO
      *            PRODUTO, COMO NO RELATÓRIO DE ATRASOS DE FRETE
      * DATA = 15/10/2026
      * 15/10/2026 LUCAS  A PARCELA EM ABERTO PASSA A MOSTRAR O SALDO EM
      *                    ABERTO, NÃO O VALOR ORIGINAL
      * 15/10/2026 LUCAS  PARCELA RENEGOCIADA NUM ACORDO DE COBRANÇA
      *                    MOSTRA A DATA E O NÚMERO DO ACORDO (ACORDOS-
      *                    TITULOS)
      * 15/10/2026 LUCAS  PARCELA BAIXADA PARA PERDA CONTRA A PDD
      *                    MOSTRA O SALDO DEVIDO E A DATA DA BAIXA
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO DA NF-E NO LAYOUT DO
      *                    CABEÇALHO DO PEDIDO
      * 15/10/2026 LUCAS  PEDIDO EXPEDIDO PARA A FROTA PRÓPRIA MOSTRA A
      *                    PARADA DO ROMANEIO (ENTREGAS-FROTA) - EM
      *                    ESPERA, EM ROTA, ENTREGUE OU NÃO ENTREGUE -
      *                    NO LUGAR DA REMESSA E DA TRANSPORTADORA
      * 15/10/2026 LUCAS  CABEÇALHO LIDO PELA CHAVE DO PEDIDO OU DO
      *                    CLIENTE EM PEDIDOS-CAB-IDX; ITENS DO PEDIDO
      *                    LIDOS A PARTIR DA CHAVE EM PEDIDOS-ITEM-IDX
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PC-NUMERO
               ALTERNATE RECORD KEY IS REG-PC-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-PEDCAB.
           SELECT ARQ-PEDITEM ASSIGN TO 'PEDIDOS-ITEM-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PI-CHAVE
               FILE STATUS IS WRK-STATUS-PEDITEM.
           SELECT ARQ-RETIDOS ASSIGN TO 'PEDIDOS-RETIDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETIDOS.
           SELECT ARQ-BACKORDER ASSIGN TO 'PEDIDOS-BACKORDER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BACKORDER.
           SELECT ARQ-REJEITADOS ASSIGN TO 'REJEITADOS-LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REJ.
           SELECT ARQ-SALDOS ASSIGN TO 'SALDOS-ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-SAL-PRODUTO
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-LISTA ASSIGN TO 'LISTA-SEPARACAO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LISTA.
           SELECT ARQ-REMESSAS ASSIGN TO 'REMESSAS-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REMESSAS.
           SELECT ARQ-COTACOES ASSIGN TO 'COTACOES-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COTACOES.
           SELECT ARQ-RETORNO ASSIGN TO 'EDI-RETORNO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETORNO.
           SELECT ARQ-TRANSPORTADORAS ASSIGN TO 'TRANSPORTADORAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-ACORDOS-TIT ASSIGN TO 'ACORDOS-TITULOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ACORDOS-TIT.
           SELECT ARQ-ENTREGAS ASSIGN TO 'ENTREGAS-FROTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENTREGAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-PEDITEM.
           COPY 'peditemidx.cbl'.

       FD  ARQ-RETIDOS.
           COPY 'pedretido.cbl'.

       FD  ARQ-BACKORDER.
           COPY 'backorder.cbl'.

       FD  ARQ-REJEITADOS.
           COPY 'rejeitados.cbl'.

       FD  ARQ-SALDOS.
           COPY 'saldoest.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

      * NA LISTA DA ONDA, OS PEDIDOS SAEM NO FIM COMO
      * 'PEDIDO NNNNNN CLIENTE ...'
       FD  ARQ-LISTA.
       01  REG-LISTA.
           02 REG-LST-ROTULO PIC X(07).
           02 REG-LST-PEDIDO PIC X(06).
           02 FILLER         PIC X(67).

       FD  ARQ-REMESSAS.
       01  REG-REMESSA.
           02 REG-REM-PRODUTO PIC 9(06).
           02 REG-REM-CLIENTE PIC 9(06).
           02 REG-REM-PESO    PIC 9(05)V99.
           02 REG-REM-SEGURO  PIC X(01).
           02 REG-REM-CEP     PIC 9(08).

       FD  ARQ-COTACOES.
       01  REG-COTACAO.
           02 REG-COT-PRODUTO PIC 9(06).
           02 REG-COT-CLIENTE PIC 9(06).
           02 REG-COT-UF      PIC X(02).
           02 REG-COT-FRETE   PIC 9(06)V99.
           02 REG-COT-SEGURO  PIC 9(06)V99.
           02 REG-COT-TRANSP  PIC 9(02).
           02 REG-COT-DATA     PIC 9(08).
           02 REG-COT-PROMESSA PIC 9(08).

       FD  ARQ-RETORNO.
       01  REG-RETORNO.
           02 REG-RET-UF       PIC X(02).
           02 REG-RET-PRODUTO  PIC X(20).
           02 REG-RET-SITUACAO PIC X(01).
           02 REG-RET-COBRADO  PIC 9(06)V99.

       FD  ARQ-TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
           02 REG-TRA-CODIGO    PIC 9(02).
           02 REG-TRA-NOME      PIC X(15).
           02 REG-TRA-ATIVA     PIC X(01).
           02 REG-TRA-UF        PIC X(02).
           02 REG-TRA-AJUSTE-UF PIC 9(03)V99.
           02 REG-TRA-AJUSTE-KG PIC 9(03)V99 OCCURS 3 TIMES.
           02 REG-TRA-PRAZO     PIC 9(03).

       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-ACORDOS-TIT.
           COPY 'acordotit.cbl'.

       FD  ARQ-ENTREGAS.
           COPY 'entregafrota.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'servdata.cbl'.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-PEDCAB     PIC X(02) VALUE '00'.
           88 PEDCAB-OK            VALUE '00'.
       77 WRK-STATUS-PEDITEM    PIC X(02) VALUE '00'.
           88 PEDITEM-OK           VALUE '00'.
       77 WRK-STATUS-RETIDOS    PIC X(02) VALUE '00'.
           88 RETIDOS-OK           VALUE '00'.
       77 WRK-STATUS-BACKORDER  PIC X(02) VALUE '00'.
           88 BACKORDER-OK         VALUE '00'.
       77 WRK-STATUS-REJ        PIC X(02) VALUE '00'.
           88 REJEITADOS-OK        VALUE '00'.
       77 WRK-STATUS-SALDOS     PIC X(02) VALUE '00'.
           88 SALDOS-OK            VALUE '00'.
       77 WRK-STATUS-CADASTRO   PIC X(02) VALUE '00'.
           88 CADASTRO-OK          VALUE '00'.
       77 WRK-STATUS-LISTA      PIC X(02) VALUE '00'.
           88 LISTA-OK             VALUE '00'.
       77 WRK-STATUS-REMESSAS   PIC X(02) VALUE '00'.
           88 REMESSAS-OK          VALUE '00'.
       77 WRK-STATUS-COTACOES   PIC X(02) VALUE '00'.
           88 COTACOES-OK          VALUE '00'.
       77 WRK-STATUS-RETORNO    PIC X(02) VALUE '00'.
           88 RETORNO-OK           VALUE '00'.
       77 WRK-STATUS-TRANSP     PIC X(02) VALUE '00'.
           88 TRANSP-OK            VALUE '00'.
       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-STATUS-ACORDOS-TIT PIC X(02) VALUE '00'.
           88 ACORDOS-TIT-OK       VALUE '00'.
       77 WRK-STATUS-ENTREGAS   PIC X(02) VALUE '00'.
           88 ENTREGAS-OK          VALUE '00'.
       77 WRK-FIM-ACORDOS-TIT PIC X(01) VALUE 'N'.
           88 FIM-ACORDOS-TIT    VALUE 'S'.
       77 WRK-ACORDO-REF   PIC 9(06) VALUE ZEROES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

       77 WRK-CADASTRO-ABERTO PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO    VALUE 'S'.
       77 WRK-SALDOS-ABERTO   PIC X(01) VALUE 'N'.
           88 SALDOS-ABERTO      VALUE 'S'.

      * CONSULTA PEDIDA NO CONSOLE
       77 WRK-OPCAO PIC X(01) VALUE SPACE.
           88 OPCAO-PEDIDO  VALUE 'P' 'p'.
           88 OPCAO-CLIENTE VALUE 'C' 'c'.
       77 WRK-CONSULTA-FIM PIC X(01) VALUE 'N'.
           88 CONSULTA-FIM    VALUE 'S'.
       77 WRK-CODIGO-INFORMADO PIC 9(06) VALUE ZEROES.

      * PRAZOS DE CADA ETAPA, EM DIAS CORRIDOS: ESPERA NA FILA DE
      * CRÉDITO (DIAS-ESPERA-APROV, A MESMA DA ESPERA DAS
      * APROVAÇÕES), ESPERA EM BACKORDER (DIAS-ESPERA-BACKORDER) E
      * DA ENTRADA À EXPEDIÇÃO (DIAS-PRAZO-EXPEDICAO)
       77 WRK-PRAZO-CREDITO   PIC 9(03) VALUE 5.
       77 WRK-PRAZO-BACKORDER PIC 9(03) VALUE 10.
       77 WRK-PRAZO-EXPEDICAO PIC 9(03) VALUE 3.

      * PEDIDOS A RASTREAR (UM, OU TODOS OS DO CLIENTE)
       77 WRK-QT-PEDIDOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-PED    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-PED-ACHADO PIC X(01) VALUE 'N'.
           88 PEDIDO-NA-LISTA VALUE 'S'.
       01  WRK-TAB-PEDIDOS.
           02 WRK-TP-NUMERO PIC 9(06) OCCURS 50 TIMES.

      * SITUAÇÃO DO PEDIDO DA VEZ
       01  WRK-NUMERO-PEDIDO PIC 9(06) VALUE ZEROES.
       01  WRK-NUMERO-PEDIDO-X REDEFINES WRK-NUMERO-PEDIDO
                             PIC X(06).
       77 WRK-CHAVE-PEDIDO  PIC X(20) VALUE SPACES.
       77 WRK-ACHOU-CAB     PIC X(01) VALUE 'N'.
           88 ACHOU-CABECALHO  VALUE 'S'.
       77 WRK-ACHOU-RET     PIC X(01) VALUE 'N'.
           88 ACHOU-RETIDO     VALUE 'S'.
       77 WRK-ACHOU-CANCEL  PIC X(01) VALUE 'N'.
           88 ACHOU-CANCELADO  VALUE 'S'.
       77 WRK-NA-ONDA       PIC X(01) VALUE 'N'.
           88 PEDIDO-NA-ONDA   VALUE 'S'.
       77 WRK-PEDIDO-EXPEDIDO PIC X(01) VALUE 'N'.
           88 PEDIDO-EXPEDIDO    VALUE 'S'.
       77 WRK-PED-DATA      PIC 9(08) VALUE ZEROES.
       77 WRK-PED-CLIENTE   PIC 9(06) VALUE ZEROES.
       77 WRK-PED-FILIAL    PIC 9(02) VALUE ZEROES.
       77 WRK-PED-TOTAL     PIC 9(10)V99 VALUE ZEROES.
       77 WRK-PED-NOTA      PIC 9(06) VALUE ZEROES.

      * ITENS DO PEDIDO, COM O QUE FICOU EM BACKORDER
       77 WRK-QT-ITENS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-ITEM-ACHADO PIC X(01) VALUE 'N'.
           88 ITEM-ACHADO    VALUE 'S'.
       77 WRK-SUB-ITE  PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-ITENS.
           02 WRK-TI-ITEM OCCURS 99 TIMES.
               03 WRK-TI-PRODUTO  PIC 9(06).
               03 WRK-TI-QTDE     PIC 9(05).
               03 WRK-TI-BACKORDER PIC 9(07).
               03 WRK-TI-DATA-BCK PIC 9(08).

      * NOMES DAS TRANSPORTADORAS PELO CÓDIGO
       01  WRK-TAB-TRANSP.
           02 WRK-TT-NOME PIC X(15) OCCURS 99 TIMES.

      * EXPEDIÇÃO DE UM ITEM
       77 WRK-ACHOU-REMESSA PIC X(01) VALUE 'N'.
           88 ACHOU-REMESSA    VALUE 'S'.
       77 WRK-ACHOU-COTACAO PIC X(01) VALUE 'N'.
           88 ACHOU-COTACAO    VALUE 'S'.
       77 WRK-ACHOU-ENTREGA PIC X(01) VALUE 'N'.
           88 ACHOU-ENTREGA    VALUE 'S'.
       77 WRK-ACHOU-FROTA   PIC X(01) VALUE 'N'.
           88 ACHOU-ENTREGA-FROTA VALUE 'S'.
       77 WRK-COT-TRANSP    PIC 9(02) VALUE ZEROES.
       77 WRK-COT-PROMESSA  PIC 9(08) VALUE ZEROES.
       77 WRK-COT-UF        PIC X(02) VALUE SPACES.
       77 WRK-NOME-TRANSP   PIC X(15) VALUE SPACES.
       77 WRK-NOME-PRODUTO  PIC X(20) VALUE SPACES.

       77 WRK-QT-DUPLICATAS PIC 9(03) VALUE ZEROES.
       77 WRK-QT-ATRASOS    PIC 9(03) VALUE ZEROES.
       77 WRK-DISPONIVEL    PIC S9(07) VALUE ZEROES.
       77 WRK-DIAS          PIC S9(07) VALUE ZEROES.
       77 WRK-DIAS-ED       PIC ZZZZ9 VALUE ZEROES.
       77 WRK-QTDE-ED       PIC ZZZZZZ9 VALUE ZEROES.
       77 WRK-DISP-ED       PIC -ZZZZZZ9 VALUE ZEROES.
       77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-NOME-CLIENTE  PIC X(30) VALUE SPACES.
       77 WRK-MARCA-ATRASO  PIC X(12) VALUE SPACES.

       01  WRK-DATA-AUX PIC 9(08) VALUE ZEROES.
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

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       01  WRK-LINHA PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'RASTREIO DE PEDIDO'.
           DISPLAY '========================================'.
           PERFORM 0100-INICIAR.
           PERFORM 0150-PEDIR-CONSULTA.
           PERFORM 0200-ATENDER-CONSULTA UNTIL CONSULTA-FIM.
           IF CADASTRO-ABERTO
               CLOSE ARQ-CADASTRO
           END-IF.
           IF SALDOS-ABERTO
               CLOSE ARQ-SALDOS
           END-IF.
           DISPLAY 'FINAL DO RASTREIO DE PEDIDO'.
           GOBACK.

       0100-INICIAR.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           MOVE 'DIAS-ESPERA-APROV' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-PRAZO-CREDITO
           END-IF.
           MOVE 'DIAS-ESPERA-BACKORDER' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-PRAZO-BACKORDER
           END-IF.
           MOVE 'DIAS-PRAZO-EXPEDICAO' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-PRAZO-EXPEDICAO
           END-IF.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               MOVE 'S' TO WRK-CADASTRO-ABERTO
           END-IF.
           OPEN INPUT ARQ-SALDOS.
           IF SALDOS-OK
               MOVE 'S' TO WRK-SALDOS-ABERTO
           END-IF.
           MOVE SPACES TO WRK-TAB-TRANSP.
           OPEN INPUT ARQ-TRANSPORTADORAS.
           IF TRANSP-OK
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-TRANSPORTADORA
               PERFORM 0115-GUARDAR-TRANSPORTADORA UNTIL FIM-ARQUIVO
               CLOSE ARQ-TRANSPORTADORAS
           END-IF.

       0110-LER-TRANSPORTADORA.
           READ ARQ-TRANSPORTADORAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0115-GUARDAR-TRANSPORTADORA.
           IF REG-TRA-CODIGO IS NUMERIC AND REG-TRA-CODIGO > ZEROES
               MOVE REG-TRA-NOME TO WRK-TT-NOME(REG-TRA-CODIGO)
           END-IF.
           PERFORM 0110-LER-TRANSPORTADORA.

       0150-PEDIR-CONSULTA.
           DISPLAY ' '.
           DISPLAY 'CONSULTAR POR (P) PEDIDO OU (C) CLIENTE '
               '(OUTRA TECLA ENCERRA):'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           MOVE ZEROES TO WRK-CODIGO-INFORMADO.
           IF OPCAO-PEDIDO
               DISPLAY 'NÚMERO DO PEDIDO:'
               ACCEPT WRK-CODIGO-INFORMADO FROM CONSOLE
           END-IF.
           IF OPCAO-CLIENTE
               DISPLAY 'CÓDIGO DO CLIENTE:'
               ACCEPT WRK-CODIGO-INFORMADO FROM CONSOLE
           END-IF.
           IF WRK-CODIGO-INFORMADO = ZEROES
               MOVE 'S' TO WRK-CONSULTA-FIM
           END-IF.

       0200-ATENDER-CONSULTA.
           MOVE ZEROES TO WRK-QT-PEDIDOS.
           IF OPCAO-PEDIDO
               MOVE 1 TO WRK-QT-PEDIDOS
               MOVE WRK-CODIGO-INFORMADO TO WRK-TP-NUMERO(1)
           ELSE
               PERFORM 0210-PEDIDOS-DO-CLIENTE
           END-IF.
           PERFORM VARYING WRK-SUB-PED FROM 1 BY 1
               UNTIL WRK-SUB-PED > WRK-QT-PEDIDOS
               MOVE WRK-TP-NUMERO(WRK-SUB-PED) TO WRK-NUMERO-PEDIDO
               PERFORM 0300-RASTREAR-PEDIDO
           END-PERFORM.
           PERFORM 0150-PEDIR-CONSULTA.

      * PELO CLIENTE: OS PEDIDOS GRAVADOS (PELA CHAVE DO CLIENTE NO
      * CABEÇALHO) E OS QUE AINDA ESPERAM NA FILA DE CRÉDITO
       0210-PEDIDOS-DO-CLIENTE.
           MOVE WRK-CODIGO-INFORMADO TO REG-CAD-CODIGO.
           PERFORM 0820-NOME-CADASTRO.
           DISPLAY ' '.
           DISPLAY 'CLIENTE ' WRK-CODIGO-INFORMADO ' '
               WRK-NOME-CLIENTE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDCAB.
           IF PEDCAB-OK
               MOVE WRK-CODIGO-INFORMADO TO REG-PC-CLIENTE
               START ARQ-PEDCAB KEY IS NOT LESS THAN REG-PC-CLIENTE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               IF NOT FIM-ARQUIVO
                   PERFORM 0212-LER-CABECALHO
               END-IF
               PERFORM 0214-PEDIDO-DO-CLIENTE UNTIL FIM-ARQUIVO
               CLOSE ARQ-PEDCAB
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-RETIDOS.
           IF RETIDOS-OK
               PERFORM 0216-LER-RETIDO
               PERFORM 0218-RETIDO-DO-CLIENTE UNTIL FIM-ARQUIVO
               CLOSE ARQ-RETIDOS
           END-IF.
           IF WRK-QT-PEDIDOS = ZEROES
               DISPLAY 'NENHUM PEDIDO ENCONTRADO PARA O CLIENTE'
           END-IF.

       0212-LER-CABECALHO.
           READ ARQ-PEDCAB NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0214-PEDIDO-DO-CLIENTE.
           IF REG-PC-CLIENTE NOT = WRK-CODIGO-INFORMADO
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-PC-NUMERO TO WRK-NUMERO-PEDIDO.
           PERFORM 0219-INCLUIR-PEDIDO.
           PERFORM 0212-LER-CABECALHO.

       0216-LER-RETIDO.
           READ ARQ-RETIDOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0218-RETIDO-DO-CLIENTE.
           IF REG-RET-CLIENTE = WRK-CODIGO-INFORMADO
               MOVE REG-RET-NUMERO TO WRK-NUMERO-PEDIDO
               PERFORM 0219-INCLUIR-PEDIDO
           END-IF.
           PERFORM 0216-LER-RETIDO.

       0219-INCLUIR-PEDIDO.
           MOVE 'N' TO WRK-PED-ACHADO.
           PERFORM VARYING WRK-SUB-PED FROM 1 BY 1
               UNTIL WRK-SUB-PED > WRK-QT-PEDIDOS
                   OR PEDIDO-NA-LISTA
               IF WRK-TP-NUMERO(WRK-SUB-PED) = WRK-NUMERO-PEDIDO
                   MOVE 'S' TO WRK-PED-ACHADO
               END-IF
           END-PERFORM.
           IF NOT PEDIDO-NA-LISTA
               IF WRK-QT-PEDIDOS < 50
                   ADD 1 TO WRK-QT-PEDIDOS
                   MOVE WRK-NUMERO-PEDIDO
                       TO WRK-TP-NUMERO(WRK-QT-PEDIDOS)
               ELSE
                   DISPLAY 'CLIENTE COM MAIS DE 50 PEDIDOS - PEDIDO '
                       WRK-NUMERO-PEDIDO ' NÃO RASTREADO'
               END-IF
           END-IF.

      * LINHA DO TEMPO DE UM PEDIDO, ETAPA POR ETAPA
       0300-RASTREAR-PEDIDO.
           MOVE ZEROES TO WRK-QT-ATRASOS.
           PERFORM 0310-LOCALIZAR-CABECALHO.
           PERFORM 0320-LOCALIZAR-RETIDO.
           PERFORM 0330-VERIFICAR-CANCELAMENTO.
           DISPLAY ' '.
           DISPLAY '----------------------------------------'.
           IF NOT ACHOU-CABECALHO AND NOT ACHOU-RETIDO
               IF ACHOU-CANCELADO
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO
                       ' CANCELADO POR LIMITE DE CRÉDITO'
               ELSE
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO
                       ' NÃO ENCONTRADO'
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-PED-CLIENTE TO REG-CAD-CODIGO.
           PERFORM 0820-NOME-CADASTRO.
           DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO ' CLIENTE '
               WRK-PED-CLIENTE ' ' WRK-NOME-CLIENTE.
           DISPLAY '----------------------------------------'.
           PERFORM 0400-ETAPA-ENTRADA.
           PERFORM 0410-ETAPA-CREDITO.
           PERFORM 0420-ETAPA-ESTOQUE.
           IF ACHOU-CABECALHO
               PERFORM 0430-ETAPA-SEPARACAO
               PERFORM 0440-ETAPA-TRANSPORTE
               PERFORM 0470-ETAPA-FATURAMENTO
               PERFORM 0480-ETAPA-PAGAMENTO
           END-IF.
           IF WRK-QT-ATRASOS > ZEROES
               DISPLAY 'ETAPAS ATRASADAS NO PEDIDO: ' WRK-QT-ATRASOS
           END-IF.

       0310-LOCALIZAR-CABECALHO.
           MOVE 'N' TO WRK-ACHOU-CAB.
           MOVE 'N' TO WRK-PEDIDO-EXPEDIDO.
           OPEN INPUT ARQ-PEDCAB.
           IF NOT PEDCAB-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-NUMERO-PEDIDO TO REG-PC-NUMERO.
           READ ARQ-PEDCAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0312-CONFERIR-CABECALHO
           END-READ.
           CLOSE ARQ-PEDCAB.

       0312-CONFERIR-CABECALHO.
           MOVE 'S' TO WRK-ACHOU-CAB.
           MOVE REG-PC-DATA    TO WRK-PED-DATA.
           MOVE REG-PC-CLIENTE TO WRK-PED-CLIENTE.
           MOVE REG-PC-FILIAL  TO WRK-PED-FILIAL.
           MOVE REG-PC-TOTAL   TO WRK-PED-TOTAL.
           MOVE REG-PC-NOTA    TO WRK-PED-NOTA.
           IF REG-PC-SITUACAO = 'S'
               MOVE 'S' TO WRK-PEDIDO-EXPEDIDO
           END-IF.

       0320-LOCALIZAR-RETIDO.
           MOVE 'N' TO WRK-ACHOU-RET.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-RETIDOS.
           IF NOT RETIDOS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0216-LER-RETIDO.
           PERFORM 0322-CONFERIR-RETIDO
               UNTIL FIM-ARQUIVO OR ACHOU-RETIDO.
           CLOSE ARQ-RETIDOS.

       0322-CONFERIR-RETIDO.
           IF REG-RET-NUMERO = WRK-NUMERO-PEDIDO
               MOVE 'S' TO WRK-ACHOU-RET
               IF NOT ACHOU-CABECALHO
                   MOVE REG-RET-DATA    TO WRK-PED-DATA
                   MOVE REG-RET-CLIENTE TO WRK-PED-CLIENTE
                   MOVE REG-RET-FILIAL  TO WRK-PED-FILIAL
                   MOVE REG-RET-TOTAL   TO WRK-PED-TOTAL
                   MOVE ZEROES          TO WRK-PED-NOTA
               END-IF
           ELSE
               PERFORM 0216-LER-RETIDO
           END-IF.

      * O CANCELAMENTO DA FILA DE CRÉDITO FICA SÓ NO LOG DE
      * REJEITADOS, COM O NÚMERO DO PEDIDO NA CHAVE
       0330-VERIFICAR-CANCELAMENTO.
           MOVE 'N' TO WRK-ACHOU-CANCEL.
           MOVE WRK-NUMERO-PEDIDO TO WRK-CHAVE-PEDIDO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-REJEITADOS.
           IF NOT REJEITADOS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0332-LER-REJEITADO.
           PERFORM 0334-CONFERIR-REJEITADO
               UNTIL FIM-ARQUIVO OR ACHOU-CANCELADO.
           CLOSE ARQ-REJEITADOS.

       0332-LER-REJEITADO.
           READ ARQ-REJEITADOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0334-CONFERIR-REJEITADO.
           IF REG-REJ-PROGRAMA = 'LIBERAPEDIDO' AND
              REG-REJ-CHAVE = WRK-CHAVE-PEDIDO
               MOVE 'S' TO WRK-ACHOU-CANCEL
           ELSE
               PERFORM 0332-LER-REJEITADO
           END-IF.

       0400-ETAPA-ENTRADA.
           MOVE WRK-PED-DATA TO WRK-DATA-AUX.
           PERFORM 0810-FORMATAR-DATA.
           MOVE WRK-PED-TOTAL TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ENTRADA....: ' WRK-DATA-ED ' FILIAL '
               WRK-PED-FILIAL ' TOTAL ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA.
           DISPLAY WRK-LINHA.

      * O PEDIDO RETIDO SÓ GANHA CABEÇALHO NA LIBERAÇÃO; PEDIDO COM
      * CABEÇALHO PASSOU PELO CRÉDITO (DIRETO OU LIBERADO PELO
      * SUPERVISOR)
       0410-ETAPA-CREDITO.
           MOVE SPACES TO WRK-LINHA.
           IF ACHOU-RETIDO AND NOT ACHOU-CABECALHO
               MOVE WRK-PED-DATA TO WRK-DATA-AUX
               PERFORM 0800-DIAS-DESDE
               MOVE SPACES TO WRK-MARCA-ATRASO
               IF WRK-DIAS > WRK-PRAZO-CREDITO
                   PERFORM 0830-MARCAR-ATRASO
               END-IF
               MOVE WRK-DIAS TO WRK-DIAS-ED
               STRING 'CREDITO....: RETIDO NA FILA HA ' WRK-DIAS-ED
                   ' DIA(S) ' WRK-MARCA-ATRASO
                   DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
               STRING 'CREDITO....: APROVADO OU LIBERADO'
                   DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           DISPLAY WRK-LINHA.

       0420-ETAPA-ESTOQUE.
           PERFORM 0422-CARREGAR-ITENS.
           PERFORM 0424-CARREGAR-BACKORDER.
           IF WRK-QT-ITENS = ZEROES
               DISPLAY 'ESTOQUE....: PEDIDO SEM ITENS GRAVADOS'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-ITE FROM 1 BY 1
               UNTIL WRK-SUB-ITE > WRK-QT-ITENS
               PERFORM 0428-MOSTRAR-RESERVA
           END-PERFORM.

       0422-CARREGAR-ITENS.
           MOVE ZEROES TO WRK-QT-ITENS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDITEM.
           IF NOT PEDITEM-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-NUMERO-PEDIDO TO REG-PI-NUMERO.
           MOVE ZEROES TO REG-PI-SEQ.
           START ARQ-PEDITEM KEY IS NOT LESS THAN REG-PI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           IF NOT FIM-ARQUIVO
               PERFORM 0423-LER-ITEM
           END-IF.
           PERFORM 0427-GUARDAR-ITEM UNTIL FIM-ARQUIVO.
           CLOSE ARQ-PEDITEM.

       0423-LER-ITEM.
           READ ARQ-PEDITEM NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0427-GUARDAR-ITEM.
           IF REG-PI-NUMERO NOT = WRK-NUMERO-PEDIDO
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-ITENS < 99
               ADD 1 TO WRK-QT-ITENS
               MOVE REG-PI-PRODUTO TO WRK-TI-PRODUTO(WRK-QT-ITENS)
               MOVE REG-PI-QTDE TO WRK-TI-QTDE(WRK-QT-ITENS)
               MOVE ZEROES TO WRK-TI-BACKORDER(WRK-QT-ITENS)
               MOVE ZEROES TO WRK-TI-DATA-BCK(WRK-QT-ITENS)
           END-IF.
           PERFORM 0423-LER-ITEM.

      * A LINHA DE BACKORDER SE PRENDE AO PRIMEIRO ITEM DO MESMO
      * PRODUTO NO PEDIDO; FICA A DATA MAIS ANTIGA DA ESPERA
       0424-CARREGAR-BACKORDER.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-BACKORDER.
           IF NOT BACKORDER-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0425-LER-BACKORDER.
           PERFORM 0426-SOMAR-BACKORDER UNTIL FIM-ARQUIVO.
           CLOSE ARQ-BACKORDER.

       0425-LER-BACKORDER.
           READ ARQ-BACKORDER
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0426-SOMAR-BACKORDER.
           MOVE 'N' TO WRK-ITEM-ACHADO.
           IF REG-BCK-PEDIDO = WRK-NUMERO-PEDIDO
               PERFORM VARYING WRK-SUB-ITE FROM 1 BY 1
                   UNTIL WRK-SUB-ITE > WRK-QT-ITENS
                       OR ITEM-ACHADO
                   IF WRK-TI-PRODUTO(WRK-SUB-ITE) = REG-BCK-PRODUTO
                       MOVE 'S' TO WRK-ITEM-ACHADO
                       ADD REG-BCK-QTDE
                           TO WRK-TI-BACKORDER(WRK-SUB-ITE)
                       IF WRK-TI-DATA-BCK(WRK-SUB-ITE) = ZEROES OR
                          REG-BCK-DATA < WRK-TI-DATA-BCK(WRK-SUB-ITE)
                           MOVE REG-BCK-DATA
                               TO WRK-TI-DATA-BCK(WRK-SUB-ITE)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 0425-LER-BACKORDER.

      * PEDIDO EXPEDIDO JÁ CONSUMIU A RESERVA; NO ABERTO, O QUE NÃO
      * ESTÁ EM BACKORDER ESTÁ RESERVADO, E O BACKORDER MOSTRA O
      * DISPONÍVEL ATUAL DO PRODUTO PARA A LIBERAÇÃO
       0428-MOSTRAR-RESERVA.
           MOVE SPACES TO WRK-LINHA.
           MOVE WRK-TI-QTDE(WRK-SUB-ITE) TO WRK-QTDE-ED.
           IF PEDIDO-EXPEDIDO
               STRING 'ESTOQUE....: PRODUTO '
                   WRK-TI-PRODUTO(WRK-SUB-ITE) ' QTDE ' WRK-QTDE-ED
                   ' EXPEDIDO'
                   DELIMITED BY SIZE INTO WRK-LINHA
               DISPLAY WRK-LINHA
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TI-BACKORDER(WRK-SUB-ITE) = ZEROES
               STRING 'ESTOQUE....: PRODUTO '
                   WRK-TI-PRODUTO(WRK-SUB-ITE) ' QTDE ' WRK-QTDE-ED
                   ' RESERVADO'
                   DELIMITED BY SIZE INTO WRK-LINHA
               DISPLAY WRK-LINHA
               EXIT PARAGRAPH
           END-IF.
           STRING 'ESTOQUE....: PRODUTO '
               WRK-TI-PRODUTO(WRK-SUB-ITE) ' QTDE ' WRK-QTDE-ED
               DELIMITED BY SIZE INTO WRK-LINHA.
           DISPLAY WRK-LINHA.
           MOVE WRK-TI-DATA-BCK(WRK-SUB-ITE) TO WRK-DATA-AUX.
           PERFORM 0810-FORMATAR-DATA.
           PERFORM 0800-DIAS-DESDE.
           MOVE SPACES TO WRK-MARCA-ATRASO.
           IF WRK-DIAS > WRK-PRAZO-BACKORDER
               PERFORM 0830-MARCAR-ATRASO
           END-IF.
           MOVE WRK-TI-BACKORDER(WRK-SUB-ITE) TO WRK-QTDE-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '             BACKORDER ' WRK-QTDE-ED
               ' DESDE ' WRK-DATA-ED ' ' WRK-MARCA-ATRASO
               DELIMITED BY SIZE INTO WRK-LINHA.
           DISPLAY WRK-LINHA.
           IF SALDOS-ABERTO
               MOVE WRK-TI-PRODUTO(WRK-SUB-ITE) TO REG-SAL-PRODUTO
               READ ARQ-SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WRK-DISPONIVEL =
                           REG-SAL-QTDE - REG-SAL-RESERVADO
                       MOVE WRK-DISPONIVEL TO WRK-DISP-ED
                       MOVE REG-SAL-RESERVADO TO WRK-QTDE-ED
                       MOVE SPACES TO WRK-LINHA
                       STRING '             ESTOQUE RESERVADO '
                           WRK-QTDE-ED ' DISPONIVEL ' WRK-DISP-ED
                           DELIMITED BY SIZE INTO WRK-LINHA
                       DISPLAY WRK-LINHA
               END-READ
           END-IF.

      * A SEPARAÇÃO EXPEDIDA MARCA 'S' NO CABEÇALHO; ANTES DISSO O
      * PEDIDO PODE ESTAR NA ONDA DA LISTA-SEPARACAO IMPRESSA
       0430-ETAPA-SEPARACAO.
           MOVE SPACES TO WRK-LINHA.
           IF PEDIDO-EXPEDIDO
               DISPLAY 'SEPARACAO..: SEPARADO E EXPEDIDO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0432-PROCURAR-NA-ONDA.
           MOVE WRK-PED-DATA TO WRK-DATA-AUX.
           PERFORM 0800-DIAS-DESDE.
           MOVE SPACES TO WRK-MARCA-ATRASO.
           IF WRK-DIAS > WRK-PRAZO-EXPEDICAO
               PERFORM 0830-MARCAR-ATRASO
           END-IF.
           MOVE WRK-DIAS TO WRK-DIAS-ED.
           IF PEDIDO-NA-ONDA
               STRING 'SEPARACAO..: NA ONDA DE SEPARACAO, ABERTO HA '
                   WRK-DIAS-ED ' DIA(S) ' WRK-MARCA-ATRASO
                   DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
               STRING 'SEPARACAO..: AGUARDANDO ONDA, ABERTO HA '
                   WRK-DIAS-ED ' DIA(S) ' WRK-MARCA-ATRASO
                   DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           DISPLAY WRK-LINHA.

       0432-PROCURAR-NA-ONDA.
           MOVE 'N' TO WRK-NA-ONDA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-LISTA.
           IF NOT LISTA-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0433-LER-LISTA.
           PERFORM 0434-CONFERIR-LISTA
               UNTIL FIM-ARQUIVO OR PEDIDO-NA-ONDA.
           CLOSE ARQ-LISTA.

       0433-LER-LISTA.
           READ ARQ-LISTA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0434-CONFERIR-LISTA.
           IF REG-LST-ROTULO = 'PEDIDO ' AND
              REG-LST-PEDIDO = WRK-NUMERO-PEDIDO-X
               MOVE 'S' TO WRK-NA-ONDA
           ELSE
               PERFORM 0433-LER-LISTA
           END-IF.

      * EXPEDIÇÃO E ENTREGA POR ITEM: A REMESSA DA SEPARAÇÃO, A
      * COTAÇÃO DO LOTE NOTURNO (TRANSPORTADORA E PROMESSA) E A
      * CONFIRMAÇÃO DO RETORNO EDI. O PEDIDO DA FROTA PRÓPRIA NÃO
      * TEM REMESSA: MOSTRA A PARADA DO ROMANEIO (ENTREGAS-FROTA)
       0440-ETAPA-TRANSPORTE.
           IF NOT PEDIDO-EXPEDIDO
               DISPLAY 'EXPEDICAO..: PEDIDO AINDA NAO EXPEDIDO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0450-PROCURAR-ENTREGA-FROTA.
           IF ACHOU-ENTREGA-FROTA
               PERFORM 0452-ETAPA-FROTA-PROPRIA
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-ITE FROM 1 BY 1
               UNTIL WRK-SUB-ITE > WRK-QT-ITENS
               PERFORM 0442-TRANSPORTE-DO-ITEM
           END-PERFORM.

       0442-TRANSPORTE-DO-ITEM.
           PERFORM 0444-PROCURAR-COTACAO.
           MOVE SPACES TO WRK-LINHA.
           IF NOT ACHOU-COTACAO
               PERFORM 0446-PROCURAR-REMESSA
               IF ACHOU-REMESSA
                   STRING 'EXPEDICAO..: PRODUTO '
                       WRK-TI-PRODUTO(WRK-SUB-ITE)
                       ' REMESSA AGUARDANDO COTACAO DO FRETE'
                       DELIMITED BY SIZE INTO WRK-LINHA
               ELSE
                   STRING 'EXPEDICAO..: PRODUTO '
                       WRK-TI-PRODUTO(WRK-SUB-ITE)
                       ' SEM REMESSA DE FRETE LOCALIZADA'
                       DELIMITED BY SIZE INTO WRK-LINHA
               END-IF
               DISPLAY WRK-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WRK-NOME-TRANSP.
           IF WRK-COT-TRANSP > ZEROES
               MOVE WRK-TT-NOME(WRK-COT-TRANSP) TO WRK-NOME-TRANSP
           END-IF.
           MOVE WRK-COT-PROMESSA TO WRK-DATA-AUX.
           PERFORM 0810-FORMATAR-DATA.
           STRING 'EXPEDICAO..: PRODUTO ' WRK-TI-PRODUTO(WRK-SUB-ITE)
               ' TRANSP ' WRK-COT-TRANSP ' ' WRK-NOME-TRANSP
               ' PROMESSA ' WRK-DATA-ED
               DELIMITED BY SIZE INTO WRK-LINHA.
           DISPLAY WRK-LINHA.
           PERFORM 0448-PROCURAR-ENTREGA.
           MOVE SPACES TO WRK-LINHA.
           IF ACHOU-ENTREGA
               MOVE 'ENTREGA....: CONFIRMADA PELA TRANSPORTADORA'
                   TO WRK-LINHA
           ELSE
               IF WRK-COT-PROMESSA IS NUMERIC AND
                  WRK-COT-PROMESSA > ZEROES AND
                  WRK-COT-PROMESSA < WRK-DATA-SYS-NUM
                   MOVE WRK-COT-PROMESSA TO WRK-DATA-AUX
                   PERFORM 0800-DIAS-DESDE
                   MOVE WRK-DIAS TO WRK-DIAS-ED
                   PERFORM 0830-MARCAR-ATRASO
                   STRING 'ENTREGA....: SEM CONFIRMACAO, PROMESSA '
                       'VENCIDA HA ' WRK-DIAS-ED ' DIA(S) '
                       WRK-MARCA-ATRASO
                       DELIMITED BY SIZE INTO WRK-LINHA
               ELSE
                   MOVE 'ENTREGA....: EM TRANSITO, DENTRO DA PROMESSA'
                       TO WRK-LINHA
               END-IF
           END-IF.
           DISPLAY WRK-LINHA.

       0444-PROCURAR-COTACAO.
           MOVE 'N' TO WRK-ACHOU-COTACAO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-COTACOES.
           IF NOT COTACOES-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0445-LER-COTACAO.
           PERFORM 0455-CONFERIR-COTACAO
               UNTIL FIM-ARQUIVO OR ACHOU-COTACAO.
           CLOSE ARQ-COTACOES.
           IF ACHOU-COTACAO AND WRK-COT-TRANSP IS NOT NUMERIC
               MOVE ZEROES TO WRK-COT-TRANSP
           END-IF.

       0445-LER-COTACAO.
           READ ARQ-COTACOES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0455-CONFERIR-COTACAO.
           IF REG-COT-CLIENTE = WRK-PED-CLIENTE AND
              REG-COT-PRODUTO = WRK-TI-PRODUTO(WRK-SUB-ITE)
               MOVE 'S' TO WRK-ACHOU-COTACAO
               MOVE REG-COT-TRANSP   TO WRK-COT-TRANSP
               MOVE REG-COT-PROMESSA TO WRK-COT-PROMESSA
               MOVE REG-COT-UF       TO WRK-COT-UF
           ELSE
               PERFORM 0445-LER-COTACAO
           END-IF.

       0446-PROCURAR-REMESSA.
           MOVE 'N' TO WRK-ACHOU-REMESSA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-REMESSAS.
           IF NOT REMESSAS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0447-LER-REMESSA.
           PERFORM 0456-CONFERIR-REMESSA
               UNTIL FIM-ARQUIVO OR ACHOU-REMESSA.
           CLOSE ARQ-REMESSAS.

       0447-LER-REMESSA.
           READ ARQ-REMESSAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0456-CONFERIR-REMESSA.
           IF REG-REM-CLIENTE = WRK-PED-CLIENTE AND
              REG-REM-PRODUTO = WRK-TI-PRODUTO(WRK-SUB-ITE)
               MOVE 'S' TO WRK-ACHOU-REMESSA
           ELSE
               PERFORM 0447-LER-REMESSA
           END-IF.

       0450-PROCURAR-ENTREGA-FROTA.
           MOVE 'N' TO WRK-ACHOU-FROTA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ENTREGAS.
           IF NOT ENTREGAS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0451-LER-ENTREGA-FROTA.
           PERFORM 0453-CONFERIR-ENTREGA-FROTA
               UNTIL FIM-ARQUIVO OR ACHOU-ENTREGA-FROTA.
           CLOSE ARQ-ENTREGAS.

       0451-LER-ENTREGA-FROTA.
           READ ARQ-ENTREGAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0453-CONFERIR-ENTREGA-FROTA.
           IF REG-EFR-PEDIDO = WRK-NUMERO-PEDIDO
               MOVE 'S' TO WRK-ACHOU-FROTA
           ELSE
               PERFORM 0451-LER-ENTREGA-FROTA
           END-IF.

       0452-ETAPA-FROTA-PROPRIA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EXPEDICAO..: FROTA PROPRIA ROTA ' REG-EFR-ROTA
               ' VOLUMES ' REG-EFR-VOLUMES
               DELIMITED BY SIZE INTO WRK-LINHA.
           DISPLAY WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           EVALUATE TRUE
               WHEN EFR-ENTREGUE
                   MOVE REG-EFR-DATA-RETORNO TO WRK-DATA-AUX
                   PERFORM 0810-FORMATAR-DATA
                   STRING 'ENTREGA....: ENTREGUE PELA FROTA EM '
                       WRK-DATA-ED ' ROMANEIO ' REG-EFR-ROMANEIO
                       DELIMITED BY SIZE INTO WRK-LINHA
               WHEN EFR-EM-ROMANEIO
                   MOVE REG-EFR-DATA-ROMANEIO TO WRK-DATA-AUX
                   PERFORM 0810-FORMATAR-DATA
                   STRING 'ENTREGA....: EM ROTA NO ROMANEIO '
                       REG-EFR-ROMANEIO ' DE ' WRK-DATA-ED
                       DELIMITED BY SIZE INTO WRK-LINHA
               WHEN EFR-NAO-ENTREGUE
                   STRING 'ENTREGA....: NAO ENTREGUE ('
                       REG-EFR-TENTATIVAS ') ' REG-EFR-OCORRENCIA
                       DELIMITED BY SIZE INTO WRK-LINHA
               WHEN OTHER
                   MOVE 'ENTREGA....: AGUARDANDO ROMANEIO DA FROTA'
                       TO WRK-LINHA
           END-EVALUATE.
           DISPLAY WRK-LINHA.

      * A CONFIRMAÇÃO CASA PELA UF E PELO NOME DO PRODUTO, COMO O
      * RETORNO EDI FAZ COM AS LINHAS EXPORTADAS
       0448-PROCURAR-ENTREGA.
           MOVE 'N' TO WRK-ACHOU-ENTREGA.
           MOVE SPACES TO WRK-NOME-PRODUTO.
           IF CADASTRO-ABERTO
               MOVE WRK-TI-PRODUTO(WRK-SUB-ITE) TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-CAD-NOME TO WRK-NOME-PRODUTO
               END-READ
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-RETORNO.
           IF NOT RETORNO-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0449-LER-RETORNO.
           PERFORM 0457-CONFERIR-RETORNO
               UNTIL FIM-ARQUIVO OR ACHOU-ENTREGA.
           CLOSE ARQ-RETORNO.

       0449-LER-RETORNO.
           READ ARQ-RETORNO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0457-CONFERIR-RETORNO.
           IF REG-RET-UF = WRK-COT-UF AND
              REG-RET-PRODUTO = WRK-NOME-PRODUTO
               MOVE 'S' TO WRK-ACHOU-ENTREGA
           ELSE
               PERFORM 0449-LER-RETORNO
           END-IF.

       0470-ETAPA-FATURAMENTO.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-PED-NOTA > ZEROES
               STRING 'FATURAMENTO: NOTA ' WRK-PED-NOTA ' EMITIDA'
                   DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
               MOVE SPACES TO WRK-MARCA-ATRASO
               IF PEDIDO-EXPEDIDO
                   PERFORM 0830-MARCAR-ATRASO
               END-IF
               STRING 'FATURAMENTO: NOTA NAO EMITIDA '
                   WRK-MARCA-ATRASO
                   DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           DISPLAY WRK-LINHA.

       0480-ETAPA-PAGAMENTO.
           MOVE ZEROES TO WRK-QT-DUPLICATAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DUPLICATAS.
           IF DUPLICATAS-OK
               PERFORM 0482-LER-DUPLICATA
               PERFORM 0484-MOSTRAR-PARCELA UNTIL FIM-ARQUIVO
               CLOSE ARQ-DUPLICATAS
           END-IF.
           IF WRK-QT-DUPLICATAS = ZEROES
               DISPLAY 'PAGAMENTO..: SEM DUPLICATAS (VENDA A VISTA)'
           END-IF.

       0482-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0484-MOSTRAR-PARCELA.
           IF REG-DUP-PEDIDO = WRK-NUMERO-PEDIDO
               PERFORM 0486-MOSTRAR-UMA-PARCELA
           END-IF.
           PERFORM 0482-LER-DUPLICATA.

       0486-MOSTRAR-UMA-PARCELA.
           ADD 1 TO WRK-QT-DUPLICATAS.
           MOVE REG-DUP-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           IF REG-DUP-LIQUIDADA
               MOVE REG-DUP-DATAPAGTO TO WRK-DATA-AUX
               PERFORM 0810-FORMATAR-DATA
               STRING 'PAGAMENTO..: PARCELA ' REG-DUP-PARCELA ' '
                   WRK-VALOR-ED ' PAGA EM ' WRK-DATA-ED
                   DELIMITED BY SIZE INTO WRK-LINHA
               DISPLAY WRK-LINHA
               EXIT PARAGRAPH
           END-IF.
           IF REG-DUP-RENEGOCIADA
               PERFORM 0488-MOSTRAR-RENEGOCIADA
               EXIT PARAGRAPH
           END-IF.
           IF REG-DUP-PERDA
               MOVE REG-DUP-DATAPAGTO TO WRK-DATA-AUX
               PERFORM 0810-FORMATAR-DATA
               MOVE REG-DUP-SALDO TO WRK-VALOR-ED
               STRING 'PAGAMENTO..: PARCELA ' REG-DUP-PARCELA ' '
                   WRK-VALOR-ED ' BAIXADA PARA PERDA EM ' WRK-DATA-ED
                   DELIMITED BY SIZE INTO WRK-LINHA
               DISPLAY WRK-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-DUP-VENCIMENTO TO WRK-DATA-AUX.
           PERFORM 0810-FORMATAR-DATA.
           MOVE SPACES TO WRK-MARCA-ATRASO.
           IF REG-DUP-VENCIMENTO < WRK-DATA-SYS-NUM
               PERFORM 0830-MARCAR-ATRASO
           END-IF.
           MOVE REG-DUP-SALDO TO WRK-VALOR-ED.
           STRING 'PAGAMENTO..: PARCELA ' REG-DUP-PARCELA ' '
               WRK-VALOR-ED ' EM ABERTO VENCE ' WRK-DATA-ED ' '
               WRK-MARCA-ATRASO
               DELIMITED BY SIZE INTO WRK-LINHA.
           DISPLAY WRK-LINHA.

      * A PARCELA RENEGOCIADA MOSTRA O ACORDO QUE A SUBSTITUIU, PELA
      * LIGAÇÃO EM ACORDOS-TITULOS; O RASTREIO DO NÚMERO DO ACORDO
      * MOSTRA AS PARCELAS NOVAS
       0488-MOSTRAR-RENEGOCIADA.
           MOVE ZEROES TO WRK-ACORDO-REF.
           MOVE 'N' TO WRK-FIM-ACORDOS-TIT.
           OPEN INPUT ARQ-ACORDOS-TIT.
           IF ACORDOS-TIT-OK
               PERFORM 0487-LER-ACORDO-TIT
               PERFORM 0489-PROCURAR-ACORDO UNTIL FIM-ACORDOS-TIT
               CLOSE ARQ-ACORDOS-TIT
           END-IF.
           MOVE REG-DUP-DATAPAGTO TO WRK-DATA-AUX.
           PERFORM 0810-FORMATAR-DATA.
           MOVE REG-DUP-SALDO TO WRK-VALOR-ED.
           STRING 'PAGAMENTO..: PARCELA ' REG-DUP-PARCELA ' '
               WRK-VALOR-ED ' RENEGOCIADA EM ' WRK-DATA-ED
               ' ACORDO ' WRK-ACORDO-REF
               DELIMITED BY SIZE INTO WRK-LINHA.
           DISPLAY WRK-LINHA.

       0487-LER-ACORDO-TIT.
           READ ARQ-ACORDOS-TIT
               AT END
                   MOVE 'S' TO WRK-FIM-ACORDOS-TIT
           END-READ.

       0489-PROCURAR-ACORDO.
           IF REG-ACT-CLIENTE = REG-DUP-CLIENTE AND
              REG-ACT-PEDIDO = REG-DUP-PEDIDO AND
              REG-ACT-PARCELA = REG-DUP-PARCELA
               MOVE REG-ACT-ACORDO TO WRK-ACORDO-REF
               MOVE 'S' TO WRK-FIM-ACORDOS-TIT
           ELSE
               PERFORM 0487-LER-ACORDO-TIT
           END-IF.

      * DIAS CORRIDOS DE WRK-DATA-AUX ATÉ HOJE
       0800-DIAS-DESDE.
           MOVE ZEROES TO WRK-DIAS.
           IF WRK-DATA-AUX IS NOT NUMERIC OR WRK-DATA-AUX = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE 8 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA-AUX TO REG-SRV-DATA1.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK AND REG-SRV-DIAS-RES > ZEROES
               MOVE REG-SRV-DIAS-RES TO WRK-DIAS
           END-IF.

       0810-FORMATAR-DATA.
           IF WRK-DATA-AUX IS NOT NUMERIC
               MOVE ZEROES TO WRK-DATA-AUX
           END-IF.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.

       0820-NOME-CADASTRO.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           IF CADASTRO-ABERTO
               READ ARQ-CADASTRO
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO WRK-NOME-CLIENTE
                   NOT INVALID KEY
                       MOVE REG-CAD-NOME TO WRK-NOME-CLIENTE
               END-READ
           END-IF.

       0830-MARCAR-ATRASO.
           MOVE '***ATRASADO' TO WRK-MARCA-ATRASO.
           ADD 1 TO WRK-QT-ATRASOS.
