       IDENTIFICATION DIVISION.
       PROGRAM-ID. reclamafrete.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = RECLAMAÇÕES DE AVARIA, EXTRAVIO E FALTA CONTRA AS
      *            TRANSPORTADORAS (SINISTROS-FRETE): A RECLAMAÇÃO É
      *            ABERTA CONTRA A COTAÇÃO (COTACOES-FRETE) E A
      *            REMESSA (REMESSAS-FRETE) DO PRODUTO E CLIENTE, COM
      *            O TIPO, A QUANTIDADE ATINGIDA E O VALOR RECLAMADO;
      *            DEPOIS REGISTRA A RESPOSTA DA TRANSPORTADORA
      *            (ACEITA OU NEGADA), O ACORDO QUE O PAGAFRETE
      *            DESCONTA DO PRÓXIMO PAGAMENTO E O PEDIDO DE
      *            REPOSIÇÃO, QUE É DIGITADO NO PEDIDOVENDA COMO
      *            QUALQUER PEDIDO E SÓ VINCULADO AQUI; O RELATÓRIO
      *            MENSAL POR TRANSPORTADORA SAI EM
      *            RELATORIO-SINISTROS-FRETE E AS MESMAS RECLAMAÇÕES
      *            ENTRAM NO SCORE DO SCORETRANSP
      * DATA = 15/10/2026
      * 15/10/2026 LUCAS  PEDIDO E ITENS DA RECLAMAÇÃO LIDOS PELA
      *                    CHAVE EM PEDIDOS-CAB-IDX E PEDIDOS-ITEM-IDX
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SINISTROS ASSIGN TO 'SINISTROS-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SINISTROS.
           SELECT ARQ-COTACOES ASSIGN TO 'COTACOES-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COTACOES.
           SELECT ARQ-REMESSAS ASSIGN TO 'REMESSAS-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REMESSAS.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-PC-NUMERO
               ALTERNATE RECORD KEY IS REG-PC-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-PEDCAB.
           SELECT ARQ-PEDITEM ASSIGN TO 'PEDIDOS-ITEM-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PI-CHAVE
               FILE STATUS IS WRK-STATUS-PEDITEM.
           SELECT ARQ-TRANSPORTADORAS ASSIGN TO 'TRANSPORTADORAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP.
           SELECT ARQ-RELATORIO
               ASSIGN TO 'RELATORIO-SINISTROS-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SINISTROS.
           COPY 'sinistro.cbl'.

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

       FD  ARQ-REMESSAS.
       01  REG-REMESSA.
           02 REG-REM-PRODUTO PIC 9(06).
           02 REG-REM-CLIENTE PIC 9(06).
           02 REG-REM-PESO    PIC 9(05)V99.
           02 REG-REM-SEGURO  PIC X(01).
           02 REG-REM-CEP     PIC 9(08).

       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-PEDITEM.
           COPY 'peditemidx.cbl'.

       FD  ARQ-TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
           02 REG-TRA-CODIGO    PIC 9(02).
           02 REG-TRA-NOME      PIC X(15).
           02 REG-TRA-ATIVA     PIC X(01).
           02 REG-TRA-UF        PIC X(02).
           02 REG-TRA-AJUSTE-UF PIC 9(03)V99.
           02 REG-TRA-AJUSTE-KG PIC 9(03)V99 OCCURS 3 TIMES.
           02 REG-TRA-PRAZO     PIC 9(03).

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-SINISTROS PIC X(02) VALUE '00'.
           88 SINISTROS-OK        VALUE '00'.
       77 WRK-STATUS-COTACOES  PIC X(02) VALUE '00'.
           88 COTACOES-OK         VALUE '00'.
       77 WRK-STATUS-REMESSAS  PIC X(02) VALUE '00'.
           88 REMESSAS-OK         VALUE '00'.
       77 WRK-STATUS-PEDCAB    PIC X(02) VALUE '00'.
           88 PEDCAB-OK           VALUE '00'.
       77 WRK-STATUS-PEDITEM   PIC X(02) VALUE '00'.
           88 PEDITEM-OK          VALUE '00'.
       77 WRK-STATUS-TRANSP    PIC X(02) VALUE '00'.
           88 TRANSP-OK           VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA     VALUE 'S'.
       77 WRK-ALTERADO PIC X(01) VALUE 'N'.
           88 HOUVE-ALTERACAO VALUE 'S'.

       77 WRK-OPCAO  PIC X(01) VALUE SPACES.
           88 OPCAO-ABRIR     VALUE 'A'.
           88 OPCAO-RESPOSTA  VALUE 'R'.
           88 OPCAO-ACORDO    VALUE 'F'.
           88 OPCAO-REPOSICAO VALUE 'P'.
           88 OPCAO-LISTAR    VALUE 'L'.
           88 OPCAO-MENSAL    VALUE 'M'.
           88 OPCAO-SAIR      VALUE '0'.

      * RECLAMAÇÕES CARREGADAS INTEIRAS E REGRAVADAS NA SAÍDA, COMO
      * O CADASTRO DE BENS DA DEPRECIAÇÃO
       77 WRK-QT-SINISTROS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-SIN      PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SIN-ACHADO   PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-SINISTROS.
           02 WRK-TS-REGISTRO PIC X(178) OCCURS 500 TIMES.

       77 WRK-ULTIMO-NUMERO PIC 9(06) VALUE ZEROES.
       77 WRK-NUMERO        PIC 9(06) VALUE ZEROES.
       77 WRK-PRODUTO       PIC 9(06) VALUE ZEROES.
       77 WRK-CLIENTE       PIC 9(06) VALUE ZEROES.
       77 WRK-DATA-COTACAO  PIC 9(08) VALUE ZEROES.
       77 WRK-PEDIDO        PIC 9(06) VALUE ZEROES.
       77 WRK-QTDE          PIC 9(05) VALUE ZEROES.
       77 WRK-VALOR         PIC 9(08)V99 VALUE ZEROES.
       77 WRK-TIPO          PIC X(01) VALUE SPACES.
           88 TIPO-VALIDO     VALUE 'A' 'E' 'F'.
       77 WRK-RESPOSTA      PIC X(01) VALUE SPACES.
           88 RESPOSTA-ACEITA VALUE 'A'.
           88 RESPOSTA-NEGADA VALUE 'N'.
           88 RESPOSTA-VALIDA VALUE 'A' 'N'.
       77 WRK-OBSERVACAO    PIC X(40) VALUE SPACES.
       77 WRK-COMPETENCIA   PIC 9(06) VALUE ZEROES.
       77 WRK-COMP-SINISTRO PIC 9(06) VALUE ZEROES.

      * COTAÇÃO E REMESSA ACHADAS PARA A RECLAMAÇÃO NOVA
       77 WRK-COT-ACHADA PIC X(01) VALUE 'N'.
           88 COTACAO-ACHADA VALUE 'S'.
       77 WRK-REM-ACHADA PIC X(01) VALUE 'N'.
           88 REMESSA-ACHADA VALUE 'S'.
       77 WRK-PED-ACHADO PIC X(01) VALUE 'N'.
           88 PEDIDO-ACHADO  VALUE 'S'.
       77 WRK-ITEM-ACHADO PIC X(01) VALUE 'N'.
           88 ITEM-ACHADO    VALUE 'S'.
       77 WRK-ACH-TRANSP  PIC 9(02) VALUE ZEROES.
       77 WRK-ACH-UF      PIC X(02) VALUE SPACES.
       77 WRK-ACH-FRETE   PIC 9(06)V99 VALUE ZEROES.
       77 WRK-ACH-SEGURO  PIC 9(06)V99 VALUE ZEROES.
       77 WRK-ACH-PESO    PIC 9(05)V99 VALUE ZEROES.

      * TOTAIS DO MÊS POR TRANSPORTADORA (PELO CÓDIGO)
       01  WRK-TAB-TRANSP.
           02 WRK-TT-ITEM OCCURS 99 TIMES.
               03 WRK-TT-NOME       PIC X(15).
               03 WRK-TT-ABERTAS    PIC 9(05).
               03 WRK-TT-NEGADAS    PIC 9(05).
               03 WRK-TT-RECLAMADO  PIC 9(10)V99.
               03 WRK-TT-ACORDO     PIC 9(10)V99.
               03 WRK-TT-DESCONTADO PIC 9(10)V99.
               03 WRK-TT-SEGURO     PIC 9(08)V99.
       77 WRK-SUB-TRA PIC 9(03) VALUE ZEROES.
       77 WRK-QT-MES  PIC 9(05) VALUE ZEROES.

       77 WRK-VALOR-ED  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-VALOR2-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-VALOR3-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-SEGURO-ED PIC ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'RECLAMAÇÕES DE FRETE (AVARIA/EXTRAVIO)'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-SINISTROS.
           IF TABELA-CHEIA
               DISPLAY 'MAIS DE 500 RECLAMAÇÕES NO ARQUIVO - '
                   'MANUTENÇÃO RECUSADA'
               GOBACK
           END-IF.
           PERFORM 0200-PROCESSAR-OPCAO UNTIL OPCAO-SAIR.
           IF HOUVE-ALTERACAO
               PERFORM 0800-GRAVAR-SINISTROS
           END-IF.
           DISPLAY 'FINAL DAS RECLAMAÇÕES DE FRETE'.
           GOBACK.

       0100-CARREGAR-SINISTROS.
           OPEN INPUT ARQ-SINISTROS.
           IF SINISTROS-OK
               PERFORM 0110-LER-SINISTRO
               PERFORM 0120-GUARDAR-SINISTRO UNTIL FIM-ARQUIVO
               CLOSE ARQ-SINISTROS
           END-IF.

       0110-LER-SINISTRO.
           READ ARQ-SINISTROS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0120-GUARDAR-SINISTRO.
           IF WRK-QT-SINISTROS < 500
               ADD 1 TO WRK-QT-SINISTROS
               MOVE REG-SINISTRO TO WRK-TS-REGISTRO(WRK-QT-SINISTROS)
               IF REG-SIN-NUMERO > WRK-ULTIMO-NUMERO
                   MOVE REG-SIN-NUMERO TO WRK-ULTIMO-NUMERO
               END-IF
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM 0110-LER-SINISTRO.

       0200-PROCESSAR-OPCAO.
           DISPLAY '________________________________________'.
           DISPLAY '(A) ABRIR RECLAMAÇÃO'.
           DISPLAY '(R) REGISTRAR RESPOSTA DA TRANSPORTADORA'.
           DISPLAY '(F) FECHAR ACORDO (DESCONTO NO PAGAMENTO)'.
           DISPLAY '(P) VINCULAR PEDIDO DE REPOSIÇÃO'.
           DISPLAY '(L) LISTAR RECLAMAÇÕES'.
           DISPLAY '(M) RELATÓRIO MENSAL POR TRANSPORTADORA'.
           DISPLAY '(0) SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-ABRIR
                   PERFORM 0300-ABRIR
               WHEN OPCAO-RESPOSTA
                   PERFORM 0400-RESPOSTA
               WHEN OPCAO-ACORDO
                   PERFORM 0450-ACORDO
               WHEN OPCAO-REPOSICAO
                   PERFORM 0500-REPOSICAO
               WHEN OPCAO-LISTAR
                   PERFORM 0600-LISTAR
               WHEN OPCAO-MENSAL
                   PERFORM 0700-RELATORIO-MENSAL
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

      * A RECLAMAÇÃO NASCE DA COTAÇÃO (PRODUTO, CLIENTE E DATA), QUE
      * DIZ A TRANSPORTADORA, A UF, O FRETE E O SEGURO PAGOS; A
      * REMESSA DO MESMO PRODUTO E CLIENTE DÁ O PESO DESPACHADO
       0300-ABRIR.
           IF WRK-QT-SINISTROS NOT < 500
               DISPLAY 'ARQUIVO DE RECLAMAÇÕES CHEIO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PRODUTO DA COTAÇÃO (0 = DESISTIR):'.
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           IF WRK-PRODUTO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CLIENTE DA COTAÇÃO:'.
           ACCEPT WRK-CLIENTE FROM CONSOLE.
           DISPLAY 'DATA DA COTAÇÃO (AAAAMMDD):'.
           ACCEPT WRK-DATA-COTACAO FROM CONSOLE.
           PERFORM 0310-LOCALIZAR-COTACAO.
           IF NOT COTACAO-ACHADA
               DISPLAY 'COTAÇÃO NÃO ENCONTRADA - '
                   'RECLAMAÇÃO RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-ACH-TRANSP = ZEROES
               DISPLAY 'COTAÇÃO SEM TRANSPORTADORA - '
                   'RECLAMAÇÃO RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0330-VERIFICAR-DUPLICIDADE.
           IF WRK-SIN-ACHADO > ZEROES
               MOVE WRK-TS-REGISTRO(WRK-SIN-ACHADO) TO REG-SINISTRO
               DISPLAY 'COTAÇÃO JÁ RECLAMADA NA RECLAMAÇÃO '
                   REG-SIN-NUMERO ' - RECLAMAÇÃO RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0340-LOCALIZAR-REMESSA.
           IF NOT REMESSA-ACHADA
               DISPLAY 'AVISO: REMESSA DO PRODUTO/CLIENTE NÃO '
                   'ENCONTRADA - PESO FICA ZERADO'
           END-IF.
           DISPLAY 'TRANSPORTADORA ' WRK-ACH-TRANSP ' UF ' WRK-ACH-UF.
           IF WRK-ACH-SEGURO > ZEROES
               MOVE WRK-ACH-SEGURO TO WRK-SEGURO-ED
               DISPLAY 'REMESSA SEGURADA - SEGURO PAGO NA COTAÇÃO: '
                   WRK-SEGURO-ED
           END-IF.
           MOVE SPACES TO WRK-TIPO.
           PERFORM 0350-PEDIR-TIPO UNTIL TIPO-VALIDO.
           MOVE ZEROES TO WRK-QTDE.
           PERFORM 0355-PEDIR-QTDE UNTIL WRK-QTDE > ZEROES.
           MOVE ZEROES TO WRK-VALOR.
           PERFORM 0360-PEDIR-VALOR-RECLAMADO
               UNTIL WRK-VALOR > ZEROES.
           DISPLAY 'OBSERVAÇÃO (DESCRIÇÃO DO DANO/PERDA):'.
           ACCEPT WRK-OBSERVACAO FROM CONSOLE.
           INITIALIZE REG-SINISTRO.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-ULTIMO-NUMERO TO REG-SIN-NUMERO.
           MOVE WRK-DATA-SYS-NUM  TO REG-SIN-DATA.
           MOVE WRK-ACH-TRANSP    TO REG-SIN-TRANSP.
           MOVE WRK-ACH-UF        TO REG-SIN-UF.
           MOVE WRK-PRODUTO       TO REG-SIN-PRODUTO.
           MOVE WRK-CLIENTE       TO REG-SIN-CLIENTE.
           MOVE WRK-DATA-COTACAO  TO REG-SIN-DATA-COTACAO.
           MOVE WRK-ACH-FRETE     TO REG-SIN-FRETE.
           MOVE WRK-ACH-SEGURO    TO REG-SIN-SEGURO.
           MOVE WRK-ACH-PESO      TO REG-SIN-PESO.
           MOVE WRK-TIPO          TO REG-SIN-TIPO.
           MOVE WRK-QTDE          TO REG-SIN-QTDE.
           MOVE WRK-VALOR         TO REG-SIN-RECLAMADO.
           MOVE 'A'               TO REG-SIN-SITUACAO.
           MOVE WRK-OBSERVACAO    TO REG-SIN-OBSERVACAO.
           ADD 1 TO WRK-QT-SINISTROS.
           MOVE REG-SINISTRO TO WRK-TS-REGISTRO(WRK-QT-SINISTROS).
           MOVE 'S' TO WRK-ALTERADO.
           DISPLAY 'RECLAMAÇÃO ' REG-SIN-NUMERO ' ABERTA'.

       0310-LOCALIZAR-COTACAO.
           MOVE 'N' TO WRK-COT-ACHADA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-COTACOES.
           IF NOT COTACOES-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0315-LER-COTACAO.
           PERFORM 0320-COMPARAR-COTACAO
               UNTIL FIM-ARQUIVO OR COTACAO-ACHADA.
           CLOSE ARQ-COTACOES.

       0315-LER-COTACAO.
           READ ARQ-COTACOES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0320-COMPARAR-COTACAO.
           IF REG-COT-PRODUTO = WRK-PRODUTO AND
              REG-COT-CLIENTE = WRK-CLIENTE AND
              REG-COT-DATA    = WRK-DATA-COTACAO
               MOVE 'S' TO WRK-COT-ACHADA
               MOVE REG-COT-TRANSP TO WRK-ACH-TRANSP
               MOVE REG-COT-UF     TO WRK-ACH-UF
               MOVE REG-COT-FRETE  TO WRK-ACH-FRETE
               MOVE REG-COT-SEGURO TO WRK-ACH-SEGURO
           ELSE
               PERFORM 0315-LER-COTACAO
           END-IF.

      * UMA COTAÇÃO SÓ TEM UMA RECLAMAÇÃO VIVA; A NEGADA PODE SER
      * REABERTA COM UMA NOVA
       0330-VERIFICAR-DUPLICIDADE.
           MOVE ZEROES TO WRK-SIN-ACHADO.
           PERFORM VARYING WRK-SUB-SIN FROM 1 BY 1
               UNTIL WRK-SUB-SIN > WRK-QT-SINISTROS
                   OR WRK-SIN-ACHADO > ZEROES
               MOVE WRK-TS-REGISTRO(WRK-SUB-SIN) TO REG-SINISTRO
               IF REG-SIN-PRODUTO = WRK-PRODUTO AND
                  REG-SIN-CLIENTE = WRK-CLIENTE AND
                  REG-SIN-DATA-COTACAO = WRK-DATA-COTACAO AND
                  NOT SIN-NEGADA
                   MOVE WRK-SUB-SIN TO WRK-SIN-ACHADO
               END-IF
           END-PERFORM.

       0340-LOCALIZAR-REMESSA.
           MOVE 'N' TO WRK-REM-ACHADA.
           MOVE ZEROES TO WRK-ACH-PESO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-REMESSAS.
           IF NOT REMESSAS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0342-LER-REMESSA.
           PERFORM 0345-COMPARAR-REMESSA
               UNTIL FIM-ARQUIVO OR REMESSA-ACHADA.
           CLOSE ARQ-REMESSAS.

       0342-LER-REMESSA.
           READ ARQ-REMESSAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0345-COMPARAR-REMESSA.
           IF REG-REM-PRODUTO = WRK-PRODUTO AND
              REG-REM-CLIENTE = WRK-CLIENTE
               MOVE 'S' TO WRK-REM-ACHADA
               IF REG-REM-PESO IS NUMERIC
                   MOVE REG-REM-PESO TO WRK-ACH-PESO
               END-IF
           ELSE
               PERFORM 0342-LER-REMESSA
           END-IF.

       0350-PEDIR-TIPO.
           DISPLAY 'TIPO: (A) AVARIA (E) EXTRAVIO (F) FALTA:'.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF NOT TIPO-VALIDO
               DISPLAY 'TIPO INVÁLIDO'
           END-IF.

       0355-PEDIR-QTDE.
           DISPLAY 'QUANTIDADE DO PRODUTO ATINGIDA:'.
           ACCEPT WRK-QTDE FROM CONSOLE.
           IF WRK-QTDE = ZEROES
               DISPLAY 'QUANTIDADE DEVE SER MAIOR QUE ZERO'
           END-IF.

       0360-PEDIR-VALOR-RECLAMADO.
           DISPLAY 'VALOR RECLAMADO (FORMATO 99999999,99):'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           IF WRK-VALOR = ZEROES
               DISPLAY 'VALOR DEVE SER MAIOR QUE ZERO'
           END-IF.

      * A TRANSPORTADORA ACEITA (COM O VALOR QUE RECONHECE, ATÉ O
      * RECLAMADO) OU NEGA (COM O MOTIVO NA OBSERVAÇÃO)
       0400-RESPOSTA.
           PERFORM 0900-PEDIR-NUMERO.
           IF WRK-SIN-ACHADO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF NOT SIN-ABERTA
               DISPLAY 'RECLAMAÇÃO NÃO ESTÁ ABERTA - SITUAÇÃO '
                   REG-SIN-SITUACAO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WRK-RESPOSTA.
           PERFORM 0410-PEDIR-RESPOSTA UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA-ACEITA
               MOVE ZEROES TO WRK-VALOR
               PERFORM 0420-PEDIR-VALOR-ACEITO
                   UNTIL WRK-VALOR > ZEROES
               MOVE WRK-VALOR TO REG-SIN-ACEITO
               MOVE 'R' TO REG-SIN-SITUACAO
           ELSE
               DISPLAY 'MOTIVO DA NEGATIVA:'
               ACCEPT REG-SIN-OBSERVACAO FROM CONSOLE
               MOVE ZEROES TO REG-SIN-ACEITO
               MOVE 'N' TO REG-SIN-SITUACAO
           END-IF.
           MOVE WRK-DATA-SYS-NUM TO REG-SIN-DATA-RESPOSTA.
           MOVE REG-SINISTRO TO WRK-TS-REGISTRO(WRK-SIN-ACHADO).
           MOVE 'S' TO WRK-ALTERADO.
           DISPLAY 'RESPOSTA REGISTRADA'.

       0410-PEDIR-RESPOSTA.
           DISPLAY 'RESPOSTA: (A) ACEITA (N) NEGADA:'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF NOT RESPOSTA-VALIDA
               DISPLAY 'RESPOSTA INVÁLIDA'
           END-IF.

       0420-PEDIR-VALOR-ACEITO.
           MOVE REG-SIN-RECLAMADO TO WRK-VALOR-ED.
           DISPLAY 'VALOR ACEITO PELA TRANSPORTADORA (ATÉ '
               WRK-VALOR-ED '):'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           IF WRK-VALOR = ZEROES OR WRK-VALOR > REG-SIN-RECLAMADO
               DISPLAY 'VALOR INVÁLIDO'
               MOVE ZEROES TO WRK-VALOR
           END-IF.

      * O ACORDO FECHA O VALOR QUE SAI DO PRÓXIMO PAGAMENTO DA
      * TRANSPORTADORA NO PAGAFRETE; SEM RESPOSTA FORMAL O ACORDO
      * PODE SER FECHADO DIRETO DA RECLAMAÇÃO ABERTA
       0450-ACORDO.
           PERFORM 0900-PEDIR-NUMERO.
           IF WRK-SIN-ACHADO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF NOT SIN-ABERTA AND NOT SIN-RESPONDIDA
               DISPLAY 'RECLAMAÇÃO NÃO ADMITE ACORDO - SITUAÇÃO '
                   REG-SIN-SITUACAO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-VALOR.
           PERFORM 0460-PEDIR-VALOR-ACORDO UNTIL WRK-VALOR > ZEROES.
           MOVE WRK-VALOR TO REG-SIN-ACORDO.
           MOVE ZEROES TO REG-SIN-DESCONTADO.
           MOVE WRK-DATA-SYS-NUM TO REG-SIN-DATA-ACORDO.
           MOVE 'L' TO REG-SIN-SITUACAO.
           MOVE REG-SINISTRO TO WRK-TS-REGISTRO(WRK-SIN-ACHADO).
           MOVE 'S' TO WRK-ALTERADO.
           DISPLAY 'ACORDO REGISTRADO - SERÁ DESCONTADO NO PRÓXIMO '
               'PAGAMENTO DA TRANSPORTADORA'.

       0460-PEDIR-VALOR-ACORDO.
           MOVE REG-SIN-RECLAMADO TO WRK-VALOR-ED.
           DISPLAY 'VALOR DO ACORDO (ATÉ ' WRK-VALOR-ED '):'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           IF WRK-VALOR = ZEROES OR WRK-VALOR > REG-SIN-RECLAMADO
               DISPLAY 'VALOR INVÁLIDO'
               MOVE ZEROES TO WRK-VALOR
           END-IF.

      * A REPOSIÇÃO É UM PEDIDO COMUM DIGITADO NO PEDIDOVENDA (COM
      * RESERVA, NOTA E SEPARAÇÃO); AQUI SÓ SE CONFERE QUE O PEDIDO
      * É DO MESMO CLIENTE E TRAZ O PRODUTO RECLAMADO
       0500-REPOSICAO.
           PERFORM 0900-PEDIR-NUMERO.
           IF WRK-SIN-ACHADO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF SIN-NEGADA
               DISPLAY 'RECLAMAÇÃO NEGADA - SEM REPOSIÇÃO'
               EXIT PARAGRAPH
           END-IF.
           IF REG-SIN-PEDIDO-REPOS > ZEROES
               DISPLAY 'RECLAMAÇÃO JÁ TEM O PEDIDO DE REPOSIÇÃO '
                   REG-SIN-PEDIDO-REPOS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'NÚMERO DO PEDIDO DE REPOSIÇÃO (DIGITADO NO '
               'PEDIDOVENDA, 0 = DESISTIR):'.
           ACCEPT WRK-PEDIDO FROM CONSOLE.
           IF WRK-PEDIDO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0510-CONFERIR-PEDIDO.
           IF NOT PEDIDO-ACHADO
               DISPLAY 'PEDIDO NÃO ENCONTRADO PARA O CLIENTE '
                   REG-SIN-CLIENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0530-CONFERIR-ITEM.
           IF NOT ITEM-ACHADO
               DISPLAY 'PEDIDO SEM O PRODUTO RECLAMADO '
                   REG-SIN-PRODUTO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-PEDIDO TO REG-SIN-PEDIDO-REPOS.
           MOVE REG-SINISTRO TO WRK-TS-REGISTRO(WRK-SIN-ACHADO).
           MOVE 'S' TO WRK-ALTERADO.
           DISPLAY 'PEDIDO DE REPOSIÇÃO VINCULADO'.

       0510-CONFERIR-PEDIDO.
           MOVE 'N' TO WRK-PED-ACHADO.
           OPEN INPUT ARQ-PEDCAB.
           IF NOT PEDCAB-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-PEDIDO TO REG-PC-NUMERO.
           READ ARQ-PEDCAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-PC-CLIENTE = REG-SIN-CLIENTE
                       MOVE 'S' TO WRK-PED-ACHADO
                   END-IF
           END-READ.
           CLOSE ARQ-PEDCAB.

       0530-CONFERIR-ITEM.
           MOVE 'N' TO WRK-ITEM-ACHADO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDITEM.
           IF NOT PEDITEM-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-PEDIDO TO REG-PI-NUMERO.
           MOVE ZEROES TO REG-PI-SEQ.
           START ARQ-PEDITEM KEY IS NOT LESS THAN REG-PI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           IF NOT FIM-ARQUIVO
               PERFORM 0535-LER-PEDITEM
           END-IF.
           PERFORM 0540-COMPARAR-PEDITEM
               UNTIL FIM-ARQUIVO OR ITEM-ACHADO.
           CLOSE ARQ-PEDITEM.

       0535-LER-PEDITEM.
           READ ARQ-PEDITEM NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0540-COMPARAR-PEDITEM.
           IF REG-PI-NUMERO NOT = WRK-PEDIDO
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF REG-PI-PRODUTO = REG-SIN-PRODUTO
               MOVE 'S' TO WRK-ITEM-ACHADO
           ELSE
               PERFORM 0535-LER-PEDITEM
           END-IF.

       0600-LISTAR.
           PERFORM VARYING WRK-SUB-SIN FROM 1 BY 1
               UNTIL WRK-SUB-SIN > WRK-QT-SINISTROS
               MOVE WRK-TS-REGISTRO(WRK-SUB-SIN) TO REG-SINISTRO
               MOVE REG-SIN-RECLAMADO  TO WRK-VALOR-ED
               MOVE REG-SIN-ACORDO     TO WRK-VALOR2-ED
               MOVE REG-SIN-DESCONTADO TO WRK-VALOR3-ED
               DISPLAY REG-SIN-NUMERO ' ' REG-SIN-DATA
                   ' TR ' REG-SIN-TRANSP ' ' REG-SIN-UF
                   ' PROD ' REG-SIN-PRODUTO
                   ' CLI ' REG-SIN-CLIENTE
                   ' ' REG-SIN-TIPO ' ' REG-SIN-SITUACAO
               DISPLAY '       RECLAMADO ' WRK-VALOR-ED
                   ' ACORDO ' WRK-VALOR2-ED
                   ' DESCONTADO ' WRK-VALOR3-ED
                   ' REPOSIÇÃO ' REG-SIN-PEDIDO-REPOS
           END-PERFORM.

      * RELATÓRIO DO MÊS: AS RECLAMAÇÕES ABERTAS NA COMPETÊNCIA POR
      * TRANSPORTADORA, COM O RECLAMADO, O ACORDADO, O JÁ DESCONTADO
      * E O SEGURO PAGO NAS COTAÇÕES RECLAMADAS
       0700-RELATORIO-MENSAL.
           DISPLAY 'COMPETÊNCIA (AAAAMM, 0 = MÊS ATUAL):'.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           IF WRK-COMPETENCIA = ZEROES
               COMPUTE WRK-COMPETENCIA =
                   WRK-DS-ANO * 100 + WRK-DS-MES
           END-IF.
           INITIALIZE WRK-TAB-TRANSP.
           MOVE ZEROES TO WRK-QT-MES.
           PERFORM 0710-CARREGAR-NOMES-TRANSP.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'RECLAMACOES DE FRETE POR TRANSPORTADORA - '
               'COMPETENCIA ' WRK-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.
           MOVE 'NUMERO DATA     TR UF PRODUT CLIENT T S'
               TO WRK-LINRELAT.
           MOVE '     RECLAMADO        ACORDO' TO WRK-LINRELAT(40:).
           PERFORM 0790-GRAVAR-LINHA.
           PERFORM VARYING WRK-SUB-SIN FROM 1 BY 1
               UNTIL WRK-SUB-SIN > WRK-QT-SINISTROS
               MOVE WRK-TS-REGISTRO(WRK-SUB-SIN) TO REG-SINISTRO
               COMPUTE WRK-COMP-SINISTRO = REG-SIN-DATA / 100
               IF WRK-COMP-SINISTRO = WRK-COMPETENCIA AND
                  REG-SIN-TRANSP > 0 AND REG-SIN-TRANSP < 100
                   PERFORM 0730-ACUMULAR-SINISTRO
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.
           MOVE 'RESUMO POR TRANSPORTADORA' TO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.
           PERFORM VARYING WRK-SUB-TRA FROM 1 BY 1
               UNTIL WRK-SUB-TRA > 99
               IF WRK-TT-ABERTAS(WRK-SUB-TRA) > ZEROES
                   PERFORM 0750-IMPRIMIR-TRANSP
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'RECLAMACOES NA COMPETENCIA: ' WRK-QT-MES
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.
           CLOSE ARQ-RELATORIO.

       0710-CARREGAR-NOMES-TRANSP.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-TRANSPORTADORAS.
           IF TRANSP-OK
               PERFORM 0715-LER-TRANSP
               PERFORM 0720-GUARDAR-NOME UNTIL FIM-ARQUIVO
               CLOSE ARQ-TRANSPORTADORAS
           END-IF.

       0715-LER-TRANSP.
           READ ARQ-TRANSPORTADORAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0720-GUARDAR-NOME.
           IF REG-TRA-CODIGO > 0 AND REG-TRA-CODIGO < 100
               MOVE REG-TRA-NOME TO WRK-TT-NOME(REG-TRA-CODIGO)
           END-IF.
           PERFORM 0715-LER-TRANSP.

       0730-ACUMULAR-SINISTRO.
           ADD 1 TO WRK-QT-MES.
           ADD 1 TO WRK-TT-ABERTAS(REG-SIN-TRANSP).
           IF SIN-NEGADA
               ADD 1 TO WRK-TT-NEGADAS(REG-SIN-TRANSP)
           END-IF.
           ADD REG-SIN-RECLAMADO TO WRK-TT-RECLAMADO(REG-SIN-TRANSP).
           ADD REG-SIN-ACORDO    TO WRK-TT-ACORDO(REG-SIN-TRANSP).
           ADD REG-SIN-DESCONTADO
               TO WRK-TT-DESCONTADO(REG-SIN-TRANSP).
           ADD REG-SIN-SEGURO    TO WRK-TT-SEGURO(REG-SIN-TRANSP).
           MOVE REG-SIN-RECLAMADO TO WRK-VALOR-ED.
           MOVE REG-SIN-ACORDO    TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING REG-SIN-NUMERO ' ' REG-SIN-DATA ' '
               REG-SIN-TRANSP ' ' REG-SIN-UF ' '
               REG-SIN-PRODUTO ' ' REG-SIN-CLIENTE ' '
               REG-SIN-TIPO ' ' REG-SIN-SITUACAO ' '
               WRK-VALOR-ED ' ' WRK-VALOR2-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.

       0750-IMPRIMIR-TRANSP.
           MOVE WRK-TT-RECLAMADO(WRK-SUB-TRA) TO WRK-VALOR-ED.
           MOVE WRK-TT-ACORDO(WRK-SUB-TRA)    TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TR ' WRK-SUB-TRA ' ' WRK-TT-NOME(WRK-SUB-TRA)
               ' RECLAMACOES ' WRK-TT-ABERTAS(WRK-SUB-TRA)
               ' NEGADAS ' WRK-TT-NEGADAS(WRK-SUB-TRA)
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.
           MOVE WRK-TT-DESCONTADO(WRK-SUB-TRA) TO WRK-VALOR3-ED.
           MOVE WRK-TT-SEGURO(WRK-SUB-TRA)     TO WRK-SEGURO-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING '   RECLAMADO ' WRK-VALOR-ED
               ' ACORDO ' WRK-VALOR2-ED
               ' DESCONTADO ' WRK-VALOR3-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING '   SEGURO PAGO NAS COTACOES RECLAMADAS '
               WRK-SEGURO-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.

       0790-GRAVAR-LINHA.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WRK-LINRELAT.

       0800-GRAVAR-SINISTROS.
           OPEN OUTPUT ARQ-SINISTROS.
           PERFORM VARYING WRK-SUB-SIN FROM 1 BY 1
               UNTIL WRK-SUB-SIN > WRK-QT-SINISTROS
               MOVE WRK-TS-REGISTRO(WRK-SUB-SIN) TO REG-SINISTRO
               WRITE REG-SINISTRO
           END-PERFORM.
           CLOSE ARQ-SINISTROS.

       0900-PEDIR-NUMERO.
           MOVE ZEROES TO WRK-SIN-ACHADO.
           DISPLAY 'NÚMERO DA RECLAMAÇÃO (0 = DESISTIR):'.
           ACCEPT WRK-NUMERO FROM CONSOLE.
           IF WRK-NUMERO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-SIN FROM 1 BY 1
               UNTIL WRK-SUB-SIN > WRK-QT-SINISTROS
                   OR WRK-SIN-ACHADO > ZEROES
               MOVE WRK-TS-REGISTRO(WRK-SUB-SIN) TO REG-SINISTRO
               IF REG-SIN-NUMERO = WRK-NUMERO
                   MOVE WRK-SUB-SIN TO WRK-SIN-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-SIN-ACHADO = ZEROES
               DISPLAY 'RECLAMAÇÃO NÃO ENCONTRADA'
           ELSE
               MOVE WRK-TS-REGISTRO(WRK-SIN-ACHADO) TO REG-SINISTRO
           END-IF.
