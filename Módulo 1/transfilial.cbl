       IDENTIFICATION DIVISION.
       PROGRAM-ID. transfilial.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = TRANSFERÊNCIA DE ESTOQUE ENTRE FILIAIS: O DESPACHO
      *            TIRA A QUANTIDADE DO DISPONÍVEL DA FILIAL DE
      *            ORIGEM E A DEIXA EM TRÂNSITO NA FILIAL DE DESTINO
      *            (DOCUMENTO EM TRANSFERENCIAS-ESTOQUE); A CHEGADA
      *            TIRA DO TRÂNSITO E PÕE NA PRATELEIRA DO DESTINO. O
      *            SALDO CONSOLIDADO NÃO MUDA - A MERCADORIA SÓ MUDA
      *            DE LUGAR, SEM CUSTO NEM CMV
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TRANSF ASSIGN TO 'TRANSFERENCIAS-ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSF.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TRANSF.
           COPY 'transfest.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'servfilial.cbl'.
       77 WRK-STATUS-TRANSF   PIC X(02) VALUE '00'.
           88 TRANSF-OK          VALUE '00'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-FIM-TRANSF PIC X(01) VALUE 'N'.
           88 FIM-TRANSF    VALUE 'S'.

       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-SAIR VALUE '0'.

       77 WRK-ORIGEM      PIC 9(02) VALUE ZEROES.
       77 WRK-DESTINO     PIC 9(02) VALUE ZEROES.
       77 WRK-FILIAL      PIC 9(02) VALUE ZEROES.
       77 WRK-FILIAL-OK   PIC X(01) VALUE 'N'.
           88 FILIAL-VALIDA  VALUE 'S'.
       77 WRK-COD-PRODUTO PIC 9(06) VALUE ZEROES.
       77 WRK-PRODUTO-OK  PIC X(01) VALUE 'N'.
           88 PRODUTO-VALIDO VALUE 'S'.
       77 WRK-QTDE        PIC 9(07) VALUE ZEROES.
       77 WRK-DISPONIVEL  PIC S9(07) VALUE ZEROES.
       77 WRK-NUMERO      PIC 9(06) VALUE ZEROES.
       77 WRK-ULTIMO      PIC 9(06) VALUE ZEROES.
       77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77 WRK-QT-TRANSITO PIC 9(05) VALUE ZEROES.

      * DOCUMENTOS CARREGADOS PARA A REGRAVAÇÃO NA CHEGADA
       77 WRK-QT-TRANSF   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-TRF     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TRF-ACHADA  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TABELA-EXCEDIDA PIC X(01) VALUE 'N'.
           88 TABELA-EXCEDIDA    VALUE 'S'.
       01  WRK-TAB-TRANSF.
           02 WRK-TT-REGISTRO PIC X(50) OCCURS 500 TIMES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'TRANSFERÊNCIA DE ESTOQUE ENTRE FILIAIS'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0100-PROCESSAR-OPCAO UNTIL OPCAO-SAIR.
           DISPLAY 'FINAL DA TRANSFERÊNCIA ENTRE FILIAIS'.
           GOBACK.

       0100-PROCESSAR-OPCAO.
           DISPLAY '________________________________________'.
           DISPLAY '(D) DESPACHAR TRANSFERÊNCIA'.
           DISPLAY '(R) RECEBER TRANSFERÊNCIA'.
           DISPLAY '(C) CONSULTAR EM TRÂNSITO'.
           DISPLAY '(0) SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 'D'
                   PERFORM 0200-DESPACHAR
               WHEN 'R'
                   PERFORM 0300-RECEBER
               WHEN 'C'
                   PERFORM 0400-CONSULTAR
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

      * O DESPACHO SÓ LEVA O QUE NÃO ESTÁ RESERVADO PARA OS PEDIDOS
      * DA ORIGEM; O DOCUMENTO NASCE EM TRÂNSITO
       0200-DESPACHAR.
           DISPLAY 'FILIAL DE ORIGEM (01-10):'.
           PERFORM 0250-PEDIR-FILIAL.
           IF NOT FILIAL-VALIDA
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-FILIAL TO WRK-ORIGEM.
           DISPLAY 'FILIAL DE DESTINO (01-10):'.
           PERFORM 0250-PEDIR-FILIAL.
           IF NOT FILIAL-VALIDA
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-FILIAL TO WRK-DESTINO.
           IF WRK-DESTINO = WRK-ORIGEM
               DISPLAY 'DESTINO IGUAL À ORIGEM - TRANSFERÊNCIA '
                   'RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0260-PEDIR-PRODUTO.
           IF NOT PRODUTO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'QUANTIDADE A TRANSFERIR:'.
           ACCEPT WRK-QTDE FROM CONSOLE.
           IF WRK-QTDE = ZEROES
               DISPLAY 'QUANTIDADE ZERADA - TRANSFERÊNCIA IGNORADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE 5 TO REG-SFS-FUNCAO.
           MOVE WRK-COD-PRODUTO TO REG-SFS-PRODUTO.
           MOVE WRK-ORIGEM TO REG-SFS-FILIAL.
           MOVE WRK-DESTINO TO REG-SFS-DESTINO.
           MOVE WRK-QTDE TO REG-SFS-QTDE.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           IF SFS-SEM-SALDO
               COMPUTE WRK-DISPONIVEL =
                   REG-SFS-SALDO - REG-SFS-RESERVADO
               DISPLAY 'DISPONÍVEL NA ORIGEM INSUFICIENTE: '
                   WRK-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.
           IF NOT SFS-OK
               DISPLAY 'SALDOS POR FILIAL INDISPONÍVEIS - '
                   'TRANSFERÊNCIA NÃO EFETIVADA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0210-PROXIMO-NUMERO.
           OPEN EXTEND ARQ-TRANSF.
           IF NOT TRANSF-OK
               OPEN OUTPUT ARQ-TRANSF
           END-IF.
           MOVE WRK-NUMERO       TO REG-TRF-NUMERO.
           MOVE WRK-DATA-SYS-NUM TO REG-TRF-DATA.
           MOVE WRK-COD-PRODUTO  TO REG-TRF-PRODUTO.
           MOVE WRK-QTDE         TO REG-TRF-QTDE.
           MOVE WRK-ORIGEM       TO REG-TRF-ORIGEM.
           MOVE WRK-DESTINO      TO REG-TRF-DESTINO.
           MOVE 'T'              TO REG-TRF-SITUACAO.
           MOVE ZEROES           TO REG-TRF-DATA-RECEB.
           WRITE REG-TRANSFERENCIA.
           CLOSE ARQ-TRANSF.
           DISPLAY 'TRANSFERÊNCIA ' WRK-NUMERO
               ' DESPACHADA - EM TRÂNSITO ATÉ A CHEGADA'.

       0210-PROXIMO-NUMERO.
           MOVE ZEROES TO WRK-ULTIMO.
           MOVE 'N' TO WRK-FIM-TRANSF.
           OPEN INPUT ARQ-TRANSF.
           IF TRANSF-OK
               PERFORM 0510-LER-TRANSF
               PERFORM 0220-GUARDAR-MAIOR UNTIL FIM-TRANSF
               CLOSE ARQ-TRANSF
           END-IF.
           COMPUTE WRK-NUMERO = WRK-ULTIMO + 1.

       0220-GUARDAR-MAIOR.
           IF REG-TRF-NUMERO > WRK-ULTIMO
               MOVE REG-TRF-NUMERO TO WRK-ULTIMO
           END-IF.
           PERFORM 0510-LER-TRANSF.

       0250-PEDIR-FILIAL.
           MOVE 'N' TO WRK-FILIAL-OK.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           IF WRK-FILIAL = ZEROES
               DISPLAY 'FILIAL INVÁLIDA'
               EXIT PARAGRAPH
           END-IF.
           MOVE 9 TO REG-SFS-FUNCAO.
           MOVE WRK-FILIAL TO REG-SFS-FILIAL.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           IF SFS-OK
               MOVE 'S' TO WRK-FILIAL-OK
           ELSE
               DISPLAY 'FILIAL NÃO CADASTRADA OU INATIVA'
           END-IF.

       0260-PEDIR-PRODUTO.
           MOVE 'N' TO WRK-PRODUTO-OK.
           DISPLAY 'CÓDIGO DO PRODUTO:'.
           ACCEPT WRK-COD-PRODUTO FROM CONSOLE.
           OPEN INPUT ARQ-CADASTRO.
           IF NOT CADASTRO-OK
               DISPLAY 'CADASTRO MESTRE INDISPONÍVEL - STATUS '
                   WRK-STATUS-CADASTRO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COD-PRODUTO TO REG-CAD-CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-CAD-PRODUTO AND NOT REG-CAD-INATIVO
                       MOVE 'S' TO WRK-PRODUTO-OK
                       DISPLAY 'PRODUTO: ' REG-CAD-NOME
                   END-IF
           END-READ.
           CLOSE ARQ-CADASTRO.
           IF NOT PRODUTO-VALIDO
               DISPLAY 'PRODUTO NÃO ENCONTRADO NO CADASTRO'
           END-IF.

      * A CHEGADA É DO DOCUMENTO INTEIRO: A QUANTIDADE SAI DO
      * TRÂNSITO E ENTRA NA PRATELEIRA DO DESTINO
       0300-RECEBER.
           PERFORM 0500-CARREGAR-TRANSF.
           IF TABELA-EXCEDIDA
               DISPLAY 'TRANSFERENCIAS-ESTOQUE EXCEDE O LIMITE DE '
                   '500 DA TABELA - EXECUÇÃO RECUSADA PARA NÃO '
                   'TRUNCAR O ARQUIVO NA REGRAVAÇÃO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'NÚMERO DA TRANSFERÊNCIA:'.
           ACCEPT WRK-NUMERO FROM CONSOLE.
           MOVE ZEROES TO WRK-TRF-ACHADA.
           PERFORM VARYING WRK-SUB-TRF FROM 1 BY 1
               UNTIL WRK-SUB-TRF > WRK-QT-TRANSF
                   OR WRK-TRF-ACHADA > ZEROES
               MOVE WRK-TT-REGISTRO(WRK-SUB-TRF) TO REG-TRANSFERENCIA
               IF REG-TRF-NUMERO = WRK-NUMERO AND
                  REG-TRF-EM-TRANSITO
                   MOVE WRK-SUB-TRF TO WRK-TRF-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-TRF-ACHADA = ZEROES
               DISPLAY 'TRANSFERÊNCIA NÃO ENCONTRADA OU JÁ RECEBIDA'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TT-REGISTRO(WRK-TRF-ACHADA) TO REG-TRANSFERENCIA.
           DISPLAY 'PRODUTO....: ' REG-TRF-PRODUTO.
           DISPLAY 'QUANTIDADE.: ' REG-TRF-QTDE.
           DISPLAY 'ORIGEM.....: ' REG-TRF-ORIGEM.
           DISPLAY 'DESTINO....: ' REG-TRF-DESTINO.
           DISPLAY 'CONFIRMA A CHEGADA NO DESTINO? (S/N)'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'CHEGADA NÃO REGISTRADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE 6 TO REG-SFS-FUNCAO.
           MOVE REG-TRF-PRODUTO TO REG-SFS-PRODUTO.
           MOVE REG-TRF-DESTINO TO REG-SFS-FILIAL.
           MOVE REG-TRF-QTDE TO REG-SFS-QTDE.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           IF NOT SFS-OK
               DISPLAY 'SALDOS POR FILIAL INDISPONÍVEIS - CHEGADA '
                   'NÃO REGISTRADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO REG-TRF-SITUACAO.
           MOVE WRK-DATA-SYS-NUM TO REG-TRF-DATA-RECEB.
           MOVE REG-TRANSFERENCIA TO WRK-TT-REGISTRO(WRK-TRF-ACHADA).
           PERFORM 0600-REGRAVAR-TRANSF.
           DISPLAY 'CHEGADA REGISTRADA - SALDO DA FILIAL DESTINO: '
               REG-SFS-SALDO.

       0400-CONSULTAR.
           MOVE ZEROES TO WRK-QT-TRANSITO.
           MOVE 'N' TO WRK-FIM-TRANSF.
           OPEN INPUT ARQ-TRANSF.
           IF TRANSF-OK
               PERFORM 0510-LER-TRANSF
               PERFORM 0410-MOSTRAR-TRANSITO UNTIL FIM-TRANSF
               CLOSE ARQ-TRANSF
           END-IF.
           DISPLAY 'TRANSFERÊNCIAS EM TRÂNSITO: ' WRK-QT-TRANSITO.

       0410-MOSTRAR-TRANSITO.
           IF REG-TRF-EM-TRANSITO
               ADD 1 TO WRK-QT-TRANSITO
               DISPLAY 'TRANSF ' REG-TRF-NUMERO
                   ' DE ' REG-TRF-DATA
                   ' PRODUTO ' REG-TRF-PRODUTO
                   ' QTDE ' REG-TRF-QTDE
                   ' FILIAL ' REG-TRF-ORIGEM ' -> ' REG-TRF-DESTINO
           END-IF.
           PERFORM 0510-LER-TRANSF.

       0500-CARREGAR-TRANSF.
           MOVE ZEROES TO WRK-QT-TRANSF.
           MOVE 'N' TO WRK-TABELA-EXCEDIDA.
           MOVE 'N' TO WRK-FIM-TRANSF.
           OPEN INPUT ARQ-TRANSF.
           IF TRANSF-OK
               PERFORM 0510-LER-TRANSF
               PERFORM 0520-GUARDAR-TRANSF UNTIL FIM-TRANSF
               CLOSE ARQ-TRANSF
           END-IF.

       0510-LER-TRANSF.
           READ ARQ-TRANSF
               AT END
                   MOVE 'S' TO WRK-FIM-TRANSF
           END-READ.

       0520-GUARDAR-TRANSF.
           IF WRK-QT-TRANSF < 500
               ADD 1 TO WRK-QT-TRANSF
               MOVE REG-TRANSFERENCIA
                   TO WRK-TT-REGISTRO(WRK-QT-TRANSF)
           ELSE
               MOVE 'S' TO WRK-TABELA-EXCEDIDA
               MOVE 'S' TO WRK-FIM-TRANSF
           END-IF.
           PERFORM 0510-LER-TRANSF.

       0600-REGRAVAR-TRANSF.
           OPEN OUTPUT ARQ-TRANSF.
           PERFORM VARYING WRK-SUB-TRF FROM 1 BY 1
               UNTIL WRK-SUB-TRF > WRK-QT-TRANSF
               MOVE WRK-TT-REGISTRO(WRK-SUB-TRF) TO REG-TRANSFERENCIA
               WRITE REG-TRANSFERENCIA
           END-PERFORM.
           CLOSE ARQ-TRANSF.
