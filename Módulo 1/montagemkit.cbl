       IDENTIFICATION DIVISION.
       PROGRAM-ID. montagemkit.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = ORDEM DE MONTAGEM E DESMONTAGEM DE KITS: O
      *            ARMAZÉM PRÉ-MONTA OS KITS MAIS VENDIDOS NA SEMANA
      *            PARADA. A MONTAGEM CONFERE O DISPONÍVEL DE CADA
      *            COMPONENTE DA COMPOSIÇÃO (SALDOS-ESTOQUE, SALDO DA
      *            FILIAL E SALDOS-LOTES), MOSTRA O CUSTO DO KIT
      *            PELA SOMA DO CUSTO MÉDIO DOS COMPONENTES E GRAVA A
      *            ORDEM (ORDENS-MONTAGEM) COM O MOVIMENTO QUE A
      *            BAIXA DO ESTOQUE APLICA - CONSOME OS COMPONENTES E
      *            DÁ ENTRADA NO KIT. A DESMONTAGEM FAZ O INVERSO
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-KITS ASSIGN TO 'COMPOSICAO-KITS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-KITS.
           SELECT ARQ-SALDOS ASSIGN TO 'SALDOS-ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-SAL-PRODUTO
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT ARQ-LOTES ASSIGN TO 'SALDOS-LOTES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOTES.
           SELECT ARQ-ORDENS ASSIGN TO 'ORDENS-MONTAGEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORDENS.
           SELECT ARQ-MOVIMENTOS ASSIGN TO 'MOVIMENTOS-ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVIMENTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-KITS.
           COPY 'kitcomp.cbl'.

       FD  ARQ-SALDOS.
           COPY 'saldoest.cbl'.

       FD  ARQ-LOTES.
           COPY 'saldolote.cbl'.

       FD  ARQ-ORDENS.
           COPY 'ordmontagem.cbl'.

       FD  ARQ-MOVIMENTOS.
           COPY 'movest.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'servfilial.cbl'.
       77 WRK-STATUS-KITS       PIC X(02) VALUE '00'.
           88 KITS-OK              VALUE '00'.
       77 WRK-STATUS-SALDOS     PIC X(02) VALUE '00'.
           88 SALDOS-OK            VALUE '00'.
       77 WRK-STATUS-LOTES      PIC X(02) VALUE '00'.
           88 LOTES-OK             VALUE '00'.
       77 WRK-STATUS-ORDENS     PIC X(02) VALUE '00'.
           88 ORDENS-OK            VALUE '00'.
       77 WRK-STATUS-MOVIMENTOS PIC X(02) VALUE '00'.
           88 MOVIMENTOS-OK        VALUE '00'.
       77 WRK-FIM-KITS    PIC X(01) VALUE 'N'.
           88 FIM-KITS       VALUE 'S'.
       77 WRK-FIM-LOTES   PIC X(01) VALUE 'N'.
           88 FIM-LOTES      VALUE 'S'.
       77 WRK-FIM-ORDENS  PIC X(01) VALUE 'N'.
           88 FIM-ORDENS     VALUE 'S'.

       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-MONTAR    VALUE 'M'.
           88 OPCAO-DESMONTAR VALUE 'D'.
           88 OPCAO-SAIR      VALUE '0'.

       77 WRK-KIT        PIC 9(06) VALUE ZEROES.
       77 WRK-QTDE       PIC 9(05) VALUE ZEROES.
       77 WRK-FILIAL     PIC 9(02) VALUE ZEROES.
       77 WRK-FILIAL-OK  PIC X(01) VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.
       77 WRK-CONFIRMA   PIC X(01) VALUE SPACES.
       77 WRK-NUMERO     PIC 9(06) VALUE ZEROES.
       77 WRK-ULTIMO     PIC 9(06) VALUE ZEROES.

      * CONFERÊNCIA DA ORDEM: DISPONÍVEL = SALDO - RESERVADO NO
      * CONSOLIDADO E NA FILIAL; PRODUTO COM LOTE SÓ CONTA O QUE ESTÁ
      * NOS LOTES
       77 WRK-ORDEM-OK   PIC X(01) VALUE 'S'.
           88 ORDEM-VALIDA  VALUE 'S'.
       77 WRK-PRODUTO    PIC 9(06) VALUE ZEROES.
       77 WRK-NECESSARIO PIC S9(07) VALUE ZEROES.
       77 WRK-DISP-CONS  PIC S9(07) VALUE ZEROES.
       77 WRK-DISP-FIL   PIC S9(07) VALUE ZEROES.
       77 WRK-QTDE-LOTES PIC S9(07) VALUE ZEROES.
       77 WRK-TEM-LOTE   PIC X(01) VALUE 'N'.
           88 PRODUTO-COM-LOTE VALUE 'S'.
       77 WRK-CUSTO-MEDIO PIC 9(08)V99 VALUE ZEROES.
       77 WRK-CUSTO-TOTAL PIC 9(10)V99 VALUE ZEROES.
       77 WRK-CUSTO-UNIT  PIC 9(08)V99 VALUE ZEROES.
       77 WRK-CUSTO-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-QT-COMPONENTES PIC 9(03) VALUE ZEROES.

       77 WRK-QT-KITS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-KIT PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-KITS.
           02 WRK-TK-ITEM OCCURS 200 TIMES.
               03 WRK-TK-KIT        PIC 9(06).
               03 WRK-TK-COMPONENTE PIC 9(06).
               03 WRK-TK-QTDE       PIC 9(05).

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'MONTAGEM E DESMONTAGEM DE KITS'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-KITS.
           IF WRK-QT-KITS = ZEROES
               DISPLAY 'NÃO HÁ COMPOSIÇÃO DE KITS GRAVADA'
               GOBACK
           END-IF.
           PERFORM 0150-MENU UNTIL OPCAO-SAIR.
           DISPLAY 'FINAL DA MONTAGEM DE KITS'.
           GOBACK.

       0100-CARREGAR-KITS.
           OPEN INPUT ARQ-KITS.
           IF KITS-OK
               PERFORM 0110-LER-KIT
               PERFORM 0120-GUARDAR-KIT UNTIL FIM-KITS
               CLOSE ARQ-KITS
           END-IF.

       0110-LER-KIT.
           READ ARQ-KITS
               AT END
                   MOVE 'S' TO WRK-FIM-KITS
           END-READ.

       0120-GUARDAR-KIT.
           IF WRK-QT-KITS < 200
               ADD 1 TO WRK-QT-KITS
               MOVE REG-KIT-CODIGO TO WRK-TK-KIT(WRK-QT-KITS)
               MOVE REG-KIT-COMPONENTE
                   TO WRK-TK-COMPONENTE(WRK-QT-KITS)
               MOVE REG-KIT-QTDE TO WRK-TK-QTDE(WRK-QT-KITS)
           END-IF.
           PERFORM 0110-LER-KIT.

       0150-MENU.
           DISPLAY '________________________________________'.
           DISPLAY '(M) MONTAR KITS'.
           DISPLAY '(D) DESMONTAR KITS'.
           DISPLAY '(0) SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-MONTAR
                   PERFORM 0200-EMITIR-ORDEM
               WHEN OPCAO-DESMONTAR
                   PERFORM 0200-EMITIR-ORDEM
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

      * A ORDEM SÓ É GRAVADA COM TUDO DISPONÍVEL NA EMISSÃO; A BAIXA
      * DO ESTOQUE CONFERE DE NOVO NA POSTAGEM, PORQUE ENTRE UMA E
      * OUTRA O SALDO PODE TER SIDO VENDIDO
       0200-EMITIR-ORDEM.
           DISPLAY 'CÓDIGO DO KIT:'.
           ACCEPT WRK-KIT FROM CONSOLE.
           MOVE ZEROES TO WRK-QT-COMPONENTES.
           PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
               UNTIL WRK-SUB-KIT > WRK-QT-KITS
               IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-KIT
                   ADD 1 TO WRK-QT-COMPONENTES
               END-IF
           END-PERFORM.
           IF WRK-QT-COMPONENTES = ZEROES
               DISPLAY 'PRODUTO SEM COMPOSIÇÃO DE KIT'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'QUANTIDADE DE KITS:'.
           ACCEPT WRK-QTDE FROM CONSOLE.
           IF WRK-QTDE = ZEROES
               DISPLAY 'QUANTIDADE ZERADA - ORDEM NÃO EMITIDA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'FILIAL DO ARMAZÉM (01-10):'.
           PERFORM 0250-PEDIR-FILIAL.
           IF NOT FILIAL-VALIDA
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-SALDOS.
           IF NOT SALDOS-OK
               DISPLAY 'SALDOS DE ESTOQUE INDISPONÍVEIS - STATUS '
                   WRK-STATUS-SALDOS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-ORDEM-OK.
           IF OPCAO-MONTAR
               PERFORM 0300-CONFERIR-MONTAGEM
           ELSE
               PERFORM 0400-CONFERIR-DESMONTAGEM
           END-IF.
           CLOSE ARQ-SALDOS.
           MOVE WRK-CUSTO-UNIT TO WRK-CUSTO-ED.
           DISPLAY 'CUSTO UNITÁRIO ESTIMADO DO KIT: ' WRK-CUSTO-ED.
           IF NOT ORDEM-VALIDA
               DISPLAY 'ORDEM RECUSADA - DISPONÍVEL INSUFICIENTE'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CONFIRMA A ORDEM (S/N):'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'ORDEM CANCELADA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0500-GRAVAR-ORDEM.

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

      * CADA COMPONENTE PRECISA DE QUANTIDADE DE KITS VEZES A
      * QUANTIDADE POR KIT; O CUSTO DO KIT É A SOMA DO CUSTO MÉDIO
      * DO QUE FOR CONSUMIDO
       0300-CONFERIR-MONTAGEM.
           MOVE ZEROES TO WRK-CUSTO-TOTAL.
           PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
               UNTIL WRK-SUB-KIT > WRK-QT-KITS
               IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-KIT
                   MOVE WRK-TK-COMPONENTE(WRK-SUB-KIT) TO WRK-PRODUTO
                   COMPUTE WRK-NECESSARIO =
                       WRK-QTDE * WRK-TK-QTDE(WRK-SUB-KIT)
                   PERFORM 0310-CONFERIR-PRODUTO
                   COMPUTE WRK-CUSTO-TOTAL = WRK-CUSTO-TOTAL +
                       WRK-NECESSARIO * WRK-CUSTO-MEDIO
               END-IF
           END-PERFORM.
           COMPUTE WRK-CUSTO-UNIT ROUNDED =
               WRK-CUSTO-TOTAL / WRK-QTDE.

       0310-CONFERIR-PRODUTO.
           PERFORM 0320-LER-SALDO.
           MOVE 7 TO REG-SFS-FUNCAO.
           MOVE WRK-PRODUTO TO REG-SFS-PRODUTO.
           MOVE WRK-FILIAL TO REG-SFS-FILIAL.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           COMPUTE WRK-DISP-FIL = REG-SFS-SALDO - REG-SFS-RESERVADO.
           PERFORM 0330-SOMAR-LOTES.
           DISPLAY 'PRODUTO ' WRK-PRODUTO ' NECESSÁRIO ' WRK-NECESSARIO
               ' DISPONÍVEL ' WRK-DISP-CONS ' NA FILIAL ' WRK-DISP-FIL.
           IF PRODUTO-COM-LOTE
               DISPLAY '   EM LOTES ' WRK-QTDE-LOTES
           END-IF.
           IF WRK-DISP-CONS < WRK-NECESSARIO OR
              WRK-DISP-FIL < WRK-NECESSARIO OR
              NOT SFS-OK
               MOVE 'N' TO WRK-ORDEM-OK
               DISPLAY '   *** FALTA DISPONÍVEL'
           END-IF.
           IF PRODUTO-COM-LOTE AND WRK-QTDE-LOTES < WRK-NECESSARIO
               MOVE 'N' TO WRK-ORDEM-OK
               DISPLAY '   *** FALTA SALDO NOS LOTES'
           END-IF.

       0320-LER-SALDO.
           MOVE ZEROES TO WRK-DISP-CONS.
           MOVE ZEROES TO WRK-CUSTO-MEDIO.
           MOVE WRK-PRODUTO TO REG-SAL-PRODUTO.
           READ ARQ-SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-DISP-CONS =
                       REG-SAL-QTDE - REG-SAL-RESERVADO
                   MOVE REG-SAL-CUSTO-MEDIO TO WRK-CUSTO-MEDIO
           END-READ.

       0330-SOMAR-LOTES.
           MOVE 'N' TO WRK-TEM-LOTE.
           MOVE ZEROES TO WRK-QTDE-LOTES.
           MOVE 'N' TO WRK-FIM-LOTES.
           OPEN INPUT ARQ-LOTES.
           IF LOTES-OK
               PERFORM 0331-LER-LOTE
               PERFORM 0332-SOMAR-LOTE UNTIL FIM-LOTES
               CLOSE ARQ-LOTES
           END-IF.

       0331-LER-LOTE.
           READ ARQ-LOTES
               AT END
                   MOVE 'S' TO WRK-FIM-LOTES
           END-READ.

       0332-SOMAR-LOTE.
           IF REG-SL-PRODUTO = WRK-PRODUTO AND REG-SL-QTDE > ZEROES
               MOVE 'S' TO WRK-TEM-LOTE
               ADD REG-SL-QTDE TO WRK-QTDE-LOTES
           END-IF.
           PERFORM 0331-LER-LOTE.

      * A DESMONTAGEM PRECISA DO KIT MONTADO DISPONÍVEL; O CUSTO QUE
      * VOLTA PARA OS COMPONENTES É O CUSTO MÉDIO DO KIT
       0400-CONFERIR-DESMONTAGEM.
           MOVE WRK-KIT TO WRK-PRODUTO.
           MOVE WRK-QTDE TO WRK-NECESSARIO.
           PERFORM 0310-CONFERIR-PRODUTO.
           MOVE WRK-CUSTO-MEDIO TO WRK-CUSTO-UNIT.
           IF ORDEM-VALIDA
               DISPLAY 'COMPONENTES QUE VOLTAM AO ESTOQUE:'
               PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
                   UNTIL WRK-SUB-KIT > WRK-QT-KITS
                   IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-KIT
                       COMPUTE WRK-NECESSARIO =
                           WRK-QTDE * WRK-TK-QTDE(WRK-SUB-KIT)
                       DISPLAY '   PRODUTO '
                           WRK-TK-COMPONENTE(WRK-SUB-KIT)
                           ' QTDE ' WRK-NECESSARIO
                   END-IF
               END-PERFORM
           END-IF.

      * A ORDEM VAI PARA ORDENS-MONTAGEM E O MOVIMENTO DO KIT PARA
      * MOVIMENTOS-ESTOQUE, ONDE A POSTAGEM FAZ A TROCA DE FORMA
       0500-GRAVAR-ORDEM.
           PERFORM 0510-PROXIMO-NUMERO.
           OPEN EXTEND ARQ-ORDENS.
           IF NOT ORDENS-OK
               OPEN OUTPUT ARQ-ORDENS
           END-IF.
           MOVE WRK-NUMERO       TO REG-OMT-NUMERO.
           MOVE WRK-DATA-SYS-NUM TO REG-OMT-DATA.
           MOVE WRK-OPCAO        TO REG-OMT-TIPO.
           MOVE WRK-KIT          TO REG-OMT-KIT.
           MOVE WRK-QTDE         TO REG-OMT-QTDE.
           MOVE WRK-FILIAL       TO REG-OMT-FILIAL.
           MOVE WRK-CUSTO-UNIT   TO REG-OMT-CUSTO.
           WRITE REG-ORDEM-MONTAGEM.
           CLOSE ARQ-ORDENS.
           OPEN EXTEND ARQ-MOVIMENTOS.
           IF NOT MOVIMENTOS-OK
               OPEN OUTPUT ARQ-MOVIMENTOS
           END-IF.
           MOVE WRK-KIT          TO REG-MOV-PRODUTO.
           MOVE WRK-OPCAO        TO REG-MOV-TIPO.
           MOVE WRK-DATA-SYS-NUM TO REG-MOV-DATA.
           MOVE WRK-QTDE         TO REG-MOV-QTDE.
           MOVE ZEROES           TO REG-MOV-CUSTO.
           IF OPCAO-MONTAR
               MOVE 'MONTAGEM  ' TO REG-MOV-REF
           ELSE
               MOVE 'DESMONTAGE' TO REG-MOV-REF
           END-IF.
           MOVE SPACES           TO REG-MOV-LOTE.
           MOVE ZEROES           TO REG-MOV-VALIDADE.
           MOVE WRK-FILIAL       TO REG-MOV-FILIAL.
           MOVE ZEROES           TO REG-MOV-PEDIDO.
           MOVE ZEROES           TO REG-MOV-KIT-PRONTO.
           WRITE REG-MOVIMENTO.
           CLOSE ARQ-MOVIMENTOS.
           DISPLAY 'ORDEM ' WRK-NUMERO ' GRAVADA - O ESTOQUE MUDA NA '
               'PRÓXIMA POSTAGEM'.

       0510-PROXIMO-NUMERO.
           MOVE ZEROES TO WRK-ULTIMO.
           MOVE 'N' TO WRK-FIM-ORDENS.
           OPEN INPUT ARQ-ORDENS.
           IF ORDENS-OK
               PERFORM 0511-LER-ORDEM
               PERFORM 0512-COMPARAR-NUMERO UNTIL FIM-ORDENS
               CLOSE ARQ-ORDENS
           END-IF.
           COMPUTE WRK-NUMERO = WRK-ULTIMO + 1.

       0511-LER-ORDEM.
           READ ARQ-ORDENS
               AT END
                   MOVE 'S' TO WRK-FIM-ORDENS
           END-READ.

       0512-COMPARAR-NUMERO.
           IF REG-OMT-NUMERO > WRK-ULTIMO
               MOVE REG-OMT-NUMERO TO WRK-ULTIMO
           END-IF.
           PERFORM 0511-LER-ORDEM.
