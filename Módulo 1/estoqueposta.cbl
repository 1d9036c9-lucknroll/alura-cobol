      *                    PASSAM A RECUSAR A EXECUÇÃO EM VEZ DE SÓ
      *                    AVISAR: A REGRAVAÇÃO PARCIAL APAGAVA OS
      *                    LOTES EXCEDENTES
      * 15/10/2026 LUCAS  MOVIMENTO SÓ DE CUSTO (RATEIO DO CUSTO
      *                    ADICIONAL DA COMPRA) PASSA A SOMAR O VALOR
      *                    NO CUSTO MÉDIO DO SALDO SEM MEXER NA
      *                    QUANTIDADE; SEM SALDO PARA ABSORVER VAI
      *                    PARA O LOG DE REJEITADOS
      * 15/10/2026 LUCAS  A BAIXA PASSA A MANTER TAMBÉM O SALDO DA
      *                    FILIAL DO MOVIMENTO (SALDOFILIAL): VENDA
      *                    QUE DEIXARIA A PRATELEIRA DA FILIAL
      *                    NEGATIVA VAI PARA O LOG DE REJEITADOS
      * 15/10/2026 LUCAS  MONTAGEM E DESMONTAGEM DE KIT (ORDEM DO
      *                    MONTAGEMKIT): A MONTAGEM CONSOME OS
      *                    COMPONENTES (COM OS LOTES) E DÁ ENTRADA NO
      *                    KIT PELA SOMA DO CUSTO MÉDIO DELES; A
      *                    DESMONTAGEM FAZ O INVERSO, RATEANDO O CUSTO
      *                    DO KIT NOS COMPONENTES. A VENDA DE KIT SAI
      *                    PRIMEIRO DO KIT JÁ MONTADO E SÓ EXPLODE NOS
      *                    COMPONENTES O QUE FALTAR
      * 15/10/2026 LUCAS  O MOVIMENTO APLICADO PASSA A SER COPIADO
      *                    PARA O HISTORICO-MOVIMENTOS ANTES DE O
      *                    ARQUIVO SER ESVAZIADO: A DEMANDA DO PONTO
      *                    DE REPOSIÇÃO (PONTOREPOS) SAI DELE, E O
      *                    EXPURGO LEVA O ANTIGO PARA O ARQUIVO MORTO
      * 15/10/2026 LUCAS  A VENDA DE KIT DIGITADA COM O PEDIDO SEGUE A
      *                    DIVISÃO ENTRE KIT JÁ MONTADO E COMPONENTES
      *                    QUE A RESERVA DO ITEM FEZ, EM VEZ DE DECIDIR
      *                    DE NOVO PELO SALDO; O HISTÓRICO DE
      *                    MOVIMENTOS ACOMPANHA O REGISTRO COM O PEDIDO
      ****************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-SAL-PRODUTO
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT ARQ-HISTORICO ASSIGN TO 'HISTORICO-MOVIMENTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HISTORICO.
           SELECT ARQ-REJEITADOS ASSIGN TO 'REJEITADOS-LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REJ.
       FD  ARQ-SALDOS.
           COPY 'saldoest.cbl'.

       FD  ARQ-HISTORICO.
       01  REG-HISTORICO-MOV PIC X(71).

       FD  ARQ-REJEITADOS.
           COPY 'rejeitados.cbl'.


       WORKING-STORAGE SECTION.
           COPY 'periodo.cbl'.
           COPY 'servfilial.cbl'.
       77 WRK-ANOMES-MOV PIC 9(06) VALUE ZEROES.
       77 WRK-STATUS-MOVIMENTOS PIC X(02) VALUE '00'.
           88 MOVIMENTOS-OK        VALUE '00'.
       77 WRK-QT-APLICADOS   PIC 9(05) VALUE ZEROES.
       77 WRK-QT-REJEITADOS  PIC 9(05) VALUE ZEROES.

      * SÓ O MOVIMENTO QUE NÃO FOI PARA O LOG DE REJEITADOS ENTRA NO
      * HISTÓRICO DE MOVIMENTOS
       77 WRK-STATUS-HISTORICO PIC X(02) VALUE '00'.
           88 HISTORICO-OK        VALUE '00'.
       77 WRK-REJEITADOS-ANTES PIC 9(05) VALUE ZEROES.
      * CÓPIA DO MOVIMENTO COMO FOI LIDO: A BAIXA DE KIT REAPROVEITA
      * O REGISTRO PARA OS COMPONENTES, E O HISTÓRICO GUARDA O ORIGINAL
       01  WRK-MOV-ORIGINAL PIC X(71).

      * CUSTO MÉDIO PONDERADO E CUSTO DA MERCADORIA VENDIDA (CMV)
      * ACUMULADO POR MÊS DO MOVIMENTO
       77 WRK-STATUS-GL PIC X(02) VALUE '00'.
           88 PRODUTO-E-KIT VALUE 'S'.
       77 WRK-KIT-GUARDADO PIC 9(06) VALUE ZEROES.
       77 WRK-QTDE-KIT     PIC S9(05) VALUE ZEROES.

      * VENDA DO KIT JÁ MONTADO E ORDENS DE MONTAGEM/DESMONTAGEM
       77 WRK-QTDE-KIT-VENDA PIC S9(05) VALUE ZEROES.
       77 WRK-KIT-PRONTO     PIC S9(07) VALUE ZEROES.
       77 WRK-QTDE-COMP      PIC S9(07) VALUE ZEROES.
       77 WRK-QTDE-LOTES     PIC S9(07) VALUE ZEROES.
       77 WRK-TEM-LOTE       PIC X(01) VALUE 'N'.
           88 COMPONENTE-COM-LOTE VALUE 'S'.
       77 WRK-COMPONENTES-OK PIC X(01) VALUE 'S'.
           88 COMPONENTES-DISPONIVEIS VALUE 'S'.
       77 WRK-CUSTO-KIT      PIC 9(10)V99 VALUE ZEROES.
       77 WRK-CUSTO-RESTANTE PIC 9(10)V99 VALUE ZEROES.
       77 WRK-CUSTO-PARTE    PIC 9(10)V99 VALUE ZEROES.
       77 WRK-PESO-TOTAL     PIC 9(12)V99 VALUE ZEROES.
       77 WRK-QTDE-TOTAL     PIC 9(09) VALUE ZEROES.
       77 WRK-QT-COMPONENTES PIC 9(03) VALUE ZEROES.
       77 WRK-QT-DEVOLVIDOS  PIC 9(03) VALUE ZEROES.
       01  WRK-TAB-KITS.
           02 WRK-TK-ITEM OCCURS 200 TIMES.
               03 WRK-TK-KIT        PIC 9(06).
                   GOBACK
               END-IF
               PERFORM 0160-CARREGAR-KITS
               OPEN EXTEND ARQ-HISTORICO
               IF NOT HISTORICO-OK
                   OPEN OUTPUT ARQ-HISTORICO
               END-IF
               PERFORM 0110-LER-MOVIMENTO
               PERFORM 0200-APLICAR-MOVIMENTO UNTIL FIM-MOVIMENTOS
               CLOSE ARQ-HISTORICO
               CLOSE ARQ-MOVIMENTOS
               CLOSE ARQ-SALDOS
               PERFORM 0310-MARCAR-CONSUMIDO
               PERFORM 0110-LER-MOVIMENTO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-QT-REJEITADOS TO WRK-REJEITADOS-ANTES.
           MOVE REG-MOVIMENTO TO WRK-MOV-ORIGINAL.
           PERFORM 0210-LOCALIZAR-SALDO.
           EVALUATE TRUE
               WHEN REG-MOV-ENTRADA
                   PERFORM 0218-MOVIMENTAR-FILIAL
                   IF SFS-OK
                       COMPUTE WRK-SALDO-NOVO =
                           REG-SAL-QTDE + REG-MOV-QTDE
                       PERFORM 0215-PONDERAR-CUSTO
                       PERFORM 0216-ENTRAR-LOTE
                       PERFORM 0220-GRAVAR-SALDO
                   END-IF
               WHEN REG-MOV-VENDA
                   PERFORM 0610-VERIFICAR-KIT
                   IF PRODUTO-E-KIT
                       PERFORM 0620-VENDER-KIT
                   ELSE
                       PERFORM 0240-APLICAR-VENDA
                   END-IF
               WHEN REG-MOV-AJUSTE
                   PERFORM 0218-MOVIMENTAR-FILIAL
                   IF SFS-OK
                       COMPUTE WRK-SALDO-NOVO =
                           REG-SAL-QTDE + REG-MOV-QTDE
                       PERFORM 0220-GRAVAR-SALDO
                   END-IF
               WHEN REG-MOV-CUSTO-ADIC
                   PERFORM 0217-AGREGAR-CUSTO
               WHEN REG-MOV-MONTAGEM
                   PERFORM 0650-MONTAR-KIT
               WHEN REG-MOV-DESMONTAGEM
                   PERFORM 0670-DESMONTAR-KIT
               WHEN OTHER
                   MOVE 'TIPO DE MOVIMENTO INVÁLIDO'
                       TO REG-REJ-MOTIVO
                   PERFORM 0230-REGISTRAR-REJEITADO
           END-EVALUATE.
           IF WRK-QT-REJEITADOS = WRK-REJEITADOS-ANTES
               MOVE WRK-MOV-ORIGINAL TO REG-HISTORICO-MOV
               WRITE REG-HISTORICO-MOV
           END-IF.
           PERFORM 0110-LER-MOVIMENTO.

      * A COMPETÊNCIA DO MOVIMENTO SAI DA DATA GRAVADA NA DIGITAÇÃO;
               MOVE WRK-CUSTO-NOVO TO REG-SAL-CUSTO-MEDIO
           END-IF.

      * O CUSTO ADICIONAL RATEADO (FRETE, SEGURO, DESCARGA) É
      * DIVIDIDO PELO SALDO QUE ESTÁ NO ESTOQUE; PRODUTO SEM SALDO
      * NÃO TEM ONDE ABSORVER E O MOVIMENTO É RECUSADO
       0217-AGREGAR-CUSTO.
           IF REG-MOV-CUSTO IS NOT NUMERIC OR
              REG-MOV-CUSTO = ZEROES
               MOVE 'CUSTO ADICIONAL SEM VALOR' TO REG-REJ-MOTIVO
               PERFORM 0230-REGISTRAR-REJEITADO
               EXIT PARAGRAPH
           END-IF.
           IF REG-SAL-QTDE NOT > ZEROES
               MOVE 'CUSTO ADICIONAL SEM SALDO' TO REG-REJ-MOTIVO
               PERFORM 0230-REGISTRAR-REJEITADO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-CUSTO-NOVO ROUNDED =
               (REG-SAL-QTDE * REG-SAL-CUSTO-MEDIO + REG-MOV-CUSTO) /
               REG-SAL-QTDE.
           MOVE WRK-CUSTO-NOVO TO REG-SAL-CUSTO-MEDIO.
           MOVE REG-SAL-QTDE TO WRK-SALDO-NOVO.
           PERFORM 0220-GRAVAR-SALDO.

      * ENTRADA E AJUSTE SOMAM (COM SINAL) NA PRATELEIRA DA FILIAL
      * DO MOVIMENTO; SEM O ARQUIVO POR FILIAL O MOVIMENTO NÃO É
      * BAIXADO EM NENHUM DOS DOIS SALDOS
       0218-MOVIMENTAR-FILIAL.
           MOVE 1 TO REG-SFS-FUNCAO.
           PERFORM 0219-CHAMAR-SALDOFILIAL.
           IF NOT SFS-OK
               MOVE 'SALDOS POR FILIAL INDISPONÍVEIS'
                   TO REG-REJ-MOTIVO
               PERFORM 0230-REGISTRAR-REJEITADO
           END-IF.

       0219-CHAMAR-SALDOFILIAL.
           MOVE REG-MOV-PRODUTO TO REG-SFS-PRODUTO.
           IF REG-MOV-FILIAL IS NUMERIC
               MOVE REG-MOV-FILIAL TO REG-SFS-FILIAL
           ELSE
               MOVE ZEROES TO REG-SFS-FILIAL
           END-IF.
           MOVE REG-MOV-QTDE TO REG-SFS-QTDE.
           CALL 'saldofilial' USING REG-SERVFILIAL.

      * A VENDA SAI AO CUSTO MÉDIO DO MOMENTO E ALIMENTA O CMV DO
      * MÊS DO MOVIMENTO
       0225-ACUMULAR-CMV.
           MOVE WRK-KIT-GUARDADO TO REG-MOV-PRODUTO.
           MOVE WRK-QTDE-KIT     TO REG-MOV-QTDE.

      * O KIT VENDIDO SAI PRIMEIRO DO ESTOQUE DE KITS JÁ MONTADOS
      * (NO CONSOLIDADO E NA FILIAL DO MOVIMENTO); SÓ O QUE FALTAR É
      * EXPLODIDO NOS COMPONENTES. A VENDA DIGITADA COM O PEDIDO
      * TRAZ A PARTE QUE A RESERVA DO ITEM TIROU DO KIT JÁ MONTADO,
      * E A BAIXA SEGUE A MESMA DIVISÃO DA RESERVA
       0620-VENDER-KIT.
           MOVE REG-MOV-QTDE TO WRK-QTDE-KIT-VENDA.
           IF REG-MOV-DO-PEDIDO AND REG-MOV-KIT-PRONTO IS NUMERIC
               MOVE REG-MOV-KIT-PRONTO TO WRK-KIT-PRONTO
           ELSE
               MOVE 7 TO REG-SFS-FUNCAO
               PERFORM 0219-CHAMAR-SALDOFILIAL
               MOVE REG-SAL-QTDE TO WRK-KIT-PRONTO
               IF REG-SFS-SALDO < WRK-KIT-PRONTO
                   MOVE REG-SFS-SALDO TO WRK-KIT-PRONTO
               END-IF
           END-IF.
           IF WRK-KIT-PRONTO > WRK-QTDE-KIT-VENDA
               MOVE WRK-QTDE-KIT-VENDA TO WRK-KIT-PRONTO
           END-IF.
           IF WRK-KIT-PRONTO < ZEROES
               MOVE ZEROES TO WRK-KIT-PRONTO
           END-IF.
           IF WRK-KIT-PRONTO > ZEROES
               MOVE WRK-KIT-PRONTO TO REG-MOV-QTDE
               PERFORM 0240-APLICAR-VENDA
           END-IF.
           IF WRK-KIT-PRONTO < WRK-QTDE-KIT-VENDA
               COMPUTE REG-MOV-QTDE =
                   WRK-QTDE-KIT-VENDA - WRK-KIT-PRONTO
               PERFORM 0600-EXPLODIR-KIT
           END-IF.
           MOVE WRK-QTDE-KIT-VENDA TO REG-MOV-QTDE.

      * A MONTAGEM SÓ É BAIXADA SE TODOS OS COMPONENTES TÊM O
      * NECESSÁRIO DISPONÍVEL (SALDO - RESERVADO) NO CONSOLIDADO, NA
      * FILIAL E NOS LOTES; O KIT ENTRA PELA SOMA DO CUSTO MÉDIO DOS
      * COMPONENTES CONSUMIDOS, SEM CMV - A MERCADORIA SÓ MUDA DE
      * FORMA
       0650-MONTAR-KIT.
           PERFORM 0610-VERIFICAR-KIT.
           IF NOT PRODUTO-E-KIT
               MOVE 'MONTAGEM DE PRODUTO SEM COMPOSIÇÃO'
                   TO REG-REJ-MOTIVO
               PERFORM 0230-REGISTRAR-REJEITADO
               EXIT PARAGRAPH
           END-IF.
           IF REG-MOV-QTDE NOT > ZEROES
               MOVE 'QUANTIDADE DE KITS INVÁLIDA' TO REG-REJ-MOTIVO
               PERFORM 0230-REGISTRAR-REJEITADO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-MOV-PRODUTO TO WRK-KIT-GUARDADO.
           MOVE REG-MOV-QTDE    TO WRK-QTDE-KIT.
           MOVE 'S' TO WRK-COMPONENTES-OK.
           MOVE ZEROES TO WRK-CUSTO-KIT.
           PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
               UNTIL WRK-SUB-KIT > WRK-QT-KITS
               IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-KIT-GUARDADO
                   PERFORM 0655-CONFERIR-COMPONENTE
               END-IF
           END-PERFORM.
           MOVE WRK-KIT-GUARDADO TO REG-MOV-PRODUTO.
           MOVE WRK-QTDE-KIT     TO REG-MOV-QTDE.
           IF NOT COMPONENTES-DISPONIVEIS
               MOVE 'COMPONENTE SEM SALDO PARA A MONTAGEM'
                   TO REG-REJ-MOTIVO
               PERFORM 0230-REGISTRAR-REJEITADO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
               UNTIL WRK-SUB-KIT > WRK-QT-KITS
               IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-KIT-GUARDADO
                   PERFORM 0656-CONSUMIR-COMPONENTE
               END-IF
           END-PERFORM.
           MOVE WRK-KIT-GUARDADO TO REG-MOV-PRODUTO.
           MOVE WRK-QTDE-KIT     TO REG-MOV-QTDE.
           PERFORM 0210-LOCALIZAR-SALDO.
           COMPUTE WRK-SALDO-NOVO = REG-SAL-QTDE + REG-MOV-QTDE.
           COMPUTE REG-MOV-CUSTO ROUNDED =
               WRK-CUSTO-KIT / WRK-QTDE-KIT.
           PERFORM 0215-PONDERAR-CUSTO.
           MOVE 1 TO REG-SFS-FUNCAO.
           PERFORM 0219-CHAMAR-SALDOFILIAL.
           PERFORM 0220-GRAVAR-SALDO.

       0655-CONFERIR-COMPONENTE.
           MOVE WRK-TK-COMPONENTE(WRK-SUB-KIT) TO REG-MOV-PRODUTO.
           COMPUTE WRK-QTDE-COMP =
               WRK-QTDE-KIT * WRK-TK-QTDE(WRK-SUB-KIT).
           MOVE WRK-QTDE-COMP TO REG-MOV-QTDE.
           PERFORM 0210-LOCALIZAR-SALDO.
           IF REG-SAL-QTDE - REG-SAL-RESERVADO < WRK-QTDE-COMP
               MOVE 'N' TO WRK-COMPONENTES-OK
           END-IF.
           COMPUTE WRK-CUSTO-KIT = WRK-CUSTO-KIT +
               WRK-QTDE-COMP * REG-SAL-CUSTO-MEDIO.
           MOVE 7 TO REG-SFS-FUNCAO.
           PERFORM 0219-CHAMAR-SALDOFILIAL.
           IF NOT SFS-OK OR
              REG-SFS-SALDO - REG-SFS-RESERVADO < WRK-QTDE-COMP
               MOVE 'N' TO WRK-COMPONENTES-OK
           END-IF.
           PERFORM 0657-SOMAR-LOTES.
           IF COMPONENTE-COM-LOTE AND WRK-QTDE-LOTES < WRK-QTDE-COMP
               MOVE 'N' TO WRK-COMPONENTES-OK
           END-IF.

       0656-CONSUMIR-COMPONENTE.
           MOVE WRK-TK-COMPONENTE(WRK-SUB-KIT) TO REG-MOV-PRODUTO.
           COMPUTE WRK-QTDE-COMP =
               WRK-QTDE-KIT * WRK-TK-QTDE(WRK-SUB-KIT).
           MOVE WRK-QTDE-COMP TO REG-MOV-QTDE.
           PERFORM 0210-LOCALIZAR-SALDO.
           COMPUTE WRK-SALDO-NOVO = REG-SAL-QTDE - WRK-QTDE-COMP.
           PERFORM 0226-CONSUMIR-LOTES.
           COMPUTE REG-MOV-QTDE = 0 - WRK-QTDE-COMP.
           MOVE 1 TO REG-SFS-FUNCAO.
           PERFORM 0219-CHAMAR-SALDOFILIAL.
           PERFORM 0220-GRAVAR-SALDO.

      * PRODUTO COM SALDO POR LOTE SÓ CONTA O QUE ESTÁ NOS LOTES;
      * PRODUTO SEM NENHUM LOTE NÃO TEM CONTROLE DE LOTE
       0657-SOMAR-LOTES.
           MOVE 'N' TO WRK-TEM-LOTE.
           MOVE ZEROES TO WRK-QTDE-LOTES.
           PERFORM VARYING WRK-SUB-LOT FROM 1 BY 1
               UNTIL WRK-SUB-LOT > WRK-QT-LOTES
               IF WRK-TL-PRODUTO(WRK-SUB-LOT) = REG-MOV-PRODUTO
                  AND WRK-TL-QTDE(WRK-SUB-LOT) > ZEROES
                   MOVE 'S' TO WRK-TEM-LOTE
                   ADD WRK-TL-QTDE(WRK-SUB-LOT) TO WRK-QTDE-LOTES
               END-IF
           END-PERFORM.

      * A DESMONTAGEM TIRA O KIT MONTADO (DISPONÍVEL NO CONSOLIDADO E
      * NA FILIAL) E DEVOLVE OS COMPONENTES, COM O CUSTO DO KIT
      * RATEADO PELO CUSTO MÉDIO DE CADA UM (PELA QUANTIDADE QUANDO
      * NENHUM TEM CUSTO); O ÚLTIMO COMPONENTE LEVA A SOBRA DO
      * ARREDONDAMENTO. O COMPONENTE VOLTA SEM LOTE
       0670-DESMONTAR-KIT.
           PERFORM 0610-VERIFICAR-KIT.
           IF NOT PRODUTO-E-KIT
               MOVE 'DESMONTAGEM DE PRODUTO SEM COMPOSIÇÃO'
                   TO REG-REJ-MOTIVO
               PERFORM 0230-REGISTRAR-REJEITADO
               EXIT PARAGRAPH
           END-IF.
           IF REG-MOV-QTDE NOT > ZEROES
               MOVE 'QUANTIDADE DE KITS INVÁLIDA' TO REG-REJ-MOTIVO
               PERFORM 0230-REGISTRAR-REJEITADO
               EXIT PARAGRAPH
           END-IF.
           MOVE 7 TO REG-SFS-FUNCAO.
           PERFORM 0219-CHAMAR-SALDOFILIAL.
           IF REG-SAL-QTDE - REG-SAL-RESERVADO < REG-MOV-QTDE OR
              NOT SFS-OK OR
              REG-SFS-SALDO - REG-SFS-RESERVADO < REG-MOV-QTDE
               MOVE 'KIT SEM SALDO PARA A DESMONTAGEM'
                   TO REG-REJ-MOTIVO
               PERFORM 0230-REGISTRAR-REJEITADO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-MOV-PRODUTO TO WRK-KIT-GUARDADO.
           MOVE REG-MOV-QTDE    TO WRK-QTDE-KIT.
           COMPUTE WRK-CUSTO-KIT = WRK-QTDE-KIT * REG-SAL-CUSTO-MEDIO.
           COMPUTE WRK-SALDO-NOVO = REG-SAL-QTDE - WRK-QTDE-KIT.
           PERFORM 0226-CONSUMIR-LOTES.
           COMPUTE REG-MOV-QTDE = 0 - WRK-QTDE-KIT.
           MOVE 1 TO REG-SFS-FUNCAO.
           PERFORM 0219-CHAMAR-SALDOFILIAL.
           PERFORM 0220-GRAVAR-SALDO.
           MOVE ZEROES TO WRK-PESO-TOTAL.
           MOVE ZEROES TO WRK-QTDE-TOTAL.
           MOVE ZEROES TO WRK-QT-COMPONENTES.
           PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
               UNTIL WRK-SUB-KIT > WRK-QT-KITS
               IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-KIT-GUARDADO
                   PERFORM 0675-PESAR-COMPONENTE
               END-IF
           END-PERFORM.
           MOVE WRK-CUSTO-KIT TO WRK-CUSTO-RESTANTE.
           MOVE ZEROES TO WRK-QT-DEVOLVIDOS.
           PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
               UNTIL WRK-SUB-KIT > WRK-QT-KITS
               IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-KIT-GUARDADO
                   PERFORM 0676-DEVOLVER-COMPONENTE
               END-IF
           END-PERFORM.
           MOVE WRK-KIT-GUARDADO TO REG-MOV-PRODUTO.
           MOVE WRK-QTDE-KIT     TO REG-MOV-QTDE.

       0675-PESAR-COMPONENTE.
           MOVE WRK-TK-COMPONENTE(WRK-SUB-KIT) TO REG-MOV-PRODUTO.
           COMPUTE WRK-QTDE-COMP =
               WRK-QTDE-KIT * WRK-TK-QTDE(WRK-SUB-KIT).
           PERFORM 0210-LOCALIZAR-SALDO.
           COMPUTE WRK-PESO-TOTAL = WRK-PESO-TOTAL +
               WRK-QTDE-COMP * REG-SAL-CUSTO-MEDIO.
           ADD WRK-QTDE-COMP TO WRK-QTDE-TOTAL.
           ADD 1 TO WRK-QT-COMPONENTES.

       0676-DEVOLVER-COMPONENTE.
           MOVE WRK-TK-COMPONENTE(WRK-SUB-KIT) TO REG-MOV-PRODUTO.
           COMPUTE WRK-QTDE-COMP =
               WRK-QTDE-KIT * WRK-TK-QTDE(WRK-SUB-KIT).
           PERFORM 0210-LOCALIZAR-SALDO.
           ADD 1 TO WRK-QT-DEVOLVIDOS.
           IF WRK-QT-DEVOLVIDOS = WRK-QT-COMPONENTES
               MOVE WRK-CUSTO-RESTANTE TO WRK-CUSTO-PARTE
           ELSE
               IF WRK-PESO-TOTAL > ZEROES
                   COMPUTE WRK-CUSTO-PARTE ROUNDED =
                       WRK-CUSTO-KIT * WRK-QTDE-COMP *
                       REG-SAL-CUSTO-MEDIO / WRK-PESO-TOTAL
               ELSE
                   COMPUTE WRK-CUSTO-PARTE ROUNDED =
                       WRK-CUSTO-KIT * WRK-QTDE-COMP / WRK-QTDE-TOTAL
               END-IF
               IF WRK-CUSTO-PARTE > WRK-CUSTO-RESTANTE
                   MOVE WRK-CUSTO-RESTANTE TO WRK-CUSTO-PARTE
               END-IF
           END-IF.
           SUBTRACT WRK-CUSTO-PARTE FROM WRK-CUSTO-RESTANTE.
           MOVE WRK-QTDE-COMP TO REG-MOV-QTDE.
           COMPUTE REG-MOV-CUSTO ROUNDED =
               WRK-CUSTO-PARTE / WRK-QTDE-COMP.
           COMPUTE WRK-SALDO-NOVO = REG-SAL-QTDE + WRK-QTDE-COMP.
           PERFORM 0215-PONDERAR-CUSTO.
           MOVE 1 TO REG-SFS-FUNCAO.
           PERFORM 0219-CHAMAR-SALDOFILIAL.
           PERFORM 0220-GRAVAR-SALDO.

       0240-APLICAR-VENDA.
           PERFORM 0210-LOCALIZAR-SALDO.
           COMPUTE WRK-SALDO-NOVO =
               MOVE 'VENDA DEIXARIA O SALDO NEGATIVO'
                   TO REG-REJ-MOTIVO
               PERFORM 0230-REGISTRAR-REJEITADO
               EXIT PARAGRAPH
           END-IF.
      * A VENDA SAI TAMBÉM DA PRATELEIRA DA FILIAL DO MOVIMENTO
           MOVE 8 TO REG-SFS-FUNCAO.
           PERFORM 0219-CHAMAR-SALDOFILIAL.
           IF NOT SFS-OK
               IF SFS-SEM-SALDO
                   MOVE 'VENDA DEIXARIA A FILIAL NEGATIVA'
                       TO REG-REJ-MOTIVO
               ELSE
                   MOVE 'SALDOS POR FILIAL INDISPONÍVEIS'
                       TO REG-REJ-MOTIVO
               END-IF
               PERFORM 0230-REGISTRAR-REJEITADO
               EXIT PARAGRAPH
           END-IF.
      * A VENDA APLICADA LIBERA A RESERVA QUE O PEDIDO SEGUROU
           IF REG-SAL-RESERVADO NOT < REG-MOV-QTDE
               SUBTRACT REG-MOV-QTDE FROM REG-SAL-RESERVADO
           ELSE
               MOVE ZEROES TO REG-SAL-RESERVADO
           END-IF.
           PERFORM 0225-ACUMULAR-CMV.
           PERFORM 0226-CONSUMIR-LOTES.
           PERFORM 0220-GRAVAR-SALDO.

       0150-CARREGAR-LOTES.
           MOVE 'N' TO WRK-FIM-LOTES.
