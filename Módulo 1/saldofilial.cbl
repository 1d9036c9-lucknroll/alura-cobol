       IDENTIFICATION DIVISION.
       PROGRAM-ID. saldofilial.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = MÓDULO CENTRAL DO SALDO DE ESTOQUE POR FILIAL
      *            (SALDOS-FILIAL): MOVIMENTA A PRATELEIRA DA FILIAL,
      *            RESERVA E LIBERA PARA OS PEDIDOS DA FILIAL, GUARDA
      *            O MÍNIMO DA FILIAL, DESPACHA A TRANSFERÊNCIA (SAI
      *            DA ORIGEM E FICA EM TRÂNSITO NO DESTINO), RECEBE A
      *            CHEGADA E VALIDA O CÓDIGO DA FILIAL - OS PROGRAMAS
      *            DE ESTOQUE E DE PEDIDO CHAMAM ESTE MÓDULO EM VEZ DE
      *            CADA UM ABRIR O ARQUIVO POR CONTA PRÓPRIA
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SALDOS-FIL ASSIGN TO 'SALDOS-FILIAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-SFL-CHAVE
               FILE STATUS IS WRK-STATUS-SALDOS-FIL.
           SELECT ARQ-FILIAIS ASSIGN TO 'FILIAIS-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILIAIS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SALDOS-FIL.
           COPY 'saldofil.cbl'.

       FD  ARQ-FILIAIS.
           COPY 'filial.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'parametro.cbl'.
       77 WRK-STATUS-SALDOS-FIL PIC X(02) VALUE '00'.
           88 SALDOS-FIL-OK          VALUE '00'.
           88 SALDOS-FIL-INEXISTENTE VALUE '35'.
       77 WRK-STATUS-FILIAIS PIC X(02) VALUE '00'.
           88 FILIAIS-OK        VALUE '00'.
       77 WRK-FIM-FILIAIS PIC X(01) VALUE 'N'.
           88 FIM-FILIAIS    VALUE 'S'.
       77 WRK-FILIAL-ACHADA PIC X(01) VALUE 'N'.
           88 FILIAL-ACHADA    VALUE 'S'.

       77 WRK-SALDO-EXISTE PIC X(01) VALUE 'N'.
           88 SALDO-EXISTE    VALUE 'S'.
       77 WRK-DISPONIVEL   PIC S9(07) VALUE ZEROES.
       77 WRK-FILIAL-PADRAO PIC 9(02) VALUE 01.

       LINKAGE SECTION.
           COPY 'servfilial.cbl'.

       PROCEDURE DIVISION USING REG-SERVFILIAL.
       0001-PRINCIPAL.
           MOVE 0 TO REG-SFS-RETORNO.
           MOVE ZEROES TO REG-SFS-SALDO.
           MOVE ZEROES TO REG-SFS-RESERVADO.
           MOVE ZEROES TO REG-SFS-TRANSITO.
           IF REG-SFS-FILIAL IS NOT NUMERIC OR
              REG-SFS-FILIAL = ZEROES
               PERFORM 0050-FILIAL-PADRAO
               MOVE WRK-FILIAL-PADRAO TO REG-SFS-FILIAL
           END-IF.
           IF SFS-VALIDAR-FILIAL
               PERFORM 0900-VALIDAR-FILIAL
               GOBACK
           END-IF.
           IF SFS-CONSULTAR
               PERFORM 0700-CONSULTAR
               GOBACK
           END-IF.
           OPEN I-O ARQ-SALDOS-FIL.
           IF SALDOS-FIL-INEXISTENTE
               OPEN OUTPUT ARQ-SALDOS-FIL
               CLOSE ARQ-SALDOS-FIL
               OPEN I-O ARQ-SALDOS-FIL
           END-IF.
           IF NOT SALDOS-FIL-OK
               MOVE 2 TO REG-SFS-RETORNO
               GOBACK
           END-IF.
           MOVE REG-SFS-FILIAL TO REG-SFL-FILIAL.
           PERFORM 0100-LOCALIZAR-SALDO.
           EVALUATE TRUE
               WHEN SFS-MOVIMENTAR
                   ADD REG-SFS-QTDE TO REG-SFL-QTDE
                   PERFORM 0200-GRAVAR-SALDO
               WHEN SFS-RESERVAR
                   PERFORM 0300-RESERVAR
               WHEN SFS-LIBERAR
                   PERFORM 0310-LIBERAR
                   PERFORM 0200-GRAVAR-SALDO
               WHEN SFS-DEFINIR-MINIMO
                   MOVE REG-SFS-MINIMO TO REG-SFL-MINIMO
                   PERFORM 0200-GRAVAR-SALDO
               WHEN SFS-DESPACHAR
                   PERFORM 0500-DESPACHAR
               WHEN SFS-CHEGAR
                   PERFORM 0600-CHEGAR
               WHEN SFS-BAIXAR-VENDA
                   PERFORM 0800-BAIXAR-VENDA
           END-EVALUATE.
           CLOSE ARQ-SALDOS-FIL.
           GOBACK.

       0050-FILIAL-PADRAO.
           MOVE 'FILIAL-PADRAO-ESTOQUE' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO AND REG-PRM-VALOR > 0 AND REG-PRM-VALOR < 11
               MOVE REG-PRM-VALOR TO WRK-FILIAL-PADRAO
           END-IF.

      * O SALDO DEVOLVIDO AO CHAMADOR É SEMPRE O DA FILIAL PEDIDA,
      * DEPOIS DA OPERAÇÃO
       0100-LOCALIZAR-SALDO.
           MOVE 'N' TO WRK-SALDO-EXISTE.
           MOVE REG-SFS-PRODUTO TO REG-SFL-PRODUTO.
           READ ARQ-SALDOS-FIL
               INVALID KEY
                   MOVE REG-SFS-PRODUTO TO REG-SFL-PRODUTO
                   MOVE ZEROES TO REG-SFL-QTDE
                   MOVE ZEROES TO REG-SFL-MINIMO
                   MOVE ZEROES TO REG-SFL-RESERVADO
                   MOVE ZEROES TO REG-SFL-TRANSITO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SALDO-EXISTE
           END-READ.
           PERFORM 0110-DEVOLVER-SALDO.

       0110-DEVOLVER-SALDO.
           MOVE REG-SFL-QTDE      TO REG-SFS-SALDO.
           MOVE REG-SFL-RESERVADO TO REG-SFS-RESERVADO.
           MOVE REG-SFL-TRANSITO  TO REG-SFS-TRANSITO.
           MOVE REG-SFL-MINIMO    TO REG-SFS-MINIMO.

       0200-GRAVAR-SALDO.
           IF SALDO-EXISTE
               REWRITE REG-SALDO-FILIAL
           ELSE
               WRITE REG-SALDO-FILIAL
           END-IF.
           PERFORM 0110-DEVOLVER-SALDO.

      * DISPONÍVEL DA FILIAL = SALDO DA FILIAL - RESERVADO DA FILIAL
       0300-RESERVAR.
           COMPUTE WRK-DISPONIVEL = REG-SFL-QTDE - REG-SFL-RESERVADO.
           IF WRK-DISPONIVEL < REG-SFS-QTDE
               MOVE 1 TO REG-SFS-RETORNO
           ELSE
               ADD REG-SFS-QTDE TO REG-SFL-RESERVADO
               PERFORM 0200-GRAVAR-SALDO
           END-IF.

       0310-LIBERAR.
           SUBTRACT REG-SFS-QTDE FROM REG-SFL-RESERVADO.
           IF REG-SFL-RESERVADO < ZEROES
               MOVE ZEROES TO REG-SFL-RESERVADO
           END-IF.

      * A TRANSFERÊNCIA SÓ TIRA DA ORIGEM O QUE NÃO ESTÁ RESERVADO;
      * A QUANTIDADE FICA EM TRÂNSITO NO DESTINO ATÉ A CHEGADA
       0500-DESPACHAR.
           COMPUTE WRK-DISPONIVEL = REG-SFL-QTDE - REG-SFL-RESERVADO.
           IF WRK-DISPONIVEL < REG-SFS-QTDE
               MOVE 1 TO REG-SFS-RETORNO
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT REG-SFS-QTDE FROM REG-SFL-QTDE.
           PERFORM 0200-GRAVAR-SALDO.
           MOVE REG-SFS-DESTINO TO REG-SFL-FILIAL.
           MOVE 'N' TO WRK-SALDO-EXISTE.
           MOVE REG-SFS-PRODUTO TO REG-SFL-PRODUTO.
           READ ARQ-SALDOS-FIL
               INVALID KEY
                   MOVE REG-SFS-PRODUTO TO REG-SFL-PRODUTO
                   MOVE ZEROES TO REG-SFL-QTDE
                   MOVE ZEROES TO REG-SFL-MINIMO
                   MOVE ZEROES TO REG-SFL-RESERVADO
                   MOVE ZEROES TO REG-SFL-TRANSITO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SALDO-EXISTE
           END-READ.
           ADD REG-SFS-QTDE TO REG-SFL-TRANSITO.
           IF SALDO-EXISTE
               REWRITE REG-SALDO-FILIAL
           ELSE
               WRITE REG-SALDO-FILIAL
           END-IF.

      * A CHEGADA TIRA DO TRÂNSITO E PÕE NA PRATELEIRA DO DESTINO
       0600-CHEGAR.
           SUBTRACT REG-SFS-QTDE FROM REG-SFL-TRANSITO.
           IF REG-SFL-TRANSITO < ZEROES
               MOVE ZEROES TO REG-SFL-TRANSITO
           END-IF.
           ADD REG-SFS-QTDE TO REG-SFL-QTDE.
           PERFORM 0200-GRAVAR-SALDO.

      * CONSULTA NÃO CRIA O ARQUIVO: SEM SALDOS POR FILIAL, TUDO
      * ZERO
       0700-CONSULTAR.
           OPEN INPUT ARQ-SALDOS-FIL.
           IF SALDOS-FIL-OK
               MOVE REG-SFS-FILIAL TO REG-SFL-FILIAL
               PERFORM 0100-LOCALIZAR-SALDO
               CLOSE ARQ-SALDOS-FIL
           ELSE
               IF NOT SALDOS-FIL-INEXISTENTE
                   MOVE 2 TO REG-SFS-RETORNO
               END-IF
           END-IF.

      * A VENDA SAI DA PRATELEIRA DA FILIAL E CONSOME A RESERVA QUE
      * O PEDIDO DA FILIAL SEGUROU
       0800-BAIXAR-VENDA.
           IF REG-SFL-QTDE < REG-SFS-QTDE
               MOVE 1 TO REG-SFS-RETORNO
           ELSE
               SUBTRACT REG-SFS-QTDE FROM REG-SFL-QTDE
               PERFORM 0310-LIBERAR
               PERFORM 0200-GRAVAR-SALDO
           END-IF.

      * FILIAL VÁLIDA: 01 A 10 E, QUANDO O CADASTRO DE FILIAIS
      * EXISTE, CADASTRADA E ATIVA NELE
       0900-VALIDAR-FILIAL.
           IF REG-SFS-FILIAL < 1 OR REG-SFS-FILIAL > 10
               MOVE 3 TO REG-SFS-RETORNO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-FILIAL-ACHADA.
           MOVE 'N' TO WRK-FIM-FILIAIS.
           OPEN INPUT ARQ-FILIAIS.
           IF NOT FILIAIS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0910-LER-FILIAL.
           PERFORM 0920-CONFERIR-FILIAL UNTIL FIM-FILIAIS.
           CLOSE ARQ-FILIAIS.
           IF NOT FILIAL-ACHADA
               MOVE 3 TO REG-SFS-RETORNO
           END-IF.

       0910-LER-FILIAL.
           READ ARQ-FILIAIS
               AT END
                   MOVE 'S' TO WRK-FIM-FILIAIS
           END-READ.

       0920-CONFERIR-FILIAL.
           IF REG-FIL-CODIGO = REG-SFS-FILIAL
               IF REG-FIL-ATIVA
                   MOVE 'S' TO WRK-FILIAL-ACHADA
               END-IF
               MOVE 'S' TO WRK-FIM-FILIAIS
           ELSE
               PERFORM 0910-LER-FILIAL
           END-IF.
