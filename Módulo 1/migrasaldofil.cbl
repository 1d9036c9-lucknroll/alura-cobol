       IDENTIFICATION DIVISION.
       PROGRAM-ID. migrasaldofil.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = CARGA ÚNICA DOS SALDOS POR FILIAL (SALDOS-FILIAL)
      *            A PARTIR DO SALDO CONSOLIDADO (SALDOS-ESTOQUE): O
      *            SALDO E O RESERVADO DE CADA PRODUTO NASCEM NA
      *            FILIAL PADRÃO DO ESTOQUE (PARÂMETRO
      *            FILIAL-PADRAO-ESTOQUE, PADRÃO 01) E AS DEMAIS
      *            FILIAIS RECEBEM A MERCADORIA PELA TRANSFERÊNCIA OU
      *            PELO AJUSTE DE INVENTÁRIO; RECUSA RODAR COM O
      *            SALDOS-FILIAL JÁ EXISTENTE PARA NÃO DOBRAR O SALDO
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SALDOS ASSIGN TO 'SALDOS-ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-SAL-PRODUTO
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT ARQ-SALDOS-FIL ASSIGN TO 'SALDOS-FILIAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-SFL-CHAVE
               FILE STATUS IS WRK-STATUS-SALDOS-FIL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SALDOS.
           COPY 'saldoest.cbl'.

       FD  ARQ-SALDOS-FIL.
           COPY 'saldofil.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'parametro.cbl'.
       77 WRK-STATUS-SALDOS     PIC X(02) VALUE '00'.
           88 SALDOS-OK            VALUE '00'.
       77 WRK-STATUS-SALDOS-FIL PIC X(02) VALUE '00'.
           88 SALDOS-FIL-OK        VALUE '00'.
       77 WRK-FIM-SALDOS PIC X(01) VALUE 'N'.
           88 FIM-SALDOS    VALUE 'S'.
       77 WRK-FILIAL-PADRAO PIC 9(02) VALUE 01.
       77 WRK-QT-LIDOS     PIC 9(05) VALUE ZEROES.
       77 WRK-QT-CARREGADOS PIC 9(05) VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF SALDOS-OK
               PERFORM 0110-LER-SALDO
               PERFORM 0200-CARREGAR-SALDO UNTIL FIM-SALDOS
               CLOSE ARQ-SALDOS
               CLOSE ARQ-SALDOS-FIL
           END-IF.
           DISPLAY 'SALDOS LIDOS......: ' WRK-QT-LIDOS.
           DISPLAY 'SALDOS CARREGADOS.: ' WRK-QT-CARREGADOS.
           DISPLAY 'FINAL DA CARGA DOS SALDOS POR FILIAL'.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '============================================'.
           DISPLAY 'CARGA DOS SALDOS POR FILIAL'.
           DISPLAY '============================================'.
           MOVE 'FILIAL-PADRAO-ESTOQUE' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO AND REG-PRM-VALOR > 0 AND REG-PRM-VALOR < 11
               MOVE REG-PRM-VALOR TO WRK-FILIAL-PADRAO
           END-IF.
           DISPLAY 'FILIAL PADRÃO DO ESTOQUE: ' WRK-FILIAL-PADRAO.
           OPEN INPUT ARQ-SALDOS-FIL.
           IF SALDOS-FIL-OK
               CLOSE ARQ-SALDOS-FIL
               DISPLAY 'SALDOS-FILIAL JÁ EXISTE - CARGA RECUSADA '
                   'PARA NÃO DOBRAR O SALDO DAS FILIAIS'
               MOVE '99' TO WRK-STATUS-SALDOS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-SALDOS.
           IF NOT SALDOS-OK
               DISPLAY 'ARQUIVO DE SALDOS DE ESTOQUE NÃO ENCONTRADO'
           ELSE
               OPEN OUTPUT ARQ-SALDOS-FIL
               IF NOT SALDOS-FIL-OK
                   DISPLAY 'NÃO FOI POSSÍVEL CRIAR O ARQUIVO DE '
                       'SALDOS POR FILIAL - STATUS '
                       WRK-STATUS-SALDOS-FIL
                   CLOSE ARQ-SALDOS
                   MOVE '99' TO WRK-STATUS-SALDOS
               END-IF
           END-IF.

       0110-LER-SALDO.
           READ ARQ-SALDOS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SALDOS
           END-READ.

       0200-CARREGAR-SALDO.
           ADD 1 TO WRK-QT-LIDOS.
           MOVE REG-SAL-PRODUTO   TO REG-SFL-PRODUTO.
           MOVE WRK-FILIAL-PADRAO TO REG-SFL-FILIAL.
           MOVE REG-SAL-QTDE      TO REG-SFL-QTDE.
           MOVE ZEROES            TO REG-SFL-MINIMO.
           MOVE REG-SAL-RESERVADO TO REG-SFL-RESERVADO.
           MOVE ZEROES            TO REG-SFL-TRANSITO.
           WRITE REG-SALDO-FILIAL
               INVALID KEY
                   DISPLAY 'PRODUTO DUPLICADO: ' REG-SAL-PRODUTO
                       ' - REGISTRO IGNORADO'
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-CARREGADOS
           END-WRITE.
           PERFORM 0110-LER-SALDO.
