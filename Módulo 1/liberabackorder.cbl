      *                    ANEXAR NO MEIO DA REGRAVAÇÃO, E FILA
      *                    ALÉM DA TABELA DE 500 PASSA A RECUSAR A
      *                    EXECUÇÃO EM VEZ DE TRUNCAR A FILA
      * 15/10/2026 LUCAS  A LINHA SÓ É LIBERADA QUANDO CABE TAMBÉM NO
      *                    DISPONÍVEL DA FILIAL DO PEDIDO, ONDE A
      *                    RESERVA É FEITA (SALDOFILIAL)
      ****************************

       ENVIRONMENT DIVISION.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'servfilial.cbl'.
       77 WRK-STATUS-BACKORDER PIC X(02) VALUE '00'.
           88 BACKORDER-OK        VALUE '00'.

       0200-TENTAR-LIBERAR.
           MOVE WRK-TF-REGISTRO(WRK-SUB-FIL) TO REG-BACKORDER.
           MOVE 'N' TO WRK-RESERVOU.
           MOVE 2 TO REG-SFS-FUNCAO.
           MOVE REG-BCK-PRODUTO TO REG-SFS-PRODUTO.
           IF REG-BCK-FILIAL IS NUMERIC
               MOVE REG-BCK-FILIAL TO REG-SFS-FILIAL
           ELSE
               MOVE ZEROES TO REG-SFS-FILIAL
           END-IF.
           MOVE REG-BCK-QTDE TO REG-SFS-QTDE.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           IF SFS-OK
               OPEN I-O ARQ-SALDOS
           END-IF.
           IF SFS-OK AND SALDOS-OK
               MOVE REG-BCK-PRODUTO TO REG-SAL-PRODUTO
               READ ARQ-SALDOS
                   INVALID KEY
               END-READ
               CLOSE ARQ-SALDOS
           END-IF.
           IF SFS-OK AND NOT RESERVA-FEITA
               MOVE 3 TO REG-SFS-FUNCAO
               CALL 'saldofilial' USING REG-SERVFILIAL
           END-IF.
           IF RESERVA-FEITA
               MOVE 'S' TO WRK-TF-ATENDIDA(WRK-SUB-FIL)
               ADD 1 TO WRK-QT-LIBERADAS
