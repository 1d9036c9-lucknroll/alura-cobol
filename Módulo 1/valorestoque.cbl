      *            ARMAZÉM NO FIM - A PERGUNTA 'QUANTO DINHEIRO ESTÁ
      *            PARADO NO DEPÓSITO' FINALMENTE TEM RESPOSTA
      * DATA = 01/09/2026
      * 15/10/2026 LUCAS  A VALORIZAÇÃO PASSA A PODER SAIR POR
      *                    FILIAL (PRATELEIRA DA FILIAL NO SALDOFILIAL
      *                    AO CUSTO MÉDIO DA EMPRESA) OU CONSOLIDADA
      *                    (FILIAL 00), COMO ERA
      ****************************

       ENVIRONMENT DIVISION.
       01  REG-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
           COPY 'servfilial.cbl'.
       77 WRK-STATUS-SALDOS   PIC X(02) VALUE '00'.
           88 SALDOS-OK          VALUE '00'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
       77 WRK-VALOR-PRODUTO PIC S9(12)V99 VALUE ZEROES.
       77 WRK-VALOR-TOTAL   PIC S9(12)V99 VALUE ZEROES.
       77 WRK-QT-LISTADOS   PIC 9(05) VALUE ZEROES.
       77 WRK-FILIAL        PIC 9(02) VALUE ZEROES.
       77 WRK-QTDE-VALOR    PIC S9(07) VALUE ZEROES.
       01  WRK-CABECALHO-FIL.
           02 FILLER        PIC X(08) VALUE 'FILIAL: '.
           02 WRK-CF-FILIAL PIC X(11).

       01  WRK-CABECALHO1 PIC X(40) VALUE
           'EMPRESA XYZ COMERCIO LTDA'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY 'FILIAL DA VALORIZAÇÃO (00 = CONSOLIDADO):'.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           IF WRK-FILIAL > ZEROES
               MOVE 9 TO REG-SFS-FUNCAO
               MOVE WRK-FILIAL TO REG-SFS-FILIAL
               CALL 'saldofilial' USING REG-SERVFILIAL
               IF NOT SFS-OK
                   DISPLAY 'FILIAL NÃO CADASTRADA OU INATIVA'
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT ARQ-SALDOS.
           IF NOT SALDOS-OK
               DISPLAY 'ARQUIVO DE SALDOS DE ESTOQUE NÃO ENCONTRADO'
           WRITE REG-RELATORIO.
           MOVE WRK-CABECALHO2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-FILIAL = ZEROES
               MOVE 'CONSOLIDADO' TO WRK-CF-FILIAL
           ELSE
               MOVE WRK-FILIAL TO WRK-CF-FILIAL
           END-IF.
           MOVE WRK-CABECALHO-FIL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-CABECALHO3 TO REG-RELATORIO.
           END-READ.

       0200-VALORIZAR-SALDO.
           MOVE REG-SAL-QTDE TO WRK-QTDE-VALOR.
           IF WRK-FILIAL > ZEROES
               MOVE 7 TO REG-SFS-FUNCAO
               MOVE REG-SAL-PRODUTO TO REG-SFS-PRODUTO
               MOVE WRK-FILIAL TO REG-SFS-FILIAL
               CALL 'saldofilial' USING REG-SERVFILIAL
               MOVE REG-SFS-SALDO TO WRK-QTDE-VALOR
               IF WRK-QTDE-VALOR = ZEROES
                   PERFORM 0110-LER-SALDO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE WRK-VALOR-PRODUTO =
               WRK-QTDE-VALOR * REG-SAL-CUSTO-MEDIO.
           MOVE REG-SAL-PRODUTO TO WRK-LR-CODIGO.
           PERFORM 0210-BUSCAR-NOME-PRODUTO.
           MOVE WRK-QTDE-VALOR TO WRK-LR-SALDO.
           MOVE REG-SAL-CUSTO-MEDIO TO WRK-LR-CUSTO.
           MOVE WRK-VALOR-PRODUTO TO WRK-LR-VALOR.
           ADD WRK-VALOR-PRODUTO TO WRK-VALOR-TOTAL.
