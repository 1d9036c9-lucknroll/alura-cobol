      * 22/08/2026 LUCAS  TROCADO STOP RUN POR GOBACK, PARA A CHAMADA
      *                    PELO CONSOLE DO OPERADOR (MENUPRINCIPAL)
      *                    NÃO ENCERRAR O RUN UNIT
      * 15/10/2026 LUCAS  O RELATÓRIO PASSA A SAIR POR FILIAL (SALDO
      *                    E MÍNIMO DA FILIAL NO SALDOFILIAL, COM O
      *                    EM TRÂNSITO PARA ELA COBRINDO O MÍNIMO) OU
      *                    CONSOLIDADO (FILIAL 00), COMO ERA
      ****************************

       ENVIRONMENT DIVISION.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'servfilial.cbl'.
       77 WRK-STATUS-SALDOS   PIC X(02) VALUE '00'.
           88 SALDOS-OK          VALUE '00'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
       77 WRK-FIM-SALDOS      PIC X(01) VALUE 'N'.
           88 FIM-SALDOS         VALUE 'S'.
       77 WRK-QT-LISTADOS     PIC 9(05) VALUE ZEROES.
       77 WRK-FILIAL          PIC 9(02) VALUE ZEROES.
       77 WRK-COBERTO         PIC S9(07) VALUE ZEROES.

       01  WRK-CABECALHO1 PIC X(40) VALUE
           'EMPRESA XYZ COMERCIO LTDA'.
       01  WRK-CABECALHO2 PIC X(40) VALUE
           'PRODUTOS ABAIXO DO ESTOQUE MINIMO'.
       01  WRK-CABECALHO3 PIC X(70) VALUE
           'CODIGO NOME                              SALDO   MINIMO  TRA
      -    'NSITO'.
       01  WRK-CABECALHO-FIL.
           02 FILLER        PIC X(08) VALUE 'FILIAL: '.
           02 WRK-CF-FILIAL PIC X(11).

       01  WRK-LINRELAT.
           02 WRK-LR-CODIGO PIC 9(06).
           02 WRK-LR-SALDO  PIC -ZZZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WRK-LR-MINIMO PIC ZZZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WRK-LR-TRANSITO PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY 'FILIAL DO RELATÓRIO (00 = CONSOLIDADO):'.
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

       0200-AVALIAR-SALDO.
           IF WRK-FILIAL > ZEROES
               PERFORM 0205-AVALIAR-FILIAL
               PERFORM 0110-LER-SALDO
               EXIT PARAGRAPH
           END-IF.
           IF REG-SAL-MINIMO > 0 AND REG-SAL-QTDE < REG-SAL-MINIMO
               MOVE REG-SAL-QTDE   TO WRK-LR-SALDO
               MOVE REG-SAL-MINIMO TO WRK-LR-MINIMO
               MOVE ZEROES         TO WRK-LR-TRANSITO
               PERFORM 0210-IMPRIMIR-PRODUTO
               ADD 1 TO WRK-QT-LISTADOS
           END-IF.
           PERFORM 0110-LER-SALDO.

      * NA FILIAL, O QUE JÁ ESTÁ EM TRÂNSITO PARA ELA CONTA COMO
      * COBERTURA DO MÍNIMO
       0205-AVALIAR-FILIAL.
           MOVE 7 TO REG-SFS-FUNCAO.
           MOVE REG-SAL-PRODUTO TO REG-SFS-PRODUTO.
           MOVE WRK-FILIAL TO REG-SFS-FILIAL.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           COMPUTE WRK-COBERTO = REG-SFS-SALDO + REG-SFS-TRANSITO.
           IF REG-SFS-MINIMO > 0 AND WRK-COBERTO < REG-SFS-MINIMO
               MOVE REG-SFS-SALDO    TO WRK-LR-SALDO
               MOVE REG-SFS-MINIMO   TO WRK-LR-MINIMO
               MOVE REG-SFS-TRANSITO TO WRK-LR-TRANSITO
               PERFORM 0210-IMPRIMIR-PRODUTO
               ADD 1 TO WRK-QT-LISTADOS
           END-IF.

       0210-IMPRIMIR-PRODUTO.
           MOVE REG-SAL-PRODUTO TO WRK-LR-CODIGO.
           PERFORM 0220-BUSCAR-NOME-PRODUTO.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.

