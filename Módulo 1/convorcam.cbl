       IDENTIFICATION DIVISION.
       PROGRAM-ID. convorcam.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = RELATÓRIO MENSAL DA TAXA DE CONVERSÃO DE
      *            ORÇAMENTOS EM PEDIDOS POR VENDEDOR: DOS ORÇAMENTOS
      *            EMITIDOS NO MÊS (ORCAMENTOS-CAB), QUANTOS E QUANTO
      *            EM VALOR VIRARAM PEDIDO NO PEDIDOVENDA, A TAXA EM
      *            QUANTIDADE E EM VALOR E OS QUE VENCERAM SEM
      *            CONVERSÃO, COM O TOTAL DA EMPRESA
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ORCCAB ASSIGN TO 'ORCAMENTOS-CAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCCAB.
           SELECT ARQ-VENDEDORES ASSIGN TO 'VENDEDORES-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VENDEDORES.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-CONVERSAO-ORC'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ORCCAB.
           COPY 'orccab.cbl'.

       FD  ARQ-VENDEDORES.
           COPY 'vendedor.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ORCCAB PIC X(02) VALUE '00'.
           88 ORCCAB-OK        VALUE '00'.
       77 WRK-STATUS-VENDEDORES PIC X(02) VALUE '00'.
           88 VENDEDORES-OK        VALUE '00'.
       77 WRK-FIM-ORCCAB PIC X(01) VALUE 'N'.
           88 FIM-ORCCAB    VALUE 'S'.
       77 WRK-FIM-VENDEDORES PIC X(01) VALUE 'N'.
           88 FIM-VENDEDORES    VALUE 'S'.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       77 WRK-MES-INFORMADO PIC 9(06) VALUE ZEROES.
       01  WRK-MES-REFERENCIA.
           02 WRK-MR-ANO PIC 9(04).
           02 WRK-MR-MES PIC 9(02).
       01  WRK-MES-REF-NUM REDEFINES WRK-MES-REFERENCIA PIC 9(06).
       01  WRK-DATA-ORC.
           02 WRK-DO-ANOMES PIC 9(06).
           02 WRK-DO-DIA    PIC 9(02).
       01  WRK-DATA-ORC-NUM REDEFINES WRK-DATA-ORC PIC 9(08).

      * TOTAIS POR VENDEDOR, NA POSIÇÃO DO CÓDIGO MAIS UM (A
      * PRIMEIRA É O ORÇAMENTO SEM VENDEDOR)
       77 WRK-SUB-VEN PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-VENDEDORES.
           02 WRK-TV-ITEM OCCURS 1000 TIMES.
               03 WRK-TV-NOME      PIC X(20).
               03 WRK-TV-EMITIDOS  PIC 9(05).
               03 WRK-TV-VALOR-EMI PIC 9(12)V99.
               03 WRK-TV-CONVERTIDOS PIC 9(05).
               03 WRK-TV-VALOR-CONV PIC 9(12)V99.
               03 WRK-TV-VENCIDOS  PIC 9(05).
       01  WRK-TOTAIS.
           02 WRK-TT-EMITIDOS    PIC 9(05).
           02 WRK-TT-VALOR-EMI   PIC 9(12)V99.
           02 WRK-TT-CONVERTIDOS PIC 9(05).
           02 WRK-TT-VALOR-CONV  PIC 9(12)V99.
           02 WRK-TT-VENCIDOS    PIC 9(05).
       77 WRK-TAXA-QTDE  PIC 9(03)V99 VALUE ZEROES.
       77 WRK-TAXA-VALOR PIC 9(03)V99 VALUE ZEROES.

       01  WRK-LINHA-VENDEDOR.
           02 WRK-LV-CODIGO    PIC 9(03).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LV-NOME      PIC X(20).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LV-EMITIDOS  PIC ZZ.ZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LV-VALOR-EMI PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LV-CONVERTIDOS PIC ZZ.ZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LV-VALOR-CONV PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LV-TAXA-QTDE PIC ZZ9,99.
           02 FILLER           PIC X(01) VALUE '%'.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LV-TAXA-VALOR PIC ZZ9,99.
           02 FILLER           PIC X(01) VALUE '%'.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LV-VENCIDOS  PIC ZZ.ZZ9.
       01  WRK-LINRELAT PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'CONVERSÃO DE ORÇAMENTOS EM PEDIDOS'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           DISPLAY 'MÊS DE EMISSÃO DOS ORÇAMENTOS (AAAAMM, 0 = MÊS '
               'ATUAL):'.
           ACCEPT WRK-MES-INFORMADO FROM CONSOLE.
           IF WRK-MES-INFORMADO = ZEROES
               MOVE WRK-DS-ANO TO WRK-MR-ANO
               MOVE WRK-DS-MES TO WRK-MR-MES
           ELSE
               MOVE WRK-MES-INFORMADO TO WRK-MES-REF-NUM
           END-IF.
           IF WRK-MR-MES < 1 OR WRK-MR-MES > 12
               DISPLAY 'MÊS INVÁLIDO'
               GOBACK
           END-IF.
           OPEN INPUT ARQ-ORCCAB.
           IF NOT ORCCAB-OK
               DISPLAY 'ORCAMENTOS-CAB NÃO ENCONTRADO'
               GOBACK
           END-IF.
           INITIALIZE WRK-TAB-VENDEDORES.
           INITIALIZE WRK-TOTAIS.
           PERFORM 0100-CARREGAR-VENDEDORES.
           PERFORM 0210-LER-ORCCAB.
           PERFORM 0200-SOMAR-ORCAMENTO UNTIL FIM-ORCCAB.
           CLOSE ARQ-ORCCAB.
           PERFORM 0300-IMPRIMIR-RELATORIO.
           DISPLAY 'ORÇAMENTOS EMITIDOS NO MÊS: ' WRK-TT-EMITIDOS.
           DISPLAY 'CONVERTIDOS EM PEDIDO: ' WRK-TT-CONVERTIDOS.
           DISPLAY 'FINAL DO RELATÓRIO DE CONVERSÃO'.
           GOBACK.

       0100-CARREGAR-VENDEDORES.
           OPEN INPUT ARQ-VENDEDORES.
           IF NOT VENDEDORES-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0110-LER-VENDEDOR.
           PERFORM 0120-GUARDAR-VENDEDOR UNTIL FIM-VENDEDORES.
           CLOSE ARQ-VENDEDORES.

       0110-LER-VENDEDOR.
           READ ARQ-VENDEDORES
               AT END
                   MOVE 'S' TO WRK-FIM-VENDEDORES
           END-READ.

       0120-GUARDAR-VENDEDOR.
           COMPUTE WRK-SUB-VEN = REG-VEN-CODIGO + 1.
           MOVE REG-VEN-NOME TO WRK-TV-NOME(WRK-SUB-VEN).
           PERFORM 0110-LER-VENDEDOR.

      * O ORÇAMENTO CONTA NO MÊS DA EMISSÃO; O QUE SEGUE ABERTO COM
      * A VALIDADE JÁ PASSADA CONTA COMO VENCIDO
       0200-SOMAR-ORCAMENTO.
           MOVE REG-OC-DATA TO WRK-DATA-ORC-NUM.
           IF WRK-DO-ANOMES = WRK-MES-REF-NUM
               COMPUTE WRK-SUB-VEN = REG-OC-VENDEDOR + 1
               ADD 1 TO WRK-TV-EMITIDOS(WRK-SUB-VEN)
               ADD 1 TO WRK-TT-EMITIDOS
               ADD REG-OC-TOTAL TO WRK-TV-VALOR-EMI(WRK-SUB-VEN)
               ADD REG-OC-TOTAL TO WRK-TT-VALOR-EMI
               IF REG-OC-CONVERTIDO
                   ADD 1 TO WRK-TV-CONVERTIDOS(WRK-SUB-VEN)
                   ADD 1 TO WRK-TT-CONVERTIDOS
                   ADD REG-OC-TOTAL TO WRK-TV-VALOR-CONV(WRK-SUB-VEN)
                   ADD REG-OC-TOTAL TO WRK-TT-VALOR-CONV
               ELSE
                   IF REG-OC-VALIDADE < WRK-DATA-SYS-NUM
                       ADD 1 TO WRK-TV-VENCIDOS(WRK-SUB-VEN)
                       ADD 1 TO WRK-TT-VENCIDOS
                   END-IF
               END-IF
           END-IF.
           PERFORM 0210-LER-ORCCAB.

       0210-LER-ORCCAB.
           READ ARQ-ORCCAB
               AT END
                   MOVE 'S' TO WRK-FIM-ORCCAB
           END-READ.

       0300-IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'CONVERSAO DE ORCAMENTOS EM PEDIDOS POR VENDEDOR - '
               'MES ' WRK-MR-MES '/' WRK-MR-ANO
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE 'VEN'          TO REG-RELATORIO(1:3).
           MOVE 'NOME'         TO REG-RELATORIO(6:4).
           MOVE 'EMITID'       TO REG-RELATORIO(28:6).
           MOVE 'VALOR EMITIDO' TO REG-RELATORIO(37:13).
           MOVE 'CONVER'       TO REG-RELATORIO(52:6).
           MOVE 'VALOR CONVERT.' TO REG-RELATORIO(60:14).
           MOVE 'TX QTD'       TO REG-RELATORIO(76:6).
           MOVE 'TX VAL'       TO REG-RELATORIO(85:6).
           MOVE 'VENC.'        TO REG-RELATORIO(95:5).
           WRITE REG-RELATORIO.
           PERFORM 0310-IMPRIMIR-VENDEDOR
               VARYING WRK-SUB-VEN FROM 1 BY 1
               UNTIL WRK-SUB-VEN > 1000.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZEROES TO WRK-LV-CODIGO.
           MOVE 'TOTAL DA EMPRESA' TO WRK-LV-NOME.
           MOVE WRK-TT-EMITIDOS    TO WRK-LV-EMITIDOS.
           MOVE WRK-TT-VALOR-EMI   TO WRK-LV-VALOR-EMI.
           MOVE WRK-TT-CONVERTIDOS TO WRK-LV-CONVERTIDOS.
           MOVE WRK-TT-VALOR-CONV  TO WRK-LV-VALOR-CONV.
           MOVE WRK-TT-VENCIDOS    TO WRK-LV-VENCIDOS.
           MOVE ZEROES TO WRK-TAXA-QTDE.
           MOVE ZEROES TO WRK-TAXA-VALOR.
           IF WRK-TT-EMITIDOS > ZEROES
               COMPUTE WRK-TAXA-QTDE ROUNDED =
                   WRK-TT-CONVERTIDOS * 100 / WRK-TT-EMITIDOS
           END-IF.
           IF WRK-TT-VALOR-EMI > ZEROES
               COMPUTE WRK-TAXA-VALOR ROUNDED =
                   WRK-TT-VALOR-CONV * 100 / WRK-TT-VALOR-EMI
           END-IF.
           MOVE WRK-TAXA-QTDE  TO WRK-LV-TAXA-QTDE.
           MOVE WRK-TAXA-VALOR TO WRK-LV-TAXA-VALOR.
           MOVE WRK-LINHA-VENDEDOR TO REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO(1:3).
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.

       0310-IMPRIMIR-VENDEDOR.
           IF WRK-TV-EMITIDOS(WRK-SUB-VEN) = ZEROES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-LV-CODIGO = WRK-SUB-VEN - 1.
           IF WRK-SUB-VEN = 1
               MOVE 'SEM VENDEDOR' TO WRK-LV-NOME
           ELSE
               MOVE WRK-TV-NOME(WRK-SUB-VEN) TO WRK-LV-NOME
           END-IF.
           MOVE WRK-TV-EMITIDOS(WRK-SUB-VEN)  TO WRK-LV-EMITIDOS.
           MOVE WRK-TV-VALOR-EMI(WRK-SUB-VEN) TO WRK-LV-VALOR-EMI.
           MOVE WRK-TV-CONVERTIDOS(WRK-SUB-VEN)
               TO WRK-LV-CONVERTIDOS.
           MOVE WRK-TV-VALOR-CONV(WRK-SUB-VEN)
               TO WRK-LV-VALOR-CONV.
           MOVE WRK-TV-VENCIDOS(WRK-SUB-VEN)  TO WRK-LV-VENCIDOS.
           COMPUTE WRK-TAXA-QTDE ROUNDED =
               WRK-TV-CONVERTIDOS(WRK-SUB-VEN) * 100 /
               WRK-TV-EMITIDOS(WRK-SUB-VEN).
           IF WRK-TV-VALOR-EMI(WRK-SUB-VEN) > ZEROES
               COMPUTE WRK-TAXA-VALOR ROUNDED =
                   WRK-TV-VALOR-CONV(WRK-SUB-VEN) * 100 /
                   WRK-TV-VALOR-EMI(WRK-SUB-VEN)
           ELSE
               MOVE ZEROES TO WRK-TAXA-VALOR
           END-IF.
           MOVE WRK-TAXA-QTDE  TO WRK-LV-TAXA-QTDE.
           MOVE WRK-TAXA-VALOR TO WRK-LV-TAXA-VALOR.
           MOVE WRK-LINHA-VENDEDOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
