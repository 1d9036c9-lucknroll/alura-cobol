       IDENTIFICATION DIVISION.
       PROGRAM-ID. buscaunidade.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = LEITOR DA TABELA DE UNIDADES DE MEDIDA
      *            (UNIDADES-MEDIDA, MANTIDA PELO MANUTUNID): DEVOLVE
      *            AO CHAMADOR A UNIDADE BASE DO PRODUTO E AS
      *            EMBALAGENS DE COMPRA E DE VENDA COM OS FATORES DE
      *            CONVERSÃO, PARA A COMPRA E A VENDA TRABALHAREM NA
      *            EMBALAGEM E O ESTOQUE SEGUIR NA UNIDADE BASE; SEM
      *            A TABELA OU SEM O PRODUTO NELA VALE 'UN' COM
      *            FATOR 1
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-UNIDADES ASSIGN TO 'UNIDADES-MEDIDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-UNIDADES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-UNIDADES.
           COPY 'unidmed.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-UNIDADES PIC X(02) VALUE '00'.
           88 UNIDADES-OK        VALUE '00'.
       77 WRK-FIM-UNIDADES PIC X(01) VALUE 'N'.
           88 FIM-UNIDADES    VALUE 'S'.

       LINKAGE SECTION.
           COPY 'servunidade.cbl'.

       PROCEDURE DIVISION USING REG-SERVUNIDADE.
       0001-PRINCIPAL.
           MOVE 'UN' TO REG-SUN-BASE REG-SUN-COMPRA REG-SUN-VENDA.
           MOVE 1 TO REG-SUN-FATOR-COMPRA REG-SUN-FATOR-VENDA.
           MOVE ZEROES TO REG-SUN-PRECO-VENDA.
           MOVE 'N' TO REG-SUN-ACHADO.
           MOVE 'N' TO WRK-FIM-UNIDADES.
           OPEN INPUT ARQ-UNIDADES.
           IF UNIDADES-OK
               PERFORM 0100-LER-UNIDADE
               PERFORM 0110-CONFERIR-UNIDADE
                   UNTIL FIM-UNIDADES OR SUN-ACHADO
               CLOSE ARQ-UNIDADES
           END-IF.
           GOBACK.

       0100-LER-UNIDADE.
           READ ARQ-UNIDADES
               AT END
                   MOVE 'S' TO WRK-FIM-UNIDADES
           END-READ.

      * FATOR ZERADO NA TABELA VALE 1, PARA NENHUMA CONVERSÃO ZERAR
      * A QUANTIDADE DO CHAMADOR
       0110-CONFERIR-UNIDADE.
           IF REG-UNM-PRODUTO = REG-SUN-PRODUTO
               MOVE REG-UNM-BASE        TO REG-SUN-BASE
               MOVE REG-UNM-COMPRA      TO REG-SUN-COMPRA
               MOVE REG-UNM-VENDA       TO REG-SUN-VENDA
               MOVE REG-UNM-PRECO-VENDA TO REG-SUN-PRECO-VENDA
               IF REG-UNM-FATOR-COMPRA > ZEROES
                   MOVE REG-UNM-FATOR-COMPRA TO REG-SUN-FATOR-COMPRA
               END-IF
               IF REG-UNM-FATOR-VENDA > ZEROES
                   MOVE REG-UNM-FATOR-VENDA TO REG-SUN-FATOR-VENDA
               END-IF
               MOVE 'S' TO REG-SUN-ACHADO
           ELSE
               PERFORM 0100-LER-UNIDADE
           END-IF.
