       IDENTIFICATION DIVISION.
       PROGRAM-ID. buscaindice.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = TAXA MENSAL DE UM PRODUTO PÓS-FIXADO: PROCURA O
      *            ÍNDICE DO MÊS PEDIDO NO HISTÓRICO
      *            (INDICES-MERCADO, CARREGADO PELO IMPORTAINDICES);
      *            MÊS AINDA NÃO PUBLICADO USA A PREVISÃO DO ARQUIVO
      *            CENTRAL DE PARÂMETROS (PREVISAO-CDI, PREVISAO-SELIC,
      *            PREVISAO-IPCA - TAXA AO MÊS) E, SEM ELA, O ÚLTIMO
      *            VALOR PUBLICADO DO ÍNDICE. DEVOLVE A TAXA DO PRODUTO
      *            COMO PERCENTUAL DO ÍNDICE OU ÍNDICE MAIS SPREAD
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-INDICES ASSIGN TO 'INDICES-MERCADO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-INDICES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-INDICES.
           COPY 'indicemercado.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-INDICES PIC X(02) VALUE '00'.
           88 INDICES-OK        VALUE '00'.
       77 WRK-FIM-INDICES PIC X(01) VALUE 'N'.
           88 FIM-INDICES    VALUE 'S'.
       77 WRK-ACHOU-MES PIC X(01) VALUE 'N'.
           88 ACHOU-MES     VALUE 'S'.

       77 WRK-ULTIMO-ANOMES PIC 9(06) VALUE ZEROES.
       77 WRK-ULTIMA-TAXA   PIC S9(02)V9(04) VALUE ZEROES.
       77 WRK-SPREAD-MES    PIC S9(03)V9(06) VALUE ZEROES.

       LINKAGE SECTION.
           COPY 'indice.cbl'.

       PROCEDURE DIVISION USING REG-INDICE-PEDIDO.
       0001-PRINCIPAL.
           MOVE ZEROES TO REG-INP-TAXA-INDICE REG-INP-TAXA.
           MOVE REG-INP-INDICE TO REG-IND-INDICE.
           IF NOT IND-VALIDO
               MOVE 'X' TO REG-INP-ORIGEM
               GOBACK
           END-IF.
           PERFORM 0100-PROCURAR-MES.
           IF ACHOU-MES
               MOVE 'R' TO REG-INP-ORIGEM
           ELSE
               MOVE 'P' TO REG-INP-ORIGEM
               PERFORM 0200-PREVISAO
           END-IF.
           PERFORM 0300-TAXA-DO-PRODUTO.
           GOBACK.

      * O MÊS PUBLICADO VALE COMO REAL; DE PASSAGEM GUARDA O ÚLTIMO
      * MÊS PUBLICADO DO ÍNDICE PARA A FALTA DE PREVISÃO
       0100-PROCURAR-MES.
           MOVE 'N' TO WRK-ACHOU-MES.
           MOVE 'N' TO WRK-FIM-INDICES.
           MOVE ZEROES TO WRK-ULTIMO-ANOMES WRK-ULTIMA-TAXA.
           OPEN INPUT ARQ-INDICES.
           IF NOT INDICES-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0110-LER-INDICE.
           PERFORM 0120-CONFERIR-INDICE
               UNTIL FIM-INDICES OR ACHOU-MES.
           CLOSE ARQ-INDICES.

       0110-LER-INDICE.
           READ ARQ-INDICES
               AT END
                   MOVE 'S' TO WRK-FIM-INDICES
           END-READ.

       0120-CONFERIR-INDICE.
           IF REG-IND-INDICE = REG-INP-INDICE
               IF REG-IND-ANOMES = REG-INP-ANOMES
                   MOVE REG-IND-TAXA TO REG-INP-TAXA-INDICE
                   MOVE 'S' TO WRK-ACHOU-MES
                   EXIT PARAGRAPH
               END-IF
               IF REG-IND-ANOMES > WRK-ULTIMO-ANOMES
                   MOVE REG-IND-ANOMES TO WRK-ULTIMO-ANOMES
                   MOVE REG-IND-TAXA   TO WRK-ULTIMA-TAXA
               END-IF
           END-IF.
           PERFORM 0110-LER-INDICE.

       0200-PREVISAO.
           MOVE SPACES TO REG-PRM-CHAVE.
           STRING 'PREVISAO-' REG-INP-INDICE
               DELIMITED BY SPACE INTO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO REG-INP-TAXA-INDICE
           ELSE
               MOVE WRK-ULTIMA-TAXA TO REG-INP-TAXA-INDICE
           END-IF.

      * (P) 102 = 102% DA TAXA DO ÍNDICE NO MÊS; (I) O SPREAD AO ANO
      * VIRA TAXA EQUIVALENTE AO MÊS E COMPÕE COM O ÍNDICE
       0300-TAXA-DO-PRODUTO.
           EVALUATE TRUE
               WHEN INP-PCT-INDICE
                   COMPUTE REG-INP-TAXA ROUNDED =
                       REG-INP-TAXA-INDICE * REG-INP-FATOR / 100
               WHEN INP-INDICE-SPREAD
                   COMPUTE WRK-SPREAD-MES ROUNDED =
                       (((100 + REG-INP-FATOR) / 100) ** (1 / 12)
                        - 1) * 100
                   COMPUTE REG-INP-TAXA ROUNDED =
                       ((100 + REG-INP-TAXA-INDICE) *
                        (100 + WRK-SPREAD-MES) - 10000) / 100
               WHEN OTHER
                   MOVE REG-INP-TAXA-INDICE TO REG-INP-TAXA
           END-EVALUATE.
