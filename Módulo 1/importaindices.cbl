       IDENTIFICATION DIVISION.
       PROGRAM-ID. importaindices.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = CARREGAR OS VALORES PUBLICADOS DOS ÍNDICES DE
      *            MERCADO (INDICES-PUBLICADOS: CDI, SELIC E IPCA,
      *            UMA LINHA POR ÍNDICE E MÊS COM A TAXA DO MÊS EM %)
      *            NO HISTÓRICO INDICES-MERCADO USADO PELAS
      *            SIMULAÇÕES (INVESTIMENTOS) E PELA CARTEIRA
      *            (POSICOES). MÊS NOVO É INCLUÍDO, MÊS JÁ CARREGADO
      *            COM OUTRO VALOR É CORRIGIDO (O ÓRGÃO REVISA) E A
      *            LINHA INVÁLIDA VAI PARA O LOG DE REJEITADOS
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PUBLICADOS ASSIGN TO 'INDICES-PUBLICADOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PUBLICADOS.
           SELECT ARQ-INDICES ASSIGN TO 'INDICES-MERCADO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-INDICES.
           SELECT ARQ-REJEITADOS ASSIGN TO 'REJEITADOS-LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REJ.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PUBLICADOS.
       01  REG-PUBLICADO.
           02 REG-PUB-INDICE  PIC X(05).
               88 PUB-INDICE-VALIDO VALUE 'CDI  ' 'SELIC' 'IPCA '.
           02 REG-PUB-ANOMES  PIC 9(06).
           02 REG-PUB-ANOMES-R REDEFINES REG-PUB-ANOMES.
               03 REG-PUB-ANO PIC 9(04).
               03 REG-PUB-MES PIC 9(02).
           02 REG-PUB-TAXA    PIC S9(02)V9(04) SIGN LEADING SEPARATE.

       FD  ARQ-INDICES.
           COPY 'indicemercado.cbl'.

       FD  ARQ-REJEITADOS.
           COPY 'rejeitados.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PUBLICADOS PIC X(02) VALUE '00'.
           88 PUBLICADOS-OK        VALUE '00'.
       77 WRK-STATUS-INDICES    PIC X(02) VALUE '00'.
           88 INDICES-OK           VALUE '00'.
       77 WRK-STATUS-REJ        PIC X(02) VALUE '00'.
           88 REJEITADOS-OK        VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

       77 WRK-QT-LIDOS      PIC 9(05) VALUE ZEROES.
       77 WRK-QT-INCLUIDOS  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-CORRIGIDOS PIC 9(05) VALUE ZEROES.
       77 WRK-QT-IGUAIS     PIC 9(05) VALUE ZEROES.
       77 WRK-QT-REJEITADOS PIC 9(05) VALUE ZEROES.
       77 WRK-TAXA-ED       PIC -Z9,9999 VALUE ZEROES.
       77 WRK-TAXA2-ED      PIC -Z9,9999 VALUE ZEROES.

      * HISTÓRICO ATUAL, REGRAVADO INTEIRO NO FIM
       77 WRK-QT-INDICES  PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-IND     PIC 9(04) COMP VALUE ZEROES.
       77 WRK-IND-ACHADO  PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-INDICES.
           02 WRK-TI-ITEM OCCURS 1500 TIMES.
               03 WRK-TI-INDICE PIC X(05).
               03 WRK-TI-ANOMES PIC 9(06).
               03 WRK-TI-TAXA   PIC S9(02)V9(04).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'IMPORTAÇÃO DOS ÍNDICES DE MERCADO'.
           DISPLAY '========================================'.
           OPEN INPUT ARQ-PUBLICADOS.
           IF NOT PUBLICADOS-OK
               DISPLAY 'ARQUIVO DE ÍNDICES PUBLICADOS NÃO ENCONTRADO'
               GOBACK
           END-IF.
           PERFORM 0100-CARREGAR-HISTORICO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0200-LER-PUBLICADO.
           PERFORM 0210-IMPORTAR-UM UNTIL FIM-ARQUIVO.
           CLOSE ARQ-PUBLICADOS.
           IF WRK-QT-INCLUIDOS > ZEROES OR WRK-QT-CORRIGIDOS > ZEROES
               PERFORM 0300-GRAVAR-HISTORICO
           END-IF.
           DISPLAY '________________________________________'.
           DISPLAY 'LINHAS LIDAS...........: ' WRK-QT-LIDOS.
           DISPLAY 'MESES INCLUÍDOS........: ' WRK-QT-INCLUIDOS.
           DISPLAY 'MESES CORRIGIDOS.......: ' WRK-QT-CORRIGIDOS.
           DISPLAY 'JÁ CARREGADOS IGUAIS...: ' WRK-QT-IGUAIS.
           DISPLAY 'REJEITADAS.............: ' WRK-QT-REJEITADOS.
           DISPLAY 'FINAL DA IMPORTAÇÃO DE ÍNDICES'.
           GOBACK.

       0100-CARREGAR-HISTORICO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-INDICES.
           IF NOT INDICES-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0110-LER-HISTORICO.
           PERFORM 0120-GUARDAR-HISTORICO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-INDICES.

       0110-LER-HISTORICO.
           READ ARQ-INDICES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0120-GUARDAR-HISTORICO.
           IF WRK-QT-INDICES < 1500
               ADD 1 TO WRK-QT-INDICES
               MOVE REG-IND-INDICE TO WRK-TI-INDICE(WRK-QT-INDICES)
               MOVE REG-IND-ANOMES TO WRK-TI-ANOMES(WRK-QT-INDICES)
               MOVE REG-IND-TAXA   TO WRK-TI-TAXA(WRK-QT-INDICES)
           ELSE
               DISPLAY 'HISTÓRICO ACIMA DE 1500 MESES - IMPORTAÇÃO '
                   'RECUSADA PARA NÃO TRUNCAR O ARQUIVO'
               CLOSE ARQ-INDICES
               CLOSE ARQ-PUBLICADOS
               GOBACK
           END-IF.
           PERFORM 0110-LER-HISTORICO.

       0200-LER-PUBLICADO.
           READ ARQ-PUBLICADOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0210-IMPORTAR-UM.
           ADD 1 TO WRK-QT-LIDOS.
           EVALUATE TRUE
               WHEN NOT PUB-INDICE-VALIDO
                   MOVE 'ÍNDICE DESCONHECIDO (CDI/SELIC/IPCA)'
                       TO REG-REJ-MOTIVO
               WHEN REG-PUB-ANOMES IS NOT NUMERIC
                   MOVE 'MÊS DO ÍNDICE NÃO NUMÉRICO'
                       TO REG-REJ-MOTIVO
               WHEN REG-PUB-MES < 1 OR REG-PUB-MES > 12 OR
                    REG-PUB-ANO < 1990
                   MOVE 'MÊS DO ÍNDICE INVÁLIDO (AAAAMM)'
                       TO REG-REJ-MOTIVO
               WHEN REG-PUB-TAXA IS NOT NUMERIC
                   MOVE 'TAXA DO ÍNDICE NÃO NUMÉRICA'
                       TO REG-REJ-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO REG-REJ-MOTIVO
           END-EVALUATE.
           IF REG-REJ-MOTIVO NOT = SPACES
               PERFORM 0230-REJEITAR
               PERFORM 0200-LER-PUBLICADO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-IND-ACHADO.
           PERFORM VARYING WRK-SUB-IND FROM 1 BY 1
               UNTIL WRK-SUB-IND > WRK-QT-INDICES
                   OR WRK-IND-ACHADO > ZEROES
               IF WRK-TI-INDICE(WRK-SUB-IND) = REG-PUB-INDICE AND
                  WRK-TI-ANOMES(WRK-SUB-IND) = REG-PUB-ANOMES
                   MOVE WRK-SUB-IND TO WRK-IND-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-IND-ACHADO > ZEROES
               PERFORM 0220-CONFERIR-EXISTENTE
               PERFORM 0200-LER-PUBLICADO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-INDICES NOT < 1500
               MOVE 'HISTÓRICO CHEIO (1500 MESES)' TO REG-REJ-MOTIVO
               PERFORM 0230-REJEITAR
               PERFORM 0200-LER-PUBLICADO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-INDICES.
           MOVE REG-PUB-INDICE TO WRK-TI-INDICE(WRK-QT-INDICES).
           MOVE REG-PUB-ANOMES TO WRK-TI-ANOMES(WRK-QT-INDICES).
           MOVE REG-PUB-TAXA   TO WRK-TI-TAXA(WRK-QT-INDICES).
           ADD 1 TO WRK-QT-INCLUIDOS.
           PERFORM 0200-LER-PUBLICADO.

      * O VALOR REVISADO PELO ÓRGÃO SUBSTITUI O CARREGADO, COM AVISO
       0220-CONFERIR-EXISTENTE.
           IF WRK-TI-TAXA(WRK-IND-ACHADO) = REG-PUB-TAXA
               ADD 1 TO WRK-QT-IGUAIS
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TI-TAXA(WRK-IND-ACHADO) TO WRK-TAXA-ED.
           MOVE REG-PUB-TAXA TO WRK-TAXA2-ED.
           DISPLAY 'CORRIGIDO ' REG-PUB-INDICE ' ' REG-PUB-ANOMES
               ': DE ' WRK-TAXA-ED ' PARA ' WRK-TAXA2-ED.
           MOVE REG-PUB-TAXA TO WRK-TI-TAXA(WRK-IND-ACHADO).
           ADD 1 TO WRK-QT-CORRIGIDOS.

       0230-REJEITAR.
           ADD 1 TO WRK-QT-REJEITADOS.
           DISPLAY 'LINHA ' WRK-QT-LIDOS ' REJEITADA: '
               REG-REJ-MOTIVO.
           OPEN EXTEND ARQ-REJEITADOS.
           IF NOT REJEITADOS-OK
               OPEN OUTPUT ARQ-REJEITADOS
           END-IF.
           MOVE 'IMPORTAINDICES' TO REG-REJ-PROGRAMA.
           MOVE REG-PUBLICADO    TO REG-REJ-CHAVE.
           WRITE REG-REJEITADO.
           CLOSE ARQ-REJEITADOS.

       0300-GRAVAR-HISTORICO.
           OPEN OUTPUT ARQ-INDICES.
           PERFORM VARYING WRK-SUB-IND FROM 1 BY 1
               UNTIL WRK-SUB-IND > WRK-QT-INDICES
               MOVE WRK-TI-INDICE(WRK-SUB-IND) TO REG-IND-INDICE
               MOVE WRK-TI-ANOMES(WRK-SUB-IND) TO REG-IND-ANOMES
               MOVE WRK-TI-TAXA(WRK-SUB-IND)   TO REG-IND-TAXA
               WRITE REG-INDICE-MERCADO
           END-PERFORM.
           CLOSE ARQ-INDICES.
