       IDENTIFICATION DIVISION.
       PROGRAM-ID. manutfaixas.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = MANUTENÇÃO DAS FAIXAS DE INSS E IRRF DA FOLHA
      *            MENSAL, GUARDADAS NO ARQUIVO FAIXAS-FOLHA; A
      *            TABELA É REVISTA TODO JANEIRO SEM RECOMPILAR A
      *            FOLHA. CADA FAIXA É IDENTIFICADA PELO TIPO E PELO
      *            LIMITE SUPERIOR, E O ARQUIVO É REGRAVADO EM ORDEM
      *            CRESCENTE DE LIMITE DENTRO DO TIPO
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FAIXAS ASSIGN TO 'FAIXAS-FOLHA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FAIXAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FAIXAS.
           COPY 'faixafolha.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-FAIXAS PIC X(02) VALUE '00'.
           88 FAIXAS-OK        VALUE '00'.
       77 WRK-FIM-FAIXAS    PIC X(01) VALUE 'N'.
           88 FIM-FAIXAS       VALUE 'S'.

       77 WRK-OPCAO       PIC X(01) VALUE SPACES.
           88 OPCAO-GRAVAR   VALUE 'G'.
           88 OPCAO-EXCLUIR  VALUE 'E'.
           88 OPCAO-LISTAR   VALUE 'L'.
           88 OPCAO-SAIR     VALUE '0'.

       77 WRK-TIPO        PIC X(01) VALUE SPACES.
           88 TIPO-VALIDO    VALUE 'I' 'R'.
       77 WRK-LIMITE      PIC 9(08)V99 VALUE ZEROES.
       77 WRK-ALIQUOTA    PIC 9(02)V99 VALUE ZEROES.
       77 WRK-DEDUZIR     PIC 9(06)V99 VALUE ZEROES.
       77 WRK-LIMITE-ED   PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-DEDUZIR-ED  PIC ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-ALIQ-ED     PIC Z9,99 VALUE ZEROES.

       77 WRK-QT-FAIXAS   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-FX      PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-DESLOC  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-POSICAO     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-FAIXA-ACHADA PIC X(01) VALUE 'N'.
           88 FAIXA-ACHADA   VALUE 'S'.

       01  WRK-TAB-FAIXAS.
           02 WRK-TF-ITEM OCCURS 20 TIMES.
               03 WRK-TF-TIPO     PIC X(01).
               03 WRK-TF-LIMITE   PIC 9(08)V99.
               03 WRK-TF-ALIQUOTA PIC 9(02)V99.
               03 WRK-TF-DEDUZIR  PIC 9(06)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'MANUTENÇÃO DAS FAIXAS DE INSS E IRRF'.
           DISPLAY '========================================'.
           PERFORM 0100-CARREGAR-TABELA.
           PERFORM 0200-PROCESSAR-OPCAO UNTIL OPCAO-SAIR.
           PERFORM 0300-GRAVAR-TABELA.
           DISPLAY 'FINAL DA MANUTENÇÃO DAS FAIXAS'.
           GOBACK.

       0100-CARREGAR-TABELA.
           OPEN INPUT ARQ-FAIXAS.
           IF FAIXAS-OK
               PERFORM 0110-LER-FAIXA
               PERFORM 0120-GUARDAR-FAIXA UNTIL FIM-FAIXAS
               CLOSE ARQ-FAIXAS
           END-IF.

       0110-LER-FAIXA.
           READ ARQ-FAIXAS
               AT END
                   MOVE 'S' TO WRK-FIM-FAIXAS
           END-READ.

       0120-GUARDAR-FAIXA.
           IF WRK-QT-FAIXAS < 20
               ADD 1 TO WRK-QT-FAIXAS
               MOVE REG-FXF-TIPO     TO WRK-TF-TIPO(WRK-QT-FAIXAS)
               MOVE REG-FXF-LIMITE   TO WRK-TF-LIMITE(WRK-QT-FAIXAS)
               MOVE REG-FXF-ALIQUOTA
                   TO WRK-TF-ALIQUOTA(WRK-QT-FAIXAS)
               MOVE REG-FXF-DEDUZIR  TO WRK-TF-DEDUZIR(WRK-QT-FAIXAS)
           END-IF.
           PERFORM 0110-LER-FAIXA.

       0200-PROCESSAR-OPCAO.
           DISPLAY '________________________________________'.
           DISPLAY '(G) GRAVAR FAIXA'.
           DISPLAY '(E) EXCLUIR FAIXA'.
           DISPLAY '(L) LISTAR FAIXAS'.
           DISPLAY '(0) SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-GRAVAR
                   PERFORM 0210-GRAVAR-FAIXA
               WHEN OPCAO-EXCLUIR
                   PERFORM 0220-EXCLUIR-FAIXA
               WHEN OPCAO-LISTAR
                   PERFORM 0230-LISTAR-FAIXAS
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

       0210-GRAVAR-FAIXA.
           PERFORM 0240-PEDIR-CHAVE.
           IF NOT TIPO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'ALÍQUOTA DA FAIXA (EX.: 7,50):'.
           ACCEPT WRK-ALIQUOTA FROM CONSOLE.
           MOVE ZEROES TO WRK-DEDUZIR.
           IF WRK-TIPO = 'R'
               DISPLAY 'PARCELA A DEDUZIR (EX.: 182,16):'
               ACCEPT WRK-DEDUZIR FROM CONSOLE
           END-IF.
           PERFORM 0250-LOCALIZAR-FAIXA.
           IF NOT FAIXA-ACHADA
               IF WRK-QT-FAIXAS NOT < 20
                   DISPLAY 'TABELA DE FAIXAS CHEIA'
                   EXIT PARAGRAPH
               END-IF
      * ABRE ESPAÇO NA POSIÇÃO ORDENADA, DESLOCANDO AS SEGUINTES
               PERFORM VARYING WRK-SUB-DESLOC FROM WRK-QT-FAIXAS BY -1
                   UNTIL WRK-SUB-DESLOC < WRK-POSICAO
                   MOVE WRK-TF-ITEM(WRK-SUB-DESLOC)
                       TO WRK-TF-ITEM(WRK-SUB-DESLOC + 1)
               END-PERFORM
               ADD 1 TO WRK-QT-FAIXAS
           END-IF.
           MOVE WRK-TIPO     TO WRK-TF-TIPO(WRK-POSICAO).
           MOVE WRK-LIMITE   TO WRK-TF-LIMITE(WRK-POSICAO).
           MOVE WRK-ALIQUOTA TO WRK-TF-ALIQUOTA(WRK-POSICAO).
           MOVE WRK-DEDUZIR  TO WRK-TF-DEDUZIR(WRK-POSICAO).
           DISPLAY 'FAIXA GRAVADA'.

       0220-EXCLUIR-FAIXA.
           PERFORM 0240-PEDIR-CHAVE.
           IF NOT TIPO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0250-LOCALIZAR-FAIXA.
           IF NOT FAIXA-ACHADA
               DISPLAY 'FAIXA NÃO CADASTRADA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-DESLOC FROM WRK-POSICAO BY 1
               UNTIL WRK-SUB-DESLOC NOT < WRK-QT-FAIXAS
               MOVE WRK-TF-ITEM(WRK-SUB-DESLOC + 1)
                   TO WRK-TF-ITEM(WRK-SUB-DESLOC)
           END-PERFORM.
           SUBTRACT 1 FROM WRK-QT-FAIXAS.
           DISPLAY 'FAIXA EXCLUÍDA'.

       0230-LISTAR-FAIXAS.
           IF WRK-QT-FAIXAS = ZEROES
               DISPLAY 'NENHUMA FAIXA CADASTRADA - A FOLHA USA A '
                   'TABELA PADRÃO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'TIPO  ATÉ              ALÍQ.  DEDUZIR'.
           PERFORM VARYING WRK-SUB-FX FROM 1 BY 1
               UNTIL WRK-SUB-FX > WRK-QT-FAIXAS
               MOVE WRK-TF-LIMITE(WRK-SUB-FX)   TO WRK-LIMITE-ED
               MOVE WRK-TF-ALIQUOTA(WRK-SUB-FX) TO WRK-ALIQ-ED
               MOVE WRK-TF-DEDUZIR(WRK-SUB-FX)  TO WRK-DEDUZIR-ED
               DISPLAY WRK-TF-TIPO(WRK-SUB-FX) '     '
                   WRK-LIMITE-ED '  ' WRK-ALIQ-ED '% '
                   WRK-DEDUZIR-ED
           END-PERFORM.

       0240-PEDIR-CHAVE.
           DISPLAY 'TIPO DA FAIXA - (I)NSS OU (R) IRRF:'.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF NOT TIPO-VALIDO
               DISPLAY 'TIPO INVÁLIDO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'LIMITE SUPERIOR DA FAIXA (ÚLTIMA FAIXA DO IRRF: '
               '99999999,99):'.
           ACCEPT WRK-LIMITE FROM CONSOLE.

      * DEVOLVE A POSIÇÃO DA FAIXA (TIPO + LIMITE) OU, SE NÃO
      * EXISTIR, A POSIÇÃO ONDE ELA ENTRA NA ORDEM
       0250-LOCALIZAR-FAIXA.
           MOVE 'N' TO WRK-FAIXA-ACHADA.
           MOVE ZEROES TO WRK-POSICAO.
           PERFORM VARYING WRK-SUB-FX FROM 1 BY 1
               UNTIL WRK-SUB-FX > WRK-QT-FAIXAS OR WRK-POSICAO > 0
               IF WRK-TF-TIPO(WRK-SUB-FX) = WRK-TIPO AND
                  WRK-TF-LIMITE(WRK-SUB-FX) = WRK-LIMITE
                   MOVE 'S' TO WRK-FAIXA-ACHADA
                   MOVE WRK-SUB-FX TO WRK-POSICAO
               ELSE
                   IF WRK-TF-TIPO(WRK-SUB-FX) > WRK-TIPO OR
                      (WRK-TF-TIPO(WRK-SUB-FX) = WRK-TIPO AND
                       WRK-TF-LIMITE(WRK-SUB-FX) > WRK-LIMITE)
                       MOVE WRK-SUB-FX TO WRK-POSICAO
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-POSICAO = ZEROES
               COMPUTE WRK-POSICAO = WRK-QT-FAIXAS + 1
           END-IF.

       0300-GRAVAR-TABELA.
           OPEN OUTPUT ARQ-FAIXAS.
           PERFORM VARYING WRK-SUB-FX FROM 1 BY 1
               UNTIL WRK-SUB-FX > WRK-QT-FAIXAS
               MOVE WRK-TF-TIPO(WRK-SUB-FX)     TO REG-FXF-TIPO
               MOVE WRK-TF-LIMITE(WRK-SUB-FX)   TO REG-FXF-LIMITE
               MOVE WRK-TF-ALIQUOTA(WRK-SUB-FX) TO REG-FXF-ALIQUOTA
               MOVE WRK-TF-DEDUZIR(WRK-SUB-FX)  TO REG-FXF-DEDUZIR
               WRITE REG-FAIXA-FOLHA
           END-PERFORM.
           CLOSE ARQ-FAIXAS.
