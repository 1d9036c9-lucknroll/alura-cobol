       IDENTIFICATION DIVISION.
       PROGRAM-ID. manutdespfix.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = MANUTENÇÃO DAS DESPESAS FIXAS RECORRENTES
      *            (DESPESAS-FIXAS) QUE O FLUXO DE CAIXA PROJETADO
      *            LANÇA TODO MÊS: ALUGUEL, ENERGIA, TELEFONE,
      *            SISTEMAS E O QUE MAIS SAIR DO CAIXA NO MESMO DIA
      *            TODO MÊS. FUNÇÕES: LISTAR, INCLUIR (DESCRIÇÃO, DIA
      *            DO PAGAMENTO E VALOR), ALTERAR O VALOR E O DIA,
      *            ATIVAR/DESATIVAR E EXCLUIR
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DESPESAS ASSIGN TO 'DESPESAS-FIXAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESPESAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DESPESAS.
           COPY 'despfixa.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-DESPESAS PIC X(02) VALUE '00'.
           88 DESPESAS-OK        VALUE '00'.
       77 WRK-FIM-DESPESAS PIC X(01) VALUE 'N'.
           88 FIM-DESPESAS    VALUE 'S'.

       77 WRK-OPCAO PIC 9(01) VALUE ZEROES.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-DIA       PIC 9(02) VALUE ZEROES.
       77 WRK-VALOR     PIC 9(08)V99 VALUE ZEROES.
       77 WRK-ITEM      PIC 9(03) VALUE ZEROES.
       77 WRK-VALOR-ED  PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-TOTAL-ATIVAS PIC 9(10)V99 VALUE ZEROES.

      * AS DESPESAS EXISTENTES SÃO CARREGADAS EM TABELA E O ARQUIVO
      * É REGRAVADO INTEIRO A CADA ALTERAÇÃO, COMO NOS FERIADOS
       77 WRK-QT-DESPESAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-DESP    PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-DESPESAS.
           02 WRK-TB-ITEM OCCURS 100 TIMES.
               03 WRK-TB-DESCRICAO PIC X(30).
               03 WRK-TB-DIA       PIC 9(02).
               03 WRK-TB-VALOR     PIC 9(08)V99.
               03 WRK-TB-ATIVA     PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'MANUTENÇÃO DAS DESPESAS FIXAS'.
           DISPLAY '========================================'.
           PERFORM 0100-CARREGAR-DESPESAS.
           PERFORM 0200-MENU UNTIL WRK-OPCAO = 9.
           DISPLAY 'FINAL DA MANUTENÇÃO DAS DESPESAS FIXAS'.
           GOBACK.

       0100-CARREGAR-DESPESAS.
           OPEN INPUT ARQ-DESPESAS.
           IF DESPESAS-OK
               PERFORM 0110-LER-DESPESA
               PERFORM 0120-GUARDAR-DESPESA UNTIL FIM-DESPESAS
               CLOSE ARQ-DESPESAS
           END-IF.

       0110-LER-DESPESA.
           READ ARQ-DESPESAS
               AT END
                   MOVE 'S' TO WRK-FIM-DESPESAS
           END-READ.

       0120-GUARDAR-DESPESA.
           IF WRK-QT-DESPESAS < 100
               ADD 1 TO WRK-QT-DESPESAS
               MOVE REG-DFX-DESCRICAO
                   TO WRK-TB-DESCRICAO(WRK-QT-DESPESAS)
               MOVE REG-DFX-DIA   TO WRK-TB-DIA(WRK-QT-DESPESAS)
               MOVE REG-DFX-VALOR TO WRK-TB-VALOR(WRK-QT-DESPESAS)
               MOVE REG-DFX-ATIVA TO WRK-TB-ATIVA(WRK-QT-DESPESAS)
           END-IF.
           PERFORM 0110-LER-DESPESA.

       0200-MENU.
           DISPLAY '1 - LISTAR DESPESAS FIXAS'.
           DISPLAY '2 - INCLUIR DESPESA'.
           DISPLAY '3 - ALTERAR VALOR E DIA'.
           DISPLAY '4 - ATIVAR/DESATIVAR DESPESA'.
           DISPLAY '5 - EXCLUIR DESPESA'.
           DISPLAY '9 - SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0210-LISTAR
               WHEN 2
                   PERFORM 0220-INCLUIR
               WHEN 3
                   PERFORM 0230-ALTERAR
               WHEN 4
                   PERFORM 0240-ATIVAR-DESATIVAR
               WHEN 5
                   PERFORM 0250-EXCLUIR
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

       0210-LISTAR.
           IF WRK-QT-DESPESAS = ZEROES
               DISPLAY 'NÃO HÁ DESPESAS FIXAS CADASTRADAS'
           END-IF.
           MOVE ZEROES TO WRK-TOTAL-ATIVAS.
           PERFORM VARYING WRK-SUB-DESP FROM 1 BY 1
               UNTIL WRK-SUB-DESP > WRK-QT-DESPESAS
               MOVE WRK-TB-VALOR(WRK-SUB-DESP) TO WRK-VALOR-ED
               DISPLAY WRK-SUB-DESP ' '
                   WRK-TB-DESCRICAO(WRK-SUB-DESP) ' DIA '
                   WRK-TB-DIA(WRK-SUB-DESP) ' ' WRK-VALOR-ED
                   ' ATIVA: ' WRK-TB-ATIVA(WRK-SUB-DESP)
               IF WRK-TB-ATIVA(WRK-SUB-DESP) = 'S'
                   ADD WRK-TB-VALOR(WRK-SUB-DESP) TO WRK-TOTAL-ATIVAS
               END-IF
           END-PERFORM.
           MOVE WRK-TOTAL-ATIVAS TO WRK-VALOR-ED.
           DISPLAY 'TOTAL MENSAL DAS ATIVAS: ' WRK-VALOR-ED.

       0220-INCLUIR.
           IF WRK-QT-DESPESAS = 100
               DISPLAY 'TABELA DE DESPESAS FIXAS CHEIA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DESCRIÇÃO DA DESPESA:'.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           IF WRK-DESCRICAO = SPACES
               DISPLAY 'DESCRIÇÃO EM BRANCO - DESPESA NÃO INCLUÍDA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0260-PEDIR-DIA-VALOR.
           IF WRK-DIA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-DESPESAS.
           MOVE WRK-DESCRICAO TO WRK-TB-DESCRICAO(WRK-QT-DESPESAS).
           MOVE WRK-DIA       TO WRK-TB-DIA(WRK-QT-DESPESAS).
           MOVE WRK-VALOR     TO WRK-TB-VALOR(WRK-QT-DESPESAS).
           MOVE 'S'           TO WRK-TB-ATIVA(WRK-QT-DESPESAS).
           PERFORM 0300-REGRAVAR-ARQUIVO.
           DISPLAY 'DESPESA INCLUÍDA'.

       0230-ALTERAR.
           PERFORM 0270-PEDIR-ITEM.
           IF WRK-ITEM = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0260-PEDIR-DIA-VALOR.
           IF WRK-DIA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-DIA   TO WRK-TB-DIA(WRK-ITEM).
           MOVE WRK-VALOR TO WRK-TB-VALOR(WRK-ITEM).
           PERFORM 0300-REGRAVAR-ARQUIVO.
           DISPLAY 'DESPESA ALTERADA'.

       0240-ATIVAR-DESATIVAR.
           PERFORM 0270-PEDIR-ITEM.
           IF WRK-ITEM = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TB-ATIVA(WRK-ITEM) = 'S'
               MOVE 'N' TO WRK-TB-ATIVA(WRK-ITEM)
               DISPLAY 'DESPESA DESATIVADA'
           ELSE
               MOVE 'S' TO WRK-TB-ATIVA(WRK-ITEM)
               DISPLAY 'DESPESA ATIVADA'
           END-IF.
           PERFORM 0300-REGRAVAR-ARQUIVO.

       0250-EXCLUIR.
           PERFORM 0270-PEDIR-ITEM.
           IF WRK-ITEM = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-DESP FROM WRK-ITEM BY 1
               UNTIL WRK-SUB-DESP >= WRK-QT-DESPESAS
               MOVE WRK-TB-ITEM(WRK-SUB-DESP + 1)
                   TO WRK-TB-ITEM(WRK-SUB-DESP)
           END-PERFORM.
           SUBTRACT 1 FROM WRK-QT-DESPESAS.
           PERFORM 0300-REGRAVAR-ARQUIVO.
           DISPLAY 'DESPESA EXCLUÍDA'.

      * O DIA VAI DE 1 A 31; NO MÊS MAIS CURTO O FLUXO LANÇA A
      * DESPESA NO ÚLTIMO DIA DO MÊS
       0260-PEDIR-DIA-VALOR.
           DISPLAY 'DIA DO PAGAMENTO NO MÊS (1-31):'.
           ACCEPT WRK-DIA FROM CONSOLE.
           IF WRK-DIA < 1 OR WRK-DIA > 31
               DISPLAY 'DIA INVÁLIDO - NADA GRAVADO'
               MOVE ZEROES TO WRK-DIA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'VALOR MENSAL:'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           IF WRK-VALOR = ZEROES
               DISPLAY 'VALOR ZERADO - NADA GRAVADO'
               MOVE ZEROES TO WRK-DIA
           END-IF.

       0270-PEDIR-ITEM.
           DISPLAY 'NÚMERO DO ITEM (VEJA A LISTAGEM):'.
           ACCEPT WRK-ITEM FROM CONSOLE.
           IF WRK-ITEM < 1 OR WRK-ITEM > WRK-QT-DESPESAS
               DISPLAY 'ITEM INEXISTENTE'
               MOVE ZEROES TO WRK-ITEM
           END-IF.

       0300-REGRAVAR-ARQUIVO.
           OPEN OUTPUT ARQ-DESPESAS.
           PERFORM VARYING WRK-SUB-DESP FROM 1 BY 1
               UNTIL WRK-SUB-DESP > WRK-QT-DESPESAS
               MOVE WRK-TB-DESCRICAO(WRK-SUB-DESP)
                   TO REG-DFX-DESCRICAO
               MOVE WRK-TB-DIA(WRK-SUB-DESP)   TO REG-DFX-DIA
               MOVE WRK-TB-VALOR(WRK-SUB-DESP) TO REG-DFX-VALOR
               MOVE WRK-TB-ATIVA(WRK-SUB-DESP) TO REG-DFX-ATIVA
               WRITE REG-DESPESA-FIXA
           END-PERFORM.
           CLOSE ARQ-DESPESAS.
