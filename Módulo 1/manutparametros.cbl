      * 22/08/2026 LUCAS  TROCADO STOP RUN POR GOBACK, PARA A CHAMADA
      *                    PELO CONSOLE DO OPERADOR (MENUPRINCIPAL)
      *                    NÃO ENCERRAR O RUN UNIT
      * 15/10/2026 LUCAS  INCLUSÃO OU ALTERAÇÃO DE CHAVE PASSA A SER
      *                    GRAVADA COMO ALTERAÇÃO PENDENTE (USUÁRIO E
      *                    PIN DO OPERADOR) E SÓ VALE QUANDO OUTRO
      *                    USUÁRIO APROVA NO APROVAALTER, QUE REGRAVA
      *                    O ARQUIVO E A TRILHA DE AUDITORIA
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-PARAMETROS ASSIGN TO 'PARAMETROS-NEGOCIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMETROS.

       DATA DIVISION.
       FILE SECTION.
           02 REG-PAR-CHAVE PIC X(20).
           02 REG-PAR-VALOR PIC 9(08)V99.

       WORKING-STORAGE SECTION.
           COPY 'solalter.cbl'.
           COPY 'altpend.cbl'.

       77 WRK-STATUS-PARAMETROS PIC X(02) VALUE '00'.
           88 PARAMETROS-OK        VALUE '00'.
       77 WRK-FIM-PARAMETROS PIC X(01) VALUE 'N'.
           88 FIM-PARAMETROS    VALUE 'S'.

       77 WRK-OPCAO    PIC 9(01) VALUE ZEROES.
       77 WRK-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-PIN      PIC 9(04) VALUE ZEROES.
       77 WRK-CHAVE    PIC X(20) VALUE SPACES.
       77 WRK-VALOR    PIC 9(08)V99 VALUE ZEROES.
       77 WRK-VALOR-ANTIGO PIC 9(08)V99 VALUE ZEROES.
               03 WRK-TC-CHAVE PIC X(20).
               03 WRK-TC-VALOR PIC 9(08)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.

       0200-MENU.
           DISPLAY '1 - LISTAR PARÂMETROS'.
           DISPLAY '2 - SOLICITAR INCLUSÃO OU ALTERAÇÃO'.
           DISPLAY '9 - SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               DISPLAY WRK-TC-CHAVE(WRK-SUB-CHV) ' = ' WRK-VALOR-ED
           END-PERFORM.

      * A MUDANÇA FICA PENDENTE ATÉ UM SEGUNDO USUÁRIO APROVAR NO
      * APROVAALTER; A TABELA EM MEMÓRIA NÃO É ALTERADA
       0220-GRAVAR.
           DISPLAY 'CHAVE DO PARÂMETRO:'.
           ACCEPT WRK-CHAVE FROM CONSOLE.
           END-IF.
           DISPLAY 'VALOR (FORMATO 99999999,99):'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           MOVE SPACES TO REG-ALTERACAO.
           PERFORM 0230-LOCALIZAR-CHAVE.
           IF WRK-ITEM-ACHADO > ZEROES
               MOVE WRK-TC-VALOR(WRK-ITEM-ACHADO)
                   TO WRK-VALOR-ANTIGO
               IF WRK-VALOR-ANTIGO = WRK-VALOR
                   DISPLAY 'VALOR IGUAL AO ATUAL - NADA GRAVADO'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO REG-ALT-PAR-EXISTE
               MOVE WRK-VALOR-ANTIGO TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO REG-ALT-ANTES
           ELSE
               IF WRK-QT-CHAVES = 100
                   DISPLAY 'TABELA DE PARÂMETROS CHEIA'
                   EXIT PARAGRAPH
               END-IF
               MOVE ZEROES TO WRK-VALOR-ANTIGO
               MOVE 'N' TO REG-ALT-PAR-EXISTE
               MOVE 'CHAVE NOVA' TO REG-ALT-ANTES
           END-IF.
           DISPLAY 'PIN DO OPERADOR:'.
           ACCEPT WRK-PIN FROM CONSOLE.
           MOVE 'P' TO REG-ALT-TIPO.
           MOVE WRK-CHAVE TO REG-ALT-CHAVE.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REG-ALT-DEPOIS.
           MOVE WRK-VALOR-ANTIGO TO REG-ALT-PAR-ANTIGO.
           MOVE WRK-VALOR TO REG-ALT-PAR-NOVO.
           MOVE WRK-OPERADOR TO REG-SOL-USUARIO.
           MOVE WRK-PIN      TO REG-SOL-PIN.
           CALL 'gravaalteracao' USING REG-SOLICITACAO REG-ALTERACAO.
           EVALUATE TRUE
               WHEN SOL-GRAVADA
                   DISPLAY 'PARÂMETRO GRAVADO PARA APROVAÇÃO - '
                       'SOLICITAÇÃO ' REG-SOL-NUMERO
               WHEN SOL-JA-PENDENTE
                   DISPLAY 'JÁ EXISTE ALTERAÇÃO PENDENTE PARA A '
                       'CHAVE - NADA GRAVADO'
               WHEN OTHER
                   DISPLAY 'USUÁRIO OU PIN INVÁLIDO - NADA GRAVADO'
           END-EVALUATE.

       0230-LOCALIZAR-CHAVE.
           MOVE ZEROES TO WRK-ITEM-ACHADO.
                   MOVE WRK-SUB-CHV TO WRK-ITEM-ACHADO
               END-IF
           END-PERFORM.
