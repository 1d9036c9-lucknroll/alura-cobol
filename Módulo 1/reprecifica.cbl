      * 22/08/2026 LUCAS  TROCADO STOP RUN POR GOBACK, PARA A CHAMADA
      *                    PELO CONSOLE DO OPERADOR (MENUPRINCIPAL)
      *                    NÃO ENCERRAR O RUN UNIT
      * 15/10/2026 LUCAS  REAJUSTE PASSA A DEPENDER DE DUPLA
      *                    APROVAÇÃO: A RODADA É SÓ SIMULADA (O
      *                    RELATÓRIO MOSTRA O ANTES/DEPOIS) E GRAVADA
      *                    COMO ALTERAÇÃO PENDENTE; O CADASTRO É
      *                    REGRAVADO PELO REAJUSTEPRECO QUANDO OUTRO
      *                    USUÁRIO APROVA NO APROVAALTER
      ****************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY 'reajpreco.cbl'.
           COPY 'solalter.cbl'.
           COPY 'altpend.cbl'.

       77 WRK-OPERADOR     PIC X(20) VALUE SPACES.
       77 WRK-PIN          PIC 9(04) VALUE ZEROES.
       77 WRK-SELECAO      PIC X(01) VALUE SPACES.
           88 SELECAO-FAIXA   VALUE 'F'.
           88 SELECAO-UF      VALUE 'U'.
           88 AJUSTE-VALOR      VALUE 'V'.
       77 WRK-PCT-AJUSTE   PIC S9(03)V99 VALUE ZEROES.
       77 WRK-VALOR-AJUSTE PIC S9(08)V99 VALUE ZEROES.
       77 WRK-DADOS-OK     PIC X(01) VALUE 'S'.
           88 DADOS-OK        VALUE 'S'.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.

       77 WRK-TOTAL-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-TOTAL-CURTO  PIC ZZZZZZZZZZ9,99 VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF DADOS-OK
               PERFORM 0200-SIMULAR-REAJUSTE
           END-IF.
           IF DADOS-OK
               PERFORM 0300-SOLICITAR-APROVACAO
           END-IF.
           DISPLAY 'FINAL DO REAJUSTE DE PREÇOS'.
           GOBACK.

       0100-INICIALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'REAJUSTE DE PREÇOS DO CADASTRO'.
           DISPLAY '========================================'.
           MOVE 'S' TO WRK-DADOS-OK.
           DISPLAY 'NOME DO OPERADOR:'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'SELEÇÃO - (F)AIXA DE CÓDIGOS OU (U)F:'.
                   ACCEPT WRK-UF FROM CONSOLE
               ELSE
                   DISPLAY 'SELEÇÃO INVÁLIDA'
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
           END-IF.
           IF SELECAO-FAIXA OR SELECAO-UF
                       ACCEPT WRK-VALOR-AJUSTE FROM CONSOLE
                   WHEN OTHER
                       DISPLAY 'TIPO DE AJUSTE INVÁLIDO'
                       MOVE 'N' TO WRK-DADOS-OK
               END-EVALUATE
           END-IF.

      * A SIMULAÇÃO NÃO MEXE NO CADASTRO; O RELATÓRIO DE
      * REPRECIFICAÇÃO SAI COM O ANTES/DEPOIS PARA CONFERÊNCIA
       0200-SIMULAR-REAJUSTE.
           MOVE SPACES TO REG-REAJUSTE-PEDIDO.
           MOVE 'S'              TO REG-RJP-MODO.
           MOVE WRK-SELECAO      TO REG-RJP-SELECAO.
           MOVE WRK-COD-INICIO   TO REG-RJP-COD-INICIO.
           MOVE WRK-COD-FIM      TO REG-RJP-COD-FIM.
           MOVE WRK-UF           TO REG-RJP-UF.
           MOVE WRK-TIPO-AJUSTE  TO REG-RJP-TIPO-AJUSTE.
           MOVE WRK-PCT-AJUSTE   TO REG-RJP-PCT.
           MOVE WRK-VALOR-AJUSTE TO REG-RJP-VALOR.
           MOVE WRK-OPERADOR     TO REG-RJP-OPERADOR.
           CALL 'reajustepreco' USING REG-REAJUSTE-PEDIDO.
           IF NOT RJP-OK
               MOVE 'N' TO WRK-DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY '________________________________________'.
           DISPLAY 'SIMULAÇÃO EM RELATORIO-REPRECIFICACAO'.
           DISPLAY 'REGISTROS LIDOS....: ' REG-RJP-QT-LIDOS.
           DISPLAY 'PREÇOS A REAJUSTAR.: ' REG-RJP-QT-AJUSTADOS.
           MOVE REG-RJP-TOTAL-ANTES TO WRK-TOTAL-ED.
           DISPLAY 'SOMA DOS PREÇOS ANTES.: ' WRK-TOTAL-ED.
           MOVE REG-RJP-TOTAL-DEPOIS TO WRK-TOTAL-ED.
           DISPLAY 'SOMA DOS PREÇOS DEPOIS: ' WRK-TOTAL-ED.
           IF REG-RJP-QT-AJUSTADOS = ZEROES
               DISPLAY 'NENHUM PREÇO NA SELEÇÃO - NADA A SOLICITAR'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

      * O REAJUSTE SÓ É APLICADO DEPOIS DE APROVADO POR OUTRO
      * USUÁRIO NO APROVAALTER
       0300-SOLICITAR-APROVACAO.
           DISPLAY 'SOLICITAR A APROVAÇÃO DO REAJUSTE (S/N)?'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'REAJUSTE DESCARTADO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PIN DO OPERADOR:'.
           ACCEPT WRK-PIN FROM CONSOLE.
           MOVE SPACES TO REG-ALTERACAO.
           MOVE 'R' TO REG-ALT-TIPO.
           IF SELECAO-FAIXA
               STRING 'FAIXA ' WRK-COD-INICIO '-' WRK-COD-FIM
                   DELIMITED BY SIZE INTO REG-ALT-CHAVE
           ELSE
               STRING 'UF ' WRK-UF
                   DELIMITED BY SIZE INTO REG-ALT-CHAVE
           END-IF.
           MOVE REG-RJP-TOTAL-ANTES  TO WRK-TOTAL-CURTO.
           MOVE WRK-TOTAL-CURTO TO REG-ALT-ANTES.
           MOVE REG-RJP-TOTAL-DEPOIS TO WRK-TOTAL-CURTO.
           MOVE WRK-TOTAL-CURTO TO REG-ALT-DEPOIS.
           MOVE WRK-SELECAO      TO REG-ALT-RJ-SELECAO.
           MOVE WRK-COD-INICIO   TO REG-ALT-RJ-COD-INICIO.
           MOVE WRK-COD-FIM      TO REG-ALT-RJ-COD-FIM.
           MOVE WRK-UF           TO REG-ALT-RJ-UF.
           MOVE WRK-TIPO-AJUSTE  TO REG-ALT-RJ-TIPO.
           MOVE WRK-PCT-AJUSTE   TO REG-ALT-RJ-PCT.
           MOVE WRK-VALOR-AJUSTE TO REG-ALT-RJ-VALOR.
           MOVE REG-RJP-QT-AJUSTADOS TO REG-ALT-RJ-QT.
           MOVE WRK-OPERADOR TO REG-SOL-USUARIO.
           MOVE WRK-PIN      TO REG-SOL-PIN.
           CALL 'gravaalteracao' USING REG-SOLICITACAO REG-ALTERACAO.
           EVALUATE TRUE
               WHEN SOL-GRAVADA
                   DISPLAY 'REAJUSTE GRAVADO PARA APROVAÇÃO - '
                       'SOLICITAÇÃO ' REG-SOL-NUMERO
               WHEN SOL-JA-PENDENTE
                   DISPLAY 'JÁ EXISTE REAJUSTE PENDENTE PARA ESTA '
                       'SELEÇÃO - NADA GRAVADO'
               WHEN OTHER
                   DISPLAY 'USUÁRIO OU PIN INVÁLIDO - NADA GRAVADO'
           END-EVALUATE.
