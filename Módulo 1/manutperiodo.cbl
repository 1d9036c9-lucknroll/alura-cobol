      *                    A RECUSAR A EXECUÇÃO (COMO A FILA DE
      *                    APROVAÇÃO): O EXCEDENTE ERA DESCARTADO E
      *                    SUMIA NA REGRAVAÇÃO
      * 15/10/2026 LUCAS  REABERTURA DE MÊS FECHADO PASSA A SER
      *                    GRAVADA COMO ALTERAÇÃO PENDENTE E SÓ VALE
      *                    QUANDO OUTRO ADMINISTRADOR OU GERENTE
      *                    APROVA NO APROVAALTER; O FECHAMENTO
      *                    CONTINUA IMEDIATO
      ****************************

       ENVIRONMENT DIVISION.
           COPY 'usuarseg.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'solalter.cbl'.
           COPY 'altpend.cbl'.

       77 WRK-STATUS-PERIODOS PIC X(02) VALUE '00'.
           88 PERIODOS-OK        VALUE '00'.
       77 WRK-STATUS-USUARIOS PIC X(02) VALUE '00'.
       0200-MENU.
           DISPLAY '1 - LISTAR PERÍODOS'.
           DISPLAY '2 - FECHAR PERÍODO'.
           DISPLAY '3 - SOLICITAR REABERTURA DE PERÍODO'.
           DISPLAY '9 - SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
                   MOVE 'F' TO WRK-SITUACAO
                   PERFORM 0220-MUDAR-SITUACAO
               WHEN 3
                   PERFORM 0230-SOLICITAR-REABERTURA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY 'PERÍODO ' WRK-ANOMES ' FECHADO'.

      * SÓ MÊS FECHADO É REABERTO, E SÓ DEPOIS DA APROVAÇÃO DE UM
      * SEGUNDO ADMINISTRADOR OU GERENTE NO APROVAALTER
       0230-SOLICITAR-REABERTURA.
           DISPLAY 'COMPETÊNCIA (AAAAMM):'.
           ACCEPT WRK-ANOMES FROM CONSOLE.
           MOVE 'N' TO WRK-PER-ACHADO.
           PERFORM VARYING WRK-SUB-PER FROM 1 BY 1
               UNTIL WRK-SUB-PER > WRK-QT-PERIODOS
                   OR PERIODO-NA-TABELA
               IF WRK-TP-ANOMES(WRK-SUB-PER) = WRK-ANOMES AND
                  WRK-TP-SITUACAO(WRK-SUB-PER) = 'F'
                   MOVE 'S' TO WRK-PER-ACHADO
               END-IF
           END-PERFORM.
           IF NOT PERIODO-NA-TABELA
               DISPLAY 'PERÍODO ' WRK-ANOMES ' NÃO ESTÁ FECHADO'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-ALTERACAO.
           MOVE 'A' TO REG-ALT-TIPO.
           MOVE WRK-ANOMES TO REG-ALT-CHAVE.
           MOVE 'FECHADO' TO REG-ALT-ANTES.
           MOVE 'ABERTO'  TO REG-ALT-DEPOIS.
           MOVE WRK-ANOMES TO REG-ALT-PRD-ANOMES.
           MOVE WRK-USUARIO TO REG-SOL-USUARIO.
           MOVE WRK-PIN     TO REG-SOL-PIN.
           CALL 'gravaalteracao' USING REG-SOLICITACAO REG-ALTERACAO.
           EVALUATE TRUE
               WHEN SOL-GRAVADA
                   DISPLAY 'REABERTURA DE ' WRK-ANOMES ' GRAVADA PARA '
                       'APROVAÇÃO - SOLICITAÇÃO ' REG-SOL-NUMERO
               WHEN SOL-JA-PENDENTE
                   DISPLAY 'JÁ EXISTE REABERTURA PENDENTE PARA '
                       WRK-ANOMES
               WHEN OTHER
                   DISPLAY 'USUÁRIO OU PIN INVÁLIDO - NADA GRAVADO'
           END-EVALUATE.

       0400-GRAVAR-PERIODOS.
           OPEN OUTPUT ARQ-PERIODOS.
