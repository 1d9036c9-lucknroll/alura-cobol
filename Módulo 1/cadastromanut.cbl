      * 01/09/2026 LUCAS  O TIPO FORNECEDOR ('F') PASSA A SER
      *                    ACEITO NO CADASTRO, PARA AS SUGESTÕES E
      *                    PEDIDOS DE COMPRA DA REPOSIÇÃO
      * 15/10/2026 LUCAS  INCLUSÃO GRAVA O CÓDIGO SUCESSOR ZERADO E A
      *                    VISÃO SEQUENCIAL ACOMPANHA O REGISTRO
      *                    NOVO DO CADASTRO
      * 15/10/2026 LUCAS  AUMENTO DO LIMITE DE CRÉDITO NA ALTERAÇÃO
      *                    (MAIOR QUE O ATUAL OU ZERO = SEM LIMITE)
      *                    NÃO É MAIS GRAVADO DIRETO: O LIMITE ATUAL
      *                    FICA E O NOVO VAI PARA ALTERACOES-PENDENTES,
      *                    APLICADO QUANDO OUTRO USUÁRIO APROVA NO
      *                    APROVAALTER; REDUÇÃO CONTINUA IMEDIATA
      ****************************

       ENVIRONMENT DIVISION.
           02 REG-CS-SITUACAO PIC X(01).
           02 FILLER          PIC X(01).
           02 REG-CS-CPFCNPJ  PIC X(14).
           02 FILLER          PIC X(24).

       WORKING-STORAGE SECTION.
           COPY 'solalter.cbl'.
           COPY 'altpend.cbl'.

       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
           88 CADASTRO-INEXISTENTE VALUE '35'.
       77 WRK-PRECO      PIC 9(08)V99 VALUE ZEROES.
       77 WRK-CEP        PIC 9(08)    VALUE ZEROES.
       77 WRK-LIMITE     PIC 9(08)V99 VALUE ZEROES.
       77 WRK-LIMITE-ATUAL PIC 9(08)V99 VALUE ZEROES.
       77 WRK-LIMITE-ED  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-PIN        PIC 9(04) VALUE ZEROES.
       77 WRK-AUMENTO-LIMITE PIC X(01) VALUE 'N'.
           88 AUMENTO-DE-LIMITE VALUE 'S'.

       77 WRK-SUB-UF          PIC 9(02) VALUE ZEROES.
       77 WRK-UF-ENCONTRADA   PIC X(01) VALUE 'N'.
                   MOVE WRK-VD-NUMERO TO REG-CAD-CPFCNPJ
                   MOVE WRK-CEP       TO REG-CAD-CEP
                   MOVE WRK-LIMITE    TO REG-CAD-LIMITE
                   MOVE ZEROES        TO REG-CAD-SUCESSOR
                   WRITE REG-CADASTRO
                       INVALID KEY
                           DISPLAY 'CÓDIGO JÁ CADASTRADO - INCLUSÃO '
               DISPLAY 'REGISTRO ATUAL: ' REG-CAD-TIPO ' '
                   REG-CAD-NOME ' ' REG-CAD-UF ' ' REG-CAD-PRECO
               MOVE REG-CAD-TIPO TO WRK-TIPO
               MOVE REG-CAD-LIMITE TO WRK-LIMITE-ATUAL
               PERFORM 0270-PEDIR-DADOS
               IF DADOS-VALIDOS
                   PERFORM 0225-CONFERIR-LIMITE
                   MOVE WRK-TIPO   TO REG-CAD-TIPO
                   MOVE WRK-NOME   TO REG-CAD-NOME
                   MOVE WRK-UF     TO REG-CAD-UF
                           DISPLAY 'REGISTRO ALTERADO'
                           MOVE 'ALTERACAO' TO WRK-LOG-ACAO
                           PERFORM 0900-GRAVAR-LOG
                           IF AUMENTO-DE-LIMITE
                               PERFORM 0226-SOLICITAR-LIMITE
                           END-IF
                   END-REWRITE
               END-IF
           END-IF.

      * LIMITE ZERO É SEM LIMITE: PASSAR DE UM LIMITE PARA ZERO OU
      * PARA UM VALOR MAIOR É AUMENTO E DEPENDE DE APROVAÇÃO; O
      * REGISTRO É REGRAVADO COM O LIMITE ATUAL
       0225-CONFERIR-LIMITE.
           MOVE 'N' TO WRK-AUMENTO-LIMITE.
           IF TIPO-CLIENTE AND WRK-LIMITE-ATUAL > ZEROES
               IF WRK-LIMITE = ZEROES OR
                  WRK-LIMITE > WRK-LIMITE-ATUAL
                   MOVE 'S' TO WRK-AUMENTO-LIMITE
               END-IF
           END-IF.
           IF AUMENTO-DE-LIMITE
               MOVE WRK-LIMITE-ATUAL TO REG-CAD-LIMITE
               DISPLAY 'AUMENTO DE LIMITE DEPENDE DE APROVAÇÃO - '
                   'LIMITE ATUAL MANTIDO'
           END-IF.

       0226-SOLICITAR-LIMITE.
           DISPLAY 'PIN DO OPERADOR PARA A SOLICITAÇÃO DO LIMITE:'.
           ACCEPT WRK-PIN FROM CONSOLE.
           MOVE SPACES TO REG-ALTERACAO.
           MOVE 'L' TO REG-ALT-TIPO.
           MOVE REG-CAD-CODIGO TO REG-ALT-CHAVE.
           MOVE WRK-LIMITE-ATUAL TO WRK-LIMITE-ED.
           MOVE WRK-LIMITE-ED TO REG-ALT-ANTES.
           IF WRK-LIMITE = ZEROES
               MOVE 'SEM LIMITE' TO REG-ALT-DEPOIS
           ELSE
               MOVE WRK-LIMITE TO WRK-LIMITE-ED
               MOVE WRK-LIMITE-ED TO REG-ALT-DEPOIS
           END-IF.
           MOVE REG-CAD-CODIGO   TO REG-ALT-LIM-CLIENTE.
           MOVE WRK-LIMITE-ATUAL TO REG-ALT-LIM-ANTERIOR.
           MOVE WRK-LIMITE       TO REG-ALT-LIM-NOVO.
           MOVE WRK-OPERADOR TO REG-SOL-USUARIO.
           MOVE WRK-PIN      TO REG-SOL-PIN.
           CALL 'gravaalteracao' USING REG-SOLICITACAO REG-ALTERACAO.
           EVALUATE TRUE
               WHEN SOL-GRAVADA
                   DISPLAY 'AUMENTO DE LIMITE GRAVADO PARA APROVAÇÃO '
                       '- SOLICITAÇÃO ' REG-SOL-NUMERO
               WHEN SOL-JA-PENDENTE
                   DISPLAY 'JÁ EXISTE PEDIDO DE LIMITE PENDENTE PARA '
                       'O CLIENTE - NADA GRAVADO'
               WHEN OTHER
                   DISPLAY 'USUÁRIO OU PIN INVÁLIDO - PEDIDO DE '
                       'LIMITE NÃO GRAVADO'
           END-EVALUATE.

       0230-DESATIVAR.
           PERFORM 0250-PEDIR-CODIGO.
           PERFORM 0260-LOCALIZAR-REGISTRO.
