      *            VALIDADO CONTRA ESTE CADASTRO E OS RELATÓRIOS
      *            IMPRIMEM O NOME DA FILIAL
      * DATA = 01/09/2026
      * 15/10/2026 LUCAS  INCLUÍDOS OS DADOS FISCAIS DA FILIAL
      *                    (CNPJ, INSCRIÇÃO ESTADUAL E ENDEREÇO), QUE
      *                    A FAZEM EMITENTE DA NF-E NA NOTA DE VENDA
      ****************************

       ENVIRONMENT DIVISION.
           88 OPCAO-ALTERAR   VALUE 'A'.
           88 OPCAO-DESATIVAR VALUE 'D'.
           88 OPCAO-LISTAR    VALUE 'L'.
           88 OPCAO-FISCAL    VALUE 'F'.
           88 OPCAO-SAIR      VALUE '0'.

       77 WRK-CODIGO PIC 9(02) VALUE ZEROES.
       77 WRK-SUB-UF PIC 9(02) VALUE ZEROES.
       77 WRK-UF-ENCONTRADA PIC X(01) VALUE 'N'.
           88 UF-ENCONTRADA    VALUE 'S'.
       77 WRK-IE         PIC X(14) VALUE SPACES.
       77 WRK-LOGRADOURO PIC X(30) VALUE SPACES.
       77 WRK-CIDADE     PIC X(20) VALUE SPACES.
       77 WRK-CEP        PIC 9(08) VALUE ZEROES.

      * CNPJ DO EMITENTE CONFERIDO PELO DÍGITO VERIFICADOR
       01  WRK-VALIDACAO-DOC.
           02 WRK-VD-TIPO      PIC X(01).
           02 WRK-VD-NUMERO    PIC X(14).
           02 WRK-VD-RESULTADO PIC X(01).
               88 DOCUMENTO-VALIDO VALUE 'S'.

      * AS DEZ FILIAIS CABEM NUMA TABELA INDEXADA PELO CÓDIGO
       77 WRK-SUB-FIL PIC 9(02) VALUE ZEROES.
               03 WRK-TF-NOME     PIC X(20).
               03 WRK-TF-UF       PIC X(02).
               03 WRK-TF-SITUACAO PIC X(01).
               03 WRK-TF-CNPJ       PIC X(14).
               03 WRK-TF-IE         PIC X(14).
               03 WRK-TF-LOGRADOURO PIC X(30).
               03 WRK-TF-CIDADE     PIC X(20).
               03 WRK-TF-CEP        PIC X(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM VARYING WRK-SUB-FIL FROM 1 BY 1
               UNTIL WRK-SUB-FIL > 10
               MOVE 'N' TO WRK-TF-EXISTE(WRK-SUB-FIL)
               MOVE SPACES TO WRK-TF-CNPJ(WRK-SUB-FIL)
                   WRK-TF-IE(WRK-SUB-FIL) WRK-TF-LOGRADOURO(WRK-SUB-FIL)
                   WRK-TF-CIDADE(WRK-SUB-FIL) WRK-TF-CEP(WRK-SUB-FIL)
           END-PERFORM.
           OPEN INPUT ARQ-FILIAIS.
           IF FILIAIS-OK
               MOVE REG-FIL-UF   TO WRK-TF-UF(REG-FIL-CODIGO)
               MOVE REG-FIL-SITUACAO
                   TO WRK-TF-SITUACAO(REG-FIL-CODIGO)
               MOVE REG-FIL-CNPJ TO WRK-TF-CNPJ(REG-FIL-CODIGO)
               MOVE REG-FIL-IE   TO WRK-TF-IE(REG-FIL-CODIGO)
               MOVE REG-FIL-LOGRADOURO
                   TO WRK-TF-LOGRADOURO(REG-FIL-CODIGO)
               MOVE REG-FIL-CIDADE TO WRK-TF-CIDADE(REG-FIL-CODIGO)
               MOVE REG-FIL-CEP    TO WRK-TF-CEP(REG-FIL-CODIGO)
           END-IF.
           PERFORM 0110-LER-FILIAL.

           DISPLAY '(A) ALTERAR FILIAL'.
           DISPLAY '(D) DESATIVAR FILIAL'.
           DISPLAY '(L) LISTAR FILIAIS'.
           DISPLAY '(F) DADOS FISCAIS DA FILIAL (EMITENTE DA NF-E)'.
           DISPLAY '(0) SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
                   PERFORM 0230-DESATIVAR
               WHEN OPCAO-LISTAR
                   PERFORM 0240-LISTAR
               WHEN OPCAO-FISCAL
                   PERFORM 0270-DADOS-FISCAIS
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY WRK-SUB-FIL ' '
                       WRK-TF-NOME(WRK-SUB-FIL) ' '
                       WRK-TF-UF(WRK-SUB-FIL) ' '
                       WRK-TF-SITUACAO(WRK-SUB-FIL) ' CNPJ '
                       WRK-TF-CNPJ(WRK-SUB-FIL)
               END-IF
           END-PERFORM.

               DISPLAY 'UF INVÁLIDA. INFORME UMA SIGLA DE UF VÁLIDA'
           END-IF.

      * A FILIAL SÓ EMITE NF-E COM CNPJ VÁLIDO, INSCRIÇÃO ESTADUAL E
      * ENDEREÇO COMPLETO
       0270-DADOS-FISCAIS.
           PERFORM 0250-PEDIR-CODIGO.
           IF WRK-CODIGO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TF-EXISTE(WRK-CODIGO) NOT = 'S'
               DISPLAY 'CÓDIGO NÃO CADASTRADO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DADOS ATUAIS: CNPJ ' WRK-TF-CNPJ(WRK-CODIGO)
               ' IE ' WRK-TF-IE(WRK-CODIGO).
           DISPLAY '              ' WRK-TF-LOGRADOURO(WRK-CODIGO)
               ' ' WRK-TF-CIDADE(WRK-CODIGO) ' CEP '
               WRK-TF-CEP(WRK-CODIGO).
           MOVE 'J' TO WRK-VD-TIPO.
           DISPLAY 'CNPJ (SOMENTE NÚMEROS):'.
           ACCEPT WRK-VD-NUMERO FROM CONSOLE.
           CALL 'validadoc' USING WRK-VALIDACAO-DOC.
           IF NOT DOCUMENTO-VALIDO
               DISPLAY 'CNPJ INVÁLIDO - DADOS FISCAIS NÃO ALTERADOS'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'INSCRIÇÃO ESTADUAL (ISENTO SE NÃO TIVER):'.
           ACCEPT WRK-IE FROM CONSOLE.
           DISPLAY 'LOGRADOURO E NÚMERO:'.
           ACCEPT WRK-LOGRADOURO FROM CONSOLE.
           DISPLAY 'CIDADE:'.
           ACCEPT WRK-CIDADE FROM CONSOLE.
           DISPLAY 'CEP (SOMENTE NÚMEROS):'.
           ACCEPT WRK-CEP FROM CONSOLE.
           IF WRK-IE = SPACES OR WRK-LOGRADOURO = SPACES OR
              WRK-CIDADE = SPACES OR WRK-CEP = ZEROES
               DISPLAY 'DADOS INCOMPLETOS - DADOS FISCAIS NÃO '
                   'ALTERADOS'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-VD-NUMERO  TO WRK-TF-CNPJ(WRK-CODIGO).
           MOVE WRK-IE         TO WRK-TF-IE(WRK-CODIGO).
           MOVE WRK-LOGRADOURO TO WRK-TF-LOGRADOURO(WRK-CODIGO).
           MOVE WRK-CIDADE     TO WRK-TF-CIDADE(WRK-CODIGO).
           MOVE WRK-CEP        TO WRK-TF-CEP(WRK-CODIGO).
           DISPLAY 'DADOS FISCAIS ALTERADOS'.

       0400-GRAVAR-FILIAIS.
           OPEN OUTPUT ARQ-FILIAIS.
           PERFORM VARYING WRK-SUB-FIL FROM 1 BY 1
                   MOVE WRK-TF-UF(WRK-SUB-FIL)   TO REG-FIL-UF
                   MOVE WRK-TF-SITUACAO(WRK-SUB-FIL)
                       TO REG-FIL-SITUACAO
                   MOVE WRK-TF-CNPJ(WRK-SUB-FIL) TO REG-FIL-CNPJ
                   MOVE WRK-TF-IE(WRK-SUB-FIL)   TO REG-FIL-IE
                   MOVE WRK-TF-LOGRADOURO(WRK-SUB-FIL)
                       TO REG-FIL-LOGRADOURO
                   MOVE WRK-TF-CIDADE(WRK-SUB-FIL) TO REG-FIL-CIDADE
                   MOVE WRK-TF-CEP(WRK-SUB-FIL)    TO REG-FIL-CEP
                   WRITE REG-FILIAL-CAD
               END-IF
           END-PERFORM.
