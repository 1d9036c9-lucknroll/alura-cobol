      *                    RECUSAR A OPERAÇÃO (COMO A FILA DE
      *                    APROVAÇÃO): O EXCEDENTE ERA DESCARTADO EM
      *                    SILÊNCIO E SUMIA NA REGRAVAÇÃO DO MESTRE
      * 15/10/2026 LUCAS  O DEPARTAMENTO PASSA A TER A ALÇADA DE
      *                    APROVAÇÃO (LAYOUT NO COPYBOOK DEPARTAMENTO):
      *                    USUÁRIO GERENTE, USUÁRIO DE ESCALAÇÃO, TETO
      *                    DO GERENTE E A FILIAL PELA QUAL RESPONDE -
      *                    PEDIDOS NA INCLUSÃO E NA NOVA OPÇÃO (A) DE
      *                    ALTERAR A ALÇADA, COM OS USUÁRIOS CONFERIDOS
      *                    NO ARQUIVO DE SEGURANÇA
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-MASTER ASSIGN TO 'FUNCIONARIOS-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MASTER.
           SELECT ARQ-USUARIOS ASSIGN TO 'USUARIOS-SEGURANCA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-USUARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DEPTOS.
           COPY 'departamento.cbl'.

       FD  ARQ-MASTER.
           COPY 'funcionario.cbl'.

       FD  ARQ-USUARIOS.
           COPY 'usuarseg.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'geracao.cbl'.

           88 FIM-DEPTOS    VALUE 'S'.
       77 WRK-FIM-MASTER PIC X(01) VALUE 'N'.
           88 FIM-MASTER    VALUE 'S'.
       77 WRK-STATUS-USUARIOS PIC X(02) VALUE '00'.
           88 USUARIOS-OK        VALUE '00'.
       77 WRK-FIM-USUARIOS PIC X(01) VALUE 'N'.
           88 FIM-USUARIOS    VALUE 'S'.

       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR   VALUE 'I'.
           88 OPCAO-LISTAR    VALUE 'L'.
           88 OPCAO-ALCADA    VALUE 'A'.
           88 OPCAO-EMPREGADO VALUE 'E'.
           88 OPCAO-SAIR      VALUE '0'.

           88 DEPTO-VALIDO    VALUE 'S'.
       77 WRK-QT-LISTADOS PIC 9(03) VALUE ZEROES.

      * ALÇADA DE APROVAÇÃO DO DEPARTAMENTO
       77 WRK-GERENTE   PIC X(20) VALUE SPACES.
       77 WRK-ESCALACAO PIC X(20) VALUE SPACES.
       77 WRK-TETO      PIC 9(08)V99 VALUE ZEROES.
       77 WRK-FILIAL    PIC 9(02) VALUE ZEROES.
       77 WRK-USUARIO   PIC X(20) VALUE SPACES.
       77 WRK-USUARIO-VALIDO PIC X(01) VALUE 'N'.
           88 USUARIO-VALIDO    VALUE 'S'.
       77 WRK-ALCADA-OK PIC X(01) VALUE 'N'.
           88 ALCADA-VALIDA    VALUE 'S'.
       77 WRK-TETO-ED   PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROES.

      * DEPARTAMENTOS CARREGADOS PARA A REGRAVAÇÃO DA ALÇADA
       77 WRK-QT-DEPTOS PIC 9(02) COMP VALUE ZEROES.
       77 WRK-SUB-DEP   PIC 9(02) COMP VALUE ZEROES.
       77 WRK-DEP-ACHADO PIC 9(02) COMP VALUE ZEROES.
       77 WRK-DEPTOS-EXCEDIDOS PIC X(01) VALUE 'N'.
           88 DEPTOS-EXCEDIDOS    VALUE 'S'.
       01  WRK-TAB-DEPTOS.
           02 WRK-TD-REGISTRO PIC X(76) OCCURS 50 TIMES.

       77 WRK-TABELA-EXCEDIDA PIC X(01) VALUE 'N'.
           88 TABELA-EXCEDIDA    VALUE 'S'.
       77 WRK-QT-EMPREGADOS PIC 9(03) COMP VALUE ZEROES.
           DISPLAY '________________________________________'.
           DISPLAY '(I) INCLUIR DEPARTAMENTO'.
           DISPLAY '(L) LISTAR DEPARTAMENTOS'.
           DISPLAY '(A) ALTERAR A ALÇADA DE APROVAÇÃO'.
           DISPLAY '(E) DEPARTAMENTO DE UM FUNCIONÁRIO'.
           DISPLAY '(0) SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
                   PERFORM 0210-INCLUIR
               WHEN OPCAO-LISTAR
                   PERFORM 0220-LISTAR
               WHEN OPCAO-ALCADA
                   PERFORM 0500-ALTERAR-ALCADA
               WHEN OPCAO-EMPREGADO
                   PERFORM 0300-DEPTO-DO-EMPREGADO
               WHEN OPCAO-SAIR
           END-IF.
           DISPLAY 'DESCRIÇÃO:'.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           MOVE SPACES TO WRK-GERENTE WRK-ESCALACAO.
           MOVE ZEROES TO WRK-TETO WRK-FILIAL.
           PERFORM 0250-PEDIR-ALCADA.
           IF NOT ALCADA-VALIDA
               DISPLAY 'DEPARTAMENTO NÃO INCLUÍDO'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-DEPTOS.
           IF NOT DEPTOS-OK
               OPEN OUTPUT ARQ-DEPTOS
           END-IF.
           MOVE WRK-DEPTO     TO REG-DEP-CODIGO.
           MOVE WRK-DESCRICAO TO REG-DEP-DESCRICAO.
           MOVE WRK-GERENTE   TO REG-DEP-GERENTE.
           MOVE WRK-ESCALACAO TO REG-DEP-ESCALACAO.
           MOVE WRK-TETO      TO REG-DEP-TETO.
           MOVE WRK-FILIAL    TO REG-DEP-FILIAL.
           WRITE REG-DEPARTAMENTO.
           CLOSE ARQ-DEPTOS.
           DISPLAY 'DEPARTAMENTO INCLUÍDO'.

       0222-LISTAR-DEPTO.
           ADD 1 TO WRK-QT-LISTADOS.
           IF REG-DEP-TETO NOT NUMERIC
               MOVE ZEROES TO REG-DEP-TETO
           END-IF.
           MOVE REG-DEP-TETO TO WRK-TETO-ED.
           DISPLAY REG-DEP-CODIGO ' ' REG-DEP-DESCRICAO
               ' GERENTE ' REG-DEP-GERENTE.
           DISPLAY '     ESCALAÇÃO ' REG-DEP-ESCALACAO
               ' TETO ' WRK-TETO-ED ' FILIAL ' REG-DEP-FILIAL.
           PERFORM 0221-LER-DEPTO.

       0230-VALIDAR-DEPTO.
           END-IF.
           PERFORM 0221-LER-DEPTO.

      * GERENTE E ESCALAÇÃO PRECISAM EXISTIR NO ARQUIVO DE SEGURANÇA
      * (EM BRANCO = SEM ALÇADA PRÓPRIA, VALE A REGRA POR NÍVEL); O
      * TETO ZERADO DEIXA O GERENTE DECIDIR QUALQUER VALOR
       0250-PEDIR-ALCADA.
           MOVE 'N' TO WRK-ALCADA-OK.
           DISPLAY 'USUÁRIO GERENTE RESPONSÁVEL (BRANCO = NENHUM):'.
           ACCEPT WRK-GERENTE FROM CONSOLE.
           MOVE WRK-GERENTE TO WRK-USUARIO.
           PERFORM 0260-VALIDAR-USUARIO.
           IF NOT USUARIO-VALIDO
               DISPLAY 'GERENTE NÃO CADASTRADO NA SEGURANÇA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'USUÁRIO DE ESCALAÇÃO (BRANCO = NENHUM):'.
           ACCEPT WRK-ESCALACAO FROM CONSOLE.
           MOVE WRK-ESCALACAO TO WRK-USUARIO.
           PERFORM 0260-VALIDAR-USUARIO.
           IF NOT USUARIO-VALIDO
               DISPLAY 'USUÁRIO DE ESCALAÇÃO NÃO CADASTRADO NA '
                   'SEGURANÇA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'TETO DA ALÇADA DO GERENTE (0 = SEM TETO):'.
           ACCEPT WRK-TETO FROM CONSOLE.
           DISPLAY 'FILIAL PELA QUAL O DEPARTAMENTO RESPONDE '
               '(0 = NENHUMA):'.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           IF WRK-FILIAL > 10
               DISPLAY 'FILIAL INVÁLIDA (01-10)'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-ALCADA-OK.

       0260-VALIDAR-USUARIO.
           MOVE 'N' TO WRK-USUARIO-VALIDO.
           IF WRK-USUARIO = SPACES
               MOVE 'S' TO WRK-USUARIO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-FIM-USUARIOS.
           OPEN INPUT ARQ-USUARIOS.
           IF USUARIOS-OK
               PERFORM 0261-LER-USUARIO
               PERFORM 0262-COMPARAR-USUARIO UNTIL FIM-USUARIOS
               CLOSE ARQ-USUARIOS
           END-IF.

       0261-LER-USUARIO.
           READ ARQ-USUARIOS
               AT END
                   MOVE 'S' TO WRK-FIM-USUARIOS
           END-READ.

       0262-COMPARAR-USUARIO.
           IF REG-USU-USUARIO = WRK-USUARIO
               MOVE 'S' TO WRK-USUARIO-VALIDO
           END-IF.
           PERFORM 0261-LER-USUARIO.

      * O DEPARTAMENTO DO FUNCIONÁRIO É VALIDADO NOS DEPARTAMENTOS
      * E GRAVADO NO CADASTRO MESTRE REGRAVADO INTEIRO
       0300-DEPTO-DO-EMPREGADO.
               WRITE REG-EMPREGADO
           END-PERFORM.
           CLOSE ARQ-MASTER.

      * A ALÇADA DE UM DEPARTAMENTO JÁ CADASTRADO É ALTERADA NA
      * TABELA E O ARQUIVO É REGRAVADO INTEIRO; ARQUIVO MAIOR QUE A
      * TABELA RECUSA A OPERAÇÃO PARA NÃO TRUNCAR O CADASTRO
       0500-ALTERAR-ALCADA.
           DISPLAY 'CÓDIGO DO DEPARTAMENTO:'.
           ACCEPT WRK-DEPTO FROM CONSOLE.
           PERFORM 0510-CARREGAR-DEPTOS.
           IF DEPTOS-EXCEDIDOS
               DISPLAY 'DEPARTAMENTOS EXCEDE O LIMITE DE 50 DA '
                   'TABELA - OPERAÇÃO RECUSADA PARA NÃO TRUNCAR O '
                   'CADASTRO NA REGRAVAÇÃO'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-DEP-ACHADO = ZEROES
               DISPLAY 'DEPARTAMENTO NÃO CADASTRADO'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TD-REGISTRO(WRK-DEP-ACHADO) TO REG-DEPARTAMENTO.
           IF REG-DEP-TETO NOT NUMERIC
               MOVE ZEROES TO REG-DEP-TETO
           END-IF.
           IF REG-DEP-FILIAL NOT NUMERIC
               MOVE ZEROES TO REG-DEP-FILIAL
           END-IF.
           MOVE REG-DEP-TETO TO WRK-TETO-ED.
           DISPLAY 'DEPARTAMENTO: ' REG-DEP-DESCRICAO.
           DISPLAY 'GERENTE ATUAL..: ' REG-DEP-GERENTE.
           DISPLAY 'ESCALAÇÃO ATUAL: ' REG-DEP-ESCALACAO.
           DISPLAY 'TETO ATUAL.....: ' WRK-TETO-ED.
           DISPLAY 'FILIAL ATUAL...: ' REG-DEP-FILIAL.
           PERFORM 0250-PEDIR-ALCADA.
           IF NOT ALCADA-VALIDA
               DISPLAY 'ALÇADA NÃO ALTERADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-GERENTE   TO REG-DEP-GERENTE.
           MOVE WRK-ESCALACAO TO REG-DEP-ESCALACAO.
           MOVE WRK-TETO      TO REG-DEP-TETO.
           MOVE WRK-FILIAL    TO REG-DEP-FILIAL.
           MOVE REG-DEPARTAMENTO TO WRK-TD-REGISTRO(WRK-DEP-ACHADO).
           OPEN OUTPUT ARQ-DEPTOS.
           PERFORM VARYING WRK-SUB-DEP FROM 1 BY 1
               UNTIL WRK-SUB-DEP > WRK-QT-DEPTOS
               MOVE WRK-TD-REGISTRO(WRK-SUB-DEP) TO REG-DEPARTAMENTO
               WRITE REG-DEPARTAMENTO
           END-PERFORM.
           CLOSE ARQ-DEPTOS.
           DISPLAY 'ALÇADA DO DEPARTAMENTO GRAVADA'.

       0510-CARREGAR-DEPTOS.
           MOVE ZEROES TO WRK-QT-DEPTOS.
           MOVE ZEROES TO WRK-DEP-ACHADO.
           MOVE 'N' TO WRK-DEPTOS-EXCEDIDOS.
           MOVE 'N' TO WRK-FIM-DEPTOS.
           OPEN INPUT ARQ-DEPTOS.
           IF DEPTOS-OK
               PERFORM 0221-LER-DEPTO
               PERFORM 0520-GUARDAR-DEPTO UNTIL FIM-DEPTOS
               CLOSE ARQ-DEPTOS
           END-IF.

       0520-GUARDAR-DEPTO.
           IF WRK-QT-DEPTOS < 50
               ADD 1 TO WRK-QT-DEPTOS
               MOVE REG-DEPARTAMENTO
                   TO WRK-TD-REGISTRO(WRK-QT-DEPTOS)
               IF REG-DEP-CODIGO = WRK-DEPTO
                   MOVE WRK-QT-DEPTOS TO WRK-DEP-ACHADO
               END-IF
           ELSE
               MOVE 'S' TO WRK-DEPTOS-EXCEDIDOS
               MOVE 'S' TO WRK-FIM-DEPTOS
           END-IF.
           PERFORM 0221-LER-DEPTO.
