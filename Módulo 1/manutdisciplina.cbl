       IDENTIFICATION DIVISION.
       PROGRAM-ID. manutdisciplina.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = MANUTENÇÃO DO CADASTRO DE DISCIPLINAS POR TURMA
      *            (DISCIPLINAS-TURMA): INCLUIR OU ALTERAR UMA
      *            DISCIPLINA COM O PROFESSOR E A CARGA DE AULAS POR
      *            SEMANA, EXCLUIR E LISTAR. LIDO PELO LANÇAMENTO DE
      *            NOTAS (LANCANOTAS), PELA CHAMADA, PELO BOLETIM EM
      *            LOTE E PELO FECHAMENTO DO ANO LETIVO
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DISCIPLINAS ASSIGN TO 'DISCIPLINAS-TURMA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DISCIPLINAS.
           COPY 'disciplina.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-DISC PIC X(02) VALUE '00'.
           88 DISC-OK        VALUE '00'.
       77 WRK-FIM-DISC    PIC X(01) VALUE 'N'.
           88 FIM-DISC       VALUE 'S'.

       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-GRAVAR  VALUE 'G'.
           88 OPCAO-EXCLUIR VALUE 'E'.
           88 OPCAO-LISTAR  VALUE 'L'.
           88 OPCAO-SAIR    VALUE '0'.

       77 WRK-TURMA      PIC X(03) VALUE SPACES.
       77 WRK-CODIGO     PIC X(04) VALUE SPACES.
       77 WRK-CARGA      PIC 9(02) VALUE ZEROES.
       77 WRK-ALTERADO   PIC X(01) VALUE 'N'.
           88 HOUVE-ALTERACAO VALUE 'S'.

      * O CADASTRO INTEIRO CABE EM MEMÓRIA E É REGRAVADO NA SAÍDA
       77 WRK-QT-DISC    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-DISC   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ACHADO PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-DISCIPLINAS.
           02 WRK-TD-ITEM OCCURS 300 TIMES.
               03 WRK-TD-TURMA     PIC X(03).
               03 WRK-TD-CODIGO    PIC X(04).
               03 WRK-TD-NOME      PIC X(20).
               03 WRK-TD-PROFESSOR PIC X(20).
               03 WRK-TD-CARGA     PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'MANUTENÇÃO DAS DISCIPLINAS DAS TURMAS'.
           DISPLAY '========================================'.
           PERFORM 0100-CARREGAR-DISCIPLINAS.
           PERFORM 0200-PROCESSAR-OPCAO UNTIL OPCAO-SAIR.
           IF HOUVE-ALTERACAO
               PERFORM 0300-GRAVAR-DISCIPLINAS
           END-IF.
           DISPLAY 'FINAL DA MANUTENÇÃO DE DISCIPLINAS'.
           GOBACK.

       0100-CARREGAR-DISCIPLINAS.
           OPEN INPUT ARQ-DISCIPLINAS.
           IF DISC-OK
               PERFORM 0110-LER-DISCIPLINA
               PERFORM 0120-GUARDAR-DISCIPLINA UNTIL FIM-DISC
               CLOSE ARQ-DISCIPLINAS
           END-IF.

       0110-LER-DISCIPLINA.
           READ ARQ-DISCIPLINAS
               AT END
                   MOVE 'S' TO WRK-FIM-DISC
           END-READ.

       0120-GUARDAR-DISCIPLINA.
           IF WRK-QT-DISC < 300
               ADD 1 TO WRK-QT-DISC
               MOVE REG-DIS-TURMA     TO WRK-TD-TURMA(WRK-QT-DISC)
               MOVE REG-DIS-CODIGO    TO WRK-TD-CODIGO(WRK-QT-DISC)
               MOVE REG-DIS-NOME      TO WRK-TD-NOME(WRK-QT-DISC)
               MOVE REG-DIS-PROFESSOR
                   TO WRK-TD-PROFESSOR(WRK-QT-DISC)
               MOVE REG-DIS-CARGA     TO WRK-TD-CARGA(WRK-QT-DISC)
           ELSE
               DISPLAY 'CADASTRO MAIOR QUE A TABELA DE 300 - '
                   'DISCIPLINA ' REG-DIS-TURMA ' ' REG-DIS-CODIGO
                   ' IGNORADA'
           END-IF.
           PERFORM 0110-LER-DISCIPLINA.

       0200-PROCESSAR-OPCAO.
           DISPLAY '________________________________________'.
           DISPLAY '(G) INCLUIR OU ALTERAR DISCIPLINA'.
           DISPLAY '(E) EXCLUIR DISCIPLINA'.
           DISPLAY '(L) LISTAR DISCIPLINAS DE UMA TURMA'.
           DISPLAY '(0) SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-GRAVAR
                   PERFORM 0210-GRAVAR-DISCIPLINA
               WHEN OPCAO-EXCLUIR
                   PERFORM 0220-EXCLUIR-DISCIPLINA
               WHEN OPCAO-LISTAR
                   PERFORM 0230-LISTAR-DISCIPLINAS
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

       0205-PEDIR-CHAVE.
           DISPLAY 'TURMA:'.
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY 'CÓDIGO DA DISCIPLINA (ATÉ 4 LETRAS):'.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE ZEROES TO WRK-SUB-ACHADO.
           PERFORM VARYING WRK-SUB-DISC FROM 1 BY 1
               UNTIL WRK-SUB-DISC > WRK-QT-DISC
                   OR WRK-SUB-ACHADO > ZEROES
               IF WRK-TD-TURMA(WRK-SUB-DISC) = WRK-TURMA AND
                  WRK-TD-CODIGO(WRK-SUB-DISC) = WRK-CODIGO
                   MOVE WRK-SUB-DISC TO WRK-SUB-ACHADO
               END-IF
           END-PERFORM.

      * CHAVE JÁ CADASTRADA É ALTERADA NO LUGAR; CHAVE NOVA ENTRA NO
      * FIM DA TABELA
       0210-GRAVAR-DISCIPLINA.
           PERFORM 0205-PEDIR-CHAVE.
           IF WRK-TURMA = SPACES OR WRK-CODIGO = SPACES
               DISPLAY 'TURMA E CÓDIGO SÃO OBRIGATÓRIOS'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-SUB-ACHADO = ZEROES
               IF WRK-QT-DISC NOT < 300
                   DISPLAY 'CADASTRO CHEIO - DISCIPLINA NÃO INCLUÍDA'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WRK-QT-DISC
               MOVE WRK-QT-DISC TO WRK-SUB-ACHADO
               MOVE WRK-TURMA  TO WRK-TD-TURMA(WRK-SUB-ACHADO)
               MOVE WRK-CODIGO TO WRK-TD-CODIGO(WRK-SUB-ACHADO)
           ELSE
               DISPLAY 'DISCIPLINA JÁ CADASTRADA: '
                   WRK-TD-NOME(WRK-SUB-ACHADO) ' - '
                   WRK-TD-PROFESSOR(WRK-SUB-ACHADO)
           END-IF.
           DISPLAY 'NOME DA DISCIPLINA:'.
           ACCEPT WRK-TD-NOME(WRK-SUB-ACHADO) FROM CONSOLE.
           DISPLAY 'PROFESSOR:'.
           ACCEPT WRK-TD-PROFESSOR(WRK-SUB-ACHADO) FROM CONSOLE.
           MOVE ZEROES TO WRK-CARGA.
           PERFORM 0215-PEDIR-CARGA UNTIL WRK-CARGA > ZEROES.
           MOVE WRK-CARGA TO WRK-TD-CARGA(WRK-SUB-ACHADO).
           MOVE 'S' TO WRK-ALTERADO.
           DISPLAY 'DISCIPLINA GRAVADA'.

       0215-PEDIR-CARGA.
           DISPLAY 'AULAS POR SEMANA (01-40):'.
           ACCEPT WRK-CARGA FROM CONSOLE.
           IF WRK-CARGA > 40
               DISPLAY 'CARGA INVÁLIDA. DIGITE UM VALOR ENTRE 01 E 40'
               MOVE ZEROES TO WRK-CARGA
           END-IF.

      * A EXCLUSÃO FECHA O BURACO PUXANDO OS ITENS SEGUINTES
       0220-EXCLUIR-DISCIPLINA.
           PERFORM 0205-PEDIR-CHAVE.
           IF WRK-SUB-ACHADO = ZEROES
               DISPLAY 'DISCIPLINA NÃO CADASTRADA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-DISC FROM WRK-SUB-ACHADO BY 1
               UNTIL WRK-SUB-DISC NOT < WRK-QT-DISC
               MOVE WRK-TD-ITEM(WRK-SUB-DISC + 1)
                   TO WRK-TD-ITEM(WRK-SUB-DISC)
           END-PERFORM.
           SUBTRACT 1 FROM WRK-QT-DISC.
           MOVE 'S' TO WRK-ALTERADO.
           DISPLAY 'DISCIPLINA EXCLUÍDA'.

       0230-LISTAR-DISCIPLINAS.
           DISPLAY 'TURMA (EM BRANCO = TODAS):'.
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY 'TUR CÓD. DISCIPLINA           PROFESSOR'
               '            AULAS/SEM'.
           PERFORM VARYING WRK-SUB-DISC FROM 1 BY 1
               UNTIL WRK-SUB-DISC > WRK-QT-DISC
               IF WRK-TURMA = SPACES OR
                  WRK-TD-TURMA(WRK-SUB-DISC) = WRK-TURMA
                   DISPLAY WRK-TD-TURMA(WRK-SUB-DISC) ' '
                       WRK-TD-CODIGO(WRK-SUB-DISC) ' '
                       WRK-TD-NOME(WRK-SUB-DISC) ' '
                       WRK-TD-PROFESSOR(WRK-SUB-DISC) ' '
                       WRK-TD-CARGA(WRK-SUB-DISC)
               END-IF
           END-PERFORM.

       0300-GRAVAR-DISCIPLINAS.
           OPEN OUTPUT ARQ-DISCIPLINAS.
           PERFORM VARYING WRK-SUB-DISC FROM 1 BY 1
               UNTIL WRK-SUB-DISC > WRK-QT-DISC
               MOVE WRK-TD-TURMA(WRK-SUB-DISC)  TO REG-DIS-TURMA
               MOVE WRK-TD-CODIGO(WRK-SUB-DISC) TO REG-DIS-CODIGO
               MOVE WRK-TD-NOME(WRK-SUB-DISC)   TO REG-DIS-NOME
               MOVE WRK-TD-PROFESSOR(WRK-SUB-DISC)
                   TO REG-DIS-PROFESSOR
               MOVE WRK-TD-CARGA(WRK-SUB-DISC)  TO REG-DIS-CARGA
               WRITE REG-DISCIPLINA
           END-PERFORM.
           CLOSE ARQ-DISCIPLINAS.
