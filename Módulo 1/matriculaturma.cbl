      * 01/09/2026 LUCAS  TURMA MAIOR QUE A TABELA DE 200 PASSA A
      *                    RECUSAR A EXECUÇÃO: O ALUNO EXCEDENTE ERA
      *                    IGNORADO E SUMIA NA REGRAVAÇÃO DO ARQUIVO
      * 15/10/2026 LUCAS  RESPONSÁVEL FINANCEIRO DO ALUNO
      *                    (RESPONSAVEIS-ALUNOS), PEDIDO NA MATRÍCULA E
      *                    VINCULADO OU TROCADO NA OPÇÃO V, PARA O
      *                    FATURAMENTO DAS MENSALIDADES; A RETIRADA
      *                    ENCERRA A COBRANÇA E CANCELA AS MENSALIDADES
      *                    COM VENCIMENTO POSTERIOR (CANCELAMENSAL)
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-LOGMAT ASSIGN TO 'LOG-MATRICULAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOGMAT.
           SELECT ARQ-RESPONSAVEIS ASSIGN TO 'RESPONSAVEIS-ALUNOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESP.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LOGMAT.
       01  REG-LOGMAT PIC X(80).

       FD  ARQ-RESPONSAVEIS.
           COPY 'respaluno.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'lotectl.cbl'.
           COPY 'geracao.cbl'.
           COPY 'cancmensal.cbl'.

       77 WRK-STATUS-ALUNOS PIC X(02) VALUE '00'.
           88 ALUNOS-OK        VALUE '00'.
       77 WRK-STATUS-LOGMAT PIC X(02) VALUE '00'.
           88 LOGMAT-OK        VALUE '00'.
       77 WRK-STATUS-RESP   PIC X(02) VALUE '00'.
           88 RESP-OK          VALUE '00'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-FIM-RESP   PIC X(01) VALUE 'N'.
           88 FIM-RESP      VALUE 'S'.
       77 WRK-FIM-ALUNOS PIC X(01) VALUE 'N'.
           88 FIM-ALUNOS    VALUE 'S'.

           88 OPCAO-MATRICULAR VALUE 'M'.
           88 OPCAO-TRANSFERIR VALUE 'T'.
           88 OPCAO-RETIRAR    VALUE 'R'.
           88 OPCAO-VINCULAR   VALUE 'V'.
           88 OPCAO-LISTAR     VALUE 'L'.
           88 OPCAO-SAIR       VALUE '0'.

               03 WRK-TM-TURMA  PIC X(03).
               03 WRK-TM-SITUACAO PIC X(01).

      * RESPONSÁVEIS FINANCEIROS, REGRAVADOS NA SAÍDA SE MUDARAM
       77 WRK-QT-RESP      PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-RESP     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-RESP-ACHADO  PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-RESPONSAVEIS.
           02 WRK-TR-ITEM OCCURS 500 TIMES.
               03 WRK-TR-ALUNO    PIC X(20).
               03 WRK-TR-CLIENTE  PIC 9(06).
               03 WRK-TR-INICIO   PIC 9(08).
               03 WRK-TR-RETIRADA PIC 9(08).
       77 WRK-RESP-MUDOU PIC X(01) VALUE 'N'.
           88 RESP-MUDOU    VALUE 'S'.
       77 WRK-COD-CLIENTE  PIC 9(06) VALUE ZEROES.
       77 WRK-NOME-CLIENTE PIC X(30) VALUE SPACES.
       77 WRK-CLIENTE-VALIDO PIC X(01) VALUE 'N'.
           88 CLIENTE-VALIDO    VALUE 'S'.
       77 WRK-DATA-INICIO  PIC 9(08) VALUE ZEROES.
       77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       77 WRK-LOG-ACAO PIC X(13) VALUE SPACES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).
       01  WRK-HORA-SYS.
           02 WRK-HS-HH   PIC 9(02).
           02 WRK-HS-MM   PIC 9(02).
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF TABELA-EXCEDIDA
               DISPLAY 'ALUNOS-TURMA OU RESPONSAVEIS-ALUNOS EXCEDE O '
                   'LIMITE DA TABELA - EXECUÇÃO RECUSADA PARA NÃO '
                   'TRUNCAR O ARQUIVO NA REGRAVAÇÃO'
               GOBACK
           END-IF.
           PERFORM 0200-PROCESSAR-OPCAO UNTIL OPCAO-SAIR.
               PERFORM 0600-REGRAVAR-TURMA
               DISPLAY 'ARQUIVO DA TURMA REGRAVADO'
           END-IF.
           IF RESP-MUDOU
               PERFORM 0700-REGRAVAR-RESPONSAVEIS
           END-IF.
           DISPLAY 'FINAL DA MANUTENÇÃO DE MATRÍCULAS'.
           GOBACK.

               CLOSE ARQ-ALUNOS
           END-IF.
           DISPLAY 'ALUNOS CARREGADOS: ' WRK-QT-ALUNOS.
           OPEN INPUT ARQ-RESPONSAVEIS.
           IF RESP-OK
               PERFORM 0130-LER-RESPONSAVEL
               PERFORM 0140-CARREGAR-RESPONSAVEL UNTIL FIM-RESP
               CLOSE ARQ-RESPONSAVEIS
           END-IF.

       0110-LER-ALUNO.
           READ ARQ-ALUNOS
           END-EVALUATE.
           PERFORM 0110-LER-ALUNO.

       0130-LER-RESPONSAVEL.
           READ ARQ-RESPONSAVEIS
               AT END
                   MOVE 'S' TO WRK-FIM-RESP
           END-READ.

       0140-CARREGAR-RESPONSAVEL.
           IF WRK-QT-RESP < 500
               ADD 1 TO WRK-QT-RESP
               MOVE REG-RSP-ALUNO    TO WRK-TR-ALUNO(WRK-QT-RESP)
               MOVE REG-RSP-CLIENTE  TO WRK-TR-CLIENTE(WRK-QT-RESP)
               MOVE REG-RSP-INICIO   TO WRK-TR-INICIO(WRK-QT-RESP)
               MOVE REG-RSP-RETIRADA TO WRK-TR-RETIRADA(WRK-QT-RESP)
           ELSE
               MOVE 'S' TO WRK-TABELA-EXCEDIDA
               MOVE 'S' TO WRK-FIM-RESP
           END-IF.
           PERFORM 0130-LER-RESPONSAVEL.

       0200-PROCESSAR-OPCAO.
           DISPLAY '________________________________________'.
           DISPLAY '(M) MATRICULAR ALUNO NOVO'.
           DISPLAY '(T) TRANSFERIR ALUNO DE TURMA'.
           DISPLAY '(R) REGISTRAR RETIRADA'.
           DISPLAY '(V) VINCULAR OU TROCAR RESPONSÁVEL FINANCEIRO'.
           DISPLAY '(L) LISTAR ALUNOS DE UMA TURMA'.
           DISPLAY '(0) SAIR E GRAVAR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
                   PERFORM 0400-TRANSFERIR
               WHEN OPCAO-RETIRAR
                   PERFORM 0450-RETIRAR
               WHEN OPCAO-VINCULAR
                   PERFORM 0470-VINCULAR-RESPONSAVEL
               WHEN OPCAO-LISTAR
                   PERFORM 0500-LISTAR-TURMA
               WHEN OPCAO-SAIR
           MOVE 'MATRICULA' TO WRK-LOG-ACAO.
           PERFORM 0900-GRAVAR-LOG.
           DISPLAY 'ALUNO MATRICULADO NA TURMA ' WRK-TURMA.
           DISPLAY 'CÓDIGO DO CLIENTE RESPONSÁVEL FINANCEIRO '
               '(0 = INFORMAR DEPOIS NA OPÇÃO V):'.
           ACCEPT WRK-COD-CLIENTE FROM CONSOLE.
           IF WRK-COD-CLIENTE = ZEROES
               DISPLAY 'ALUNO SEM RESPONSÁVEL NÃO É FATURADO'
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SYS-NUM TO WRK-DATA-INICIO.
           PERFORM 0480-GRAVAR-RESPONSAVEL.

       0400-TRANSFERIR.
           DISPLAY 'NOME DO ALUNO:'.
           PERFORM 0900-GRAVAR-LOG.
           DISPLAY 'RETIRADA REGISTRADA. O ALUNO SAI DA CHAMADA '
               'E DO BOLETIM'.
           PERFORM 0460-ENCERRAR-COBRANCA.

      * A COBRANÇA TERMINA NA DATA DA RETIRADA: AS MENSALIDADES JÁ
      * FATURADAS QUE VENCEM DEPOIS DELA SÃO CANCELADAS
       0460-ENCERRAR-COBRANCA.
           PERFORM 0560-LOCALIZAR-RESPONSAVEL.
           IF WRK-RESP-ACHADO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SYS-NUM TO WRK-TR-RETIRADA(WRK-RESP-ACHADO).
           MOVE 'S' TO WRK-RESP-MUDOU.
           MOVE WRK-NOME TO REG-CNM-ALUNO.
           MOVE WRK-DATA-SYS-NUM TO REG-CNM-DATA.
           CALL 'cancelamensal' USING REG-CANCEL-MENSAL.
           MOVE REG-CNM-VALOR TO WRK-VALOR-ED.
           DISPLAY 'MENSALIDADES CANCELADAS: ' REG-CNM-QT-CANCEL
               ' VALOR ' WRK-VALOR-ED.
           IF REG-CNM-QT-REMETIDA > ZEROES
               DISPLAY REG-CNM-QT-REMETIDA ' DELAS JÁ ESTAVAM NO '
                   'BANCO - PEDIR A BAIXA DOS BOLETOS'
           END-IF.
           IF REG-CNM-QT-PAGA > ZEROES
               DISPLAY REG-CNM-QT-PAGA ' MENSALIDADE(S) FUTURA(S) COM '
                   'PAGAMENTO FICARAM EM ABERTO - ACERTAR COM O '
                   'RESPONSÁVEL'
           END-IF.

      * O RESPONSÁVEL NOVO VALE DA DATA DE INÍCIO EM DIANTE; AS
      * MENSALIDADES JÁ FATURADAS CONTINUAM NO NOME DO ANTERIOR
       0470-VINCULAR-RESPONSAVEL.
           DISPLAY 'NOME DO ALUNO:'.
           ACCEPT WRK-NOME FROM CONSOLE.
           PERFORM 0550-LOCALIZAR-ATIVO.
           IF WRK-SUB-ACHADO = ZEROES
               DISPLAY 'ALUNO SEM MATRÍCULA ATIVA'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TM-TURMA(WRK-SUB-ACHADO) TO WRK-TURMA.
           PERFORM 0560-LOCALIZAR-RESPONSAVEL.
           IF WRK-RESP-ACHADO > ZEROES
               DISPLAY 'RESPONSÁVEL ATUAL: '
                   WRK-TR-CLIENTE(WRK-RESP-ACHADO)
                   ' DESDE ' WRK-TR-INICIO(WRK-RESP-ACHADO)
           END-IF.
           DISPLAY 'CÓDIGO DO CLIENTE RESPONSÁVEL:'.
           ACCEPT WRK-COD-CLIENTE FROM CONSOLE.
           DISPLAY 'INÍCIO DA COBRANÇA (AAAAMMDD, 0 = HOJE):'.
           ACCEPT WRK-DATA-INICIO FROM CONSOLE.
           IF WRK-DATA-INICIO = ZEROES
               ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD
               MOVE WRK-DATA-SYS-NUM TO WRK-DATA-INICIO
           END-IF.
           PERFORM 0480-GRAVAR-RESPONSAVEL.

       0480-GRAVAR-RESPONSAVEL.
           PERFORM 0570-VALIDAR-CLIENTE.
           IF NOT CLIENTE-VALIDO
               DISPLAY 'CLIENTE ' WRK-COD-CLIENTE ' INEXISTENTE OU '
                   'INATIVO - RESPONSÁVEL NÃO GRAVADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0560-LOCALIZAR-RESPONSAVEL.
           IF WRK-RESP-ACHADO = ZEROES
               IF WRK-QT-RESP NOT < 500
                   DISPLAY 'TABELA DE RESPONSÁVEIS CHEIA'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WRK-QT-RESP
               MOVE WRK-QT-RESP TO WRK-RESP-ACHADO
               MOVE WRK-NOME TO WRK-TR-ALUNO(WRK-RESP-ACHADO)
           END-IF.
           MOVE WRK-COD-CLIENTE TO WRK-TR-CLIENTE(WRK-RESP-ACHADO).
           MOVE WRK-DATA-INICIO TO WRK-TR-INICIO(WRK-RESP-ACHADO).
           MOVE ZEROES TO WRK-TR-RETIRADA(WRK-RESP-ACHADO).
           MOVE 'S' TO WRK-RESP-MUDOU.
           MOVE 'RESPONSAVEL' TO WRK-LOG-ACAO.
           PERFORM 0900-GRAVAR-LOG.
           DISPLAY 'RESPONSÁVEL ' WRK-COD-CLIENTE ' ' WRK-NOME-CLIENTE
               ' GRAVADO'.

       0500-LISTAR-TURMA.
           DISPLAY 'TURMA (BRANCO = TODAS):'.
               END-IF
           END-PERFORM.

       0560-LOCALIZAR-RESPONSAVEL.
           MOVE ZEROES TO WRK-RESP-ACHADO.
           PERFORM VARYING WRK-SUB-RESP FROM 1 BY 1
               UNTIL WRK-SUB-RESP > WRK-QT-RESP
                   OR WRK-RESP-ACHADO > ZEROES
               IF WRK-TR-ALUNO(WRK-SUB-RESP) = WRK-NOME
                   MOVE WRK-SUB-RESP TO WRK-RESP-ACHADO
               END-IF
           END-PERFORM.

      * O RESPONSÁVEL É UM CLIENTE ATIVO DO CADASTRO
       0570-VALIDAR-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-VALIDO.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           IF WRK-COD-CLIENTE = ZEROES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               MOVE WRK-COD-CLIENTE TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   NOT INVALID KEY
                       IF REG-CAD-CLIENTE AND REG-CAD-ATIVO
                           MOVE 'S' TO WRK-CLIENTE-VALIDO
                           MOVE REG-CAD-NOME TO WRK-NOME-CLIENTE
                       END-IF
               END-READ
               CLOSE ARQ-CADASTRO
           END-IF.

       0600-REGRAVAR-TURMA.
           MOVE 'ALUNOS-TURMA' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
           MOVE REG-LOTE-CONTROLE TO REG-ALUNO-LIN.
           WRITE REG-ALUNO-LIN.

       0700-REGRAVAR-RESPONSAVEIS.
           MOVE 'RESPONSAVEIS-ALUNOS' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
           CALL 'salvageracao' USING REG-GERACAO-PEDIDO.
           OPEN OUTPUT ARQ-RESPONSAVEIS.
           PERFORM VARYING WRK-SUB-RESP FROM 1 BY 1
               UNTIL WRK-SUB-RESP > WRK-QT-RESP
               MOVE WRK-TR-ALUNO(WRK-SUB-RESP)    TO REG-RSP-ALUNO
               MOVE WRK-TR-CLIENTE(WRK-SUB-RESP)  TO REG-RSP-CLIENTE
               MOVE WRK-TR-INICIO(WRK-SUB-RESP)   TO REG-RSP-INICIO
               MOVE WRK-TR-RETIRADA(WRK-SUB-RESP) TO REG-RSP-RETIRADA
               WRITE REG-RESPONSAVEL
           END-PERFORM.
           CLOSE ARQ-RESPONSAVEIS.

       0900-GRAVAR-LOG.
           OPEN EXTEND ARQ-LOGMAT.
           IF NOT LOGMAT-OK
