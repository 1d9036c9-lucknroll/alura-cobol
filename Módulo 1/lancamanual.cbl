       IDENTIFICATION DIVISION.
       PROGRAM-ID. lancamanual.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = DIGITAÇÃO DOS LANÇAMENTOS CONTÁBEIS MANUAIS DA
      *            CONTABILIDADE (ALUGUEL, TARIFAS BANCÁRIAS,
      *            RECLASSIFICAÇÕES), QUE ATÉ AQUI SÓ EXISTIAM NO
      *            SISTEMA DO ESCRITÓRIO E NUNCA DEIXAVAM O BALANCETE
      *            BATER: O USUÁRIO IDENTIFICADO DIGITA AS PARTIDAS
      *            CONTRA AS CONTAS DO PLANO-CONTAS E OS CENTROS DE
      *            CUSTO, NUMA COMPETÊNCIA ABERTA EM
      *            PERIODOS-CONTABEIS; O LANÇAMENTO SÓ É GRAVADO COM
      *            DÉBITOS IGUAIS AOS CRÉDITOS E FICA PENDENTE EM
      *            LANCAMENTOS-MANUAIS ATÉ OUTRO USUÁRIO APROVAR NO
      *            APROVALANC. MANTÉM TAMBÉM OS MODELOS DE LANÇAMENTO
      *            RECORRENTE (MODELOS-LANCAMENTO) QUE O
      *            GERARECORRENTE GERA NA VIRADA DO MÊS
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-USUARIOS ASSIGN TO 'USUARIOS-SEGURANCA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-USUARIOS.
           SELECT ARQ-PLANO ASSIGN TO 'PLANO-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANO.
           SELECT ARQ-MANUAIS ASSIGN TO 'LANCAMENTOS-MANUAIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MANUAIS.
           SELECT ARQ-MODELOS ASSIGN TO 'MODELOS-LANCAMENTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MODELOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-USUARIOS.
           COPY 'usuarseg.cbl'.

       FD  ARQ-PLANO.
       01  REG-PLANO-CONTA.
           02 REG-PL-CONTA     PIC X(08).
           02 REG-PL-DESCRICAO PIC X(30).

       FD  ARQ-MANUAIS.
           COPY 'lctoman.cbl'.

       FD  ARQ-MODELOS.
           COPY 'lctomod.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'periodo.cbl'.

       77 WRK-STATUS-USUARIOS PIC X(02) VALUE '00'.
           88 USUARIOS-OK        VALUE '00'.
       77 WRK-STATUS-PLANO    PIC X(02) VALUE '00'.
           88 PLANO-OK           VALUE '00'.
       77 WRK-STATUS-MANUAIS  PIC X(02) VALUE '00'.
           88 MANUAIS-OK         VALUE '00'.
       77 WRK-STATUS-MODELOS  PIC X(02) VALUE '00'.
           88 MODELOS-OK         VALUE '00'.
       77 WRK-FIM-USUARIOS PIC X(01) VALUE 'N'.
           88 FIM-USUARIOS    VALUE 'S'.
       77 WRK-FIM-PLANO    PIC X(01) VALUE 'N'.
           88 FIM-PLANO       VALUE 'S'.
       77 WRK-FIM-MANUAIS  PIC X(01) VALUE 'N'.
           88 FIM-MANUAIS     VALUE 'S'.
       77 WRK-FIM-MODELOS  PIC X(01) VALUE 'N'.
           88 FIM-MODELOS     VALUE 'S'.

       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-PIN         PIC 9(04) VALUE ZEROES.
       77 WRK-AUTORIZADO  PIC X(01) VALUE 'N'.
           88 USUARIO-AUTORIZADO VALUE 'S'.

       77 WRK-OPCAO PIC 9(01) VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       01  WRK-COMPETENCIA.
           02 WRK-CP-ANO PIC 9(04).
           02 WRK-CP-MES PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).

      * CONTAS DO PLANO, PARA RECUSAR PARTIDA EM CONTA INEXISTENTE
       77 WRK-QT-CONTAS  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-CONTA  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-CONTA-ACHADA PIC X(01) VALUE 'N'.
           88 CONTA-NO-PLANO  VALUE 'S'.
       01  WRK-TAB-CONTAS.
           02 WRK-TC-CONTA PIC X(08) OCCURS 500 TIMES.

      * PARTIDAS DO LANÇAMENTO (OU DO MODELO) EM DIGITAÇÃO
       77 WRK-QT-PARTIDAS PIC 9(02) COMP VALUE ZEROES.
       77 WRK-SUB-PART    PIC 9(02) COMP VALUE ZEROES.
       01  WRK-TAB-PARTIDAS.
           02 WRK-TP-ITEM OCCURS 30 TIMES.
               03 WRK-TP-TIPO      PIC X(01).
               03 WRK-TP-CONTA     PIC X(08).
               03 WRK-TP-CENTRO    PIC X(06).
               03 WRK-TP-VALOR     PIC 9(10)V99.
               03 WRK-TP-HISTORICO PIC X(30).
       77 WRK-TOTAL-DEBITOS  PIC 9(11)V99 VALUE ZEROES.
       77 WRK-TOTAL-CREDITOS PIC 9(11)V99 VALUE ZEROES.
       77 WRK-QT-DEBITOS     PIC 9(02) COMP VALUE ZEROES.
       77 WRK-QT-CREDITOS    PIC 9(02) COMP VALUE ZEROES.
       77 WRK-DIFERENCA      PIC S9(11)V99 VALUE ZEROES.

       77 WRK-COMANDO PIC X(01) VALUE SPACES.
       77 WRK-SITUACAO-DIGIT PIC X(01) VALUE SPACES.
           88 DIGITACAO-EM-CURSO  VALUE SPACES.
           88 DIGITACAO-BALANCEADA VALUE 'B'.
           88 DIGITACAO-ABANDONADA VALUE 'X'.

       77 WRK-TIPO      PIC X(01) VALUE SPACES.
       77 WRK-CONTA     PIC X(08) VALUE SPACES.
       77 WRK-CENTRO    PIC X(06) VALUE SPACES.
       77 WRK-VALOR     PIC 9(10)V99 VALUE ZEROES.
       77 WRK-HISTORICO PIC X(30) VALUE SPACES.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-RESPOSTA  PIC X(01) VALUE SPACES.

       77 WRK-NUMERO    PIC 9(06) VALUE ZEROES.
       77 WRK-MODELO    PIC 9(04) VALUE ZEROES.
       77 WRK-QT-LISTADOS PIC 9(05) VALUE ZEROES.

      * MODELOS CARREGADOS PARA A REGRAVAÇÃO NA ATIVAÇÃO/DESATIVAÇÃO
       77 WRK-QT-MODELOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-MOD    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-MODELO-ACHADO PIC X(01) VALUE 'N'.
           88 MODELO-ACHADO    VALUE 'S'.
       01  WRK-TAB-MODELOS.
           02 WRK-TM-REGISTRO PIC X(100) OCCURS 500 TIMES.

       77 WRK-VALOR-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-VALOR2-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-DIFER-ED  PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'LANÇAMENTOS CONTÁBEIS MANUAIS'.
           DISPLAY '========================================'.
           PERFORM 0050-IDENTIFICAR-USUARIO.
           IF NOT USUARIO-AUTORIZADO
               DISPLAY 'USUÁRIO OU PIN INVÁLIDO - ACESSO NEGADO'
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-PLANO.
           IF WRK-QT-CONTAS = ZEROES
               DISPLAY 'PLANO DE CONTAS VAZIO - CADASTRE AS CONTAS '
                   'PELO MANUTPLANO ANTES DE LANÇAR'
               GOBACK
           END-IF.
           PERFORM 0200-MENU UNTIL WRK-OPCAO = 9.
           DISPLAY 'FINAL DOS LANÇAMENTOS MANUAIS'.
           GOBACK.

       0050-IDENTIFICAR-USUARIO.
           MOVE 'N' TO WRK-AUTORIZADO.
           DISPLAY 'USUÁRIO:'.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           DISPLAY 'PIN:'.
           ACCEPT WRK-PIN FROM CONSOLE.
           OPEN INPUT ARQ-USUARIOS.
           IF NOT USUARIOS-OK
               DISPLAY 'ARQUIVO DE SEGURANÇA NÃO ENCONTRADO - '
                   'CRIE OS USUÁRIOS PELO SEGADMIN'
           ELSE
               PERFORM 0060-LER-USUARIO
               PERFORM 0070-CONFERIR-USUARIO UNTIL FIM-USUARIOS
               CLOSE ARQ-USUARIOS
           END-IF.

       0060-LER-USUARIO.
           READ ARQ-USUARIOS
               AT END
                   MOVE 'S' TO WRK-FIM-USUARIOS
           END-READ.

      * O PIN ESTÁ CODIFICADO EM COMPLEMENTO DE NOVE, COMO NO
      * NIVEL88; CONTA BLOQUEADA NÃO LANÇA
       0070-CONFERIR-USUARIO.
           IF REG-USU-USUARIO = WRK-USUARIO AND
              REG-USU-BLOQUEADO NOT = 'S' AND
              9999 - REG-USU-PIN-ENC = WRK-PIN
               MOVE 'S' TO WRK-AUTORIZADO
           END-IF.
           PERFORM 0060-LER-USUARIO.

       0100-CARREGAR-PLANO.
           OPEN INPUT ARQ-PLANO.
           IF PLANO-OK
               PERFORM 0110-LER-CONTA
               PERFORM 0120-GUARDAR-CONTA UNTIL FIM-PLANO
               CLOSE ARQ-PLANO
           END-IF.

       0110-LER-CONTA.
           READ ARQ-PLANO
               AT END
                   MOVE 'S' TO WRK-FIM-PLANO
           END-READ.

       0120-GUARDAR-CONTA.
           IF WRK-QT-CONTAS < 500
               ADD 1 TO WRK-QT-CONTAS
               MOVE REG-PL-CONTA TO WRK-TC-CONTA(WRK-QT-CONTAS)
           END-IF.
           PERFORM 0110-LER-CONTA.

       0200-MENU.
           DISPLAY '1 - DIGITAR LANÇAMENTO'.
           DISPLAY '2 - LISTAR LANÇAMENTOS PENDENTES'.
           DISPLAY '3 - INCLUIR MODELO RECORRENTE'.
           DISPLAY '4 - LISTAR MODELOS RECORRENTES'.
           DISPLAY '5 - ATIVAR/DESATIVAR MODELO'.
           DISPLAY '9 - SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-DIGITAR-LANCAMENTO
               WHEN 2
                   PERFORM 0500-LISTAR-PENDENTES
               WHEN 3
                   PERFORM 0600-INCLUIR-MODELO
               WHEN 4
                   PERFORM 0700-LISTAR-MODELOS
               WHEN 5
                   PERFORM 0800-ATIVAR-DESATIVAR
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

      ******************************************************************
      * LANÇAMENTO AVULSO: COMPETÊNCIA ABERTA, PARTIDAS BALANCEADAS E
      * GRAVAÇÃO PENDENTE DE APROVAÇÃO
      ******************************************************************
       0300-DIGITAR-LANCAMENTO.
           DISPLAY 'COMPETÊNCIA (AAAAMM, ZERO = MÊS ATUAL):'.
           ACCEPT WRK-COMPETENCIA-NUM FROM CONSOLE.
           IF WRK-COMPETENCIA-NUM = ZEROES
               MOVE WRK-DS-ANO TO WRK-CP-ANO
               MOVE WRK-DS-MES TO WRK-CP-MES
           END-IF.
           IF WRK-CP-MES < 1 OR WRK-CP-MES > 12
               DISPLAY 'COMPETÊNCIA INVÁLIDA'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COMPETENCIA-NUM TO REG-PER-ANOMES.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'COMPETÊNCIA ' WRK-COMPETENCIA-NUM
                   ' FECHADA NO CONTROLE DE PERÍODOS - LANÇAMENTO '
                   'RECUSADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0400-DIGITAR-PARTIDAS.
           IF DIGITACAO-BALANCEADA
               PERFORM 0350-GRAVAR-LANCAMENTO
           ELSE
               DISPLAY 'LANÇAMENTO ABANDONADO - NADA GRAVADO'
           END-IF.

      * O NÚMERO É O MAIOR JÁ GRAVADO MAIS UM
       0350-GRAVAR-LANCAMENTO.
           MOVE ZEROES TO WRK-NUMERO.
           MOVE 'N' TO WRK-FIM-MANUAIS.
           OPEN INPUT ARQ-MANUAIS.
           IF MANUAIS-OK
               PERFORM 0510-LER-MANUAL
               PERFORM 0360-MAIOR-NUMERO UNTIL FIM-MANUAIS
               CLOSE ARQ-MANUAIS
           END-IF.
           ADD 1 TO WRK-NUMERO.
           OPEN EXTEND ARQ-MANUAIS.
           IF NOT MANUAIS-OK
               OPEN OUTPUT ARQ-MANUAIS
           END-IF.
           PERFORM VARYING WRK-SUB-PART FROM 1 BY 1
               UNTIL WRK-SUB-PART > WRK-QT-PARTIDAS
               MOVE WRK-NUMERO TO REG-LMN-NUMERO
               MOVE WRK-SUB-PART TO REG-LMN-LINHA
               MOVE WRK-COMPETENCIA-NUM TO REG-LMN-COMPETENCIA
               MOVE WRK-TP-TIPO(WRK-SUB-PART)   TO REG-LMN-TIPO
               MOVE WRK-TP-CONTA(WRK-SUB-PART)  TO REG-LMN-CONTA
               MOVE WRK-TP-CENTRO(WRK-SUB-PART) TO REG-LMN-CENTRO
               MOVE WRK-TP-VALOR(WRK-SUB-PART)  TO REG-LMN-VALOR
               MOVE WRK-TP-HISTORICO(WRK-SUB-PART)
                   TO REG-LMN-HISTORICO
               MOVE 'P' TO REG-LMN-SITUACAO
               MOVE WRK-USUARIO TO REG-LMN-DIGITADOR
               MOVE WRK-DATA-SYS-NUM TO REG-LMN-DATA-DIGIT
               MOVE SPACES TO REG-LMN-APROVADOR
               MOVE ZEROES TO REG-LMN-DATA-APROV
               MOVE ZEROES TO REG-LMN-MODELO
               WRITE REG-LANC-MANUAL
           END-PERFORM.
           CLOSE ARQ-MANUAIS.
           DISPLAY 'LANÇAMENTO ' WRK-NUMERO ' GRAVADO - AGUARDA A '
               'APROVAÇÃO DE OUTRO USUÁRIO (APROVALANC)'.

       0360-MAIOR-NUMERO.
           IF REG-LMN-NUMERO > WRK-NUMERO
               MOVE REG-LMN-NUMERO TO WRK-NUMERO
           END-IF.
           PERFORM 0510-LER-MANUAL.

      ******************************************************************
      * DIGITAÇÃO DAS PARTIDAS, COMUM AO LANÇAMENTO E AO MODELO: SÓ
      * ENCERRA (F) COM PELO MENOS UM DÉBITO E UM CRÉDITO E TOTAIS
      * IGUAIS; E EXCLUI A ÚLTIMA PARTIDA E X ABANDONA
      ******************************************************************
       0400-DIGITAR-PARTIDAS.
           MOVE ZEROES TO WRK-QT-PARTIDAS.
           MOVE SPACES TO WRK-SITUACAO-DIGIT.
           PERFORM 0440-TOTALIZAR.
           PERFORM 0410-DIGITAR-PARTIDA UNTIL NOT DIGITACAO-EM-CURSO.

       0410-DIGITAR-PARTIDA.
           MOVE WRK-TOTAL-DEBITOS  TO WRK-VALOR-ED.
           MOVE WRK-TOTAL-CREDITOS TO WRK-VALOR2-ED.
           DISPLAY 'PARTIDAS: ' WRK-QT-PARTIDAS
               ' DÉBITOS: ' WRK-VALOR-ED ' CRÉDITOS: ' WRK-VALOR2-ED.
           DISPLAY 'D/C = NOVA PARTIDA, E = EXCLUIR A ÚLTIMA, '
               'F = FINALIZAR, X = ABANDONAR:'.
           ACCEPT WRK-COMANDO FROM CONSOLE.
           EVALUATE WRK-COMANDO
               WHEN 'D'
               WHEN 'C'
                   PERFORM 0420-LER-PARTIDA
               WHEN 'E'
                   IF WRK-QT-PARTIDAS > ZEROES
                       SUBTRACT 1 FROM WRK-QT-PARTIDAS
                       PERFORM 0440-TOTALIZAR
                       DISPLAY 'ÚLTIMA PARTIDA EXCLUÍDA'
                   END-IF
               WHEN 'F'
                   PERFORM 0430-CONFERIR-BALANCO
               WHEN 'X'
                   MOVE 'X' TO WRK-SITUACAO-DIGIT
               WHEN OTHER
                   DISPLAY 'COMANDO INVÁLIDO'
           END-EVALUATE.

       0420-LER-PARTIDA.
           IF WRK-QT-PARTIDAS = 30
               DISPLAY 'LIMITE DE 30 PARTIDAS POR LANÇAMENTO'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COMANDO TO WRK-TIPO.
           DISPLAY 'CONTA:'.
           ACCEPT WRK-CONTA FROM CONSOLE.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           PERFORM VARYING WRK-SUB-CONTA FROM 1 BY 1
               UNTIL WRK-SUB-CONTA > WRK-QT-CONTAS
                   OR CONTA-NO-PLANO
               IF WRK-TC-CONTA(WRK-SUB-CONTA) = WRK-CONTA
                   MOVE 'S' TO WRK-CONTA-ACHADA
               END-IF
           END-PERFORM.
           IF NOT CONTA-NO-PLANO
               DISPLAY 'CONTA ' WRK-CONTA ' FORA DO PLANO DE CONTAS '
                   '- PARTIDA RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CENTRO DE CUSTO:'.
           ACCEPT WRK-CENTRO FROM CONSOLE.
           DISPLAY 'VALOR:'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           IF WRK-VALOR = ZEROES
               DISPLAY 'VALOR ZERADO - PARTIDA RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'HISTÓRICO:'.
           ACCEPT WRK-HISTORICO FROM CONSOLE.
           ADD 1 TO WRK-QT-PARTIDAS.
           MOVE WRK-TIPO      TO WRK-TP-TIPO(WRK-QT-PARTIDAS).
           MOVE WRK-CONTA     TO WRK-TP-CONTA(WRK-QT-PARTIDAS).
           MOVE WRK-CENTRO    TO WRK-TP-CENTRO(WRK-QT-PARTIDAS).
           MOVE WRK-VALOR     TO WRK-TP-VALOR(WRK-QT-PARTIDAS).
           MOVE WRK-HISTORICO TO WRK-TP-HISTORICO(WRK-QT-PARTIDAS).
           PERFORM 0440-TOTALIZAR.

       0430-CONFERIR-BALANCO.
           IF WRK-QT-DEBITOS = ZEROES OR WRK-QT-CREDITOS = ZEROES
               DISPLAY 'O LANÇAMENTO PRECISA DE PELO MENOS UM DÉBITO '
                   'E UM CRÉDITO'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
               COMPUTE WRK-DIFERENCA =
                   WRK-TOTAL-DEBITOS - WRK-TOTAL-CREDITOS
               MOVE WRK-DIFERENCA TO WRK-DIFER-ED
               DISPLAY 'DÉBITOS DIFEREM DOS CRÉDITOS EM '
                   WRK-DIFER-ED ' - GRAVAÇÃO RECUSADA, ACERTE AS '
                   'PARTIDAS'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'B' TO WRK-SITUACAO-DIGIT.

       0440-TOTALIZAR.
           MOVE ZEROES TO WRK-TOTAL-DEBITOS WRK-TOTAL-CREDITOS
                          WRK-QT-DEBITOS WRK-QT-CREDITOS.
           PERFORM VARYING WRK-SUB-PART FROM 1 BY 1
               UNTIL WRK-SUB-PART > WRK-QT-PARTIDAS
               IF WRK-TP-TIPO(WRK-SUB-PART) = 'D'
                   ADD WRK-TP-VALOR(WRK-SUB-PART) TO WRK-TOTAL-DEBITOS
                   ADD 1 TO WRK-QT-DEBITOS
               ELSE
                   ADD WRK-TP-VALOR(WRK-SUB-PART)
                       TO WRK-TOTAL-CREDITOS
                   ADD 1 TO WRK-QT-CREDITOS
               END-IF
           END-PERFORM.

       0500-LISTAR-PENDENTES.
           MOVE ZEROES TO WRK-QT-LISTADOS.
           MOVE 'N' TO WRK-FIM-MANUAIS.
           OPEN INPUT ARQ-MANUAIS.
           IF NOT MANUAIS-OK
               DISPLAY 'NÃO HÁ LANÇAMENTOS MANUAIS GRAVADOS'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0510-LER-MANUAL.
           PERFORM 0520-LISTAR-MANUAL UNTIL FIM-MANUAIS.
           CLOSE ARQ-MANUAIS.
           DISPLAY 'PARTIDAS PENDENTES: ' WRK-QT-LISTADOS.

       0510-LER-MANUAL.
           READ ARQ-MANUAIS
               AT END
                   MOVE 'S' TO WRK-FIM-MANUAIS
           END-READ.

       0520-LISTAR-MANUAL.
           IF REG-LMN-PENDENTE
               ADD 1 TO WRK-QT-LISTADOS
               MOVE REG-LMN-VALOR TO WRK-VALOR-ED
               DISPLAY REG-LMN-NUMERO '/' REG-LMN-LINHA ' '
                   REG-LMN-COMPETENCIA ' ' REG-LMN-TIPO ' '
                   REG-LMN-CONTA ' ' REG-LMN-CENTRO ' '
                   WRK-VALOR-ED ' ' REG-LMN-DIGITADOR
           END-IF.
           PERFORM 0510-LER-MANUAL.

      ******************************************************************
      * MODELOS RECORRENTES: MESMA DIGITAÇÃO BALANCEADA; A ÚLTIMA
      * COMPETÊNCIA GERADA COMEÇA NO MÊS ATUAL (PRIMEIRA GERAÇÃO NA
      * VIRADA DO MÊS) OU NO ANTERIOR, SE JÁ DEVE SAIR ESTE MÊS
      ******************************************************************
       0600-INCLUIR-MODELO.
           DISPLAY 'DESCRIÇÃO DO MODELO:'.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           IF WRK-DESCRICAO = SPACES
               DISPLAY 'DESCRIÇÃO EM BRANCO - MODELO NÃO INCLUÍDO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0400-DIGITAR-PARTIDAS.
           IF NOT DIGITACAO-BALANCEADA
               DISPLAY 'MODELO ABANDONADO - NADA GRAVADO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'GERAR JÁ NA COMPETÊNCIA ATUAL? (S/N)'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           MOVE WRK-DS-ANO TO WRK-CP-ANO.
           MOVE WRK-DS-MES TO WRK-CP-MES.
           IF WRK-RESPOSTA = 'S'
               IF WRK-CP-MES = 1
                   MOVE 12 TO WRK-CP-MES
                   SUBTRACT 1 FROM WRK-CP-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-CP-MES
               END-IF
           END-IF.
           MOVE ZEROES TO WRK-MODELO.
           MOVE 'N' TO WRK-FIM-MODELOS.
           OPEN INPUT ARQ-MODELOS.
           IF MODELOS-OK
               PERFORM 0710-LER-MODELO
               PERFORM 0610-MAIOR-MODELO UNTIL FIM-MODELOS
               CLOSE ARQ-MODELOS
           END-IF.
           ADD 1 TO WRK-MODELO.
           OPEN EXTEND ARQ-MODELOS.
           IF NOT MODELOS-OK
               OPEN OUTPUT ARQ-MODELOS
           END-IF.
           PERFORM VARYING WRK-SUB-PART FROM 1 BY 1
               UNTIL WRK-SUB-PART > WRK-QT-PARTIDAS
               MOVE WRK-MODELO TO REG-MLC-MODELO
               MOVE WRK-SUB-PART TO REG-MLC-LINHA
               MOVE WRK-DESCRICAO TO REG-MLC-DESCRICAO
               MOVE WRK-TP-TIPO(WRK-SUB-PART)   TO REG-MLC-TIPO
               MOVE WRK-TP-CONTA(WRK-SUB-PART)  TO REG-MLC-CONTA
               MOVE WRK-TP-CENTRO(WRK-SUB-PART) TO REG-MLC-CENTRO
               MOVE WRK-TP-VALOR(WRK-SUB-PART)  TO REG-MLC-VALOR
               MOVE WRK-TP-HISTORICO(WRK-SUB-PART)
                   TO REG-MLC-HISTORICO
               MOVE 'S' TO REG-MLC-ATIVO
               MOVE WRK-COMPETENCIA-NUM TO REG-MLC-ULT-GERADA
               WRITE REG-MODELO-LANC
           END-PERFORM.
           CLOSE ARQ-MODELOS.
           DISPLAY 'MODELO ' WRK-MODELO ' INCLUÍDO'.

       0610-MAIOR-MODELO.
           IF REG-MLC-MODELO > WRK-MODELO
               MOVE REG-MLC-MODELO TO WRK-MODELO
           END-IF.
           PERFORM 0710-LER-MODELO.

       0700-LISTAR-MODELOS.
           MOVE ZEROES TO WRK-QT-LISTADOS.
           MOVE 'N' TO WRK-FIM-MODELOS.
           OPEN INPUT ARQ-MODELOS.
           IF NOT MODELOS-OK
               DISPLAY 'NÃO HÁ MODELOS RECORRENTES GRAVADOS'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0710-LER-MODELO.
           PERFORM 0720-LISTAR-MODELO UNTIL FIM-MODELOS.
           CLOSE ARQ-MODELOS.
           DISPLAY 'PARTIDAS DE MODELOS: ' WRK-QT-LISTADOS.

       0710-LER-MODELO.
           READ ARQ-MODELOS
               AT END
                   MOVE 'S' TO WRK-FIM-MODELOS
           END-READ.

       0720-LISTAR-MODELO.
           ADD 1 TO WRK-QT-LISTADOS.
           IF REG-MLC-LINHA = 1
               DISPLAY 'MODELO ' REG-MLC-MODELO ' '
                   REG-MLC-DESCRICAO ' ATIVO: ' REG-MLC-ATIVO
                   ' ÚLTIMA GERAÇÃO: ' REG-MLC-ULT-GERADA
           END-IF.
           MOVE REG-MLC-VALOR TO WRK-VALOR-ED.
           DISPLAY '   ' REG-MLC-TIPO ' ' REG-MLC-CONTA ' '
               REG-MLC-CENTRO ' ' WRK-VALOR-ED ' ' REG-MLC-HISTORICO.
           PERFORM 0710-LER-MODELO.

       0800-ATIVAR-DESATIVAR.
           DISPLAY 'NÚMERO DO MODELO:'.
           ACCEPT WRK-MODELO FROM CONSOLE.
           MOVE ZEROES TO WRK-QT-MODELOS.
           MOVE 'N' TO WRK-MODELO-ACHADO.
           MOVE 'N' TO WRK-FIM-MODELOS.
           OPEN INPUT ARQ-MODELOS.
           IF MODELOS-OK
               PERFORM 0710-LER-MODELO
               PERFORM 0810-GUARDAR-MODELO UNTIL FIM-MODELOS
               CLOSE ARQ-MODELOS
           END-IF.
           IF NOT MODELO-ACHADO
               DISPLAY 'MODELO INEXISTENTE'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-MODELOS.
           PERFORM VARYING WRK-SUB-MOD FROM 1 BY 1
               UNTIL WRK-SUB-MOD > WRK-QT-MODELOS
               MOVE WRK-TM-REGISTRO(WRK-SUB-MOD) TO REG-MODELO-LANC
               WRITE REG-MODELO-LANC
           END-PERFORM.
           CLOSE ARQ-MODELOS.
           IF WRK-RESPOSTA = 'S'
               DISPLAY 'MODELO ' WRK-MODELO ' ATIVADO'
           ELSE
               DISPLAY 'MODELO ' WRK-MODELO ' DESATIVADO'
           END-IF.

       0810-GUARDAR-MODELO.
           IF REG-MLC-MODELO = WRK-MODELO
               MOVE 'S' TO WRK-MODELO-ACHADO
               IF REG-MLC-ATIVADO
                   MOVE 'N' TO REG-MLC-ATIVO
               ELSE
                   MOVE 'S' TO REG-MLC-ATIVO
               END-IF
               MOVE REG-MLC-ATIVO TO WRK-RESPOSTA
           END-IF.
           IF WRK-QT-MODELOS < 500
               ADD 1 TO WRK-QT-MODELOS
               MOVE REG-MODELO-LANC TO WRK-TM-REGISTRO(WRK-QT-MODELOS)
           ELSE
               DISPLAY 'MODELOS-LANCAMENTO EXCEDE O LIMITE DE 500 '
                   'PARTIDAS - ALTERAÇÃO RECUSADA'
               MOVE 'N' TO WRK-MODELO-ACHADO
               MOVE 'S' TO WRK-FIM-MODELOS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0710-LER-MODELO.
