       IDENTIFICATION DIVISION.
       PROGRAM-ID. aprovaalter.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = APROVAÇÃO DAS ALTERAÇÕES SENSÍVEIS PENDENTES EM
      *            ALTERACOES-PENDENTES (AUMENTO DE LIMITE DE CRÉDITO,
      *            REAJUSTE DE PREÇOS, PARÂMETRO DE NEGÓCIO E
      *            REABERTURA DE PERÍODO): PARA CADA SOLICITAÇÃO
      *            MOSTRA O ANTES E O DEPOIS, E O ADMINISTRADOR (01) OU
      *            GERENTE (03) IDENTIFICADO, QUE NÃO PODE SER O
      *            SOLICITANTE, APROVA OU REJEITA. A APROVADA É
      *            APLICADA NA HORA NO ARQUIVO DE DESTINO, COM A
      *            TRILHA DE AUDITORIA DE CADA UM EM NOME DO
      *            SOLICITANTE; SE O VALOR ATUAL NÃO É MAIS O "ANTES"
      *            DO PEDIDO, A SOLICITAÇÃO É REJEITADA PARA SER
      *            REFEITA SOBRE O VALOR NOVO. QUEM DECIDIU E QUANDO
      *            FICA NA PRÓPRIA SOLICITAÇÃO (RELATÓRIO RELDUPLA)
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
           SELECT ARQ-ALTERACOES ASSIGN TO 'ALTERACOES-PENDENTES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALTERACOES.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-LOGCAD ASSIGN TO 'LOG-CADASTRO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOGCAD.
           SELECT ARQ-PARAMETROS ASSIGN TO 'PARAMETROS-NEGOCIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAMETROS.
           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITORIA-PARAMETROS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.
           SELECT ARQ-PERIODOS ASSIGN TO 'PERIODOS-CONTABEIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERIODOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-USUARIOS.
           COPY 'usuarseg.cbl'.

       FD  ARQ-ALTERACOES.
           COPY 'altpend.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-LOGCAD.
       01  REG-LOGCAD PIC X(80).

       FD  ARQ-PARAMETROS.
       01  REG-PARAMETRO.
           02 REG-PAR-CHAVE PIC X(20).
           02 REG-PAR-VALOR PIC 9(08)V99.

       FD  ARQ-AUDITORIA.
       01  REG-AUDITORIA PIC X(80).

       FD  ARQ-PERIODOS.
       01  REG-PERIODO.
           02 REG-PRD-ANOMES   PIC 9(06).
           02 REG-PRD-SITUACAO PIC X(01).

       WORKING-STORAGE SECTION.
           COPY 'reajpreco.cbl'.

       77 WRK-STATUS-USUARIOS   PIC X(02) VALUE '00'.
           88 USUARIOS-OK          VALUE '00'.
       77 WRK-STATUS-ALTERACOES PIC X(02) VALUE '00'.
           88 ALTERACOES-OK        VALUE '00'.
       77 WRK-STATUS-CADASTRO   PIC X(02) VALUE '00'.
           88 CADASTRO-OK          VALUE '00'.
       77 WRK-STATUS-LOGCAD     PIC X(02) VALUE '00'.
           88 LOGCAD-OK            VALUE '00'.
       77 WRK-STATUS-PARAMETROS PIC X(02) VALUE '00'.
           88 PARAMETROS-OK        VALUE '00'.
       77 WRK-STATUS-AUDITORIA  PIC X(02) VALUE '00'.
           88 AUDITORIA-OK         VALUE '00'.
       77 WRK-STATUS-PERIODOS   PIC X(02) VALUE '00'.
           88 PERIODOS-OK          VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-PIN         PIC 9(04) VALUE ZEROES.
       77 WRK-AUTORIZADO  PIC X(01) VALUE 'N'.
           88 APROVADOR-AUTORIZADO VALUE 'S'.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).
       01  WRK-HORA-SYS.
           02 WRK-HS-HH   PIC 9(02).
           02 WRK-HS-MM   PIC 9(02).
           02 WRK-HS-SS   PIC 9(02).
           02 WRK-HS-CENT PIC 9(02).
       77 WRK-HORA-NUM PIC 9(06) VALUE ZEROES.

      * O ARQUIVO INTEIRO É CARREGADO E REGRAVADO COM AS DECISÕES
       77 WRK-QT-ALTERACOES PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-ALT       PIC 9(04) COMP VALUE ZEROES.
       77 WRK-TABELA-EXCEDIDA PIC X(01) VALUE 'N'.
           88 TABELA-EXCEDIDA    VALUE 'S'.
       01  WRK-TAB-ALTERACOES.
           02 WRK-TA-REGISTRO PIC X(226) OCCURS 1000 TIMES.

      * DECISÃO 'B' MANTÉM A SOLICITAÇÃO PENDENTE
       77 WRK-DECISAO     PIC X(01) VALUE SPACES.
       77 WRK-OBSERVACAO  PIC X(30) VALUE SPACES.
       77 WRK-ENCERRAR    PIC X(01) VALUE 'N'.
           88 REVISAO-ENCERRADA VALUE 'S'.
       77 WRK-ALTERADO    PIC X(01) VALUE 'N'.
           88 TABELA-ALTERADA  VALUE 'S'.
       77 WRK-QT-APROVADAS  PIC 9(04) COMP VALUE ZEROES.
       77 WRK-QT-REJEITADAS PIC 9(04) COMP VALUE ZEROES.
       77 WRK-QT-PULADAS    PIC 9(04) COMP VALUE ZEROES.
       77 WRK-QT-ED         PIC ZZZ9 VALUE ZEROES.
       77 WRK-DESCRICAO     PIC X(20) VALUE SPACES.

      * PARÂMETROS DE NEGÓCIO, RELIDOS A CADA APROVAÇÃO
       77 WRK-QT-CHAVES   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-CHV     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-ITEM-ACHADO PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-CHAVES.
           02 WRK-TC-ITEM OCCURS 100 TIMES.
               03 WRK-TC-CHAVE PIC X(20).
               03 WRK-TC-VALOR PIC 9(08)V99.

      * PERÍODOS CONTÁBEIS, RELIDOS A CADA APROVAÇÃO
       77 WRK-QT-PERIODOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-PER     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-PER-ACHADO  PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-PERIODOS.
           02 WRK-TP-ITEM OCCURS 120 TIMES.
               03 WRK-TP-ANOMES   PIC 9(06).
               03 WRK-TP-SITUACAO PIC X(01).

      * MESMO LAYOUT DA TRILHA DO MANUTPARAMETROS
       01  WRK-LINAUDIT.
           02 WRK-LA-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LA-HORA     PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LA-OPERADOR PIC X(15).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LA-CHAVE    PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LA-ANTIGO   PIC 9(08)V99.
           02 FILLER          PIC X(01) VALUE '>'.
           02 WRK-LA-NOVO     PIC 9(08)V99.

      * MESMO LAYOUT DO LOG DO CADASTROMANUT
       01  WRK-DATA-DISPLAY.
           02 WRK-DD PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WRK-MM PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WRK-AA PIC 9999.
       01  WRK-HORA-DISPLAY.
           02 WRK-HH PIC 99.
           02 FILLER PIC X VALUE ':'.
           02 WRK-MI PIC 99.
           02 FILLER PIC X VALUE ':'.
           02 WRK-SG PIC 99.
       01  WRK-LINLOGCAD.
           02 WRK-LC-DATA     PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-HORA     PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-OPERADOR PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-ACAO     PIC X(11).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-LC-CODIGO   PIC 9(06).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'APROVAÇÃO DAS ALTERAÇÕES PENDENTES'.
           DISPLAY '========================================'.
           PERFORM 0050-IDENTIFICAR-APROVADOR.
           IF NOT APROVADOR-AUTORIZADO
               DISPLAY 'USUÁRIO OU PIN INVÁLIDO, OU SEM NÍVEL DE '
                   'ADMINISTRADOR OU GERENTE - ACESSO NEGADO'
               GOBACK
           END-IF.
           PERFORM 0100-CARREGAR-ALTERACOES.
           IF TABELA-EXCEDIDA
               DISPLAY 'ALTERACOES-PENDENTES EXCEDE O LIMITE DE 1000 '
                   'DA TABELA - EXECUÇÃO RECUSADA PARA NÃO '
                   'TRUNCAR O ARQUIVO NA REGRAVAÇÃO'
               GOBACK
           END-IF.
           PERFORM 0200-REVISAR-ALTERACAO
               VARYING WRK-SUB-ALT FROM 1 BY 1
               UNTIL WRK-SUB-ALT > WRK-QT-ALTERACOES
                   OR REVISAO-ENCERRADA.
           IF TABELA-ALTERADA
               PERFORM 0800-REGRAVAR-ALTERACOES
           END-IF.
           MOVE WRK-QT-APROVADAS TO WRK-QT-ED.
           DISPLAY 'SOLICITAÇÕES APROVADAS.: ' WRK-QT-ED.
           MOVE WRK-QT-REJEITADAS TO WRK-QT-ED.
           DISPLAY 'SOLICITAÇÕES REJEITADAS: ' WRK-QT-ED.
           MOVE WRK-QT-PULADAS TO WRK-QT-ED.
           DISPLAY 'SOLICITAÇÕES MANTIDAS..: ' WRK-QT-ED.
           DISPLAY 'FINAL DA APROVAÇÃO DAS ALTERAÇÕES'.
           GOBACK.

       0050-IDENTIFICAR-APROVADOR.
           MOVE 'N' TO WRK-AUTORIZADO.
           DISPLAY 'USUÁRIO:'.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           DISPLAY 'PIN:'.
           ACCEPT WRK-PIN FROM CONSOLE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-USUARIOS.
           IF NOT USUARIOS-OK
               DISPLAY 'ARQUIVO DE SEGURANÇA NÃO ENCONTRADO - '
                   'CRIE OS USUÁRIOS PELO SEGADMIN'
           ELSE
               PERFORM 0060-LER-USUARIO
               PERFORM 0070-CONFERIR-USUARIO UNTIL FIM-ARQUIVO
               CLOSE ARQ-USUARIOS
           END-IF.

       0060-LER-USUARIO.
           READ ARQ-USUARIOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * O PIN ESTÁ CODIFICADO EM COMPLEMENTO DE NOVE, COMO NO
      * NIVEL88; CONTA BLOQUEADA NÃO APROVA
       0070-CONFERIR-USUARIO.
           IF REG-USU-USUARIO = WRK-USUARIO AND
              REG-USU-BLOQUEADO NOT = 'S' AND
              9999 - REG-USU-PIN-ENC = WRK-PIN
               IF REG-USU-NIVEL = 01 OR REG-USU-NIVEL = 03
                   MOVE 'S' TO WRK-AUTORIZADO
               END-IF
           END-IF.
           PERFORM 0060-LER-USUARIO.

       0100-CARREGAR-ALTERACOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ALTERACOES.
           IF ALTERACOES-OK
               PERFORM 0110-LER-ALTERACAO
               PERFORM 0120-GUARDAR-ALTERACAO UNTIL FIM-ARQUIVO
               CLOSE ARQ-ALTERACOES
           ELSE
               DISPLAY 'NÃO HÁ ALTERAÇÕES PENDENTES GRAVADAS'
           END-IF.

       0110-LER-ALTERACAO.
           READ ARQ-ALTERACOES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0120-GUARDAR-ALTERACAO.
           IF WRK-QT-ALTERACOES < 1000
               ADD 1 TO WRK-QT-ALTERACOES
               MOVE REG-ALTERACAO
                   TO WRK-TA-REGISTRO(WRK-QT-ALTERACOES)
           ELSE
               MOVE 'S' TO WRK-TABELA-EXCEDIDA
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM 0110-LER-ALTERACAO.

      * QUEM SOLICITOU NÃO APROVA A PRÓPRIA SOLICITAÇÃO
       0200-REVISAR-ALTERACAO.
           MOVE WRK-TA-REGISTRO(WRK-SUB-ALT) TO REG-ALTERACAO.
           IF NOT ALT-PENDENTE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN ALT-LIMITE
                   MOVE 'LIMITE DE CREDITO' TO WRK-DESCRICAO
               WHEN ALT-REAJUSTE
                   MOVE 'REAJUSTE DE PRECOS' TO WRK-DESCRICAO
               WHEN ALT-PARAMETRO
                   MOVE 'PARAMETRO' TO WRK-DESCRICAO
               WHEN ALT-REABERTURA
                   MOVE 'REABERTURA PERIODO' TO WRK-DESCRICAO
               WHEN OTHER
                   MOVE 'TIPO DESCONHECIDO' TO WRK-DESCRICAO
           END-EVALUATE.
           DISPLAY '----------------------------------------'.
           DISPLAY 'SOLICITAÇÃO: ' REG-ALT-NUMERO '  ' WRK-DESCRICAO.
           DISPLAY 'CHAVE......: ' REG-ALT-CHAVE.
           DISPLAY 'ANTES......: ' REG-ALT-ANTES.
           DISPLAY 'DEPOIS.....: ' REG-ALT-DEPOIS.
           IF ALT-REAJUSTE
               DISPLAY 'PREÇOS NA SIMULAÇÃO: ' REG-ALT-RJ-QT
                   ' (ANTES E DEPOIS SÃO AS SOMAS DOS PREÇOS)'
           END-IF.
           DISPLAY 'SOLICITADA POR ' REG-ALT-SOLICITANTE
               ' EM ' REG-ALT-DATA-SOL ' ' REG-ALT-HORA-SOL.
           IF REG-ALT-SOLICITANTE = WRK-USUARIO
               DISPLAY 'SOLICITAÇÃO DO PRÓPRIO USUÁRIO - '
                   'APROVAÇÃO CABE A OUTRA PESSOA'
               ADD 1 TO WRK-QT-PULADAS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY '(A)PROVAR, (R)EJEITAR, (P)ULAR OU (E)NCERRAR:'.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           MOVE SPACES TO WRK-OBSERVACAO.
           EVALUATE WRK-DECISAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0300-APLICAR-ALTERACAO
               WHEN 'R'
               WHEN 'r'
                   DISPLAY 'MOTIVO DA REJEIÇÃO:'
                   ACCEPT WRK-OBSERVACAO FROM CONSOLE
                   MOVE 'R' TO WRK-DECISAO
               WHEN 'E'
               WHEN 'e'
                   MOVE 'S' TO WRK-ENCERRAR
                   MOVE 'B' TO WRK-DECISAO
               WHEN OTHER
                   MOVE 'B' TO WRK-DECISAO
           END-EVALUATE.
           PERFORM 0400-REGISTRAR-DECISAO.

      * CADA TIPO DEVOLVE 'A' (APLICADA), 'R' (REJEITADA PORQUE O
      * VALOR ATUAL MUDOU) OU 'B' (ARQUIVO DE DESTINO INDISPONÍVEL)
       0300-APLICAR-ALTERACAO.
           MOVE 'A' TO WRK-DECISAO.
           EVALUATE TRUE
               WHEN ALT-LIMITE
                   PERFORM 0310-APLICAR-LIMITE
               WHEN ALT-REAJUSTE
                   PERFORM 0320-APLICAR-REAJUSTE
               WHEN ALT-PARAMETRO
                   PERFORM 0330-APLICAR-PARAMETRO
               WHEN ALT-REABERTURA
                   PERFORM 0340-APLICAR-REABERTURA
               WHEN OTHER
                   MOVE 'R' TO WRK-DECISAO
                   MOVE 'TIPO DE ALTERACAO DESCONHECIDO'
                       TO WRK-OBSERVACAO
           END-EVALUATE.

       0310-APLICAR-LIMITE.
           OPEN I-O ARQ-CADASTRO.
           IF NOT CADASTRO-OK
               DISPLAY 'CADASTRO MESTRE INDISPONÍVEL - STATUS '
                   WRK-STATUS-CADASTRO
               MOVE 'B' TO WRK-DECISAO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-ALT-LIM-CLIENTE TO REG-CAD-CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   MOVE 'R' TO WRK-DECISAO
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-OBSERVACAO
           END-READ.
           IF WRK-DECISAO = 'A' AND
              REG-CAD-LIMITE NOT = REG-ALT-LIM-ANTERIOR
               MOVE 'R' TO WRK-DECISAO
               MOVE 'LIMITE MUDOU DESDE O PEDIDO' TO WRK-OBSERVACAO
           END-IF.
           IF WRK-DECISAO = 'A'
               MOVE REG-ALT-LIM-NOVO TO REG-CAD-LIMITE
               REWRITE REG-CADASTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O REGISTRO - '
                           'STATUS ' WRK-STATUS-CADASTRO
                       MOVE 'B' TO WRK-DECISAO
                   NOT INVALID KEY
                       PERFORM 0350-GRAVAR-LOG-CADASTRO
               END-REWRITE
           END-IF.
           CLOSE ARQ-CADASTRO.

      * O REAJUSTE É REFEITO SOBRE OS PREÇOS DE AGORA, COM A SELEÇÃO
      * E O AJUSTE DO PEDIDO
       0320-APLICAR-REAJUSTE.
           MOVE SPACES TO REG-REAJUSTE-PEDIDO.
           MOVE 'A'                   TO REG-RJP-MODO.
           MOVE REG-ALT-RJ-SELECAO    TO REG-RJP-SELECAO.
           MOVE REG-ALT-RJ-COD-INICIO TO REG-RJP-COD-INICIO.
           MOVE REG-ALT-RJ-COD-FIM    TO REG-RJP-COD-FIM.
           MOVE REG-ALT-RJ-UF         TO REG-RJP-UF.
           MOVE REG-ALT-RJ-TIPO       TO REG-RJP-TIPO-AJUSTE.
           MOVE REG-ALT-RJ-PCT        TO REG-RJP-PCT.
           MOVE REG-ALT-RJ-VALOR      TO REG-RJP-VALOR.
           MOVE REG-ALT-SOLICITANTE   TO REG-RJP-OPERADOR.
           CALL 'reajustepreco' USING REG-REAJUSTE-PEDIDO.
           IF NOT RJP-OK
               MOVE 'B' TO WRK-DECISAO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PREÇOS REAJUSTADOS: ' REG-RJP-QT-AJUSTADOS
               ' - RELATÓRIO EM RELATORIO-REPRECIFICACAO'.

       0330-APLICAR-PARAMETRO.
           PERFORM 0331-CARREGAR-PARAMETROS.
           MOVE ZEROES TO WRK-ITEM-ACHADO.
           PERFORM VARYING WRK-SUB-CHV FROM 1 BY 1
               UNTIL WRK-SUB-CHV > WRK-QT-CHAVES
                   OR WRK-ITEM-ACHADO > ZEROES
               IF WRK-TC-CHAVE(WRK-SUB-CHV) = REG-ALT-CHAVE
                   MOVE WRK-SUB-CHV TO WRK-ITEM-ACHADO
               END-IF
           END-PERFORM.
           IF REG-ALT-PAR-EXISTE = 'S'
               IF WRK-ITEM-ACHADO = ZEROES
                   MOVE 'R' TO WRK-DECISAO
                   MOVE 'CHAVE NAO EXISTE MAIS' TO WRK-OBSERVACAO
                   EXIT PARAGRAPH
               END-IF
               IF WRK-TC-VALOR(WRK-ITEM-ACHADO) NOT =
                  REG-ALT-PAR-ANTIGO
                   MOVE 'R' TO WRK-DECISAO
                   MOVE 'VALOR MUDOU DESDE O PEDIDO' TO WRK-OBSERVACAO
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WRK-ITEM-ACHADO > ZEROES
                   MOVE 'R' TO WRK-DECISAO
                   MOVE 'CHAVE JA INCLUIDA' TO WRK-OBSERVACAO
                   EXIT PARAGRAPH
               END-IF
               IF WRK-QT-CHAVES = 100
                   DISPLAY 'TABELA DE PARÂMETROS CHEIA'
                   MOVE 'B' TO WRK-DECISAO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WRK-QT-CHAVES
               MOVE WRK-QT-CHAVES TO WRK-ITEM-ACHADO
               MOVE REG-ALT-CHAVE TO WRK-TC-CHAVE(WRK-ITEM-ACHADO)
           END-IF.
           MOVE REG-ALT-PAR-NOVO TO WRK-TC-VALOR(WRK-ITEM-ACHADO).
           OPEN OUTPUT ARQ-PARAMETROS.
           PERFORM VARYING WRK-SUB-CHV FROM 1 BY 1
               UNTIL WRK-SUB-CHV > WRK-QT-CHAVES
               MOVE WRK-TC-CHAVE(WRK-SUB-CHV) TO REG-PAR-CHAVE
               MOVE WRK-TC-VALOR(WRK-SUB-CHV) TO REG-PAR-VALOR
               WRITE REG-PARAMETRO
           END-PERFORM.
           CLOSE ARQ-PARAMETROS.
           PERFORM 0335-GRAVAR-AUDITORIA.

       0331-CARREGAR-PARAMETROS.
           MOVE ZEROES TO WRK-QT-CHAVES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PARAMETROS.
           IF PARAMETROS-OK
               PERFORM 0332-LER-PARAMETRO
               PERFORM 0333-GUARDAR-CHAVE UNTIL FIM-ARQUIVO
               CLOSE ARQ-PARAMETROS
           END-IF.

       0332-LER-PARAMETRO.
           READ ARQ-PARAMETROS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0333-GUARDAR-CHAVE.
           IF WRK-QT-CHAVES < 100
               ADD 1 TO WRK-QT-CHAVES
               MOVE REG-PAR-CHAVE TO WRK-TC-CHAVE(WRK-QT-CHAVES)
               MOVE REG-PAR-VALOR TO WRK-TC-VALOR(WRK-QT-CHAVES)
           END-IF.
           PERFORM 0332-LER-PARAMETRO.

       0335-GRAVAR-AUDITORIA.
           OPEN EXTEND ARQ-AUDITORIA.
           IF NOT AUDITORIA-OK
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF.
           PERFORM 0900-OBTER-DATA-HORA.
           MOVE WRK-DATA-SYS-NUM    TO WRK-LA-DATA.
           MOVE WRK-HORA-NUM        TO WRK-LA-HORA.
           MOVE REG-ALT-SOLICITANTE TO WRK-LA-OPERADOR.
           MOVE REG-ALT-CHAVE       TO WRK-LA-CHAVE.
           MOVE REG-ALT-PAR-ANTIGO  TO WRK-LA-ANTIGO.
           MOVE REG-ALT-PAR-NOVO    TO WRK-LA-NOVO.
           WRITE REG-AUDITORIA FROM WRK-LINAUDIT.
           CLOSE ARQ-AUDITORIA.

       0340-APLICAR-REABERTURA.
           MOVE ZEROES TO WRK-QT-PERIODOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PERIODOS.
           IF PERIODOS-OK
               PERFORM 0341-LER-PERIODO
               PERFORM 0342-GUARDAR-PERIODO UNTIL FIM-ARQUIVO
               CLOSE ARQ-PERIODOS
           END-IF.
           IF WRK-DECISAO = 'B'
               DISPLAY 'PERIODOS-CONTABEIS EXCEDE O LIMITE DE 120 DA '
                   'TABELA - REABERTURA NÃO APLICADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-PER-ACHADO.
           PERFORM VARYING WRK-SUB-PER FROM 1 BY 1
               UNTIL WRK-SUB-PER > WRK-QT-PERIODOS
                   OR WRK-PER-ACHADO > ZEROES
               IF WRK-TP-ANOMES(WRK-SUB-PER) = REG-ALT-PRD-ANOMES AND
                  WRK-TP-SITUACAO(WRK-SUB-PER) = 'F'
                   MOVE WRK-SUB-PER TO WRK-PER-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-PER-ACHADO = ZEROES
               MOVE 'R' TO WRK-DECISAO
               MOVE 'PERIODO NAO ESTA MAIS FECHADO' TO WRK-OBSERVACAO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO WRK-TP-SITUACAO(WRK-PER-ACHADO).
           OPEN OUTPUT ARQ-PERIODOS.
           PERFORM VARYING WRK-SUB-PER FROM 1 BY 1
               UNTIL WRK-SUB-PER > WRK-QT-PERIODOS
               MOVE WRK-TP-ANOMES(WRK-SUB-PER) TO REG-PRD-ANOMES
               MOVE WRK-TP-SITUACAO(WRK-SUB-PER)
                   TO REG-PRD-SITUACAO
               WRITE REG-PERIODO
           END-PERFORM.
           CLOSE ARQ-PERIODOS.
           DISPLAY 'PERÍODO ' REG-ALT-PRD-ANOMES ' REABERTO'.

       0341-LER-PERIODO.
           READ ARQ-PERIODOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * ARQUIVO MAIOR QUE A TABELA NÃO É REGRAVADO (COMO NO
      * MANUTPERIODO) - A SOLICITAÇÃO FICA PENDENTE
       0342-GUARDAR-PERIODO.
           IF WRK-QT-PERIODOS < 120
               ADD 1 TO WRK-QT-PERIODOS
               MOVE REG-PRD-ANOMES
                   TO WRK-TP-ANOMES(WRK-QT-PERIODOS)
               MOVE REG-PRD-SITUACAO
                   TO WRK-TP-SITUACAO(WRK-QT-PERIODOS)
           ELSE
               MOVE 'B' TO WRK-DECISAO
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM 0341-LER-PERIODO.

       0350-GRAVAR-LOG-CADASTRO.
           OPEN EXTEND ARQ-LOGCAD.
           IF NOT LOGCAD-OK
               OPEN OUTPUT ARQ-LOGCAD
           END-IF.
           PERFORM 0900-OBTER-DATA-HORA.
           MOVE WRK-DS-DIA TO WRK-DD.
           MOVE WRK-DS-MES TO WRK-MM.
           MOVE WRK-DS-ANO TO WRK-AA.
           MOVE WRK-HS-HH TO WRK-HH.
           MOVE WRK-HS-MM TO WRK-MI.
           MOVE WRK-HS-SS TO WRK-SG.
           MOVE WRK-DATA-DISPLAY    TO WRK-LC-DATA.
           MOVE WRK-HORA-DISPLAY    TO WRK-LC-HORA.
           MOVE REG-ALT-SOLICITANTE TO WRK-LC-OPERADOR.
           MOVE 'LIMITE APRV'       TO WRK-LC-ACAO.
           MOVE REG-CAD-CODIGO      TO WRK-LC-CODIGO.
           WRITE REG-LOGCAD FROM WRK-LINLOGCAD.
           CLOSE ARQ-LOGCAD.

       0400-REGISTRAR-DECISAO.
           EVALUATE WRK-DECISAO
               WHEN 'A'
                   ADD 1 TO WRK-QT-APROVADAS
                   DISPLAY 'ALTERAÇÃO APROVADA E APLICADA'
               WHEN 'R'
                   ADD 1 TO WRK-QT-REJEITADAS
                   DISPLAY 'ALTERAÇÃO REJEITADA ' WRK-OBSERVACAO
               WHEN OTHER
                   ADD 1 TO WRK-QT-PULADAS
                   DISPLAY 'ALTERAÇÃO MANTIDA PENDENTE'
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM 0900-OBTER-DATA-HORA.
           MOVE WRK-DECISAO      TO REG-ALT-SITUACAO.
           MOVE WRK-USUARIO      TO REG-ALT-DECISOR.
           MOVE WRK-DATA-SYS-NUM TO REG-ALT-DATA-DEC.
           MOVE WRK-HORA-NUM     TO REG-ALT-HORA-DEC.
           MOVE WRK-OBSERVACAO   TO REG-ALT-OBSERVACAO.
           MOVE REG-ALTERACAO TO WRK-TA-REGISTRO(WRK-SUB-ALT).
           MOVE 'S' TO WRK-ALTERADO.

       0800-REGRAVAR-ALTERACOES.
           OPEN OUTPUT ARQ-ALTERACOES.
           PERFORM VARYING WRK-SUB-ALT FROM 1 BY 1
               UNTIL WRK-SUB-ALT > WRK-QT-ALTERACOES
               MOVE WRK-TA-REGISTRO(WRK-SUB-ALT) TO REG-ALTERACAO
               WRITE REG-ALTERACAO
           END-PERFORM.
           CLOSE ARQ-ALTERACOES.

       0900-OBTER-DATA-HORA.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SYS FROM TIME.
           COMPUTE WRK-HORA-NUM =
               WRK-HS-HH * 10000 + WRK-HS-MM * 100 + WRK-HS-SS.
