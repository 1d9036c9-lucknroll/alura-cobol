       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgpdtitular.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = ATENDIMENTO AO TITULAR DOS DADOS PESSOAIS (LGPD),
      *            PELO CPF OU CNPJ: LOCALIZA OS CÓDIGOS DE CLIENTE
      *            NO CADASTRO MESTRE E AS MATRÍCULAS NO CADASTRO DE
      *            FUNCIONÁRIOS E LISTA EM RELATORIO-LGPD TODO
      *            REGISTRO QUE GUARDA DADO DA PESSOA (CADASTRO,
      *            ENDEREÇOS DE ENTREGA, RAZÃO, DUPLICATAS, PEDIDOS,
      *            FUNCIONÁRIOS, HISTÓRICO DE AUMENTOS, FOLHA
      *            EXPORTADA, AUDITORIA DE ACESSO E OS ARQUIVOS
      *            MORTOS DO EXPURGO). A ANONIMIZAÇÃO TROCA NOME,
      *            DOCUMENTO E ENDEREÇO POR UM PSEUDÔNIMO SÓ NOS
      *            CÓDIGOS JÁ FORA DO PRAZO LEGAL DE GUARDA
      *            (LGPD-RETENCAO-ANOS NOS PARÂMETROS DE NEGÓCIO):
      *            CLIENTE INATIVO SEM TÍTULO ABERTO E SEM PEDIDO
      *            OU TÍTULO DENTRO DO PRAZO, FUNCIONÁRIO DESLIGADO
      *            ANTES DO PRAZO. CÓDIGOS, VALORES, UF E DATAS
      *            FICAM COMO ESTÃO, ENTÃO OS TOTAIS FISCAIS E
      *            CONTÁBEIS NÃO MUDAM. SÓ ADMINISTRADOR OU GERENTE
      *            ATENDE, E TODO ATENDIMENTO VAI PARA O LOG-LGPD
      * DATA = 15/10/2026
      * 15/10/2026 LUCAS  CABEÇALHO DO PEDIDO PASSA AO ARQUIVO INDEXADO
      *                    PEDIDOS-CAB-IDX: O CEP DE ENTREGA DO TITULAR
      *                    É ZERADO NO LUGAR, SEM O ARQUIVO DE TRABALHO
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
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-MASTER ASSIGN TO 'FUNCIONARIOS-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQUIVO.
           SELECT ARQ-ENDERECOS ASSIGN TO 'ENDERECOS-ENTREGA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQUIVO.
           SELECT ARQ-RAZAO ASSIGN TO 'RAZAO-CLIENTES-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-RAZ-CHAVE
               FILE STATUS IS WRK-STATUS-ARQUIVO.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQUIVO.
           SELECT ARQ-MORTO-DUPLICATAS
               ASSIGN TO 'MORTO-DUPLICATAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQUIVO.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-PC-NUMERO
               ALTERNATE RECORD KEY IS REG-PC-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-ARQUIVO.
           SELECT ARQ-HISTAUMENTO ASSIGN TO 'HISTORICO-AUMENTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQUIVO.
           SELECT ARQ-FOLHA ASSIGN TO 'EXPORTACAO-FOLHA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQUIVO.
           SELECT ARQ-MORTO-FOLHA ASSIGN TO 'MORTO-FOLHA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQUIVO.
           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITORIA-NIVEL88'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQUIVO.
           SELECT ARQ-MORTO-AUDITORIA
               ASSIGN TO 'MORTO-AUDITORIA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQUIVO.
           SELECT ARQ-TRABALHO ASSIGN TO 'LGPD-TRABALHO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRABALHO.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-LGPD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-LOG ASSIGN TO 'LOG-LGPD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-USUARIOS.
           COPY 'usuarseg.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-MASTER.
           COPY 'funcionario.cbl'.

       FD  ARQ-ENDERECOS.
           COPY 'endentrega.cbl'.

       FD  ARQ-RAZAO.
           COPY 'razaoidx.cbl'.

       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

      * ARQUIVO MORTO DO EXPURGO: DATA DO ARQUIVAMENTO, UM BRANCO E
      * A LINHA ORIGINAL DA DUPLICATA
       FD  ARQ-MORTO-DUPLICATAS.
       01  REG-MORTO-DUPLICATA.
           02 REG-MDP-ARQUIVADA  PIC 9(08).
           02 FILLER             PIC X(01).
           02 REG-MDP-CLIENTE    PIC 9(06).
           02 REG-MDP-PEDIDO     PIC 9(06).
           02 REG-MDP-PARCELA    PIC 9(02).
           02 REG-MDP-EMISSAO    PIC 9(08).
           02 REG-MDP-VENCIMENTO PIC 9(08).
           02 REG-MDP-VALOR      PIC 9(08)V99.
           02 REG-MDP-SITUACAO   PIC X(01).
           02 FILLER             PIC X(39).

       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-HISTAUMENTO.
           COPY 'histaum.cbl'.

      * ARQUIVO DO BANCO NO LAYOUT DO FOLHABANCO: SÓ OS DETALHES
      * (TIPO '1') TRAZEM MATRÍCULA E NOME
       FD  ARQ-FOLHA.
       01  REG-FOLHA PIC X(48).
       01  REG-FOLHA-DET REDEFINES REG-FOLHA.
           02 REG-FD-TIPO      PIC X(01).
           02 REG-FD-MATRICULA PIC 9(05).
           02 REG-FD-NOME      PIC X(20).
           02 REG-FD-ANO       PIC 9(04).
           02 REG-FD-AUMENTO   PIC 9(06)V99.
           02 REG-FD-SALARIO   PIC 9(08)V99.

       FD  ARQ-MORTO-FOLHA.
       01  REG-MORTO-FOLHA.
           02 REG-MFO-ARQUIVADA PIC 9(08).
           02 FILLER            PIC X(01).
           02 REG-MFO-TIPO      PIC X(01).
           02 REG-MFO-MATRICULA PIC 9(05).
           02 REG-MFO-NOME      PIC X(20).
           02 REG-MFO-ANO       PIC 9(04).
           02 REG-MFO-AUMENTO   PIC 9(06)V99.
           02 REG-MFO-SALARIO   PIC 9(08)V99.
           02 FILLER            PIC X(32).

      * LINHA DO NIVEL88: O USUÁRIO É O NOME DE ACESSO
       FD  ARQ-AUDITORIA.
       01  REG-AUDITORIA.
           02 REG-AUD-DATA      PIC X(10).
           02 FILLER            PIC X(01).
           02 REG-AUD-HORA      PIC X(08).
           02 FILLER            PIC X(01).
           02 REG-AUD-USUARIO   PIC X(20).
           02 FILLER            PIC X(01).
           02 REG-AUD-NIVEL     PIC X(20).
           02 FILLER            PIC X(01).
           02 REG-AUD-RESULTADO PIC X(17).

       FD  ARQ-MORTO-AUDITORIA.
       01  REG-MORTO-AUDITORIA.
           02 REG-MAU-ARQUIVADA PIC 9(08).
           02 FILLER            PIC X(01).
           02 REG-MAU-DATA      PIC X(10).
           02 FILLER            PIC X(01).
           02 REG-MAU-HORA      PIC X(08).
           02 FILLER            PIC X(01).
           02 REG-MAU-USUARIO   PIC X(20).
           02 FILLER            PIC X(01).
           02 REG-MAU-NIVEL     PIC X(20).
           02 FILLER            PIC X(01).
           02 REG-MAU-RESULTADO PIC X(17).

       FD  ARQ-TRABALHO.
       01  REG-TRABALHO PIC X(100).

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(132).

      * UMA LINHA POR ATENDIMENTO: R = RELATÓRIO DO TITULAR,
      * A = PEDIDO DE ANONIMIZAÇÃO (MESMO QUANDO NADA É ANONIMIZADO)
       FD  ARQ-LOG.
       01  REG-LOG-LGPD.
           02 REG-LGP-DATA         PIC 9(08).
           02 REG-LGP-HORA         PIC 9(06).
           02 REG-LGP-OPERADOR     PIC X(20).
           02 REG-LGP-DOCUMENTO    PIC X(14).
           02 REG-LGP-ACAO         PIC X(01).
               88 LGP-RELATORIO       VALUE 'R'.
               88 LGP-ANONIMIZACAO    VALUE 'A'.
           02 REG-LGP-QT-REGISTROS PIC 9(05).
           02 REG-LGP-QT-ANONIM    PIC 9(05).
           02 REG-LGP-RESULTADO    PIC X(20).

       WORKING-STORAGE SECTION.
           COPY 'parametro.cbl'.
           COPY 'geracao.cbl'.

       77 WRK-STATUS-USUARIOS  PIC X(02) VALUE '00'.
           88 USUARIOS-OK         VALUE '00'.
       77 WRK-STATUS-CADASTRO  PIC X(02) VALUE '00'.
           88 CADASTRO-OK         VALUE '00'.
       77 WRK-STATUS-ARQUIVO   PIC X(02) VALUE '00'.
           88 ARQUIVO-OK          VALUE '00'.
       77 WRK-STATUS-TRABALHO  PIC X(02) VALUE '00'.
           88 TRABALHO-OK         VALUE '00'.
       77 WRK-STATUS-LOG       PIC X(02) VALUE '00'.
           88 LOG-OK              VALUE '00'.
       77 WRK-FIM-USUARIOS PIC X(01) VALUE 'N'.
           88 FIM-USUARIOS    VALUE 'S'.
       77 WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO     VALUE 'S'.
       77 WRK-FIM-TRABALHO PIC X(01) VALUE 'N'.
           88 FIM-TRABALHO    VALUE 'S'.

      * SÓ ADMINISTRADOR (01) OU GERENTE (03) ATENDE O TITULAR
       77 WRK-USUARIO    PIC X(20) VALUE SPACES.
       77 WRK-PIN        PIC 9(04) VALUE ZEROES.
       77 WRK-AUTORIZADO PIC X(01) VALUE 'N'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.

       77 WRK-OPCAO      PIC 9(01) VALUE ZEROES.
       77 WRK-CONFIRMA   PIC X(01) VALUE SPACES.
       77 WRK-DOCUMENTO  PIC X(14) VALUE SPACES.
       77 WRK-IMPRIMIR   PIC X(01) VALUE 'N'.
           88 IMPRIMIR-RELATORIO VALUE 'S'.

      * PRAZO LEGAL DE GUARDA EM ANOS; 5 QUANDO O PARÂMETRO NÃO
      * EXISTE (PRAZO DOS DOCUMENTOS FISCAIS)
       77 WRK-ANOS-RETENCAO PIC 9(02) VALUE 05.
       77 WRK-DATA-CORTE    PIC 9(08) VALUE ZEROES.

      * CÓDIGOS DO TITULAR: UM DOCUMENTO PODE TER MAIS DE UM CÓDIGO
      * DE CLIENTE (FUSÃO, RECADASTRO) OU MAIS DE UMA MATRÍCULA
      * (READMISSÃO)
       77 WRK-QT-CLIENTES   PIC 9(02) COMP VALUE ZEROES.
       77 WRK-QT-EMPREGADOS PIC 9(02) COMP VALUE ZEROES.
       77 WRK-TABELA-EXCEDIDA PIC X(01) VALUE 'N'.
           88 TABELA-EXCEDIDA    VALUE 'S'.
       01  WRK-TAB-CLIENTES.
           02 WRK-TC-ITEM OCCURS 20 TIMES.
               03 WRK-TC-CODIGO   PIC 9(06).
               03 WRK-TC-SITUACAO PIC X(01).
               03 WRK-TC-ELEGIVEL PIC X(01).
               03 WRK-TC-MOTIVO   PIC X(30).
       01  WRK-TAB-EMPREGADOS.
           02 WRK-TE-ITEM OCCURS 10 TIMES.
               03 WRK-TE-MATRICULA  PIC 9(05).
               03 WRK-TE-NOME       PIC X(20).
               03 WRK-TE-SITUACAO   PIC X(01).
               03 WRK-TE-DATADESLIG PIC 9(08).
               03 WRK-TE-ELEGIVEL   PIC X(01).
               03 WRK-TE-MOTIVO     PIC X(30).

       77 WRK-SUB          PIC 9(02) COMP VALUE ZEROES.
       77 WRK-SUB-ACHADO   PIC 9(02) COMP VALUE ZEROES.
       77 WRK-CLIENTE-TESTE   PIC 9(06) VALUE ZEROES.
       77 WRK-MATRICULA-TESTE PIC 9(05) VALUE ZEROES.
       77 WRK-USUARIO-TESTE   PIC X(20) VALUE SPACES.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 DO-TITULAR      VALUE 'S'.
       77 WRK-SO-ELEGIVEIS PIC X(01) VALUE 'N'.
           88 SO-ELEGIVEIS    VALUE 'S'.

       77 WRK-QT-REGISTROS  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-ELEGIVEIS  PIC 9(02) VALUE ZEROES.
       77 WRK-QT-ARQUIVO    PIC 9(05) VALUE ZEROES.
       77 WRK-QT-ANONIM     PIC 9(05) VALUE ZEROES.
       77 WRK-RESULTADO     PIC X(20) VALUE SPACES.
       77 WRK-ACAO          PIC X(01) VALUE SPACES.

      * RESUMO DA ANONIMIZAÇÃO, NA ORDEM EM QUE OS ARQUIVOS SÃO
      * REGRAVADOS
       01  WRK-TAB-RESUMO-DADOS.
           02 FILLER PIC X(20) VALUE 'CADASTRO-MASTER-IDX'.
           02 FILLER PIC X(20) VALUE 'ENDERECOS-ENTREGA'.
           02 FILLER PIC X(20) VALUE 'PEDIDOS-CAB-IDX'.
           02 FILLER PIC X(20) VALUE 'FUNCIONARIOS-MASTER'.
           02 FILLER PIC X(20) VALUE 'HISTORICO-AUMENTOS'.
           02 FILLER PIC X(20) VALUE 'EXPORTACAO-FOLHA'.
           02 FILLER PIC X(20) VALUE 'MORTO-FOLHA'.
       01  WRK-TAB-RESUMO REDEFINES WRK-TAB-RESUMO-DADOS.
           02 WRK-TR-ARQUIVO PIC X(20) OCCURS 7 TIMES.
       01  WRK-TAB-RESUMO-QT.
           02 WRK-TR-QT PIC 9(05) OCCURS 7 TIMES.
       77 WRK-SUB-RES PIC 9(01) VALUE ZEROES.

      * PSEUDÔNIMO: O CÓDIGO CONTINUA LIGANDO OS REGISTROS, O NOME
      * DEIXA DE IDENTIFICAR A PESSOA
       01  WRK-PSEUDO-CLIENTE.
           02 FILLER         PIC X(13) VALUE 'ANONIMIZADO C'.
           02 WRK-PC-CODIGO  PIC 9(06).
       01  WRK-PSEUDO-EMPREGADO.
           02 FILLER         PIC X(13) VALUE 'ANONIMIZADO M'.
           02 WRK-PE-MATRICULA PIC 9(05).

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
       01  WRK-DATA-AUX.
           02 WRK-DA-ANO PIC 9(04).
           02 WRK-DA-MES PIC 9(02).
           02 WRK-DA-DIA PIC 9(02).
       01  WRK-DATA-AUX-NUM REDEFINES WRK-DATA-AUX PIC 9(08).
       01  WRK-DATA-ED.
           02 WRK-DE-DIA PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-MES PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-ANO PIC 9(04).

       77 WRK-VALOR-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-SALDO-ED  PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-QT-ED     PIC ZZZZ9 VALUE ZEROES.

       01  WRK-LINHA-TITULAR.
           02 WRK-LT-ARQUIVO PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 WRK-LT-DADOS   PIC X(111).
       01  WRK-LINRELAT PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'ATENDIMENTO AO TITULAR DOS DADOS - LGPD'.
           DISPLAY '========================================'.
           PERFORM 0050-IDENTIFICAR-OPERADOR.
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY 'ACESSO NEGADO - SÓ ADMINISTRADOR OU GERENTE '
                   'ATENDE O TITULAR'
               GOBACK
           END-IF.
           PERFORM 0080-CALCULAR-CORTE.
           PERFORM 0100-MENU UNTIL WRK-OPCAO = 9.
           DISPLAY 'FINAL DO ATENDIMENTO LGPD'.
           GOBACK.

       0050-IDENTIFICAR-OPERADOR.
           MOVE 'N' TO WRK-AUTORIZADO.
           DISPLAY 'OPERADOR:'.
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

       0070-CONFERIR-USUARIO.
           IF REG-USU-USUARIO = WRK-USUARIO AND
              REG-USU-BLOQUEADO NOT = 'S' AND
              9999 - REG-USU-PIN-ENC = WRK-PIN
               IF REG-USU-NIVEL = 01 OR REG-USU-NIVEL = 03
                   MOVE 'S' TO WRK-AUTORIZADO
               END-IF
           END-IF.
           PERFORM 0060-LER-USUARIO.

      * CORTE = HOJE MENOS O PRAZO DE GUARDA; O QUE TERMINOU ANTES
      * DO CORTE JÁ PODE SER ANONIMIZADO
       0080-CALCULAR-CORTE.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           MOVE 'LGPD-RETENCAO-ANOS' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-ANOS-RETENCAO
           END-IF.
           MOVE WRK-DATA-SYS-NUM TO WRK-DATA-AUX-NUM.
           SUBTRACT WRK-ANOS-RETENCAO FROM WRK-DA-ANO.
           MOVE WRK-DATA-AUX-NUM TO WRK-DATA-CORTE.

       0100-MENU.
           DISPLAY '________________________________________'.
           DISPLAY '1 - RELATÓRIO DO TITULAR'.
           DISPLAY '2 - ANONIMIZAR DADOS DO TITULAR'.
           DISPLAY '9 - SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0200-RELATORIO-TITULAR
               WHEN 2
                   PERFORM 0500-ANONIMIZAR-TITULAR
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

      * O DOCUMENTO É GRAVADO SÓ COM DÍGITOS, ALINHADO À ESQUERDA,
      * COMO O VALIDADOC DEVOLVE
       0150-PEDIR-DOCUMENTO.
           DISPLAY 'CPF OU CNPJ DO TITULAR (SÓ DÍGITOS):'.
           ACCEPT WRK-DOCUMENTO FROM CONSOLE.
           IF WRK-DOCUMENTO = SPACES
               DISPLAY 'DOCUMENTO NÃO INFORMADO'
           END-IF.

      * LOCALIZA OS CÓDIGOS DE CLIENTE E AS MATRÍCULAS DO TITULAR;
      * NO RELATÓRIO JÁ IMPRIME AS LINHAS DOS DOIS CADASTROS
       0160-LOCALIZAR-TITULAR.
           MOVE ZEROES TO WRK-QT-CLIENTES WRK-QT-EMPREGADOS.
           MOVE 'N' TO WRK-TABELA-EXCEDIDA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               PERFORM 0161-LER-CADASTRO
               PERFORM 0162-CONFERIR-CADASTRO UNTIL FIM-ARQUIVO
               CLOSE ARQ-CADASTRO
           ELSE
               DISPLAY 'CADASTRO MESTRE INDISPONÍVEL - STATUS '
                   WRK-STATUS-CADASTRO
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-MASTER.
           IF ARQUIVO-OK
               PERFORM 0163-LER-EMPREGADO
               PERFORM 0164-CONFERIR-EMPREGADO UNTIL FIM-ARQUIVO
               CLOSE ARQ-MASTER
           END-IF.

       0161-LER-CADASTRO.
           READ ARQ-CADASTRO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0162-CONFERIR-CADASTRO.
           IF REG-CAD-CPFCNPJ = WRK-DOCUMENTO
               IF WRK-QT-CLIENTES < 20
                   ADD 1 TO WRK-QT-CLIENTES
                   MOVE REG-CAD-CODIGO
                       TO WRK-TC-CODIGO(WRK-QT-CLIENTES)
                   MOVE REG-CAD-SITUACAO
                       TO WRK-TC-SITUACAO(WRK-QT-CLIENTES)
                   MOVE 'S' TO WRK-TC-ELEGIVEL(WRK-QT-CLIENTES)
                   MOVE SPACES TO WRK-TC-MOTIVO(WRK-QT-CLIENTES)
               ELSE
                   MOVE 'S' TO WRK-TABELA-EXCEDIDA
               END-IF
               IF IMPRIMIR-RELATORIO
                   MOVE 'CADASTRO-MASTER-IDX' TO WRK-LT-ARQUIVO
                   MOVE SPACES TO WRK-LT-DADOS
                   STRING 'CODIGO ' REG-CAD-CODIGO
                       ' TIPO ' REG-CAD-TIPO
                       ' NOME ' REG-CAD-NOME
                       ' DOC ' REG-CAD-CPFCNPJ
                       ' UF ' REG-CAD-UF
                       ' CEP ' REG-CAD-CEP
                       ' SITUACAO ' REG-CAD-SITUACAO
                       DELIMITED BY SIZE INTO WRK-LT-DADOS
                   PERFORM 0290-IMPRIMIR-LINHA
               END-IF
           END-IF.
           PERFORM 0161-LER-CADASTRO.

       0163-LER-EMPREGADO.
           READ ARQ-MASTER
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * O CPF DO FUNCIONÁRIO TEM 11 POSIÇÕES; CNPJ NUNCA É DELE
       0164-CONFERIR-EMPREGADO.
           IF REG-EMP-CPF = WRK-DOCUMENTO(1:11) AND
              WRK-DOCUMENTO(12:3) = SPACES
               IF WRK-QT-EMPREGADOS < 10
                   ADD 1 TO WRK-QT-EMPREGADOS
                   MOVE REG-EMP-MATRICULA
                       TO WRK-TE-MATRICULA(WRK-QT-EMPREGADOS)
                   MOVE REG-EMP-NOME
                       TO WRK-TE-NOME(WRK-QT-EMPREGADOS)
                   MOVE REG-EMP-SITUACAO
                       TO WRK-TE-SITUACAO(WRK-QT-EMPREGADOS)
                   MOVE REG-EMP-DATADESLIG
                       TO WRK-TE-DATADESLIG(WRK-QT-EMPREGADOS)
                   MOVE 'S' TO WRK-TE-ELEGIVEL(WRK-QT-EMPREGADOS)
                   MOVE SPACES TO WRK-TE-MOTIVO(WRK-QT-EMPREGADOS)
               ELSE
                   MOVE 'S' TO WRK-TABELA-EXCEDIDA
               END-IF
               IF IMPRIMIR-RELATORIO
                   MOVE 'FUNCIONARIOS-MASTER' TO WRK-LT-ARQUIVO
                   MOVE SPACES TO WRK-LT-DADOS
                   STRING 'MATRICULA ' REG-EMP-MATRICULA
                       ' NOME ' REG-EMP-NOME
                       ' CPF ' REG-EMP-CPF
                       ' ADMISSAO ' REG-EMP-ANOENTRADA
                       REG-EMP-MESENTRADA REG-EMP-DIAENTRADA
                       ' SITUACAO ' REG-EMP-SITUACAO
                       ' DESLIGAMENTO ' REG-EMP-DATADESLIG
                       DELIMITED BY SIZE INTO WRK-LT-DADOS
                   PERFORM 0290-IMPRIMIR-LINHA
               END-IF
           END-IF.
           PERFORM 0163-LER-EMPREGADO.

      ****************************
      * RELATÓRIO DO TITULAR: TODO REGISTRO DE TODO ARQUIVO QUE
      * GUARDA DADO DA PESSOA, PELOS CÓDIGOS LOCALIZADOS
      ****************************
       0200-RELATORIO-TITULAR.
           PERFORM 0150-PEDIR-DOCUMENTO.
           IF WRK-DOCUMENTO = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-QT-REGISTROS.
           MOVE 'N' TO WRK-SO-ELEGIVEIS.
           MOVE 'S' TO WRK-IMPRIMIR.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 0210-IMPRIMIR-CABECALHO.
           PERFORM 0160-LOCALIZAR-TITULAR.
           IF WRK-QT-CLIENTES > ZEROES
               PERFORM 0220-LISTAR-ENDERECOS
               PERFORM 0230-LISTAR-RAZAO
               PERFORM 0240-LISTAR-DUPLICATAS
               PERFORM 0245-LISTAR-MORTO-DUPLICATAS
               PERFORM 0250-LISTAR-PEDIDOS
           END-IF.
           IF WRK-QT-EMPREGADOS > ZEROES
               PERFORM 0260-LISTAR-HISTORICO
               PERFORM 0265-LISTAR-FOLHA
               PERFORM 0270-LISTAR-MORTO-FOLHA
               PERFORM 0275-LISTAR-AUDITORIA
               PERFORM 0280-LISTAR-MORTO-AUDITORIA
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-QT-REGISTROS = ZEROES
               MOVE 'NENHUM REGISTRO COM ESTE DOCUMENTO'
                   TO REG-RELATORIO
               MOVE 'NADA ENCONTRADO' TO WRK-RESULTADO
           ELSE
               MOVE WRK-QT-REGISTROS TO WRK-QT-ED
               MOVE SPACES TO WRK-LINRELAT
               STRING 'REGISTROS ENCONTRADOS: ' WRK-QT-ED
                   DELIMITED BY SIZE INTO WRK-LINRELAT
               MOVE WRK-LINRELAT TO REG-RELATORIO
               MOVE 'RELATORIO EMITIDO' TO WRK-RESULTADO
           END-IF.
           WRITE REG-RELATORIO.
           IF TABELA-EXCEDIDA
               MOVE 'MAIS CODIGOS QUE A TABELA - SO OS PRIMEIROS'
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           CLOSE ARQ-RELATORIO.
           MOVE 'N' TO WRK-IMPRIMIR.
           MOVE 'R' TO WRK-ACAO.
           MOVE ZEROES TO WRK-QT-ANONIM.
           PERFORM 0800-GRAVAR-LOG.
           DISPLAY 'REGISTROS DO TITULAR: ' WRK-QT-REGISTROS
               ' - RELATÓRIO EM RELATORIO-LGPD'.

       0210-IMPRIMIR-CABECALHO.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'RELATORIO DO TITULAR DOS DADOS PESSOAIS - LGPD'
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-SYS-NUM TO WRK-DATA-AUX-NUM.
           PERFORM 0295-EDITAR-DATA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'DOCUMENTO ' WRK-DOCUMENTO
               '   EMITIDO EM ' WRK-DATA-ED
               ' POR ' WRK-USUARIO
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'ARQUIVO              REGISTRO' TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0220-LISTAR-ENDERECOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ENDERECOS.
           IF ARQUIVO-OK
               PERFORM 0221-LER-ENDERECO
               PERFORM 0222-CONFERIR-ENDERECO UNTIL FIM-ARQUIVO
               CLOSE ARQ-ENDERECOS
           END-IF.

       0221-LER-ENDERECO.
           READ ARQ-ENDERECOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0222-CONFERIR-ENDERECO.
           MOVE REG-END-CLIENTE TO WRK-CLIENTE-TESTE.
           PERFORM 0700-PROCURAR-CLIENTE.
           IF DO-TITULAR
               MOVE 'ENDERECOS-ENTREGA' TO WRK-LT-ARQUIVO
               MOVE SPACES TO WRK-LT-DADOS
               STRING 'CLIENTE ' REG-END-CLIENTE
                   ' SEQ ' REG-END-SEQ
                   ' ' REG-END-LOGRADOURO
                   ' ' REG-END-CIDADE
                   ' ' REG-END-UF
                   ' CEP ' REG-END-CEP
                   DELIMITED BY SIZE INTO WRK-LT-DADOS
               PERFORM 0290-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0221-LER-ENDERECO.

       0230-LISTAR-RAZAO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-RAZAO.
           IF ARQUIVO-OK
               PERFORM 0231-LER-RAZAO
               PERFORM 0232-CONFERIR-RAZAO UNTIL FIM-ARQUIVO
               CLOSE ARQ-RAZAO
           END-IF.

       0231-LER-RAZAO.
           READ ARQ-RAZAO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0232-CONFERIR-RAZAO.
           MOVE REG-RAZ-CLIENTE TO WRK-CLIENTE-TESTE.
           PERFORM 0700-PROCURAR-CLIENTE.
           IF DO-TITULAR
               MOVE REG-RAZ-VALOR TO WRK-SALDO-ED
               MOVE 'RAZAO-CLIENTES-IDX' TO WRK-LT-ARQUIVO
               MOVE SPACES TO WRK-LT-DADOS
               STRING 'CLIENTE ' REG-RAZ-CLIENTE
                   ' MES ' REG-RAZ-MES
                   ' SEQ ' REG-RAZ-SEQ
                   ' VALOR ' WRK-SALDO-ED
                   DELIMITED BY SIZE INTO WRK-LT-DADOS
               PERFORM 0290-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0231-LER-RAZAO.

       0240-LISTAR-DUPLICATAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DUPLICATAS.
           IF ARQUIVO-OK
               PERFORM 0241-LER-DUPLICATA
               PERFORM 0242-CONFERIR-DUPLICATA UNTIL FIM-ARQUIVO
               CLOSE ARQ-DUPLICATAS
           END-IF.

       0241-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0242-CONFERIR-DUPLICATA.
           MOVE REG-DUP-CLIENTE TO WRK-CLIENTE-TESTE.
           PERFORM 0700-PROCURAR-CLIENTE.
           IF DO-TITULAR
               MOVE REG-DUP-VALOR TO WRK-VALOR-ED
               MOVE 'DUPLICATAS-ABERTAS' TO WRK-LT-ARQUIVO
               MOVE SPACES TO WRK-LT-DADOS
               STRING 'CLIENTE ' REG-DUP-CLIENTE
                   ' PEDIDO ' REG-DUP-PEDIDO '/' REG-DUP-PARCELA
                   ' EMISSAO ' REG-DUP-EMISSAO
                   ' VENCIMENTO ' REG-DUP-VENCIMENTO
                   ' VALOR ' WRK-VALOR-ED
                   ' SITUACAO ' REG-DUP-SITUACAO
                   DELIMITED BY SIZE INTO WRK-LT-DADOS
               PERFORM 0290-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0241-LER-DUPLICATA.

       0245-LISTAR-MORTO-DUPLICATAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-MORTO-DUPLICATAS.
           IF ARQUIVO-OK
               PERFORM 0246-LER-MORTO-DUPLICATA
               PERFORM 0247-CONFERIR-MORTO-DUPLICATA
                   UNTIL FIM-ARQUIVO
               CLOSE ARQ-MORTO-DUPLICATAS
           END-IF.

       0246-LER-MORTO-DUPLICATA.
           READ ARQ-MORTO-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0247-CONFERIR-MORTO-DUPLICATA.
           MOVE REG-MDP-CLIENTE TO WRK-CLIENTE-TESTE.
           PERFORM 0700-PROCURAR-CLIENTE.
           IF DO-TITULAR
               MOVE REG-MDP-VALOR TO WRK-VALOR-ED
               MOVE 'MORTO-DUPLICATAS' TO WRK-LT-ARQUIVO
               MOVE SPACES TO WRK-LT-DADOS
               STRING 'CLIENTE ' REG-MDP-CLIENTE
                   ' PEDIDO ' REG-MDP-PEDIDO '/' REG-MDP-PARCELA
                   ' EMISSAO ' REG-MDP-EMISSAO
                   ' VALOR ' WRK-VALOR-ED
                   ' SITUACAO ' REG-MDP-SITUACAO
                   ' ARQUIVADA EM ' REG-MDP-ARQUIVADA
                   DELIMITED BY SIZE INTO WRK-LT-DADOS
               PERFORM 0290-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0246-LER-MORTO-DUPLICATA.

       0250-LISTAR-PEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDCAB.
           IF ARQUIVO-OK
               PERFORM 0251-LER-PEDIDO
               PERFORM 0252-CONFERIR-PEDIDO UNTIL FIM-ARQUIVO
               CLOSE ARQ-PEDCAB
           END-IF.

       0251-LER-PEDIDO.
           READ ARQ-PEDCAB NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0252-CONFERIR-PEDIDO.
           MOVE REG-PC-CLIENTE TO WRK-CLIENTE-TESTE.
           PERFORM 0700-PROCURAR-CLIENTE.
           IF DO-TITULAR
               MOVE REG-PC-TOTAL TO WRK-VALOR-ED
               MOVE 'PEDIDOS-CAB-IDX' TO WRK-LT-ARQUIVO
               MOVE SPACES TO WRK-LT-DADOS
               STRING 'PEDIDO ' REG-PC-NUMERO
                   ' DATA ' REG-PC-DATA
                   ' CLIENTE ' REG-PC-CLIENTE
                   ' TOTAL ' WRK-VALOR-ED
                   ' CEP ENTREGA ' REG-PC-CEP-ENTREGA
                   ' NOTA ' REG-PC-NOTA
                   DELIMITED BY SIZE INTO WRK-LT-DADOS
               PERFORM 0290-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0251-LER-PEDIDO.

       0260-LISTAR-HISTORICO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-HISTAUMENTO.
           IF ARQUIVO-OK
               PERFORM 0261-LER-HISTORICO
               PERFORM 0262-CONFERIR-HISTORICO UNTIL FIM-ARQUIVO
               CLOSE ARQ-HISTAUMENTO
           END-IF.

       0261-LER-HISTORICO.
           READ ARQ-HISTAUMENTO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0262-CONFERIR-HISTORICO.
           MOVE REG-HIST-MATRICULA TO WRK-MATRICULA-TESTE.
           PERFORM 0710-PROCURAR-MATRICULA.
           IF DO-TITULAR
               MOVE REG-HIST-AUMENTO TO WRK-VALOR-ED
               MOVE 'HISTORICO-AUMENTOS' TO WRK-LT-ARQUIVO
               MOVE SPACES TO WRK-LT-DADOS
               STRING 'MATRICULA ' REG-HIST-MATRICULA
                   ' NOME ' REG-HIST-NOME
                   ' ANO ' REG-HIST-ANO
                   ' AUMENTO ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LT-DADOS
               PERFORM 0290-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0261-LER-HISTORICO.

       0265-LISTAR-FOLHA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-FOLHA.
           IF ARQUIVO-OK
               PERFORM 0266-LER-FOLHA
               PERFORM 0267-CONFERIR-FOLHA UNTIL FIM-ARQUIVO
               CLOSE ARQ-FOLHA
           END-IF.

       0266-LER-FOLHA.
           READ ARQ-FOLHA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0267-CONFERIR-FOLHA.
           IF REG-FD-TIPO = '1'
               MOVE REG-FD-MATRICULA TO WRK-MATRICULA-TESTE
               PERFORM 0710-PROCURAR-MATRICULA
               IF DO-TITULAR
                   MOVE REG-FD-SALARIO TO WRK-VALOR-ED
                   MOVE 'EXPORTACAO-FOLHA' TO WRK-LT-ARQUIVO
                   MOVE SPACES TO WRK-LT-DADOS
                   STRING 'MATRICULA ' REG-FD-MATRICULA
                       ' NOME ' REG-FD-NOME
                       ' ANO ' REG-FD-ANO
                       ' SALARIO ' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-LT-DADOS
                   PERFORM 0290-IMPRIMIR-LINHA
               END-IF
           END-IF.
           PERFORM 0266-LER-FOLHA.

       0270-LISTAR-MORTO-FOLHA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-MORTO-FOLHA.
           IF ARQUIVO-OK
               PERFORM 0271-LER-MORTO-FOLHA
               PERFORM 0272-CONFERIR-MORTO-FOLHA UNTIL FIM-ARQUIVO
               CLOSE ARQ-MORTO-FOLHA
           END-IF.

       0271-LER-MORTO-FOLHA.
           READ ARQ-MORTO-FOLHA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0272-CONFERIR-MORTO-FOLHA.
           IF REG-MFO-TIPO = '1'
               MOVE REG-MFO-MATRICULA TO WRK-MATRICULA-TESTE
               PERFORM 0710-PROCURAR-MATRICULA
               IF DO-TITULAR
                   MOVE REG-MFO-SALARIO TO WRK-VALOR-ED
                   MOVE 'MORTO-FOLHA' TO WRK-LT-ARQUIVO
                   MOVE SPACES TO WRK-LT-DADOS
                   STRING 'MATRICULA ' REG-MFO-MATRICULA
                       ' NOME ' REG-MFO-NOME
                       ' ANO ' REG-MFO-ANO
                       ' SALARIO ' WRK-VALOR-ED
                       ' ARQUIVADA EM ' REG-MFO-ARQUIVADA
                       DELIMITED BY SIZE INTO WRK-LT-DADOS
                   PERFORM 0290-IMPRIMIR-LINHA
               END-IF
           END-IF.
           PERFORM 0271-LER-MORTO-FOLHA.

      * A AUDITORIA DE ACESSO GUARDA O NOME DE USUÁRIO, NÃO O CPF:
      * VALEM AS LINHAS CUJO USUÁRIO É O NOME DO FUNCIONÁRIO
       0275-LISTAR-AUDITORIA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-AUDITORIA.
           IF ARQUIVO-OK
               PERFORM 0276-LER-AUDITORIA
               PERFORM 0277-CONFERIR-AUDITORIA UNTIL FIM-ARQUIVO
               CLOSE ARQ-AUDITORIA
           END-IF.

       0276-LER-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0277-CONFERIR-AUDITORIA.
           MOVE REG-AUD-USUARIO TO WRK-USUARIO-TESTE.
           PERFORM 0720-PROCURAR-USUARIO.
           IF DO-TITULAR
               MOVE 'AUDITORIA-NIVEL88' TO WRK-LT-ARQUIVO
               MOVE SPACES TO WRK-LT-DADOS
               STRING 'USUARIO ' REG-AUD-USUARIO
                   ' ' REG-AUD-DATA
                   ' ' REG-AUD-HORA
                   ' ' REG-AUD-RESULTADO
                   DELIMITED BY SIZE INTO WRK-LT-DADOS
               PERFORM 0290-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0276-LER-AUDITORIA.

       0280-LISTAR-MORTO-AUDITORIA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-MORTO-AUDITORIA.
           IF ARQUIVO-OK
               PERFORM 0281-LER-MORTO-AUDITORIA
               PERFORM 0282-CONFERIR-MORTO-AUDITORIA
                   UNTIL FIM-ARQUIVO
               CLOSE ARQ-MORTO-AUDITORIA
           END-IF.

       0281-LER-MORTO-AUDITORIA.
           READ ARQ-MORTO-AUDITORIA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0282-CONFERIR-MORTO-AUDITORIA.
           MOVE REG-MAU-USUARIO TO WRK-USUARIO-TESTE.
           PERFORM 0720-PROCURAR-USUARIO.
           IF DO-TITULAR
               MOVE 'MORTO-AUDITORIA' TO WRK-LT-ARQUIVO
               MOVE SPACES TO WRK-LT-DADOS
               STRING 'USUARIO ' REG-MAU-USUARIO
                   ' ' REG-MAU-DATA
                   ' ' REG-MAU-HORA
                   ' ' REG-MAU-RESULTADO
                   ' ARQUIVADA EM ' REG-MAU-ARQUIVADA
                   DELIMITED BY SIZE INTO WRK-LT-DADOS
               PERFORM 0290-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0281-LER-MORTO-AUDITORIA.

       0290-IMPRIMIR-LINHA.
           ADD 1 TO WRK-QT-REGISTROS.
           MOVE WRK-LINHA-TITULAR TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0295-EDITAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.

      ****************************
      * ANONIMIZAÇÃO: SÓ OS CÓDIGOS FORA DO PRAZO DE GUARDA, COM
      * CONFIRMAÇÃO DO OPERADOR; O QUE FICA DENTRO DO PRAZO SAI
      * COM O MOTIVO NA TELA E NO RELATÓRIO
      ****************************
       0500-ANONIMIZAR-TITULAR.
           PERFORM 0150-PEDIR-DOCUMENTO.
           IF WRK-DOCUMENTO = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO WRK-ACAO.
           MOVE ZEROES TO WRK-QT-ANONIM.
           MOVE 'N' TO WRK-IMPRIMIR.
           MOVE 'N' TO WRK-SO-ELEGIVEIS.
           PERFORM 0160-LOCALIZAR-TITULAR.
           COMPUTE WRK-QT-REGISTROS =
               WRK-QT-CLIENTES + WRK-QT-EMPREGADOS.
           IF WRK-QT-REGISTROS = ZEROES
               DISPLAY 'NENHUM CLIENTE OU FUNCIONÁRIO COM ESTE '
                   'DOCUMENTO'
               MOVE 'NADA ENCONTRADO' TO WRK-RESULTADO
               PERFORM 0800-GRAVAR-LOG
               EXIT PARAGRAPH
           END-IF.
           IF TABELA-EXCEDIDA
               DISPLAY 'DOCUMENTO COM MAIS CÓDIGOS QUE A TABELA - '
                   'ANONIMIZAÇÃO RECUSADA'
               MOVE 'TABELA EXCEDIDA' TO WRK-RESULTADO
               PERFORM 0800-GRAVAR-LOG
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0510-AVALIAR-RETENCAO.
           PERFORM 0520-MOSTRAR-AVALIACAO.
           IF WRK-QT-ELEGIVEIS = ZEROES
               DISPLAY 'NADA FORA DO PRAZO DE GUARDA - NENHUM DADO '
                   'ANONIMIZADO'
               MOVE 'DENTRO DA RETENCAO' TO WRK-RESULTADO
               PERFORM 0800-GRAVAR-LOG
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CONFIRMA A ANONIMIZAÇÃO (S/N)? NÃO HÁ VOLTA'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'ANONIMIZAÇÃO CANCELADA'
               MOVE 'CANCELADO' TO WRK-RESULTADO
               PERFORM 0800-GRAVAR-LOG
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-SO-ELEGIVEIS.
           MOVE ZEROES TO WRK-TAB-RESUMO-QT.
           PERFORM 0600-ANONIMIZAR-CADASTRO.
           PERFORM 0610-ANONIMIZAR-ENDERECOS.
           PERFORM 0620-ANONIMIZAR-PEDIDOS.
           PERFORM 0630-ANONIMIZAR-FUNCIONARIOS.
           PERFORM 0640-ANONIMIZAR-HISTORICO.
           PERFORM 0650-ANONIMIZAR-FOLHA.
           PERFORM 0660-ANONIMIZAR-MORTO-FOLHA.
           MOVE 'N' TO WRK-SO-ELEGIVEIS.
           PERFORM 0670-IMPRIMIR-ANONIMIZACAO.
           MOVE 'ANONIMIZADO' TO WRK-RESULTADO.
           PERFORM 0800-GRAVAR-LOG.
           DISPLAY 'REGISTROS ANONIMIZADOS: ' WRK-QT-ANONIM
               ' - RESUMO EM RELATORIO-LGPD'.

      * CLIENTE: INATIVO, SEM TÍTULO EM ABERTO E SEM TÍTULO OU
      * PEDIDO COM DATA A PARTIR DO CORTE. FUNCIONÁRIO: DESLIGADO
      * ANTES DO CORTE
       0510-AVALIAR-RETENCAO.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QT-CLIENTES
               IF WRK-TC-SITUACAO(WRK-SUB) NOT = 'I'
                   MOVE 'N' TO WRK-TC-ELEGIVEL(WRK-SUB)
                   MOVE 'CLIENTE AINDA ATIVO'
                       TO WRK-TC-MOTIVO(WRK-SUB)
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QT-EMPREGADOS
               IF WRK-TE-SITUACAO(WRK-SUB) NOT = 'D'
                   MOVE 'N' TO WRK-TE-ELEGIVEL(WRK-SUB)
                   MOVE 'FUNCIONARIO ATIVO'
                       TO WRK-TE-MOTIVO(WRK-SUB)
               ELSE
                   IF WRK-TE-DATADESLIG(WRK-SUB) NOT < WRK-DATA-CORTE
                       MOVE 'N' TO WRK-TE-ELEGIVEL(WRK-SUB)
                       MOVE 'DESLIGAMENTO DENTRO DO PRAZO'
                           TO WRK-TE-MOTIVO(WRK-SUB)
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-QT-CLIENTES > ZEROES
               MOVE 'S' TO WRK-SO-ELEGIVEIS
               PERFORM 0511-AVALIAR-DUPLICATAS
               PERFORM 0515-AVALIAR-PEDIDOS
               MOVE 'N' TO WRK-SO-ELEGIVEIS
           END-IF.

       0511-AVALIAR-DUPLICATAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DUPLICATAS.
           IF ARQUIVO-OK
               PERFORM 0241-LER-DUPLICATA
               PERFORM 0512-CONFERIR-DUPLICATA UNTIL FIM-ARQUIVO
               CLOSE ARQ-DUPLICATAS
           END-IF.

       0512-CONFERIR-DUPLICATA.
           MOVE REG-DUP-CLIENTE TO WRK-CLIENTE-TESTE.
           PERFORM 0700-PROCURAR-CLIENTE.
           IF DO-TITULAR
               IF REG-DUP-ABERTA OR
                  REG-DUP-EMISSAO NOT < WRK-DATA-CORTE OR
                  REG-DUP-DATAPAGTO NOT < WRK-DATA-CORTE
                   MOVE 'N' TO WRK-TC-ELEGIVEL(WRK-SUB-ACHADO)
                   MOVE 'TITULO ABERTO OU DENTRO DO PRAZO'
                       TO WRK-TC-MOTIVO(WRK-SUB-ACHADO)
               END-IF
           END-IF.
           PERFORM 0241-LER-DUPLICATA.

       0515-AVALIAR-PEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDCAB.
           IF ARQUIVO-OK
               PERFORM 0251-LER-PEDIDO
               PERFORM 0516-CONFERIR-PEDIDO UNTIL FIM-ARQUIVO
               CLOSE ARQ-PEDCAB
           END-IF.

       0516-CONFERIR-PEDIDO.
           MOVE REG-PC-CLIENTE TO WRK-CLIENTE-TESTE.
           PERFORM 0700-PROCURAR-CLIENTE.
           IF DO-TITULAR
               IF REG-PC-DATA NOT < WRK-DATA-CORTE
                   MOVE 'N' TO WRK-TC-ELEGIVEL(WRK-SUB-ACHADO)
                   MOVE 'PEDIDO DENTRO DO PRAZO'
                       TO WRK-TC-MOTIVO(WRK-SUB-ACHADO)
               END-IF
           END-IF.
           PERFORM 0251-LER-PEDIDO.

       0520-MOSTRAR-AVALIACAO.
           MOVE ZEROES TO WRK-QT-ELEGIVEIS.
           MOVE WRK-DATA-CORTE TO WRK-DATA-AUX-NUM.
           PERFORM 0295-EDITAR-DATA.
           DISPLAY 'PRAZO DE GUARDA: ' WRK-ANOS-RETENCAO
               ' ANOS - CORTE EM ' WRK-DATA-ED.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QT-CLIENTES
               IF WRK-TC-ELEGIVEL(WRK-SUB) = 'S'
                   ADD 1 TO WRK-QT-ELEGIVEIS
                   DISPLAY 'CLIENTE ' WRK-TC-CODIGO(WRK-SUB)
                       ' - SERÁ ANONIMIZADO'
               ELSE
                   DISPLAY 'CLIENTE ' WRK-TC-CODIGO(WRK-SUB)
                       ' - MANTIDO: ' WRK-TC-MOTIVO(WRK-SUB)
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QT-EMPREGADOS
               IF WRK-TE-ELEGIVEL(WRK-SUB) = 'S'
                   ADD 1 TO WRK-QT-ELEGIVEIS
                   DISPLAY 'MATRÍCULA ' WRK-TE-MATRICULA(WRK-SUB)
                       ' - SERÁ ANONIMIZADA'
               ELSE
                   DISPLAY 'MATRÍCULA ' WRK-TE-MATRICULA(WRK-SUB)
                       ' - MANTIDA: ' WRK-TE-MOTIVO(WRK-SUB)
               END-IF
           END-PERFORM.

      * O CADASTRO É INDEXADO: LEITURA PELO CÓDIGO E REWRITE; A UF
      * FICA PORQUE A APURAÇÃO DE ICMS SEPARA POR ELA
       0600-ANONIMIZAR-CADASTRO.
           MOVE ZEROES TO WRK-QT-ARQUIVO.
           OPEN I-O ARQ-CADASTRO.
           IF NOT CADASTRO-OK
               DISPLAY 'CADASTRO MESTRE INDISPONÍVEL - STATUS '
                   WRK-STATUS-CADASTRO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QT-CLIENTES
               IF WRK-TC-ELEGIVEL(WRK-SUB) = 'S'
                   MOVE WRK-TC-CODIGO(WRK-SUB) TO REG-CAD-CODIGO
                   READ ARQ-CADASTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0601-ANONIMIZAR-REGISTRO
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ARQ-CADASTRO.
           MOVE WRK-QT-ARQUIVO TO WRK-TR-QT(1).

       0601-ANONIMIZAR-REGISTRO.
           MOVE REG-CAD-CODIGO TO WRK-PC-CODIGO.
           MOVE WRK-PSEUDO-CLIENTE TO REG-CAD-NOME.
           MOVE SPACES TO REG-CAD-TIPO-DOC.
           MOVE SPACES TO REG-CAD-CPFCNPJ.
           MOVE ZEROES TO REG-CAD-CEP.
           REWRITE REG-CADASTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O REGISTRO '
                       REG-CAD-CODIGO ' - STATUS ' WRK-STATUS-CADASTRO
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-ARQUIVO
                   ADD 1 TO WRK-QT-ANONIM
           END-REWRITE.

      * OS ARQUIVOS SEQUENCIAIS SÃO COPIADOS PARA O LGPD-TRABALHO
      * JÁ COM O PSEUDÔNIMO E SÓ VOLTAM QUANDO ALGO MUDOU, COM A
      * GERAÇÃO GUARDADA ANTES PELO SALVAGERACAO QUANDO O ARQUIVO
      * ESTÁ NO CATÁLOGO DELE
       0610-ANONIMIZAR-ENDERECOS.
           MOVE ZEROES TO WRK-QT-ARQUIVO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ENDERECOS.
           IF NOT ARQUIVO-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TRABALHO.
           PERFORM 0221-LER-ENDERECO.
           PERFORM 0611-COPIAR-ENDERECO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-ENDERECOS.
           CLOSE ARQ-TRABALHO.
           IF WRK-QT-ARQUIVO > ZEROES
               MOVE 'ENDERECOS-ENTREGA' TO REG-GER-ARQUIVO
               PERFORM 0690-SALVAR-GERACAO
               OPEN OUTPUT ARQ-ENDERECOS
               PERFORM 0691-ABRIR-TRABALHO
               PERFORM 0612-DEVOLVER-ENDERECO UNTIL FIM-TRABALHO
               CLOSE ARQ-TRABALHO
               CLOSE ARQ-ENDERECOS
           END-IF.
           MOVE WRK-QT-ARQUIVO TO WRK-TR-QT(2).

       0611-COPIAR-ENDERECO.
           MOVE REG-END-CLIENTE TO WRK-CLIENTE-TESTE.
           PERFORM 0700-PROCURAR-CLIENTE.
           IF DO-TITULAR
               MOVE REG-END-CLIENTE TO WRK-PC-CODIGO
               MOVE WRK-PSEUDO-CLIENTE TO REG-END-LOGRADOURO
               MOVE SPACES TO REG-END-CIDADE
               MOVE ZEROES TO REG-END-CEP
               ADD 1 TO WRK-QT-ARQUIVO
               ADD 1 TO WRK-QT-ANONIM
           END-IF.
           WRITE REG-TRABALHO FROM REG-ENDERECO.
           PERFORM 0221-LER-ENDERECO.

       0612-DEVOLVER-ENDERECO.
           WRITE REG-ENDERECO FROM REG-TRABALHO.
           PERFORM 0692-LER-TRABALHO.

      * NO PEDIDO SÓ O CEP DE ENTREGA É DADO PESSOAL; TOTAL E
      * DATAS FICAM PARA OS LIVROS FISCAIS. O ARQUIVO INDEXADO É
      * REGRAVADO NO LUGAR: A PRIMEIRA PASSADA SÓ CONTA, PARA A
      * GERAÇÃO SER GUARDADA ANTES DA PRIMEIRA REGRAVAÇÃO
       0620-ANONIMIZAR-PEDIDOS.
           MOVE ZEROES TO WRK-QT-ARQUIVO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDCAB.
           IF NOT ARQUIVO-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0251-LER-PEDIDO.
           PERFORM 0621-CONTAR-PEDIDO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-PEDCAB.
           IF WRK-QT-ARQUIVO > ZEROES
               MOVE 'PEDIDOS-CAB-IDX' TO REG-GER-ARQUIVO
               PERFORM 0690-SALVAR-GERACAO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               OPEN I-O ARQ-PEDCAB
               PERFORM 0251-LER-PEDIDO
               PERFORM 0622-REGRAVAR-PEDIDO UNTIL FIM-ARQUIVO
               CLOSE ARQ-PEDCAB
           END-IF.
           MOVE WRK-QT-ARQUIVO TO WRK-TR-QT(3).

       0621-CONTAR-PEDIDO.
           MOVE REG-PC-CLIENTE TO WRK-CLIENTE-TESTE.
           PERFORM 0700-PROCURAR-CLIENTE.
           IF DO-TITULAR AND REG-PC-CEP-ENTREGA NOT = ZEROES
               ADD 1 TO WRK-QT-ARQUIVO
               ADD 1 TO WRK-QT-ANONIM
           END-IF.
           PERFORM 0251-LER-PEDIDO.

       0622-REGRAVAR-PEDIDO.
           MOVE REG-PC-CLIENTE TO WRK-CLIENTE-TESTE.
           PERFORM 0700-PROCURAR-CLIENTE.
           IF DO-TITULAR AND REG-PC-CEP-ENTREGA NOT = ZEROES
               MOVE ZEROES TO REG-PC-CEP-ENTREGA
               REWRITE REG-PEDCAB
           END-IF.
           PERFORM 0251-LER-PEDIDO.

      * FUNCIONÁRIO: NOME E CPF; SALÁRIO, DATAS E DEPARTAMENTO
      * FICAM PARA A FOLHA E A CONTABILIDADE
       0630-ANONIMIZAR-FUNCIONARIOS.
           MOVE ZEROES TO WRK-QT-ARQUIVO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-MASTER.
           IF NOT ARQUIVO-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TRABALHO.
           PERFORM 0163-LER-EMPREGADO.
           PERFORM 0631-COPIAR-EMPREGADO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-MASTER.
           CLOSE ARQ-TRABALHO.
           IF WRK-QT-ARQUIVO > ZEROES
               MOVE 'FUNCIONARIOS-MASTER' TO REG-GER-ARQUIVO
               PERFORM 0690-SALVAR-GERACAO
               OPEN OUTPUT ARQ-MASTER
               PERFORM 0691-ABRIR-TRABALHO
               PERFORM 0632-DEVOLVER-EMPREGADO UNTIL FIM-TRABALHO
               CLOSE ARQ-TRABALHO
               CLOSE ARQ-MASTER
           END-IF.
           MOVE WRK-QT-ARQUIVO TO WRK-TR-QT(4).

       0631-COPIAR-EMPREGADO.
           MOVE REG-EMP-MATRICULA TO WRK-MATRICULA-TESTE.
           PERFORM 0710-PROCURAR-MATRICULA.
           IF DO-TITULAR
               MOVE REG-EMP-MATRICULA TO WRK-PE-MATRICULA
               MOVE WRK-PSEUDO-EMPREGADO TO REG-EMP-NOME
               MOVE SPACES TO REG-EMP-CPF
               ADD 1 TO WRK-QT-ARQUIVO
               ADD 1 TO WRK-QT-ANONIM
           END-IF.
           WRITE REG-TRABALHO FROM REG-EMPREGADO.
           PERFORM 0163-LER-EMPREGADO.

       0632-DEVOLVER-EMPREGADO.
           WRITE REG-EMPREGADO FROM REG-TRABALHO.
           PERFORM 0692-LER-TRABALHO.

       0640-ANONIMIZAR-HISTORICO.
           MOVE ZEROES TO WRK-QT-ARQUIVO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-HISTAUMENTO.
           IF NOT ARQUIVO-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TRABALHO.
           PERFORM 0261-LER-HISTORICO.
           PERFORM 0641-COPIAR-HISTORICO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-HISTAUMENTO.
           CLOSE ARQ-TRABALHO.
           IF WRK-QT-ARQUIVO > ZEROES
               OPEN OUTPUT ARQ-HISTAUMENTO
               PERFORM 0691-ABRIR-TRABALHO
               PERFORM 0642-DEVOLVER-HISTORICO UNTIL FIM-TRABALHO
               CLOSE ARQ-TRABALHO
               CLOSE ARQ-HISTAUMENTO
           END-IF.
           MOVE WRK-QT-ARQUIVO TO WRK-TR-QT(5).

       0641-COPIAR-HISTORICO.
           MOVE REG-HIST-MATRICULA TO WRK-MATRICULA-TESTE.
           PERFORM 0710-PROCURAR-MATRICULA.
           IF DO-TITULAR
               MOVE REG-HIST-MATRICULA TO WRK-PE-MATRICULA
               MOVE WRK-PSEUDO-EMPREGADO TO REG-HIST-NOME
               ADD 1 TO WRK-QT-ARQUIVO
               ADD 1 TO WRK-QT-ANONIM
           END-IF.
           WRITE REG-TRABALHO FROM REG-HISTAUMENTO.
           PERFORM 0261-LER-HISTORICO.

       0642-DEVOLVER-HISTORICO.
           WRITE REG-HISTAUMENTO FROM REG-TRABALHO.
           PERFORM 0692-LER-TRABALHO.

      * NO ARQUIVO DO BANCO O RODAPÉ SÓ SOMA VALORES, ENTÃO TROCAR
      * O NOME DO DETALHE NÃO O ALTERA
       0650-ANONIMIZAR-FOLHA.
           MOVE ZEROES TO WRK-QT-ARQUIVO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-FOLHA.
           IF NOT ARQUIVO-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TRABALHO.
           PERFORM 0266-LER-FOLHA.
           PERFORM 0651-COPIAR-FOLHA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-FOLHA.
           CLOSE ARQ-TRABALHO.
           IF WRK-QT-ARQUIVO > ZEROES
               OPEN OUTPUT ARQ-FOLHA
               PERFORM 0691-ABRIR-TRABALHO
               PERFORM 0652-DEVOLVER-FOLHA UNTIL FIM-TRABALHO
               CLOSE ARQ-TRABALHO
               CLOSE ARQ-FOLHA
           END-IF.
           MOVE WRK-QT-ARQUIVO TO WRK-TR-QT(6).

       0651-COPIAR-FOLHA.
           IF REG-FD-TIPO = '1'
               MOVE REG-FD-MATRICULA TO WRK-MATRICULA-TESTE
               PERFORM 0710-PROCURAR-MATRICULA
               IF DO-TITULAR
                   MOVE REG-FD-MATRICULA TO WRK-PE-MATRICULA
                   MOVE WRK-PSEUDO-EMPREGADO TO REG-FD-NOME
                   ADD 1 TO WRK-QT-ARQUIVO
                   ADD 1 TO WRK-QT-ANONIM
               END-IF
           END-IF.
           WRITE REG-TRABALHO FROM REG-FOLHA.
           PERFORM 0266-LER-FOLHA.

       0652-DEVOLVER-FOLHA.
           WRITE REG-FOLHA FROM REG-TRABALHO.
           PERFORM 0692-LER-TRABALHO.

       0660-ANONIMIZAR-MORTO-FOLHA.
           MOVE ZEROES TO WRK-QT-ARQUIVO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-MORTO-FOLHA.
           IF NOT ARQUIVO-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TRABALHO.
           PERFORM 0271-LER-MORTO-FOLHA.
           PERFORM 0661-COPIAR-MORTO-FOLHA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-MORTO-FOLHA.
           CLOSE ARQ-TRABALHO.
           IF WRK-QT-ARQUIVO > ZEROES
               OPEN OUTPUT ARQ-MORTO-FOLHA
               PERFORM 0691-ABRIR-TRABALHO
               PERFORM 0662-DEVOLVER-MORTO-FOLHA UNTIL FIM-TRABALHO
               CLOSE ARQ-TRABALHO
               CLOSE ARQ-MORTO-FOLHA
           END-IF.
           MOVE WRK-QT-ARQUIVO TO WRK-TR-QT(7).

       0661-COPIAR-MORTO-FOLHA.
           IF REG-MFO-TIPO = '1'
               MOVE REG-MFO-MATRICULA TO WRK-MATRICULA-TESTE
               PERFORM 0710-PROCURAR-MATRICULA
               IF DO-TITULAR
                   MOVE REG-MFO-MATRICULA TO WRK-PE-MATRICULA
                   MOVE WRK-PSEUDO-EMPREGADO TO REG-MFO-NOME
                   ADD 1 TO WRK-QT-ARQUIVO
                   ADD 1 TO WRK-QT-ANONIM
               END-IF
           END-IF.
           WRITE REG-TRABALHO FROM REG-MORTO-FOLHA.
           PERFORM 0271-LER-MORTO-FOLHA.

       0662-DEVOLVER-MORTO-FOLHA.
           WRITE REG-MORTO-FOLHA FROM REG-TRABALHO.
           PERFORM 0692-LER-TRABALHO.

       0690-SALVAR-GERACAO.
           MOVE 'B' TO REG-GER-OPERACAO.
           CALL 'salvageracao' USING REG-GERACAO-PEDIDO.

       0691-ABRIR-TRABALHO.
           MOVE 'N' TO WRK-FIM-TRABALHO.
           OPEN INPUT ARQ-TRABALHO.
           PERFORM 0692-LER-TRABALHO.

       0692-LER-TRABALHO.
           READ ARQ-TRABALHO
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
           END-READ.

      * NO RESUMO DA ANONIMIZAÇÃO SÓ SAEM CÓDIGOS E CONTAGENS -
      * NENHUM DADO PESSOAL
       0670-IMPRIMIR-ANONIMIZACAO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'ANONIMIZACAO DE DADOS DO TITULAR - LGPD'
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-SYS-NUM TO WRK-DATA-AUX-NUM.
           PERFORM 0295-EDITAR-DATA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'EXECUTADA EM ' WRK-DATA-ED
               ' POR ' WRK-USUARIO
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-CORTE TO WRK-DATA-AUX-NUM.
           PERFORM 0295-EDITAR-DATA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'PRAZO DE GUARDA ' WRK-ANOS-RETENCAO
               ' ANOS - CORTE EM ' WRK-DATA-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QT-CLIENTES
               MOVE SPACES TO WRK-LINRELAT
               IF WRK-TC-ELEGIVEL(WRK-SUB) = 'S'
                   MOVE WRK-TC-CODIGO(WRK-SUB) TO WRK-PC-CODIGO
                   STRING 'CLIENTE ' WRK-TC-CODIGO(WRK-SUB)
                       ' ANONIMIZADO COMO ' WRK-PSEUDO-CLIENTE
                       DELIMITED BY SIZE INTO WRK-LINRELAT
               ELSE
                   STRING 'CLIENTE ' WRK-TC-CODIGO(WRK-SUB)
                       ' MANTIDO - ' WRK-TC-MOTIVO(WRK-SUB)
                       DELIMITED BY SIZE INTO WRK-LINRELAT
               END-IF
               MOVE WRK-LINRELAT TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QT-EMPREGADOS
               MOVE SPACES TO WRK-LINRELAT
               IF WRK-TE-ELEGIVEL(WRK-SUB) = 'S'
                   MOVE WRK-TE-MATRICULA(WRK-SUB) TO WRK-PE-MATRICULA
                   STRING 'MATRICULA ' WRK-TE-MATRICULA(WRK-SUB)
                       ' ANONIMIZADA COMO ' WRK-PSEUDO-EMPREGADO
                       DELIMITED BY SIZE INTO WRK-LINRELAT
               ELSE
                   STRING 'MATRICULA ' WRK-TE-MATRICULA(WRK-SUB)
                       ' MANTIDA - ' WRK-TE-MOTIVO(WRK-SUB)
                       DELIMITED BY SIZE INTO WRK-LINRELAT
               END-IF
               MOVE WRK-LINRELAT TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-SUB-RES FROM 1 BY 1
               UNTIL WRK-SUB-RES > 7
               MOVE WRK-TR-QT(WRK-SUB-RES) TO WRK-QT-ED
               MOVE SPACES TO WRK-LINRELAT
               STRING WRK-TR-ARQUIVO(WRK-SUB-RES)
                   ' REGISTROS ANONIMIZADOS: ' WRK-QT-ED
                   DELIMITED BY SIZE INTO WRK-LINRELAT
               MOVE WRK-LINRELAT TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.
           MOVE WRK-QT-ANONIM TO WRK-QT-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL DE REGISTROS ANONIMIZADOS: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'RAZAO, DUPLICATAS E AUDITORIA NAO SAO ALTERADOS'
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.

      ****************************
      * PROCURA NAS TABELAS DO TITULAR; COM SO-ELEGIVEIS LIGADO SÓ
      * VALEM OS CÓDIGOS FORA DO PRAZO DE GUARDA
      ****************************
       0700-PROCURAR-CLIENTE.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QT-CLIENTES OR DO-TITULAR
               IF WRK-TC-CODIGO(WRK-SUB) = WRK-CLIENTE-TESTE
                   IF NOT SO-ELEGIVEIS OR
                      WRK-TC-ELEGIVEL(WRK-SUB) = 'S'
                       MOVE 'S' TO WRK-ACHOU
                       MOVE WRK-SUB TO WRK-SUB-ACHADO
                   END-IF
               END-IF
           END-PERFORM.

       0710-PROCURAR-MATRICULA.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QT-EMPREGADOS OR DO-TITULAR
               IF WRK-TE-MATRICULA(WRK-SUB) = WRK-MATRICULA-TESTE
                   IF NOT SO-ELEGIVEIS OR
                      WRK-TE-ELEGIVEL(WRK-SUB) = 'S'
                       MOVE 'S' TO WRK-ACHOU
                       MOVE WRK-SUB TO WRK-SUB-ACHADO
                   END-IF
               END-IF
           END-PERFORM.

       0720-PROCURAR-USUARIO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QT-EMPREGADOS OR DO-TITULAR
               IF WRK-TE-NOME(WRK-SUB) = WRK-USUARIO-TESTE AND
                  WRK-USUARIO-TESTE NOT = SPACES
                   MOVE 'S' TO WRK-ACHOU
                   MOVE WRK-SUB TO WRK-SUB-ACHADO
               END-IF
           END-PERFORM.

       0800-GRAVAR-LOG.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SYS FROM TIME.
           OPEN EXTEND ARQ-LOG.
           IF NOT LOG-OK
               OPEN OUTPUT ARQ-LOG
           END-IF.
           MOVE WRK-DATA-SYS-NUM TO REG-LGP-DATA.
           COMPUTE REG-LGP-HORA =
               WRK-HS-HH * 10000 + WRK-HS-MM * 100 + WRK-HS-SS.
           MOVE WRK-USUARIO      TO REG-LGP-OPERADOR.
           MOVE WRK-DOCUMENTO    TO REG-LGP-DOCUMENTO.
           MOVE WRK-ACAO         TO REG-LGP-ACAO.
           MOVE WRK-QT-REGISTROS TO REG-LGP-QT-REGISTROS.
           MOVE WRK-QT-ANONIM    TO REG-LGP-QT-ANONIM.
           MOVE WRK-RESULTADO    TO REG-LGP-RESULTADO.
           WRITE REG-LOG-LGPD.
           CLOSE ARQ-LOG.
