       IDENTIFICATION DIVISION.
       PROGRAM-ID. fundecliente.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = FUSÃO DE CLIENTES DUPLICADOS (OS APONTADOS PELA
      *            VARREDURA DUPLICADOC): O SUPERVISOR ESCOLHE O
      *            CÓDIGO QUE FICA E O CÓDIGO A APOSENTAR, VÊ A
      *            PRÉVIA DE TODO REGISTRO QUE VAI MUDAR DE DONO E,
      *            CONFIRMADO, O RAZÃO, AS DUPLICATAS, OS PEDIDOS,
      *            OS PEDIDOS RETIDOS E OS ENDEREÇOS DE ENTREGA SÃO
      *            RECHAVEADOS PARA O CÓDIGO QUE FICA (ENDEREÇO
      *            REPETIDO NÃO É DUPLICADO), COM GERAÇÃO GUARDADA
      *            PELO SALVAGERACAO ANTES DE CADA REGRAVAÇÃO; O
      *            CÓDIGO APOSENTADO FICA INATIVO APONTANDO PARA O
      *            SUCESSOR E CADA REGISTRO MOVIDO VAI PARA O LOG
      *            LOG-FUSAO-CLIENTES, PARA A AUDITORIA DA OPERAÇÃO
      * DATA = 15/10/2026
      * 15/10/2026 LUCAS  TABELA DE DUPLICATAS ALARGADA PARA O REGISTRO
      *                    COM O SALDO EM ABERTO
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO DA NF-E NO LAYOUT DO
      *                    CABEÇALHO DO PEDIDO
      * 15/10/2026 LUCAS  CABEÇALHO DO PEDIDO PASSA AO ARQUIVO INDEXADO
      *                    PEDIDOS-CAB-IDX: SÓ OS PEDIDOS DO CÓDIGO
      *                    APOSENTADO SÃO LIDOS, PELA CHAVE ALTERNATIVA
      *                    DO CLIENTE, E REGRAVADOS NO LUGAR, SEM A
      *                    TABELA DE 2000 PEDIDOS
      * 15/10/2026 LUCAS  A TABELA DE DUPLICATAS PASSA A TER O TAMANHO
      *                    DO REGISTRO COM O TIPO DO TÍTULO
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-RAZAO ASSIGN TO 'RAZAO-CLIENTES-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RAZ-CHAVE
               FILE STATUS IS WRK-STATUS-RAZAO.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQ.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PC-NUMERO
               ALTERNATE RECORD KEY IS REG-PC-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-ARQ.
           SELECT ARQ-RETIDOS ASSIGN TO 'PEDIDOS-RETIDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQ.
           SELECT ARQ-ENDERECOS ASSIGN TO 'ENDERECOS-ENTREGA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ARQ.
           SELECT ARQ-LOGCAD ASSIGN TO 'LOG-CADASTRO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.
           SELECT ARQ-LOGFUSAO ASSIGN TO 'LOG-FUSAO-CLIENTES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.
           SELECT ARQ-TRAVA-RET ASSIGN TO 'FILA-TRAVA-RETIDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRAVA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-RAZAO.
           COPY 'razaoidx.cbl'.

       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-RETIDOS.
           COPY 'pedretido.cbl'.

       FD  ARQ-ENDERECOS.
           COPY 'endentrega.cbl'.

       FD  ARQ-LOGCAD.
       01  REG-LOGCAD PIC X(80).

       FD  ARQ-LOGFUSAO.
       01  REG-LOGFUSAO PIC X(120).

       FD  ARQ-TRAVA-RET.
       01  REG-TRAVA-RET.
           02 REG-TRR-PROGRAMA PIC X(15).
           02 REG-TRR-DATA     PIC 9(08).
           02 REG-TRR-HORA     PIC 9(06).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-STATUS-RAZAO    PIC X(02) VALUE '00'.
           88 RAZAO-OK           VALUE '00'.
       77 WRK-STATUS-ARQ      PIC X(02) VALUE '00'.
           88 ARQ-OK             VALUE '00'.
       77 WRK-STATUS-LOG      PIC X(02) VALUE '00'.
           88 LOG-OK             VALUE '00'.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO        VALUE 'S'.

       77 WRK-OPERADOR   PIC X(20) VALUE SPACES.
       77 WRK-CONFIRMA   PIC X(01) VALUE 'N'.
           88 CONFIRMADO    VALUE 'S'.
       77 WRK-FUSAO-APTA PIC X(01) VALUE 'N'.
           88 FUSAO-APTA    VALUE 'S'.

      * OS DOIS CÓDIGOS DA FUSÃO: O QUE FICA E O QUE SE APOSENTA
       77 WRK-COD-SOBREVIVE PIC 9(06) VALUE ZEROES.
       77 WRK-COD-APOSENTA  PIC 9(06) VALUE ZEROES.
       77 WRK-NOME-SOBREVIVE PIC X(30) VALUE SPACES.
       77 WRK-NOME-APOSENTA  PIC X(30) VALUE SPACES.
       77 WRK-DOC-SOBREVIVE  PIC X(14) VALUE SPACES.
       77 WRK-DOC-APOSENTA   PIC X(14) VALUE SPACES.
       77 WRK-CODIGO         PIC 9(06) VALUE ZEROES.
       77 WRK-CLIENTE-VALIDO PIC X(01) VALUE 'N'.
           88 CLIENTE-VALIDO    VALUE 'S'.

      * TRAVA DA FILA DE RETIDOS, SEGURADA DA CARGA À REGRAVAÇÃO
      * COMO NA ENTRADA E NA ALTERAÇÃO DE PEDIDO
       77 WRK-STATUS-TRAVA PIC X(02) VALUE '00'.
           88 TRAVA-OK          VALUE '00'.
       77 WRK-FILA-EM-USO PIC X(01) VALUE 'N'.
           88 FILA-EM-USO      VALUE 'S'.
       77 WRK-FILA-TRAVADA PIC X(01) VALUE 'N'.
           88 FILA-TRAVADA     VALUE 'S'.

      * ARQUIVOS SEQUENCIAIS CARREGADOS INTEIROS, PARA A PRÉVIA E
      * PARA A REGRAVAÇÃO COM O CLIENTE TROCADO
       77 WRK-QT-DUPLICATAS PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-DUP       PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-DUPLICATAS.
           02 WRK-TD-REGISTRO PIC X(61) OCCURS 5000 TIMES.
       77 WRK-QT-RETIDOS    PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-RET       PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-RETIDOS.
           02 WRK-TT-REGISTRO PIC X(77) OCCURS 1000 TIMES.

      * ENDEREÇOS: O DO CÓDIGO APOSENTADO PASSA PARA O QUE FICA COM
      * A SEQUÊNCIA SEGUINTE À MAIOR DELE, OU É DESCARTADO QUANDO O
      * QUE FICA JÁ TEM O MESMO LOGRADOURO NO MESMO CEP
       77 WRK-QT-ENDERECOS  PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-END       PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-SOB       PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-ENDERECOS.
           02 WRK-TE-ITEM OCCURS 2000 TIMES.
               03 WRK-TE-REGISTRO PIC X(68).
               03 WRK-TE-SEQ-NOVA PIC 9(02).
               03 WRK-TE-ACAO     PIC X(01).
                   88 WRK-TE-MANTER    VALUE ' '.
                   88 WRK-TE-MOVER     VALUE 'M'.
                   88 WRK-TE-DESCARTAR VALUE 'D'.
       01  WRK-ENDERECO-R.
           02 WRK-ER-CLIENTE    PIC 9(06).
           02 WRK-ER-SEQ        PIC 9(02).
           02 WRK-ER-LOGRADOURO PIC X(30).
           02 WRK-ER-CIDADE     PIC X(20).
           02 WRK-ER-UF         PIC X(02).
           02 WRK-ER-CEP        PIC 9(08).
       77 WRK-MAIOR-SEQ-END  PIC 9(03) VALUE ZEROES.
       77 WRK-END-REPETIDO   PIC X(01) VALUE 'N'.
           88 END-REPETIDO      VALUE 'S'.
       77 WRK-SEQ-REPETIDA   PIC 9(02) VALUE ZEROES.

      * LANÇAMENTOS DO RAZÃO DO CÓDIGO APOSENTADO, LIDOS PELA CHAVE
       77 WRK-QT-RAZAO      PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-RAZ       PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-RAZAO.
           02 WRK-TR-ITEM OCCURS 1000 TIMES.
               03 WRK-TR-MES      PIC 9(02).
               03 WRK-TR-SEQ      PIC 9(04).
               03 WRK-TR-VALOR    PIC S9(08)V99.
               03 WRK-TR-SEQ-NOVA PIC 9(04).
       77 WRK-RAZAO-GRAVADO PIC X(01) VALUE 'N'.
           88 RAZAO-GRAVADO    VALUE 'S'.

      * QUANTIDADES QUE MUDAM DE DONO, POR ARQUIVO
       77 WRK-MOV-DUPLICATAS PIC 9(05) VALUE ZEROES.
       77 WRK-MOV-PEDIDOS    PIC 9(05) VALUE ZEROES.
       77 WRK-MOV-RETIDOS    PIC 9(05) VALUE ZEROES.
       77 WRK-MOV-ENDERECOS  PIC 9(05) VALUE ZEROES.
       77 WRK-DESC-ENDERECOS PIC 9(05) VALUE ZEROES.
       77 WRK-MOV-RAZAO      PIC 9(05) VALUE ZEROES.

           COPY 'geracao.cbl'.

       77 WRK-VALOR-ED  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-LINHA     PIC X(100) VALUE SPACES.
       77 WRK-LOG-ACAO  PIC X(11) VALUE SPACES.
       77 WRK-LOG-ARQUIVO PIC X(20) VALUE SPACES.
       77 WRK-LOG-DETALHE PIC X(40) VALUE SPACES.

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

      * UMA LINHA POR REGISTRO MOVIDO E UMA DE TOTAL POR ARQUIVO
       01  WRK-LINLOGFUSAO.
           02 WRK-LF-DATA      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LF-HORA      PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LF-OPERADOR  PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LF-APOSENTA  PIC 9(06).
           02 FILLER           PIC X(04) VALUE ' -> '.
           02 WRK-LF-SOBREVIVE PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LF-ARQUIVO   PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WRK-LF-DETALHE   PIC X(40).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF CADASTRO-OK
               PERFORM 0200-ESCOLHER-CODIGOS
               IF FUSAO-APTA
                   PERFORM 0060-TRAVAR-FILA
               END-IF
               IF FUSAO-APTA
                   PERFORM 0300-CARREGAR-ARQUIVOS
               END-IF
               IF FUSAO-APTA
                   PERFORM 0400-MOSTRAR-PREVIA
                   PERFORM 0480-CONFIRMAR-FUSAO
               END-IF
               IF FUSAO-APTA
                   PERFORM 0500-EXECUTAR-FUSAO
               END-IF
               IF FILA-TRAVADA
                   PERFORM 0070-DESTRAVAR-FILA
               END-IF
               CLOSE ARQ-CADASTRO
           END-IF.
           DISPLAY 'FINAL DA FUSÃO DE CLIENTES'.
           GOBACK.

      * A FILA DE RETIDOS É REGRAVADA AQUI: ENQUANTO A FUSÃO RODA,
      * NENHUMA ENTRADA, LIBERAÇÃO OU ALTERAÇÃO DE PEDIDO MEXE NELA
       0060-TRAVAR-FILA.
           MOVE 'N' TO WRK-FILA-EM-USO.
           OPEN INPUT ARQ-TRAVA-RET.
           IF TRAVA-OK
               READ ARQ-TRAVA-RET
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WRK-FILA-EM-USO
                       DISPLAY 'FILA DE RETIDOS EM USO POR '
                           REG-TRR-PROGRAMA ' DESDE '
                           REG-TRR-DATA ' ' REG-TRR-HORA
                           ' - TENTE MAIS TARDE (SE O PROGRAMA '
                           'CAIU, APAGUE FILA-TRAVA-RETIDOS)'
               END-READ
               CLOSE ARQ-TRAVA-RET
           END-IF.
           IF FILA-EM-USO
               MOVE 'N' TO WRK-FUSAO-APTA
           ELSE
               ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-SYS FROM TIME
               OPEN OUTPUT ARQ-TRAVA-RET
               MOVE 'FUNDECLIENTE' TO REG-TRR-PROGRAMA
               MOVE WRK-DATA-SYS-NUM TO REG-TRR-DATA
               COMPUTE REG-TRR-HORA =
                   WRK-HS-HH * 10000 + WRK-HS-MM * 100 + WRK-HS-SS
               WRITE REG-TRAVA-RET
               CLOSE ARQ-TRAVA-RET
               MOVE 'S' TO WRK-FILA-TRAVADA
           END-IF.

       0070-DESTRAVAR-FILA.
           OPEN OUTPUT ARQ-TRAVA-RET.
           CLOSE ARQ-TRAVA-RET.
           MOVE 'N' TO WRK-FILA-TRAVADA.

       0100-INICIALIZAR.
           DISPLAY '========================================'.
           DISPLAY 'FUSÃO DE CLIENTES DUPLICADOS'.
           DISPLAY '========================================'.
           DISPLAY 'NOME DO OPERADOR:'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           OPEN I-O ARQ-CADASTRO.
           IF NOT CADASTRO-OK
               DISPLAY 'CADASTRO MESTRE INDISPONÍVEL - STATUS '
                   WRK-STATUS-CADASTRO
           END-IF.

      * OS DOIS CÓDIGOS TÊM DE SER CLIENTES ATIVOS E DIFERENTES;
      * DOCUMENTOS DIFERENTES SÓ PASSAM COM A CONFIRMAÇÃO EXPRESSA
      * DO SUPERVISOR
       0200-ESCOLHER-CODIGOS.
           MOVE 'N' TO WRK-FUSAO-APTA.
           DISPLAY 'CÓDIGO DO CLIENTE QUE FICA (0 = SAIR):'.
           ACCEPT WRK-COD-SOBREVIVE FROM CONSOLE.
           IF WRK-COD-SOBREVIVE = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COD-SOBREVIVE TO WRK-CODIGO.
           PERFORM 0210-LOCALIZAR-CLIENTE.
           IF NOT CLIENTE-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-CAD-NOME    TO WRK-NOME-SOBREVIVE.
           MOVE REG-CAD-CPFCNPJ TO WRK-DOC-SOBREVIVE.
           DISPLAY 'CÓDIGO DO CLIENTE A APOSENTAR:'.
           ACCEPT WRK-COD-APOSENTA FROM CONSOLE.
           IF WRK-COD-APOSENTA = WRK-COD-SOBREVIVE
               DISPLAY 'OS DOIS CÓDIGOS SÃO IGUAIS - FUSÃO RECUSADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COD-APOSENTA TO WRK-CODIGO.
           PERFORM 0210-LOCALIZAR-CLIENTE.
           IF NOT CLIENTE-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-CAD-NOME    TO WRK-NOME-APOSENTA.
           MOVE REG-CAD-CPFCNPJ TO WRK-DOC-APOSENTA.
           DISPLAY 'FICA......: ' WRK-COD-SOBREVIVE ' '
               WRK-NOME-SOBREVIVE ' ' WRK-DOC-SOBREVIVE.
           DISPLAY 'APOSENTA..: ' WRK-COD-APOSENTA ' '
               WRK-NOME-APOSENTA ' ' WRK-DOC-APOSENTA.
           IF WRK-DOC-SOBREVIVE = SPACES OR
              WRK-DOC-SOBREVIVE NOT = WRK-DOC-APOSENTA
               DISPLAY 'ATENÇÃO: OS CPF/CNPJ DOS DOIS CÓDIGOS NÃO '
                   'CONFEREM'
               DISPLAY 'CONFIRMA QUE SÃO O MESMO CLIENTE (S/N)?'
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF NOT CONFIRMADO
                   DISPLAY 'FUSÃO CANCELADA PELO OPERADOR'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'S' TO WRK-FUSAO-APTA.

       0210-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-VALIDO.
           MOVE WRK-CODIGO TO REG-CAD-CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   DISPLAY 'CÓDIGO ' WRK-CODIGO ' NÃO CADASTRADO'
               NOT INVALID KEY
                   IF NOT REG-CAD-CLIENTE
                       DISPLAY 'CÓDIGO ' WRK-CODIGO
                           ' NÃO É DE CLIENTE'
                   ELSE
                       IF REG-CAD-INATIVO
                           DISPLAY 'CLIENTE ' WRK-CODIGO
                               ' JÁ ESTÁ INATIVO'
                       ELSE
                           MOVE 'S' TO WRK-CLIENTE-VALIDO
                       END-IF
                   END-IF
           END-READ.

      * CARGA DOS ARQUIVOS; ARQUIVO MAIOR QUE A TABELA CANCELA A
      * FUSÃO, POIS A REGRAVAÇÃO PERDERIA O QUE NÃO COUBE
       0300-CARREGAR-ARQUIVOS.
           PERFORM 0310-CARREGAR-DUPLICATAS.
           IF FUSAO-APTA
               PERFORM 0320-CARREGAR-PEDIDOS
           END-IF.
           IF FUSAO-APTA
               PERFORM 0330-CARREGAR-RETIDOS
           END-IF.
           IF FUSAO-APTA
               PERFORM 0340-CARREGAR-ENDERECOS
           END-IF.
           IF FUSAO-APTA
               PERFORM 0350-CARREGAR-RAZAO
           END-IF.

       0310-CARREGAR-DUPLICATAS.
           MOVE ZEROES TO WRK-QT-DUPLICATAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DUPLICATAS.
           IF NOT ARQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0311-LER-DUPLICATA.
           PERFORM 0312-GUARDAR-DUPLICATA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-DUPLICATAS.

       0311-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0312-GUARDAR-DUPLICATA.
           IF WRK-QT-DUPLICATAS NOT < 5000
               DISPLAY 'DUPLICATAS-ABERTAS MAIOR QUE A TABELA DE '
                   '5000 - FUSÃO CANCELADA'
               MOVE 'N' TO WRK-FUSAO-APTA
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-DUPLICATAS.
           MOVE REG-DUPLICATA TO WRK-TD-REGISTRO(WRK-QT-DUPLICATAS).
           IF REG-DUP-CLIENTE = WRK-COD-APOSENTA
               ADD 1 TO WRK-MOV-DUPLICATAS
           END-IF.
           PERFORM 0311-LER-DUPLICATA.

      * OS PEDIDOS NÃO SÃO CARREGADOS: SÓ OS DO CÓDIGO APOSENTADO
      * SÃO CONTADOS, PELA CHAVE ALTERNATIVA DO CLIENTE
       0320-CARREGAR-PEDIDOS.
           OPEN INPUT ARQ-PEDCAB.
           IF NOT ARQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0325-POSICIONAR-PEDIDOS.
           PERFORM 0322-CONTAR-PEDIDO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-PEDCAB.

       0321-LER-PEDIDO.
           READ ARQ-PEDCAB NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0322-CONTAR-PEDIDO.
           IF REG-PC-CLIENTE NOT = WRK-COD-APOSENTA
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-MOV-PEDIDOS.
           PERFORM 0321-LER-PEDIDO.

       0325-POSICIONAR-PEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-COD-APOSENTA TO REG-PC-CLIENTE.
           START ARQ-PEDCAB KEY IS NOT LESS THAN REG-PC-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           IF NOT FIM-ARQUIVO
               PERFORM 0321-LER-PEDIDO
           END-IF.

       0330-CARREGAR-RETIDOS.
           MOVE ZEROES TO WRK-QT-RETIDOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-RETIDOS.
           IF NOT ARQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0331-LER-RETIDO.
           PERFORM 0332-GUARDAR-RETIDO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-RETIDOS.

       0331-LER-RETIDO.
           READ ARQ-RETIDOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0332-GUARDAR-RETIDO.
           IF WRK-QT-RETIDOS NOT < 1000
               DISPLAY 'PEDIDOS-RETIDOS MAIOR QUE A TABELA DE 1000 - '
                   'FUSÃO CANCELADA'
               MOVE 'N' TO WRK-FUSAO-APTA
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-RETIDOS.
           MOVE REG-RETIDO TO WRK-TT-REGISTRO(WRK-QT-RETIDOS).
           IF REG-RET-CLIENTE = WRK-COD-APOSENTA
               ADD 1 TO WRK-MOV-RETIDOS
           END-IF.
           PERFORM 0331-LER-RETIDO.

       0340-CARREGAR-ENDERECOS.
           MOVE ZEROES TO WRK-QT-ENDERECOS.
           MOVE ZEROES TO WRK-MAIOR-SEQ-END.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ENDERECOS.
           IF NOT ARQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0341-LER-ENDERECO.
           PERFORM 0342-GUARDAR-ENDERECO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-ENDERECOS.
           IF FUSAO-APTA
               PERFORM VARYING WRK-SUB-END FROM 1 BY 1
                   UNTIL WRK-SUB-END > WRK-QT-ENDERECOS
                   IF WRK-TE-MOVER(WRK-SUB-END)
                       PERFORM 0345-DESTINAR-ENDERECO
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-MAIOR-SEQ-END > 99
               DISPLAY 'O CLIENTE QUE FICA PASSARIA DE 99 ENDEREÇOS '
                   '- FUSÃO CANCELADA'
               MOVE 'N' TO WRK-FUSAO-APTA
           END-IF.

       0341-LER-ENDERECO.
           READ ARQ-ENDERECOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0342-GUARDAR-ENDERECO.
           IF WRK-QT-ENDERECOS NOT < 2000
               DISPLAY 'ENDERECOS-ENTREGA MAIOR QUE A TABELA DE '
                   '2000 - FUSÃO CANCELADA'
               MOVE 'N' TO WRK-FUSAO-APTA
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-ENDERECOS.
           MOVE REG-ENDERECO TO WRK-TE-REGISTRO(WRK-QT-ENDERECOS).
           MOVE ZEROES TO WRK-TE-SEQ-NOVA(WRK-QT-ENDERECOS).
           MOVE SPACE TO WRK-TE-ACAO(WRK-QT-ENDERECOS).
           IF REG-END-CLIENTE = WRK-COD-APOSENTA
               MOVE 'M' TO WRK-TE-ACAO(WRK-QT-ENDERECOS)
           END-IF.
           IF REG-END-CLIENTE = WRK-COD-SOBREVIVE AND
              REG-END-SEQ > WRK-MAIOR-SEQ-END
               MOVE REG-END-SEQ TO WRK-MAIOR-SEQ-END
           END-IF.
           PERFORM 0341-LER-ENDERECO.

      * ENDEREÇO DO APOSENTADO IGUAL A UM DO QUE FICA (MESMO CEP E
      * MESMO LOGRADOURO) É DESCARTADO; OS DEMAIS GANHAM SEQUÊNCIA
       0345-DESTINAR-ENDERECO.
           MOVE WRK-TE-REGISTRO(WRK-SUB-END) TO WRK-ENDERECO-R.
           MOVE 'N' TO WRK-END-REPETIDO.
           PERFORM VARYING WRK-SUB-SOB FROM 1 BY 1
               UNTIL WRK-SUB-SOB > WRK-QT-ENDERECOS
                   OR END-REPETIDO
               MOVE WRK-TE-REGISTRO(WRK-SUB-SOB) TO REG-ENDERECO
               IF REG-END-CLIENTE = WRK-COD-SOBREVIVE AND
                  REG-END-CEP = WRK-ER-CEP AND
                  REG-END-LOGRADOURO = WRK-ER-LOGRADOURO
                   MOVE 'S' TO WRK-END-REPETIDO
                   MOVE REG-END-SEQ TO WRK-SEQ-REPETIDA
               END-IF
           END-PERFORM.
           IF END-REPETIDO
               MOVE 'D' TO WRK-TE-ACAO(WRK-SUB-END)
               MOVE WRK-SEQ-REPETIDA TO WRK-TE-SEQ-NOVA(WRK-SUB-END)
               ADD 1 TO WRK-DESC-ENDERECOS
           ELSE
               ADD 1 TO WRK-MAIOR-SEQ-END
               IF WRK-MAIOR-SEQ-END < 100
                   MOVE WRK-MAIOR-SEQ-END
                       TO WRK-TE-SEQ-NOVA(WRK-SUB-END)
               END-IF
               ADD 1 TO WRK-MOV-ENDERECOS
           END-IF.

      * O RAZÃO É INDEXADO POR CLIENTE + MÊS + SEQUÊNCIA: OS
      * LANÇAMENTOS DO APOSENTADO SÃO LIDOS A PARTIR DA CHAVE DELE
       0350-CARREGAR-RAZAO.
           MOVE ZEROES TO WRK-QT-RAZAO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-RAZAO.
           IF NOT RAZAO-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COD-APOSENTA TO REG-RAZ-CLIENTE.
           MOVE ZEROES TO REG-RAZ-MES.
           MOVE ZEROES TO REG-RAZ-SEQ.
           START ARQ-RAZAO KEY IS NOT LESS THAN REG-RAZ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           IF NOT FIM-ARQUIVO
               PERFORM 0351-LER-RAZAO
           END-IF.
           PERFORM 0352-GUARDAR-RAZAO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-RAZAO.
           MOVE WRK-QT-RAZAO TO WRK-MOV-RAZAO.

       0351-LER-RAZAO.
           READ ARQ-RAZAO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF REG-RAZ-CLIENTE NOT = WRK-COD-APOSENTA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

       0352-GUARDAR-RAZAO.
           IF WRK-QT-RAZAO NOT < 1000
               DISPLAY 'MAIS DE 1000 LANÇAMENTOS NO RAZÃO DO CÓDIGO '
                   'APOSENTADO - FUSÃO CANCELADA'
               MOVE 'N' TO WRK-FUSAO-APTA
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-RAZAO.
           MOVE REG-RAZ-MES   TO WRK-TR-MES(WRK-QT-RAZAO).
           MOVE REG-RAZ-SEQ   TO WRK-TR-SEQ(WRK-QT-RAZAO).
           MOVE REG-RAZ-VALOR TO WRK-TR-VALOR(WRK-QT-RAZAO).
           MOVE ZEROES        TO WRK-TR-SEQ-NOVA(WRK-QT-RAZAO).
           PERFORM 0351-LER-RAZAO.

      * PRÉVIA: TODO REGISTRO QUE VAI MUDAR DE DONO, ARQUIVO POR
      * ARQUIVO, ANTES DE QUALQUER GRAVAÇÃO
       0400-MOSTRAR-PREVIA.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PRÉVIA DA FUSÃO ' WRK-COD-APOSENTA ' -> '
               WRK-COD-SOBREVIVE.
           DISPLAY '----------------------------------------'.
           DISPLAY 'LANÇAMENTOS DO RAZÃO: ' WRK-MOV-RAZAO.
           PERFORM VARYING WRK-SUB-RAZ FROM 1 BY 1
               UNTIL WRK-SUB-RAZ > WRK-QT-RAZAO
               PERFORM 0410-PREVIA-RAZAO
           END-PERFORM.
           DISPLAY 'DUPLICATAS: ' WRK-MOV-DUPLICATAS.
           PERFORM VARYING WRK-SUB-DUP FROM 1 BY 1
               UNTIL WRK-SUB-DUP > WRK-QT-DUPLICATAS
               MOVE WRK-TD-REGISTRO(WRK-SUB-DUP) TO REG-DUPLICATA
               IF REG-DUP-CLIENTE = WRK-COD-APOSENTA
                   PERFORM 0420-PREVIA-DUPLICATA
               END-IF
           END-PERFORM.
           DISPLAY 'PEDIDOS: ' WRK-MOV-PEDIDOS.
           OPEN INPUT ARQ-PEDCAB.
           IF ARQ-OK
               PERFORM 0325-POSICIONAR-PEDIDOS
               PERFORM 0430-PREVIA-PEDIDO UNTIL FIM-ARQUIVO
               CLOSE ARQ-PEDCAB
           END-IF.
           DISPLAY 'PEDIDOS RETIDOS: ' WRK-MOV-RETIDOS.
           PERFORM VARYING WRK-SUB-RET FROM 1 BY 1
               UNTIL WRK-SUB-RET > WRK-QT-RETIDOS
               MOVE WRK-TT-REGISTRO(WRK-SUB-RET) TO REG-RETIDO
               IF REG-RET-CLIENTE = WRK-COD-APOSENTA
                   PERFORM 0440-PREVIA-RETIDO
               END-IF
           END-PERFORM.
           DISPLAY 'ENDEREÇOS DE ENTREGA: ' WRK-MOV-ENDERECOS
               ' A MOVER, ' WRK-DESC-ENDERECOS ' REPETIDOS'.
           PERFORM VARYING WRK-SUB-END FROM 1 BY 1
               UNTIL WRK-SUB-END > WRK-QT-ENDERECOS
               IF NOT WRK-TE-MANTER(WRK-SUB-END)
                   PERFORM 0450-PREVIA-ENDERECO
               END-IF
           END-PERFORM.
           DISPLAY 'CADASTRO: ' WRK-COD-APOSENTA ' FICA INATIVO COM '
               'SUCESSOR ' WRK-COD-SOBREVIVE.

       0410-PREVIA-RAZAO.
           MOVE WRK-TR-VALOR(WRK-SUB-RAZ) TO WRK-VALOR-ED.
           DISPLAY '   MES ' WRK-TR-MES(WRK-SUB-RAZ) ' SEQ '
               WRK-TR-SEQ(WRK-SUB-RAZ) ' VALOR ' WRK-VALOR-ED.

       0420-PREVIA-DUPLICATA.
           MOVE REG-DUP-VALOR TO WRK-VALOR-ED.
           DISPLAY '   PEDIDO ' REG-DUP-PEDIDO ' PARCELA '
               REG-DUP-PARCELA ' VENCIMENTO ' REG-DUP-VENCIMENTO
               ' VALOR ' WRK-VALOR-ED ' SITUAÇÃO ' REG-DUP-SITUACAO.

       0430-PREVIA-PEDIDO.
           IF REG-PC-CLIENTE NOT = WRK-COD-APOSENTA
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-PC-TOTAL TO WRK-VALOR-ED.
           DISPLAY '   PEDIDO ' REG-PC-NUMERO ' DATA ' REG-PC-DATA
               ' TOTAL ' WRK-VALOR-ED.
           PERFORM 0321-LER-PEDIDO.

       0440-PREVIA-RETIDO.
           MOVE REG-RET-TOTAL TO WRK-VALOR-ED.
           DISPLAY '   PEDIDO ' REG-RET-NUMERO ' DATA ' REG-RET-DATA
               ' TOTAL ' WRK-VALOR-ED.

       0450-PREVIA-ENDERECO.
           MOVE WRK-TE-REGISTRO(WRK-SUB-END) TO REG-ENDERECO.
           IF WRK-TE-MOVER(WRK-SUB-END)
               DISPLAY '   SEQ ' REG-END-SEQ ' ' REG-END-LOGRADOURO
                   ' ' REG-END-CEP ' PASSA COMO SEQ '
                   WRK-TE-SEQ-NOVA(WRK-SUB-END)
           ELSE
               DISPLAY '   SEQ ' REG-END-SEQ ' ' REG-END-LOGRADOURO
                   ' ' REG-END-CEP ' IGUAL AO SEQ '
                   WRK-TE-SEQ-NOVA(WRK-SUB-END) ' - DESCARTADO'
           END-IF.

       0480-CONFIRMAR-FUSAO.
           DISPLAY 'CONFIRMA A FUSÃO (S/N)?'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMADO
               DISPLAY 'FUSÃO CANCELADA PELO OPERADOR - NADA FOI '
                   'ALTERADO'
               MOVE 'N' TO WRK-FUSAO-APTA
           END-IF.

      * CADA ARQUIVO COM REGISTRO A MOVER TEM A GERAÇÃO GUARDADA
      * PELO SALVAGERACAO ANTES DE SER REGRAVADO
       0500-EXECUTAR-FUSAO.
           OPEN EXTEND ARQ-LOGFUSAO.
           IF NOT LOG-OK
               OPEN OUTPUT ARQ-LOGFUSAO
           END-IF.
           IF WRK-MOV-RAZAO > ZEROES
               PERFORM 0510-RECHAVEAR-RAZAO
           END-IF.
           IF WRK-MOV-DUPLICATAS > ZEROES
               PERFORM 0520-REGRAVAR-DUPLICATAS
           END-IF.
           IF WRK-MOV-PEDIDOS > ZEROES
               PERFORM 0530-REGRAVAR-PEDIDOS
           END-IF.
           IF WRK-MOV-RETIDOS > ZEROES
               PERFORM 0540-REGRAVAR-RETIDOS
           END-IF.
           IF WRK-MOV-ENDERECOS > ZEROES OR
              WRK-DESC-ENDERECOS > ZEROES
               PERFORM 0550-REGRAVAR-ENDERECOS
           END-IF.
           PERFORM 0560-APOSENTAR-CODIGO.
           CLOSE ARQ-LOGFUSAO.
           DISPLAY 'FUSÃO CONCLUÍDA: ' WRK-COD-APOSENTA ' -> '
               WRK-COD-SOBREVIVE.

      * CADA LANÇAMENTO SAI DA CHAVE DO APOSENTADO E ENTRA NA DO
      * QUE FICA, NO MESMO MÊS, NA PRÓXIMA SEQUÊNCIA LIVRE
       0510-RECHAVEAR-RAZAO.
           MOVE 'RAZAO-CLIENTES-IDX' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
           CALL 'salvageracao' USING REG-GERACAO-PEDIDO.
           OPEN I-O ARQ-RAZAO.
           IF NOT RAZAO-OK
               DISPLAY 'RAZÃO INDISPONÍVEL - STATUS '
                   WRK-STATUS-RAZAO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'RAZAO-CLIENTES-IDX' TO WRK-LOG-ARQUIVO.
           PERFORM VARYING WRK-SUB-RAZ FROM 1 BY 1
               UNTIL WRK-SUB-RAZ > WRK-QT-RAZAO
               PERFORM 0515-MOVER-LANCAMENTO
           END-PERFORM.
           CLOSE ARQ-RAZAO.
           MOVE SPACES TO WRK-LOG-DETALHE.
           STRING 'TOTAL MOVIDO: ' WRK-MOV-RAZAO
               DELIMITED BY SIZE INTO WRK-LOG-DETALHE.
           PERFORM 0950-GRAVAR-LOG-FUSAO.

       0515-MOVER-LANCAMENTO.
           MOVE WRK-COD-APOSENTA TO REG-RAZ-CLIENTE.
           MOVE WRK-TR-MES(WRK-SUB-RAZ) TO REG-RAZ-MES.
           MOVE WRK-TR-SEQ(WRK-SUB-RAZ) TO REG-RAZ-SEQ.
           DELETE ARQ-RAZAO RECORD
               INVALID KEY
                   DISPLAY 'LANÇAMENTO ' REG-RAZ-CHAVE
                       ' NÃO ENCONTRADO - STATUS ' WRK-STATUS-RAZAO
                   EXIT PARAGRAPH
           END-DELETE.
           MOVE WRK-COD-SOBREVIVE TO REG-RAZ-CLIENTE.
           MOVE WRK-TR-MES(WRK-SUB-RAZ) TO REG-RAZ-MES.
           MOVE WRK-TR-VALOR(WRK-SUB-RAZ) TO REG-RAZ-VALOR.
           MOVE 1 TO REG-RAZ-SEQ.
           MOVE 'N' TO WRK-RAZAO-GRAVADO.
           PERFORM 0516-TENTAR-GRAVAR-RAZAO UNTIL RAZAO-GRAVADO.
           MOVE REG-RAZ-SEQ TO WRK-TR-SEQ-NOVA(WRK-SUB-RAZ).
           MOVE SPACES TO WRK-LOG-DETALHE.
           STRING 'MES ' WRK-TR-MES(WRK-SUB-RAZ)
               ' SEQ ' WRK-TR-SEQ(WRK-SUB-RAZ)
               ' PARA SEQ ' WRK-TR-SEQ-NOVA(WRK-SUB-RAZ)
               DELIMITED BY SIZE INTO WRK-LOG-DETALHE.
           PERFORM 0950-GRAVAR-LOG-FUSAO.

       0516-TENTAR-GRAVAR-RAZAO.
           WRITE REG-RAZAO
               INVALID KEY
                   ADD 1 TO REG-RAZ-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WRK-RAZAO-GRAVADO
           END-WRITE.

       0520-REGRAVAR-DUPLICATAS.
           MOVE 'DUPLICATAS-ABERTAS' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
           CALL 'salvageracao' USING REG-GERACAO-PEDIDO.
           MOVE 'DUPLICATAS-ABERTAS' TO WRK-LOG-ARQUIVO.
           OPEN OUTPUT ARQ-DUPLICATAS.
           PERFORM VARYING WRK-SUB-DUP FROM 1 BY 1
               UNTIL WRK-SUB-DUP > WRK-QT-DUPLICATAS
               MOVE WRK-TD-REGISTRO(WRK-SUB-DUP) TO REG-DUPLICATA
               IF REG-DUP-CLIENTE = WRK-COD-APOSENTA
                   MOVE WRK-COD-SOBREVIVE TO REG-DUP-CLIENTE
                   MOVE SPACES TO WRK-LOG-DETALHE
                   STRING 'PEDIDO ' REG-DUP-PEDIDO
                       ' PARCELA ' REG-DUP-PARCELA
                       DELIMITED BY SIZE INTO WRK-LOG-DETALHE
                   PERFORM 0950-GRAVAR-LOG-FUSAO
               END-IF
               WRITE REG-DUPLICATA
           END-PERFORM.
           CLOSE ARQ-DUPLICATAS.
           MOVE SPACES TO WRK-LOG-DETALHE.
           STRING 'TOTAL MOVIDO: ' WRK-MOV-DUPLICATAS
               DELIMITED BY SIZE INTO WRK-LOG-DETALHE.
           PERFORM 0950-GRAVAR-LOG-FUSAO.

      * CADA PEDIDO DO CÓDIGO APOSENTADO É REGRAVADO NO LUGAR; COMO
      * A TROCA DO CLIENTE MUDA A CHAVE ALTERNATIVA, A LEITURA VOLTA
      * AO PRIMEIRO PEDIDO QUE AINDA ESTÁ NO CÓDIGO APOSENTADO
       0530-REGRAVAR-PEDIDOS.
           MOVE 'PEDIDOS-CAB-IDX' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
           CALL 'salvageracao' USING REG-GERACAO-PEDIDO.
           MOVE 'PEDIDOS-CAB-IDX' TO WRK-LOG-ARQUIVO.
           OPEN I-O ARQ-PEDCAB.
           IF NOT ARQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0325-POSICIONAR-PEDIDOS.
           PERFORM 0535-MOVER-PEDIDO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-PEDCAB.
           MOVE SPACES TO WRK-LOG-DETALHE.
           STRING 'TOTAL MOVIDO: ' WRK-MOV-PEDIDOS
               DELIMITED BY SIZE INTO WRK-LOG-DETALHE.
           PERFORM 0950-GRAVAR-LOG-FUSAO.

       0535-MOVER-PEDIDO.
           IF REG-PC-CLIENTE NOT = WRK-COD-APOSENTA
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COD-SOBREVIVE TO REG-PC-CLIENTE.
           REWRITE REG-PEDCAB
               INVALID KEY
                   DISPLAY 'PEDIDO ' REG-PC-NUMERO
                       ' NÃO REGRAVADO EM PEDIDOS-CAB'
           END-REWRITE.
           MOVE SPACES TO WRK-LOG-DETALHE.
           STRING 'PEDIDO ' REG-PC-NUMERO
               DELIMITED BY SIZE INTO WRK-LOG-DETALHE.
           PERFORM 0950-GRAVAR-LOG-FUSAO.
           PERFORM 0325-POSICIONAR-PEDIDOS.

       0540-REGRAVAR-RETIDOS.
           MOVE 'PEDIDOS-RETIDOS' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
           CALL 'salvageracao' USING REG-GERACAO-PEDIDO.
           MOVE 'PEDIDOS-RETIDOS' TO WRK-LOG-ARQUIVO.
           OPEN OUTPUT ARQ-RETIDOS.
           PERFORM VARYING WRK-SUB-RET FROM 1 BY 1
               UNTIL WRK-SUB-RET > WRK-QT-RETIDOS
               MOVE WRK-TT-REGISTRO(WRK-SUB-RET) TO REG-RETIDO
               IF REG-RET-CLIENTE = WRK-COD-APOSENTA
                   MOVE WRK-COD-SOBREVIVE TO REG-RET-CLIENTE
                   MOVE SPACES TO WRK-LOG-DETALHE
                   STRING 'PEDIDO ' REG-RET-NUMERO
                       DELIMITED BY SIZE INTO WRK-LOG-DETALHE
                   PERFORM 0950-GRAVAR-LOG-FUSAO
               END-IF
               WRITE REG-RETIDO
           END-PERFORM.
           CLOSE ARQ-RETIDOS.
           MOVE SPACES TO WRK-LOG-DETALHE.
           STRING 'TOTAL MOVIDO: ' WRK-MOV-RETIDOS
               DELIMITED BY SIZE INTO WRK-LOG-DETALHE.
           PERFORM 0950-GRAVAR-LOG-FUSAO.

       0550-REGRAVAR-ENDERECOS.
           MOVE 'ENDERECOS-ENTREGA' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
           CALL 'salvageracao' USING REG-GERACAO-PEDIDO.
           MOVE 'ENDERECOS-ENTREGA' TO WRK-LOG-ARQUIVO.
           OPEN OUTPUT ARQ-ENDERECOS.
           PERFORM VARYING WRK-SUB-END FROM 1 BY 1
               UNTIL WRK-SUB-END > WRK-QT-ENDERECOS
               PERFORM 0555-REGRAVAR-ENDERECO
           END-PERFORM.
           CLOSE ARQ-ENDERECOS.
           MOVE SPACES TO WRK-LOG-DETALHE.
           STRING 'MOVIDOS: ' WRK-MOV-ENDERECOS
               ' DESCARTADOS: ' WRK-DESC-ENDERECOS
               DELIMITED BY SIZE INTO WRK-LOG-DETALHE.
           PERFORM 0950-GRAVAR-LOG-FUSAO.

       0555-REGRAVAR-ENDERECO.
           MOVE WRK-TE-REGISTRO(WRK-SUB-END) TO REG-ENDERECO.
           MOVE SPACES TO WRK-LOG-DETALHE.
           EVALUATE TRUE
               WHEN WRK-TE-MOVER(WRK-SUB-END)
                   STRING 'SEQ ' REG-END-SEQ ' PARA SEQ '
                       WRK-TE-SEQ-NOVA(WRK-SUB-END)
                       DELIMITED BY SIZE INTO WRK-LOG-DETALHE
                   MOVE WRK-COD-SOBREVIVE TO REG-END-CLIENTE
                   MOVE WRK-TE-SEQ-NOVA(WRK-SUB-END) TO REG-END-SEQ
                   WRITE REG-ENDERECO
                   PERFORM 0950-GRAVAR-LOG-FUSAO
               WHEN WRK-TE-DESCARTAR(WRK-SUB-END)
                   STRING 'SEQ ' REG-END-SEQ ' DESCARTADO, IGUAL AO '
                       'SEQ ' WRK-TE-SEQ-NOVA(WRK-SUB-END)
                       DELIMITED BY SIZE INTO WRK-LOG-DETALHE
                   PERFORM 0950-GRAVAR-LOG-FUSAO
               WHEN OTHER
                   WRITE REG-ENDERECO
           END-EVALUATE.

      * O CÓDIGO APOSENTADO FICA INATIVO, APONTANDO PARA O SUCESSOR
       0560-APOSENTAR-CODIGO.
           MOVE WRK-COD-APOSENTA TO REG-CAD-CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   DISPLAY 'CÓDIGO ' WRK-COD-APOSENTA
                       ' SUMIU DO CADASTRO - NÃO FOI DESATIVADO'
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'I' TO REG-CAD-SITUACAO.
           MOVE WRK-COD-SOBREVIVE TO REG-CAD-SUCESSOR.
           REWRITE REG-CADASTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CADASTRO - STATUS '
                       WRK-STATUS-CADASTRO
               NOT INVALID KEY
                   MOVE 'FUSAO' TO WRK-LOG-ACAO
                   PERFORM 0900-GRAVAR-LOG-CADASTRO
                   MOVE 'CADASTRO-MASTER-IDX' TO WRK-LOG-ARQUIVO
                   MOVE 'INATIVADO COM SUCESSOR' TO WRK-LOG-DETALHE
                   PERFORM 0950-GRAVAR-LOG-FUSAO
           END-REWRITE.

       0900-GRAVAR-LOG-CADASTRO.
           OPEN EXTEND ARQ-LOGCAD.
           IF NOT LOG-OK
               OPEN OUTPUT ARQ-LOGCAD
           END-IF.
           PERFORM 0910-MONTAR-DATA-HORA.
           MOVE WRK-DATA-DISPLAY TO WRK-LC-DATA.
           MOVE WRK-HORA-DISPLAY TO WRK-LC-HORA.
           MOVE WRK-OPERADOR TO WRK-LC-OPERADOR.
           MOVE WRK-LOG-ACAO TO WRK-LC-ACAO.
           MOVE REG-CAD-CODIGO TO WRK-LC-CODIGO.
           WRITE REG-LOGCAD FROM WRK-LINLOGCAD.
           CLOSE ARQ-LOGCAD.

       0910-MONTAR-DATA-HORA.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SYS FROM TIME.
           MOVE WRK-DS-DIA TO WRK-DD.
           MOVE WRK-DS-MES TO WRK-MM.
           MOVE WRK-DS-ANO TO WRK-AA.
           MOVE WRK-HS-HH TO WRK-HH.
           MOVE WRK-HS-MM TO WRK-MI.
           MOVE WRK-HS-SS TO WRK-SG.

       0950-GRAVAR-LOG-FUSAO.
           PERFORM 0910-MONTAR-DATA-HORA.
           MOVE WRK-DATA-DISPLAY TO WRK-LF-DATA.
           MOVE WRK-HORA-DISPLAY TO WRK-LF-HORA.
           MOVE WRK-OPERADOR TO WRK-LF-OPERADOR.
           MOVE WRK-COD-APOSENTA TO WRK-LF-APOSENTA.
           MOVE WRK-COD-SOBREVIVE TO WRK-LF-SOBREVIVE.
           MOVE WRK-LOG-ARQUIVO TO WRK-LF-ARQUIVO.
           MOVE WRK-LOG-DETALHE TO WRK-LF-DETALHE.
           WRITE REG-LOGFUSAO FROM WRK-LINLOGFUSAO.
