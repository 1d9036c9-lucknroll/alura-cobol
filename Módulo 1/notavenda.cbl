      *                    RECUSAR A EXECUÇÃO (COMO A FILA DE
      *                    APROVAÇÃO): A REGRAVAÇÃO PARCIAL APAGAVA
      *                    OS PEDIDOS EXCEDENTES
      * 15/10/2026 LUCAS  INCLUIDO O CUSTO UNITÁRIO DA VENDA NO
      *                    LAYOUT DO ITEM DO PEDIDO
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO DA NF-E NO LAYOUT DO
      *                    CABEÇALHO DO PEDIDO
      * 15/10/2026 LUCAS  A NOTA PASSA A GERAR TAMBÉM O ARQUIVO DA NF-E
      *                    (NFE-REMESSA) PARA A TRANSMISSÃO À SEFAZ:
      *                    EMITENTE PELOS DADOS FISCAIS DA FILIAL,
      *                    DESTINATÁRIO DO CADASTRO MESTRE COM O
      *                    ENDEREÇO DE ENDERECOS-ENTREGA, ITENS, ICMS,
      *                    FRETE E TOTAIS, COM A CHAVE DE ACESSO
      *                    REGISTRADA EM NFE-NOTAS E O PEDIDO MARCADO
      *                    COMO ENVIADO; NOTA REJEITADA É REGERADA NA
      *                    REIMPRESSÃO
      * 15/10/2026 LUCAS  O FRETE COBRADO NA NOTA PASSA A SER GRAVADO
      *                    EM NFE-NOTAS, PARA A RENTABILIDADE DO FRETE
      * 15/10/2026 LUCAS  PEDIDO LIDO PELA CHAVE EM PEDIDOS-CAB-IDX E
      *                    REGRAVADO SÓ ELE (REWRITE DA NOTA E DA
      *                    SITUAÇÃO DA NF-E), SEM A TABELA DE 500
      *                    PEDIDOS; ITENS LIDOS A PARTIR DA CHAVE EM
      *                    PEDIDOS-ITEM-IDX
      ****************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-PC-NUMERO
               ALTERNATE RECORD KEY IS REG-PC-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-PEDCAB.
           SELECT ARQ-PEDITEM ASSIGN TO 'PEDIDOS-ITEM-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PI-CHAVE
               FILE STATUS IS WRK-STATUS-PEDITEM.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               FILE STATUS IS WRK-STATUS-NOTACTRL.
           SELECT ARQ-NOTA ASSIGN TO 'NOTA-VENDA'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-FILIAIS ASSIGN TO 'FILIAIS-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILIAIS.
           SELECT ARQ-ENDERECOS ASSIGN TO 'ENDERECOS-ENTREGA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENDERECOS.
           SELECT ARQ-NFE ASSIGN TO 'NFE-NOTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NFE.
           SELECT ARQ-REMESSA ASSIGN TO 'NFE-REMESSA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REMESSA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-PEDITEM.
           COPY 'peditemidx.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.
       FD  ARQ-NOTA.
       01  REG-NOTA PIC X(80).

       FD  ARQ-FILIAIS.
           COPY 'filial.cbl'.

       FD  ARQ-ENDERECOS.
           COPY 'endentrega.cbl'.

       FD  ARQ-NFE.
           COPY 'nfe.cbl'.

       FD  ARQ-REMESSA.
       01  REG-REMESSA PIC X(200).

       WORKING-STORAGE SECTION.

       77 WRK-STATUS-PEDCAB   PIC X(02) VALUE '00'.
           88 PEDCAB-OK          VALUE '00'.
           88 ICMS-OK            VALUE '00'.
       77 WRK-STATUS-NOTACTRL PIC X(02) VALUE '00'.
           88 NOTACTRL-OK        VALUE '00'.
       77 WRK-STATUS-FILIAIS   PIC X(02) VALUE '00'.
           88 FILIAIS-OK         VALUE '00'.
       77 WRK-STATUS-ENDERECOS PIC X(02) VALUE '00'.
           88 ENDERECOS-OK       VALUE '00'.
       77 WRK-STATUS-NFE       PIC X(02) VALUE '00'.
           88 NFE-OK             VALUE '00'.
       77 WRK-STATUS-REMESSA   PIC X(02) VALUE '00'.
           88 REMESSA-OK         VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-FIM-NFE     PIC X(01) VALUE 'N'.
           88 FIM-NFE        VALUE 'S'.
       77 WRK-REGRAVAR-PEDIDOS PIC X(01) VALUE 'N'.
           88 REGRAVAR-PEDIDOS    VALUE 'S'.

       77 WRK-NUMERO-PEDIDO PIC 9(06) VALUE ZEROES.
       77 WRK-NUMERO-NOTA   PIC 9(06) VALUE ZEROES.
       77 WRK-REIMPRESSAO   PIC X(01) VALUE 'N'.
           88 QUER-REIMPRIMIR  VALUE 'S'.

      * CABEÇALHO DO PEDIDO LIDO PELA CHAVE; O NÚMERO DA NOTA E A
      * SITUAÇÃO DA NF-E VOLTAM AO PEDIDO NO FIM (REWRITE)
       77 WRK-PEDIDO-ACHADO PIC X(01) VALUE 'N'.
           88 PEDIDO-ACHADO    VALUE 'S'.
       77 WRK-NFE-PEDIDO    PIC X(01) VALUE SPACE.
       01  WRK-PEDIDO-GUARDADO PIC X(55) VALUE SPACES.

       01  WRK-PEDIDO-VEZ.
           02 WRK-PV-DATA    PIC 9(08).
           02 WRK-CV-DOC  PIC X(14).
           02 WRK-CV-UF   PIC X(02).
           02 WRK-CV-CEP  PIC 9(08).
           02 WRK-CV-TIPO-DOC PIC X(01).

      ******************************************************************
      * NF-E: EMITENTE (FILIAL DO PEDIDO), ENDEREÇOS DO DESTINATÁRIO E
      * DA ENTREGA, CHAVE DE ACESSO E O REGISTRO DAS NOTAS EMITIDAS
      ******************************************************************
       01  WRK-EMITENTE.
           02 WRK-EM-NOME       PIC X(20).
           02 WRK-EM-UF         PIC X(02).
           02 WRK-EM-CNPJ       PIC X(14).
           02 WRK-EM-IE         PIC X(14).
           02 WRK-EM-LOGRADOURO PIC X(30).
           02 WRK-EM-CIDADE     PIC X(20).
           02 WRK-EM-CEP        PIC X(08).
       01  WRK-END-DESTINO.
           02 WRK-ED-LOGRADOURO PIC X(30).
           02 WRK-ED-CIDADE     PIC X(20).
           02 WRK-ED-UF         PIC X(02).
           02 WRK-ED-CEP        PIC 9(08).
       01  WRK-END-ENTREGA.
           02 WRK-EE-LOGRADOURO PIC X(30).
           02 WRK-EE-CIDADE     PIC X(20).
           02 WRK-EE-UF         PIC X(02).
           02 WRK-EE-CEP        PIC 9(08).

      * CÓDIGO IBGE DA UF DO EMITENTE, QUE ABRE A CHAVE DE ACESSO
       01  WRK-TAB-IBGE-DADOS.
           02 FILLER PIC X(36) VALUE
              'AC12AL27AM13AP16BA29CE23DF53ES32GO52'.
           02 FILLER PIC X(36) VALUE
              'MA21MG31MS50MT51PA15PB25PE26PI22PR41'.
           02 FILLER PIC X(36) VALUE
              'RJ33RN24RO11RR14RS43SC42SE28SP35TO17'.
       01  WRK-TAB-IBGE REDEFINES WRK-TAB-IBGE-DADOS.
           02 WRK-TI-ITEM OCCURS 27 TIMES.
               03 WRK-TI-UF     PIC X(02).
               03 WRK-TI-CODIGO PIC 9(02).
       77 WRK-SUB-UF PIC 9(02) COMP VALUE ZEROES.

      * CHAVE DE 44 DÍGITOS: UF, ANO/MÊS, CNPJ, MODELO 55, SÉRIE,
      * NÚMERO, TIPO DE EMISSÃO, CÓDIGO NUMÉRICO E O DÍGITO (MÓDULO 11)
       01  WRK-CHAVE-NFE.
           02 WRK-CH-CUF    PIC 9(02).
           02 WRK-CH-AAMM   PIC 9(04).
           02 WRK-CH-CNPJ   PIC X(14).
           02 WRK-CH-MODELO PIC 9(02) VALUE 55.
           02 WRK-CH-SERIE  PIC 9(03) VALUE 1.
           02 WRK-CH-NUMERO PIC 9(09).
           02 WRK-CH-TPEMIS PIC 9(01) VALUE 1.
           02 WRK-CH-CODIGO PIC 9(08).
           02 WRK-CH-DV     PIC 9(01).
       01  WRK-CHAVE-DIGITOS REDEFINES WRK-CHAVE-NFE.
           02 WRK-CH-DIGITO PIC 9(01) OCCURS 44 TIMES.
       77 WRK-SUB-CHAVE PIC 9(02) COMP VALUE ZEROES.
       77 WRK-PESO-DV   PIC 9(02) COMP VALUE ZEROES.
       77 WRK-SOMA-DV   PIC 9(05) COMP VALUE ZEROES.
       77 WRK-QUOCIENTE-DV PIC 9(05) COMP VALUE ZEROES.
       77 WRK-RESTO-DV  PIC 9(02) COMP VALUE ZEROES.

      * NOTAS JÁ REGISTRADAS, PARA A NOTA REGERADA SUBSTITUIR A LINHA
       77 WRK-QT-NFE     PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-NFE    PIC 9(04) COMP VALUE ZEROES.
       77 WRK-NFE-ACHADA PIC 9(04) COMP VALUE ZEROES.
       77 WRK-NFE-EXCEDIDA PIC X(01) VALUE 'N'.
           88 NFE-EXCEDIDA    VALUE 'S'.
       01  WRK-TAB-NFE.
           02 WRK-TN-REGISTRO PIC X(270) OCCURS 5000 TIMES.

      * ITENS E TOTAIS DA NF-E; O ICMS DO ÚLTIMO ITEM FECHA NO ICMS DA
      * NOTA IMPRESSA
       77 WRK-QT-ITENS-NOTA PIC 9(03) COMP VALUE ZEROES.
       77 WRK-QT-ITENS-NFE  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-ICMS-ITEM     PIC 9(10)V99 VALUE ZEROES.
       77 WRK-ICMS-ACUM     PIC 9(10)V99 VALUE ZEROES.
       77 WRK-BRUTO-ITEM    PIC 9(10)V99 VALUE ZEROES.
       77 WRK-BRUTO-NFE     PIC 9(12)V99 VALUE ZEROES.
       77 WRK-DESCONTO-NFE  PIC 9(12)V99 VALUE ZEROES.
       77 WRK-TOTAL-NFE     PIC 9(12)V99 VALUE ZEROES.
       77 WRK-MOD-FRETE     PIC 9(01) VALUE ZEROES.

      * VALORES NO FORMATO DO ARQUIVO: PONTO DECIMAL E SEM ZEROS À
      * ESQUERDA
       01  WRK-VALOR-NFE     PIC 9(13)V99 VALUE ZEROES.
       01  WRK-VALOR-NFE-R REDEFINES WRK-VALOR-NFE.
           02 WRK-VN-INTEIRO PIC X(13).
           02 WRK-VN-DECIMAL PIC X(02).
       77 WRK-ZEROS-ESQ     PIC 9(02) COMP VALUE ZEROES.
       77 WRK-VALOR-TXT     PIC X(16) VALUE SPACES.
       77 WRK-TXT-ICMS      PIC X(16) VALUE SPACES.
       77 WRK-TXT-BRUTO     PIC X(16) VALUE SPACES.
       77 WRK-TXT-DESCONTO  PIC X(16) VALUE SPACES.
       77 WRK-TXT-LIQUIDO   PIC X(16) VALUE SPACES.
       77 WRK-TXT-QTDE      PIC X(16) VALUE SPACES.
       77 WRK-TXT-PRECO     PIC X(16) VALUE SPACES.
       77 WRK-TXT-ALIQUOTA  PIC X(16) VALUE SPACES.
       77 WRK-TXT-FRETE     PIC X(16) VALUE SPACES.
       01  WRK-NUMERO-NFE    PIC 9(09) VALUE ZEROES.
       01  WRK-NUMERO-NFE-R REDEFINES WRK-NUMERO-NFE PIC X(09).
       77 WRK-NUMERO-TXT    PIC X(09) VALUE SPACES.
       77 WRK-TXT-NOTA      PIC X(09) VALUE SPACES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       77 WRK-ALIQUOTA   PIC 9(02)V99 VALUE ZEROES.
       77 WRK-ICMS       PIC 9(10)V99 VALUE ZEROES.
           DISPLAY '========================================'.
           DISPLAY 'NÚMERO DO PEDIDO:'.
           ACCEPT WRK-NUMERO-PEDIDO FROM CONSOLE.
           PERFORM 0100-LOCALIZAR-PEDIDO.
           IF NOT PEDIDO-ACHADO
               DISPLAY 'PEDIDO NÃO ENCONTRADO - NOTA NÃO EMITIDA'
               GOBACK
           END-IF.
           MOVE WRK-PEDIDO-GUARDADO TO REG-PEDCAB.
           MOVE REG-PC-DATA    TO WRK-PV-DATA.
           MOVE REG-PC-CLIENTE TO WRK-PV-CLIENTE.
           MOVE REG-PC-TOTAL   TO WRK-PV-TOTAL.
           ELSE
               PERFORM 0150-OBTER-NUMERO-NOTA
               MOVE WRK-NUMERO-NOTA TO REG-PC-NOTA
               MOVE REG-PEDCAB TO WRK-PEDIDO-GUARDADO
               MOVE 'S' TO WRK-REGRAVAR-PEDIDOS
           END-IF.
           PERFORM 0200-BUSCAR-CLIENTE.
           PERFORM 0250-BUSCAR-ALIQUOTA.
           ACCEPT WRK-FRETE FROM CONSOLE.
           PERFORM 0300-IMPRIMIR-NOTA.
           DISPLAY 'NOTA ' WRK-NUMERO-NOTA ' IMPRESSA'.
           PERFORM 0500-GERAR-NFE.
           IF REGRAVAR-PEDIDOS
               PERFORM 0160-REGRAVAR-PEDIDO
           END-IF.
           DISPLAY 'FINAL DA IMPRESSÃO DA NOTA'.
           GOBACK.

       0100-LOCALIZAR-PEDIDO.
           MOVE 'N' TO WRK-PEDIDO-ACHADO.
           OPEN INPUT ARQ-PEDCAB.
           IF PEDCAB-OK
               MOVE WRK-NUMERO-PEDIDO TO REG-PC-NUMERO
               READ ARQ-PEDCAB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-PEDIDO-ACHADO
                       MOVE REG-PEDCAB TO WRK-PEDIDO-GUARDADO
               END-READ
               CLOSE ARQ-PEDCAB
           ELSE
               DISPLAY 'ARQUIVO DE PEDIDOS NÃO ENCONTRADO'
           END-IF.

       0150-OBTER-NUMERO-NOTA.
           MOVE ZEROES TO WRK-NUMERO-NOTA.
           OPEN INPUT ARQ-NOTACTRL.
           WRITE REG-NOTACTRL.
           CLOSE ARQ-NOTACTRL.

      * O PEDIDO É RELIDO NA HORA DE GRAVAR: SÓ A NOTA E A SITUAÇÃO
      * DA NF-E SAEM DESTA EXECUÇÃO, O RESTO FICA COMO ESTÁ NO
      * ARQUIVO
       0160-REGRAVAR-PEDIDO.
           MOVE WRK-PEDIDO-GUARDADO TO REG-PEDCAB.
           MOVE REG-PC-NFE TO WRK-NFE-PEDIDO.
           OPEN I-O ARQ-PEDCAB.
           IF NOT PEDCAB-OK
               DISPLAY 'ARQUIVO DE PEDIDOS NÃO ENCONTRADO - NOTA NÃO '
                   'GRAVADA NO PEDIDO'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-NUMERO-PEDIDO TO REG-PC-NUMERO.
           READ ARQ-PEDCAB
               INVALID KEY
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO
                       ' NÃO ENCONTRADO EM PEDIDOS-CAB'
               NOT INVALID KEY
                   MOVE WRK-NUMERO-NOTA TO REG-PC-NOTA
                   MOVE WRK-NFE-PEDIDO  TO REG-PC-NFE
                   REWRITE REG-PEDCAB
           END-READ.
           CLOSE ARQ-PEDCAB.

       0200-BUSCAR-CLIENTE.
           MOVE SPACES TO WRK-CV-DOC.
           MOVE SPACES TO WRK-CV-UF.
           MOVE ZEROES TO WRK-CV-CEP.
           MOVE SPACES TO WRK-CV-TIPO-DOC.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               MOVE WRK-PV-CLIENTE TO REG-CAD-CODIGO
                       MOVE REG-CAD-CPFCNPJ TO WRK-CV-DOC
                       MOVE REG-CAD-UF      TO WRK-CV-UF
                       MOVE REG-CAD-CEP     TO WRK-CV-CEP
                       MOVE REG-CAD-TIPO-DOC TO WRK-CV-TIPO-DOC
               END-READ
               CLOSE ARQ-CADASTRO
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDITEM.
           IF PEDITEM-OK
               PERFORM 0332-POSICIONAR-ITENS
               PERFORM 0340-IMPRIMIR-ITEM UNTIL FIM-ARQUIVO
               CLOSE ARQ-PEDITEM
           END-IF.

      * OS ITENS DO PEDIDO FICAM JUNTOS NA CHAVE (PEDIDO + SEQUÊNCIA)
       0332-POSICIONAR-ITENS.
           MOVE WRK-NUMERO-PEDIDO TO REG-PI-NUMERO.
           MOVE ZEROES TO REG-PI-SEQ.
           START ARQ-PEDITEM KEY IS NOT LESS THAN REG-PI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           IF NOT FIM-ARQUIVO
               PERFORM 0335-LER-ITEM
           END-IF.

       0335-LER-ITEM.
           READ ARQ-PEDITEM NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0340-IMPRIMIR-ITEM.
           IF REG-PI-NUMERO NOT = WRK-NUMERO-PEDIDO
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-LINHA-PAGINA > 15
               PERFORM 0310-CABECALHO-NOTA
           END-IF.
           MOVE REG-PI-SEQ     TO WRK-LI-SEQ.
           MOVE REG-PI-PRODUTO TO WRK-LI-PRODUTO.
           MOVE REG-PI-QTDE    TO WRK-LI-QTDE.
           MOVE REG-PI-PRECO   TO WRK-LI-PRECO.
           MOVE REG-PI-TOTAL   TO WRK-LI-TOTAL.
           IF REG-PI-PROMO = 'S'
               MOVE ' PROMO' TO WRK-LI-PROMO
           ELSE
               MOVE SPACES TO WRK-LI-PROMO
           END-IF.
           MOVE WRK-LINITEM TO REG-NOTA.
           WRITE REG-NOTA.
           ADD 1 TO WRK-LINHA-PAGINA.
           ADD 1 TO WRK-QT-ITENS-NOTA.
           PERFORM 0335-LER-ITEM.

       0350-IMPRIMIR-TOTAIS.
               DELIMITED BY SIZE INTO WRK-LINNOTA.
           MOVE WRK-LINNOTA TO REG-NOTA.
           WRITE REG-NOTA.

      ******************************************************************
      * NF-E: SÓ GERA O ARQUIVO PARA PEDIDO SEM NF-E OU COM A NF-E
      * REJEITADA (REGERADA DEPOIS DA CORREÇÃO DO CADASTRO); NOTA
      * ENVIADA, AUTORIZADA OU CANCELADA SÓ É REIMPRESSA
      ******************************************************************
       0500-GERAR-NFE.
           MOVE WRK-PEDIDO-GUARDADO TO REG-PEDCAB.
           EVALUATE REG-PC-NFE
               WHEN 'E'
                   DISPLAY 'NF-E AGUARDANDO O RETORNO DA SEFAZ - '
                       'ARQUIVO NÃO REGERADO'
                   EXIT PARAGRAPH
               WHEN 'A'
                   DISPLAY 'NF-E JÁ AUTORIZADA - ARQUIVO NÃO REGERADO'
                   EXIT PARAGRAPH
               WHEN 'X'
               WHEN 'C'
                   DISPLAY 'NF-E CANCELADA OU EM CANCELAMENTO - '
                       'ARQUIVO NÃO REGERADO'
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM 0510-BUSCAR-EMITENTE.
           IF WRK-EM-CNPJ = SPACES OR WRK-EM-LOGRADOURO = SPACES
               DISPLAY 'FILIAL ' REG-PC-FILIAL ' SEM DADOS FISCAIS - '
                   'NF-E NÃO GERADA (MANUTFILIAL, OPÇÃO F)'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-CV-DOC = SPACES
               DISPLAY 'CLIENTE SEM CPF/CNPJ NO CADASTRO - NF-E NÃO '
                   'GERADA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0520-BUSCAR-ENDERECOS.
           IF WRK-ED-LOGRADOURO = SPACES
               DISPLAY 'CLIENTE SEM ENDEREÇO CADASTRADO - NF-E NÃO '
                   'GERADA (CADASTROMANUT, OPÇÃO E)'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0530-CARREGAR-NFE.
           IF NFE-EXCEDIDA
               DISPLAY 'NFE-NOTAS EXCEDE O LIMITE DE 5000 DA TABELA - '
                   'NF-E NÃO GERADA'
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0540-MONTAR-CHAVE.
           PERFORM 0550-GRAVAR-REMESSA.
           PERFORM 0580-REGISTRAR-NFE.
           MOVE 'E' TO REG-PC-NFE.
           MOVE REG-PEDCAB TO WRK-PEDIDO-GUARDADO.
           MOVE 'S' TO WRK-REGRAVAR-PEDIDOS.
           DISPLAY 'NF-E GERADA EM NFE-REMESSA - CHAVE '
               WRK-CHAVE-NFE.

       0510-BUSCAR-EMITENTE.
           MOVE SPACES TO WRK-EMITENTE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-FILIAIS.
           IF FILIAIS-OK
               PERFORM 0512-LER-FILIAL
               PERFORM 0514-COMPARAR-FILIAL UNTIL FIM-ARQUIVO
               CLOSE ARQ-FILIAIS
           END-IF.

       0512-LER-FILIAL.
           READ ARQ-FILIAIS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0514-COMPARAR-FILIAL.
           IF REG-FIL-CODIGO = REG-PC-FILIAL
               MOVE REG-FIL-NOME       TO WRK-EM-NOME
               MOVE REG-FIL-UF         TO WRK-EM-UF
               MOVE REG-FIL-CNPJ       TO WRK-EM-CNPJ
               MOVE REG-FIL-IE         TO WRK-EM-IE
               MOVE REG-FIL-LOGRADOURO TO WRK-EM-LOGRADOURO
               MOVE REG-FIL-CIDADE     TO WRK-EM-CIDADE
               MOVE REG-FIL-CEP        TO WRK-EM-CEP
           END-IF.
           PERFORM 0512-LER-FILIAL.

      * O ENDEREÇO DO DESTINATÁRIO É O DO CEP DO CADASTRO (NA FALTA,
      * O PRIMEIRO DO CLIENTE); O CEP DE ENTREGA DO PEDIDO, QUANDO
      * DIFERENTE, VAI COMO LOCAL DE ENTREGA
       0520-BUSCAR-ENDERECOS.
           MOVE SPACES TO WRK-END-DESTINO WRK-END-ENTREGA.
           MOVE ZEROES TO WRK-ED-CEP WRK-EE-CEP.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ENDERECOS.
           IF ENDERECOS-OK
               PERFORM 0522-LER-ENDERECO
               PERFORM 0524-COMPARAR-ENDERECO UNTIL FIM-ARQUIVO
               CLOSE ARQ-ENDERECOS
           END-IF.

       0522-LER-ENDERECO.
           READ ARQ-ENDERECOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0524-COMPARAR-ENDERECO.
           IF REG-END-CLIENTE = WRK-PV-CLIENTE
               IF WRK-ED-LOGRADOURO = SPACES OR
                  (REG-END-CEP = WRK-CV-CEP AND
                   WRK-ED-CEP NOT = WRK-CV-CEP)
                   MOVE REG-END-LOGRADOURO TO WRK-ED-LOGRADOURO
                   MOVE REG-END-CIDADE     TO WRK-ED-CIDADE
                   MOVE REG-END-UF         TO WRK-ED-UF
                   MOVE REG-END-CEP        TO WRK-ED-CEP
               END-IF
               IF REG-PC-CEP-ENTREGA NOT = ZEROES AND
                  REG-PC-CEP-ENTREGA NOT = WRK-CV-CEP AND
                  REG-END-CEP = REG-PC-CEP-ENTREGA AND
                  WRK-EE-LOGRADOURO = SPACES
                   MOVE REG-END-LOGRADOURO TO WRK-EE-LOGRADOURO
                   MOVE REG-END-CIDADE     TO WRK-EE-CIDADE
                   MOVE REG-END-UF         TO WRK-EE-UF
                   MOVE REG-END-CEP        TO WRK-EE-CEP
               END-IF
           END-IF.
           PERFORM 0522-LER-ENDERECO.

       0530-CARREGAR-NFE.
           MOVE ZEROES TO WRK-QT-NFE WRK-NFE-ACHADA.
           MOVE 'N' TO WRK-FIM-NFE.
           OPEN INPUT ARQ-NFE.
           IF NFE-OK
               PERFORM 0532-LER-NFE
               PERFORM 0534-GUARDAR-NFE UNTIL FIM-NFE
               CLOSE ARQ-NFE
           END-IF.

       0532-LER-NFE.
           READ ARQ-NFE
               AT END
                   MOVE 'S' TO WRK-FIM-NFE
           END-READ.

       0534-GUARDAR-NFE.
           IF WRK-QT-NFE < 5000
               ADD 1 TO WRK-QT-NFE
               MOVE REG-NFE TO WRK-TN-REGISTRO(WRK-QT-NFE)
               IF REG-NFE-NOTA = WRK-NUMERO-NOTA
                   MOVE WRK-QT-NFE TO WRK-NFE-ACHADA
               END-IF
           ELSE
               MOVE 'S' TO WRK-NFE-EXCEDIDA
               MOVE 'S' TO WRK-FIM-NFE
           END-IF.
           PERFORM 0532-LER-NFE.

       0540-MONTAR-CHAVE.
           MOVE ZEROES TO WRK-CH-CUF.
           PERFORM VARYING WRK-SUB-UF FROM 1 BY 1
               UNTIL WRK-SUB-UF > 27
               IF WRK-TI-UF(WRK-SUB-UF) = WRK-EM-UF
                   MOVE WRK-TI-CODIGO(WRK-SUB-UF) TO WRK-CH-CUF
               END-IF
           END-PERFORM.
           MOVE WRK-DATA-SYS-NUM(3:4) TO WRK-CH-AAMM.
           MOVE WRK-EM-CNPJ       TO WRK-CH-CNPJ.
           MOVE WRK-NUMERO-NOTA   TO WRK-CH-NUMERO.
           MOVE WRK-NUMERO-PEDIDO TO WRK-CH-CODIGO.
           MOVE ZEROES TO WRK-SOMA-DV.
           MOVE 2 TO WRK-PESO-DV.
           PERFORM 0545-SOMAR-DIGITO
               VARYING WRK-SUB-CHAVE FROM 43 BY -1
               UNTIL WRK-SUB-CHAVE < 1.
           DIVIDE WRK-SOMA-DV BY 11 GIVING WRK-QUOCIENTE-DV
               REMAINDER WRK-RESTO-DV.
           IF WRK-RESTO-DV < 2
               MOVE ZEROES TO WRK-CH-DV
           ELSE
               COMPUTE WRK-CH-DV = 11 - WRK-RESTO-DV
           END-IF.

       0545-SOMAR-DIGITO.
           COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +
               WRK-CH-DIGITO(WRK-SUB-CHAVE) * WRK-PESO-DV.
           ADD 1 TO WRK-PESO-DV.
           IF WRK-PESO-DV > 9
               MOVE 2 TO WRK-PESO-DV
           END-IF.

      ******************************************************************
      * ARQUIVO DA NF-E NO LAYOUT TEXTO DO EMISSOR, UM REGISTRO POR
      * LINHA COM OS CAMPOS SEPARADOS POR '|'; AS NOTAS SE ACUMULAM EM
      * NFE-REMESSA ATÉ A TRANSMISSÃO
      ******************************************************************
       0550-GRAVAR-REMESSA.
           OPEN EXTEND ARQ-REMESSA.
           IF NOT REMESSA-OK
               OPEN OUTPUT ARQ-REMESSA
           END-IF.
           MOVE 'NOTAFISCAL|1|' TO REG-REMESSA.
           WRITE REG-REMESSA.
           MOVE SPACES TO REG-REMESSA.
           STRING 'A|4.00|NFe' WRK-CHAVE-NFE '|'
               DELIMITED BY SIZE INTO REG-REMESSA.
           WRITE REG-REMESSA.
           MOVE WRK-NUMERO-NOTA TO WRK-NUMERO-NFE.
           PERFORM 0695-FORMATAR-NUMERO.
           MOVE WRK-NUMERO-TXT TO WRK-TXT-NOTA.
           MOVE SPACES TO REG-REMESSA.
           STRING 'B|' WRK-CH-CUF '|' WRK-CH-CODIGO
               '|VENDA DE MERCADORIA|55|1|' DELIMITED BY SIZE
               WRK-TXT-NOTA DELIMITED BY SPACE
               '|' WRK-DS-ANO '-' WRK-DS-MES '-' WRK-DS-DIA '|1|1|'
               DELIMITED BY SIZE INTO REG-REMESSA.
           WRITE REG-REMESSA.
           MOVE SPACES TO REG-REMESSA.
           STRING 'C|' WRK-EM-NOME DELIMITED BY '  '
               '|' WRK-EM-IE DELIMITED BY SPACE
               '|' DELIMITED BY SIZE INTO REG-REMESSA.
           WRITE REG-REMESSA.
           MOVE SPACES TO REG-REMESSA.
           STRING 'C02|' WRK-EM-CNPJ '|'
               DELIMITED BY SIZE INTO REG-REMESSA.
           WRITE REG-REMESSA.
           MOVE SPACES TO REG-REMESSA.
           STRING 'C05|' WRK-EM-LOGRADOURO DELIMITED BY '  '
               '|' WRK-EM-CIDADE DELIMITED BY '  '
               '|' WRK-EM-UF '|' WRK-EM-CEP '|'
               DELIMITED BY SIZE INTO REG-REMESSA.
           WRITE REG-REMESSA.
           MOVE SPACES TO REG-REMESSA.
           STRING 'E|' WRK-CV-NOME DELIMITED BY '  '
               '|9|' DELIMITED BY SIZE INTO REG-REMESSA.
           WRITE REG-REMESSA.
           MOVE SPACES TO REG-REMESSA.
           IF WRK-CV-TIPO-DOC = 'J'
               STRING 'E02|' WRK-CV-DOC DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE INTO REG-REMESSA
           ELSE
               STRING 'E03|' WRK-CV-DOC DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE INTO REG-REMESSA
           END-IF.
           WRITE REG-REMESSA.
           MOVE SPACES TO REG-REMESSA.
           STRING 'E05|' WRK-ED-LOGRADOURO DELIMITED BY '  '
               '|' WRK-ED-CIDADE DELIMITED BY '  '
               '|' WRK-ED-UF '|' WRK-ED-CEP '|'
               DELIMITED BY SIZE INTO REG-REMESSA.
           WRITE REG-REMESSA.
           IF WRK-EE-LOGRADOURO NOT = SPACES
               MOVE SPACES TO REG-REMESSA
               STRING 'G|' WRK-EE-LOGRADOURO DELIMITED BY '  '
                   '|' WRK-EE-CIDADE DELIMITED BY '  '
                   '|' WRK-EE-UF '|' WRK-EE-CEP '|'
                   DELIMITED BY SIZE INTO REG-REMESSA
               WRITE REG-REMESSA
           END-IF.
           PERFORM 0560-GRAVAR-ITENS.
           PERFORM 0570-GRAVAR-TOTAIS.
           CLOSE ARQ-REMESSA.

       0560-GRAVAR-ITENS.
           MOVE ZEROES TO WRK-QT-ITENS-NFE WRK-ICMS-ACUM
               WRK-BRUTO-NFE WRK-DESCONTO-NFE.
           MOVE WRK-ALIQUOTA TO WRK-VALOR-NFE.
           PERFORM 0690-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-ALIQUOTA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDITEM.
           IF PEDITEM-OK
               PERFORM 0332-POSICIONAR-ITENS
               PERFORM 0565-GRAVAR-ITEM UNTIL FIM-ARQUIVO
               CLOSE ARQ-PEDITEM
           END-IF.

       0565-GRAVAR-ITEM.
           IF REG-PI-NUMERO NOT = WRK-NUMERO-PEDIDO
               MOVE 'S' TO WRK-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-ITENS-NFE.
           IF WRK-QT-ITENS-NFE = WRK-QT-ITENS-NOTA
               COMPUTE WRK-ICMS-ITEM = WRK-ICMS - WRK-ICMS-ACUM
           ELSE
               COMPUTE WRK-ICMS-ITEM ROUNDED =
                   REG-PI-TOTAL * WRK-ALIQUOTA / 100
           END-IF.
           ADD WRK-ICMS-ITEM TO WRK-ICMS-ACUM.
           COMPUTE WRK-BRUTO-ITEM = REG-PI-TOTAL + REG-PI-DESCONTO.
           ADD WRK-BRUTO-ITEM  TO WRK-BRUTO-NFE.
           ADD REG-PI-DESCONTO TO WRK-DESCONTO-NFE.
           MOVE WRK-QT-ITENS-NFE TO WRK-NUMERO-NFE.
           PERFORM 0695-FORMATAR-NUMERO.
           MOVE SPACES TO REG-REMESSA.
           STRING 'H|' WRK-NUMERO-TXT DELIMITED BY SPACE
               '|' DELIMITED BY SIZE INTO REG-REMESSA.
           WRITE REG-REMESSA.
           MOVE REG-PI-QTDE TO WRK-VALOR-NFE.
           PERFORM 0690-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-QTDE.
           MOVE REG-PI-PRECO TO WRK-VALOR-NFE.
           PERFORM 0690-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-PRECO.
           MOVE WRK-BRUTO-ITEM TO WRK-VALOR-NFE.
           PERFORM 0690-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-BRUTO.
           MOVE REG-PI-DESCONTO TO WRK-VALOR-NFE.
           PERFORM 0690-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-DESCONTO.
           MOVE SPACES TO REG-REMESSA.
           STRING 'I|' REG-PI-PRODUTO '|' WRK-TXT-QTDE
               DELIMITED BY SPACE
               '|' WRK-TXT-PRECO DELIMITED BY SPACE
               '|' WRK-TXT-BRUTO DELIMITED BY SPACE
               '|' WRK-TXT-DESCONTO DELIMITED BY SPACE
               '|' DELIMITED BY SIZE INTO REG-REMESSA.
           WRITE REG-REMESSA.
           MOVE REG-PI-TOTAL TO WRK-VALOR-NFE.
           PERFORM 0690-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-LIQUIDO.
           MOVE WRK-ICMS-ITEM TO WRK-VALOR-NFE.
           PERFORM 0690-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-ICMS.
           MOVE SPACES TO REG-REMESSA.
           STRING 'N02|0|00|' WRK-TXT-LIQUIDO DELIMITED BY SPACE
               '|' WRK-TXT-ALIQUOTA DELIMITED BY SPACE
               '|' WRK-TXT-ICMS DELIMITED BY SPACE
               '|' DELIMITED BY SIZE INTO REG-REMESSA.
           WRITE REG-REMESSA.
           PERFORM 0335-LER-ITEM.

      * O TOTAL DA NF-E É MERCADORIA LÍQUIDA MAIS FRETE; O ICMS É
      * INFORMADO MAS NÃO SOMA
       0570-GRAVAR-TOTAIS.
           COMPUTE WRK-TOTAL-NFE = WRK-PV-TOTAL + WRK-FRETE.
           MOVE WRK-PV-TOTAL TO WRK-VALOR-NFE.
           PERFORM 0690-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-LIQUIDO.
           MOVE WRK-ICMS-ACUM TO WRK-VALOR-NFE.
           PERFORM 0690-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-ICMS.
           MOVE WRK-BRUTO-NFE TO WRK-VALOR-NFE.
           PERFORM 0690-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-BRUTO.
           MOVE WRK-FRETE TO WRK-VALOR-NFE.
           PERFORM 0690-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-FRETE.
           MOVE WRK-DESCONTO-NFE TO WRK-VALOR-NFE.
           PERFORM 0690-FORMATAR-VALOR.
           MOVE WRK-VALOR-TXT TO WRK-TXT-DESCONTO.
           MOVE WRK-TOTAL-NFE TO WRK-VALOR-NFE.
           PERFORM 0690-FORMATAR-VALOR.
           MOVE SPACES TO REG-REMESSA.
           STRING 'W02|' WRK-TXT-LIQUIDO DELIMITED BY SPACE
               '|' WRK-TXT-ICMS DELIMITED BY SPACE
               '|' WRK-TXT-BRUTO DELIMITED BY SPACE
               '|' WRK-TXT-FRETE DELIMITED BY SPACE
               '|' WRK-TXT-DESCONTO DELIMITED BY SPACE
               '|' WRK-VALOR-TXT DELIMITED BY SPACE
               '|' DELIMITED BY SIZE INTO REG-REMESSA.
           WRITE REG-REMESSA.
           IF WRK-FRETE > ZEROES
               MOVE ZEROES TO WRK-MOD-FRETE
           ELSE
               MOVE 9 TO WRK-MOD-FRETE
           END-IF.
           MOVE SPACES TO REG-REMESSA.
           STRING 'X|' WRK-MOD-FRETE '|'
               DELIMITED BY SIZE INTO REG-REMESSA.
           WRITE REG-REMESSA.

      * A NOTA REGERADA SUBSTITUI A SUA LINHA, LIMPANDO A REJEIÇÃO
       0580-REGISTRAR-NFE.
           INITIALIZE REG-NFE.
           MOVE WRK-NUMERO-NOTA   TO REG-NFE-NOTA.
           MOVE WRK-NUMERO-PEDIDO TO REG-NFE-PEDIDO.
           MOVE REG-PC-FILIAL     TO REG-NFE-FILIAL.
           MOVE WRK-PV-CLIENTE    TO REG-NFE-CLIENTE.
           MOVE WRK-DATA-SYS-NUM  TO REG-NFE-EMISSAO.
           MOVE WRK-TOTAL-NFE     TO REG-NFE-VALOR.
           MOVE WRK-FRETE         TO REG-NFE-FRETE.
           MOVE WRK-CHAVE-NFE     TO REG-NFE-CHAVE.
           MOVE 'E'               TO REG-NFE-SITUACAO.
           IF WRK-NFE-ACHADA > ZEROES
               MOVE REG-NFE TO WRK-TN-REGISTRO(WRK-NFE-ACHADA)
           ELSE
               ADD 1 TO WRK-QT-NFE
               MOVE REG-NFE TO WRK-TN-REGISTRO(WRK-QT-NFE)
           END-IF.
           OPEN OUTPUT ARQ-NFE.
           PERFORM VARYING WRK-SUB-NFE FROM 1 BY 1
               UNTIL WRK-SUB-NFE > WRK-QT-NFE
               MOVE WRK-TN-REGISTRO(WRK-SUB-NFE) TO REG-NFE
               WRITE REG-NFE
           END-PERFORM.
           CLOSE ARQ-NFE.

       0690-FORMATAR-VALOR.
           MOVE ZEROES TO WRK-ZEROS-ESQ.
           INSPECT WRK-VN-INTEIRO TALLYING WRK-ZEROS-ESQ
               FOR LEADING '0'.
           IF WRK-ZEROS-ESQ = 13
               MOVE 12 TO WRK-ZEROS-ESQ
           END-IF.
           MOVE SPACES TO WRK-VALOR-TXT.
           STRING WRK-VN-INTEIRO(WRK-ZEROS-ESQ + 1:) '.'
               WRK-VN-DECIMAL DELIMITED BY SIZE INTO WRK-VALOR-TXT.

       0695-FORMATAR-NUMERO.
           MOVE ZEROES TO WRK-ZEROS-ESQ.
           INSPECT WRK-NUMERO-NFE-R TALLYING WRK-ZEROS-ESQ
               FOR LEADING '0'.
           IF WRK-ZEROS-ESQ = 9
               MOVE 8 TO WRK-ZEROS-ESQ
           END-IF.
           MOVE SPACES TO WRK-NUMERO-TXT.
           MOVE WRK-NUMERO-NFE-R(WRK-ZEROS-ESQ + 1:) TO WRK-NUMERO-TXT.
