       IDENTIFICATION DIVISION.
       PROGRAM-ID. importaweb.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = IMPORTAR O ARQUIVO DIÁRIO DE PEDIDOS DA LOJA
      *            VIRTUAL (PEDIDOS-WEB), CONFERIDO PELO CABEÇALHO E
      *            RODAPÉ DE CONTROLE: O CLIENTE É LOCALIZADO PELO
      *            CPF/CNPJ (VALIDADO PELO VALIDADOC) OU INCLUÍDO NO
      *            CADASTRO, PRODUTOS E PREÇOS SÃO CONFERIDOS CONTRA
      *            O CADASTRO E AS PROMOÇÕES, E O PEDIDO BOM ENTRA
      *            PELO MESMO CAMINHO DO DIGITADO NO PEDIDOVENDA -
      *            RESERVA, BACKORDER, RETENÇÃO POR CRÉDITO,
      *            DUPLICATAS E VENDAS-DIA - NA FILIAL DA LOJA
      *            VIRTUAL; O PEDIDO RECUSADO VAI INTEIRO PARA O LOG
      *            DE REJEITADOS COM O NÚMERO DO PEDIDO NA LOJA
      * DATA = 15/10/2026
      * 15/10/2026 LUCAS  CLIENTE INCLUÍDO PELA IMPORTAÇÃO NASCE COM
      *                    O CÓDIGO SUCESSOR ZERADO E A VISÃO
      *                    SEQUENCIAL ACOMPANHA O REGISTRO NOVO DO
      *                    CADASTRO
      * 15/10/2026 LUCAS  A DUPLICATA NASCE COM O SALDO EM ABERTO IGUAL
      *                    AO VALOR, E A EXPOSIÇÃO DE CRÉDITO PASSA A
      *                    ABATER O PRINCIPAL JÁ PAGO DE CADA DUPLICATA
      *                    (PAGAMENTO PARCIAL) EM VEZ DE SÓ AS
      *                    LIQUIDADAS
      * 15/10/2026 LUCAS  CLIENTE NO CLIENTES-BLOQUEADOS (CARTAS DE
      *                    COBRANÇA) TEM O PEDIDO RETIDO MESMO COM
      *                    LIMITE DISPONÍVEL OU LIMITE ZERO
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO DA NF-E NO LAYOUT DO
      *                    CABEÇALHO DO PEDIDO
      * 15/10/2026 LUCAS  CABEÇALHO E ITENS GRAVADOS PELA CHAVE NOS
      *                    ARQUIVOS INDEXADOS PEDIDOS-CAB-IDX E
      *                    PEDIDOS-ITEM-IDX
      * 15/10/2026 LUCAS  OS ARQUIVOS DE PEDIDOS SÓ SÃO CRIADOS QUANDO
      *                    NÃO EXISTEM (STATUS 35); ARQUIVO
      *                    INDISPONÍVEL DEIXA O PEDIDO DA LOJA PARA A
      *                    PRÓXIMA IMPORTAÇÃO EM VEZ DE RECRIÁ-LO
      *                    VAZIO
      * 15/10/2026 LUCAS  NÚMERO DE PEDIDO JÁ USADO EM PEDIDOS-CAB OU
      *                    COM ITENS SOLTOS É RECUSADO ANTES DOS ITENS;
      *                    CABEÇALHO NÃO GRAVADO NÃO AVANÇA O
      *                    CONTROLE NEM ALIMENTA VENDAS E DUPLICATAS
      * 15/10/2026 LUCAS  A DUPLICATA DO PEDIDO É GRAVADA COMO VENDA E
      *                    A CONFERÊNCIA DE CRÉDITO SOMA O SALDO DAS
      *                    MENSALIDADES ESCOLARES DO CLIENTE, QUE NÃO
      *                    PASSAM PELO RAZÃO, EM VEZ DE ABATER DELE O
      *                    QUE FOI PAGO DELAS
      * 15/10/2026 LUCAS  A PARTE DO ITEM DE KIT RESERVADA NO KIT JÁ
      *                    MONTADO FICA ANOTADA NO ITEM
      *                    (PEDIDOS-ITEM-IDX), PARA O CANCELAMENTO, A
      *                    ALTERAÇÃO E A VENDA USAREM A MESMA DIVISÃO
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDWEB ASSIGN TO 'PEDIDOS-WEB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDWEB.
           SELECT ARQ-IMPORTADOS ASSIGN TO 'PEDIDOS-WEB-IMPORTADOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-IMPORTADOS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-CADSEQ ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CS-CODIGO
               FILE STATUS IS WRK-STATUS-CADSEQ.
           SELECT ARQ-LOGCAD ASSIGN TO 'LOG-CADASTRO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOGCAD.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-PC-NUMERO
               ALTERNATE RECORD KEY IS REG-PC-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-PEDCAB.
           SELECT ARQ-PEDITEM ASSIGN TO 'PEDIDOS-ITEM-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-PI-CHAVE
               FILE STATUS IS WRK-STATUS-PEDITEM.
           SELECT ARQ-PEDCTRL ASSIGN TO 'PEDIDOS-CONTROLE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDCTRL.
           SELECT ARQ-REJEITADOS ASSIGN TO 'REJEITADOS-LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REJ.
           SELECT ARQ-VENDAS ASSIGN TO 'VENDAS-DIA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VENDAS.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-RAZAO ASSIGN TO 'RAZAO-CLIENTES-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RAZ-CHAVE
               FILE STATUS IS WRK-STATUS-RAZAO.
           SELECT ARQ-RETIDOS ASSIGN TO 'PEDIDOS-RETIDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETIDOS.
           SELECT ARQ-BLOQUEADOS ASSIGN TO 'CLIENTES-BLOQUEADOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BLOQUEADOS.
           SELECT ARQ-FILIAIS ASSIGN TO 'FILIAIS-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILIAIS.
           SELECT ARQ-PROMOCOES ASSIGN TO 'PROMOCOES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROMOCOES.
           SELECT ARQ-DESCONTOS ASSIGN TO 'DESCONTOS-QTDE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESCONTOS.
           SELECT ARQ-SALDOS ASSIGN TO 'SALDOS-ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-SAL-PRODUTO
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT ARQ-BACKORDER ASSIGN TO 'PEDIDOS-BACKORDER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BACKORDER.
           SELECT ARQ-TRAVA-RET ASSIGN TO 'FILA-TRAVA-RETIDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRAVA.
           SELECT ARQ-TRAVA-BCK ASSIGN TO 'FILA-TRAVA-BACKORDER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRAVA.
           SELECT ARQ-KITS ASSIGN TO 'COMPOSICAO-KITS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-KITS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDWEB.
           COPY 'pedweb.cbl'.

      * PEDIDOS DA LOJA JÁ IMPORTADOS, COM O NÚMERO DADO AQUI: O
      * MESMO ARQUIVO PROCESSADO DUAS VEZES NÃO DUPLICA PEDIDO
       FD  ARQ-IMPORTADOS.
       01  REG-IMPORTADO.
           02 REG-IMP-WEB      PIC X(12).
           02 REG-IMP-PEDIDO   PIC 9(06).
           02 REG-IMP-DATA     PIC 9(08).
           02 REG-IMP-SITUACAO PIC X(01).
               88 REG-IMP-GRAVADO VALUE 'A'.
               88 REG-IMP-RETIDO  VALUE 'R'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

      * SEGUNDA VISÃO DO CADASTRO, SÓ DE LEITURA SEQUENCIAL, PARA A
      * CARGA DOS DOCUMENTOS DOS CLIENTES ATIVOS E DO ÚLTIMO CÓDIGO
       FD  ARQ-CADSEQ.
       01  REG-CADSEQ.
           02 REG-CS-CODIGO   PIC 9(06).
           02 REG-CS-TIPO     PIC X(01).
           02 FILLER          PIC X(30).
           02 FILLER          PIC X(02).
           02 FILLER          PIC X(10).
           02 REG-CS-SITUACAO PIC X(01).
           02 FILLER          PIC X(01).
           02 REG-CS-CPFCNPJ  PIC X(14).
           02 FILLER          PIC X(24).

       FD  ARQ-LOGCAD.
       01  REG-LOGCAD PIC X(80).

       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-PEDITEM.
           COPY 'peditemidx.cbl'.

       FD  ARQ-PEDCTRL.
       01  REG-PEDCTRL.
           02 REG-PCT-ULTIMO PIC 9(06).

       FD  ARQ-REJEITADOS.
           COPY 'rejeitados.cbl'.

       FD  ARQ-VENDAS.
       01  REG-VENDAS.
           02 REG-VALOR     PIC S9(06)V99.
           02 REG-MESVENDA  PIC 9(02).
           02 REG-FILIAL    PIC 9(02).
           02 REG-DATAVENDA PIC 9(08).

       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-RAZAO.
           COPY 'razaoidx.cbl'.

       FD  ARQ-RETIDOS.
           COPY 'pedretido.cbl'.

       FD  ARQ-BLOQUEADOS.
           COPY 'bloqueio.cbl'.

       FD  ARQ-FILIAIS.
           COPY 'filial.cbl'.

       FD  ARQ-PROMOCOES.
           COPY 'promocao.cbl'.

       FD  ARQ-DESCONTOS.
           COPY 'descqtde.cbl'.

       FD  ARQ-SALDOS.
           COPY 'saldoest.cbl'.

       FD  ARQ-BACKORDER.
           COPY 'backorder.cbl'.

       FD  ARQ-TRAVA-RET.
       01  REG-TRAVA-RET.
           02 REG-TRR-PROGRAMA PIC X(15).
           02 REG-TRR-DATA     PIC 9(08).
           02 REG-TRR-HORA     PIC 9(06).

       FD  ARQ-TRAVA-BCK.
       01  REG-TRAVA-BCK.
           02 REG-TRB-PROGRAMA PIC X(15).
           02 REG-TRB-DATA     PIC 9(08).
           02 REG-TRB-HORA     PIC 9(06).

       FD  ARQ-KITS.
           COPY 'kitcomp.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'lotectl.cbl'.
           COPY 'servfilial.cbl'.
           COPY 'servdata.cbl'.
           COPY 'periodo.cbl'.
           COPY 'parametro.cbl'.
           COPY 'tabelauf.cbl'.

       77 WRK-STATUS-PEDWEB   PIC X(02) VALUE '00'.
           88 PEDWEB-OK          VALUE '00'.
       77 WRK-FIM-PEDWEB      PIC X(01) VALUE 'N'.
           88 FIM-PEDWEB         VALUE 'S'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-CADASTRO-ABERTO PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO    VALUE 'S'.
       77 WRK-STATUS-PEDCAB   PIC X(02) VALUE '00'.
           88 PEDCAB-OK          VALUE '00'.
           88 PEDCAB-INEXISTENTE VALUE '35'.
       77 WRK-STATUS-PEDITEM  PIC X(02) VALUE '00'.
           88 PEDITEM-OK         VALUE '00'.
           88 PEDITEM-INEXISTENTE VALUE '35'.
       77 WRK-STATUS-PEDCTRL  PIC X(02) VALUE '00'.
           88 PEDCTRL-OK         VALUE '00'.
       77 WRK-STATUS-VENDAS   PIC X(02) VALUE '00'.
           88 VENDAS-OK          VALUE '00'.
       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-STATUS-REJ      PIC X(02) VALUE '00'.
           88 REJEITADOS-OK      VALUE '00'.

      * CONFERÊNCIA DO ENQUADRAMENTO DO ARQUIVO DA LOJA
       77 WRK-TEM-CABECALHO  PIC X(01) VALUE 'N'.
           88 TEM-CABECALHO     VALUE 'S'.
       77 WRK-TEM-RODAPE     PIC X(01) VALUE 'N'.
           88 TEM-RODAPE        VALUE 'S'.
       77 WRK-LOTE-RECUSADO  PIC X(01) VALUE 'N'.
           88 LOTE-RECUSADO     VALUE 'S'.
       77 WRK-QT-DADOS       PIC 9(05) VALUE ZEROES.
       77 WRK-TOTAL-DADOS    PIC 9(12)V99 VALUE ZEROES.
       77 WRK-RODAPE-QT      PIC 9(05) VALUE ZEROES.
       77 WRK-RODAPE-TOTAL   PIC 9(12)V99 VALUE ZEROES.

      * FILIAL DA LOJA VIRTUAL, DO PARÂMETRO FILIAL-LOJA-WEB; SEM A
      * CHAVE VALE A FILIAL 10
       77 WRK-FILIAL        PIC 9(02) VALUE 10.
       77 WRK-FILIAL-VALIDA PIC X(01) VALUE 'N'.
           88 FILIAL-VALIDA    VALUE 'S'.
       77 WRK-STATUS-FILIAIS PIC X(02) VALUE '00'.
           88 FILIAIS-OK        VALUE '00'.
       77 WRK-FIM-FILIAIS    PIC X(01) VALUE 'N'.
           88 FIM-FILIAIS       VALUE 'S'.
       77 WRK-QT-FILIAIS     PIC 9(02) VALUE ZEROES.
       77 WRK-SUB-FILCAD     PIC 9(02) VALUE ZEROES.
       01  WRK-TAB-FILIAIS.
           02 WRK-TFC-ITEM OCCURS 10 TIMES.
               03 WRK-TFC-EXISTE   PIC X(01).
               03 WRK-TFC-SITUACAO PIC X(01).

      * PEDIDOS DA LOJA JÁ IMPORTADOS (DETECÇÃO DE REPROCESSAMENTO)
       77 WRK-STATUS-IMPORTADOS PIC X(02) VALUE '00'.
           88 IMPORTADOS-OK        VALUE '00'.
       77 WRK-FIM-IMPORTADOS PIC X(01) VALUE 'N'.
           88 FIM-IMPORTADOS    VALUE 'S'.
       77 WRK-QT-IMPORTADOS  PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-IMP        PIC 9(04) COMP VALUE ZEROES.
       77 WRK-MAX-IMPORTADOS PIC 9(04) COMP VALUE 5000.
       77 WRK-JA-IMPORTADO   PIC X(01) VALUE 'N'.
           88 JA-IMPORTADO      VALUE 'S'.
       01  WRK-TAB-IMPORTADOS.
           02 WRK-TI-WEB PIC X(12) OCCURS 5000 TIMES.

      * DOCUMENTOS DOS CLIENTES ATIVOS DO CADASTRO, PARA O
      * CASAMENTO PELO CPF/CNPJ, E O MAIOR CÓDIGO EM USO, PARA O
      * CÓDIGO DO CLIENTE NOVO
       77 WRK-STATUS-CADSEQ PIC X(02) VALUE '00'.
           88 CADSEQ-OK        VALUE '00'.
       77 WRK-FIM-CADSEQ    PIC X(01) VALUE 'N'.
           88 FIM-CADSEQ       VALUE 'S'.
       77 WRK-QT-CLIENTES   PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-CLI       PIC 9(04) COMP VALUE ZEROES.
       77 WRK-MAX-CLIENTES  PIC 9(04) COMP VALUE 5000.
       77 WRK-MAIOR-CODIGO  PIC 9(06) VALUE ZEROES.
       01  WRK-TAB-CLIENTES.
           02 WRK-TCL-ITEM OCCURS 5000 TIMES.
               03 WRK-TCL-CODIGO  PIC 9(06).
               03 WRK-TCL-CPFCNPJ PIC X(14).

       01  WRK-VALIDACAO-DOC.
           02 WRK-VD-TIPO      PIC X(01).
           02 WRK-VD-NUMERO    PIC X(14).
           02 WRK-VD-RESULTADO PIC X(01).
               88 DOCUMENTO-VALIDO VALUE 'S'.
       77 WRK-SUB-UF        PIC 9(02) VALUE ZEROES.
       77 WRK-UF-ENCONTRADA PIC X(01) VALUE 'N'.
           88 UF-ENCONTRADA    VALUE 'S'.

      * LOG DA INCLUSÃO DE CLIENTE, NA LINHA DO LOG-CADASTRO
       77 WRK-STATUS-LOGCAD PIC X(02) VALUE '00'.
           88 LOGCAD-OK        VALUE '00'.
       77 WRK-OPERADOR   PIC X(20) VALUE 'IMPORTAWEB'.
       77 WRK-LOG-ACAO   PIC X(11) VALUE SPACES.
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

      * PEDIDO DA LOJA EM MONTAGEM: O CABEÇALHO E OS ITENS SÃO
      * GUARDADOS ATÉ O PRÓXIMO PEDIDO (OU O FIM DO ARQUIVO) E SÓ
      * ENTÃO CONFERIDOS POR INTEIRO - NADA É GRAVADO DE UM PEDIDO
      * COM QUALQUER LINHA RECUSADA
       77 WRK-PEDIDO-ABERTO PIC X(01) VALUE 'N'.
           88 PEDIDO-ABERTO    VALUE 'S'.
       77 WRK-MOTIVO        PIC X(40) VALUE SPACES.
           88 PEDIDO-ACEITO    VALUE SPACES.
       77 WRK-ITENS-EXCEDIDOS PIC X(01) VALUE 'N'.
           88 ITENS-EXCEDIDOS    VALUE 'S'.
       77 WRK-ITEM-INVALIDO PIC X(01) VALUE 'N'.
           88 ITEM-INVALIDO    VALUE 'S'.
       01  WRK-CAB-WEB.
           02 WRK-CW-NUMERO     PIC X(12).
           02 WRK-CW-DADOS.
               03 WRK-CW-DATA     PIC 9(08).
               03 WRK-CW-TIPO-DOC PIC X(01).
               03 WRK-CW-CPFCNPJ  PIC X(14).
               03 WRK-CW-NOME     PIC X(30).
               03 WRK-CW-UF       PIC X(02).
               03 WRK-CW-CEP      PIC 9(08).
               03 WRK-CW-PARCELAS PIC 9(01).
               03 WRK-CW-TOTAL    PIC 9(10)V99.
               03 FILLER          PIC X(04).
       77 WRK-QT-IW         PIC 9(02) VALUE ZEROES.
       77 WRK-SUB-IW        PIC 9(02) VALUE ZEROES.
       01  WRK-TAB-ITENS-WEB.
           02 WRK-TIW-ITEM OCCURS 99 TIMES.
               03 WRK-TIW-PRODUTO  PIC 9(06).
               03 WRK-TIW-QTDE     PIC 9(05).
               03 WRK-TIW-PRECO    PIC 9(08)V99.
               03 WRK-TIW-TOTAL    PIC 9(10)V99.
               03 WRK-TIW-PROMO    PIC X(01).
               03 WRK-TIW-DESCONTO PIC 9(08)V99.

       77 WRK-COD-CLIENTE  PIC 9(06) VALUE ZEROES.
       77 WRK-NOME-CLIENTE PIC X(30) VALUE SPACES.
       77 WRK-CLIENTE-ENCONTRADO PIC X(01) VALUE 'N'.
           88 CLIENTE-ENCONTRADO    VALUE 'S'.
       77 WRK-CEP-CLIENTE   PIC 9(08) VALUE ZEROES.
       77 WRK-CEP-ENTREGA   PIC 9(08) VALUE ZEROES.

      * LIMITE DE CRÉDITO DO CLIENTE E O SALDO EM ABERTO CONFERIDO
      * NA GRAVAÇÃO DO PEDIDO (LIMITE ZERO = SEM LIMITE)
       77 WRK-STATUS-RAZAO   PIC X(02) VALUE '00'.
           88 RAZAO-OK          VALUE '00'.
       77 WRK-STATUS-RETIDOS PIC X(02) VALUE '00'.
           88 RETIDOS-OK        VALUE '00'.
       77 WRK-FIM-RAZAO      PIC X(01) VALUE 'N'.
           88 FIM-RAZAO         VALUE 'S'.
       77 WRK-FIM-DUP-CRED   PIC X(01) VALUE 'N'.
           88 FIM-DUP-CRED      VALUE 'S'.
       77 WRK-LIMITE-CLIENTE PIC 9(08)V99 VALUE ZEROES.
       77 WRK-SALDO-ABERTO   PIC S9(10)V99 VALUE ZEROES.
       77 WRK-PEDIDO-RETIDO  PIC X(01) VALUE 'N'.
           88 PEDIDO-RETIDO     VALUE 'S'.
       77 WRK-STATUS-BLOQUEADOS PIC X(02) VALUE '00'.
           88 BLOQUEADOS-OK        VALUE '00'.
       77 WRK-FIM-BLOQUEIO   PIC X(01) VALUE 'N'.
           88 FIM-BLOQUEIO      VALUE 'S'.
       77 WRK-CLIENTE-BLOQUEADO PIC X(01) VALUE 'N'.
           88 CLIENTE-BLOQUEADO    VALUE 'S'.

       77 WRK-COD-PRODUTO  PIC 9(06) VALUE ZEROES.
       77 WRK-PRECO-CADASTRO PIC 9(08)V99 VALUE ZEROES.
       77 WRK-PRODUTO-ENCONTRADO PIC X(01) VALUE 'N'.
           88 PRODUTO-ENCONTRADO    VALUE 'S'.

       77 WRK-NUMERO-PEDIDO PIC 9(06) VALUE ZEROES.
       77 WRK-MESVENDA      PIC 9(02) VALUE ZEROES.
       77 WRK-DATAVENDA     PIC 9(08) VALUE ZEROES.
       77 WRK-ANO-VENDA     PIC 9(04) VALUE ZEROES.

      * CONDIÇÃO DE PAGAMENTO DO PEDIDO DA LOJA: ZERO PARCELAS É
      * VENDA À VISTA (SEM DUPLICATA); A PRAZO, UMA DUPLICATA POR
      * PARCELA DE 30 EM 30 DIAS, COM A ÚLTIMA LEVANDO A SOBRA
       77 WRK-QT-PARCELAS    PIC 9(01) VALUE ZEROES.
       77 WRK-SUB-PARC       PIC 9(01) VALUE ZEROES.
       77 WRK-VALOR-PARCELA  PIC 9(08)V99 VALUE ZEROES.
       77 WRK-VALOR-ACUM-PARC PIC 9(10)V99 VALUE ZEROES.
       77 WRK-VENCIMENTO     PIC 9(08) VALUE ZEROES.

      * RESERVA DE ESTOQUE DO ITEM ACEITO, COM A VENDA DE KIT
      * EXPLODIDA NOS COMPONENTES; O QUE NÃO CABE NO DISPONÍVEL VAI
      * PARA A FILA DE BACKORDER
       77 WRK-STATUS-SALDOS PIC X(02) VALUE '00'.
           88 SALDOS-OK        VALUE '00'.
       77 WRK-STATUS-BACKORDER PIC X(02) VALUE '00'.
           88 BACKORDER-OK        VALUE '00'.
       77 WRK-STATUS-KITS PIC X(02) VALUE '00'.
           88 KITS-OK        VALUE '00'.
       77 WRK-FIM-KITS PIC X(01) VALUE 'N'.
           88 FIM-KITS    VALUE 'S'.
       77 WRK-KITS-CARREGADOS PIC X(01) VALUE 'N'.
           88 KITS-CARREGADOS    VALUE 'S'.
       77 WRK-QT-KITS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-KIT PIC 9(03) COMP VALUE ZEROES.
       77 WRK-E-KIT   PIC X(01) VALUE 'N'.
           88 PRODUTO-E-KIT VALUE 'S'.
       01  WRK-TAB-KITS.
           02 WRK-TK-ITEM OCCURS 200 TIMES.
               03 WRK-TK-KIT        PIC 9(06).
               03 WRK-TK-COMPONENTE PIC 9(06).
               03 WRK-TK-QTDE       PIC 9(05).
       77 WRK-CUSTO-ITEM   PIC 9(08)V99 VALUE ZEROES.
       77 WRK-CUSTO-COMP   PIC 9(08)V99 VALUE ZEROES.
       77 WRK-PROD-RESERVA PIC 9(06) VALUE ZEROES.
       77 WRK-QTDE-RESERVA PIC 9(07) VALUE ZEROES.
       77 WRK-DISPONIVEL   PIC S9(07) VALUE ZEROES.
       77 WRK-RESERVOU     PIC X(01) VALUE 'N'.
           88 RESERVA-FEITA   VALUE 'S'.
       77 WRK-KIT-PRONTO   PIC S9(07) VALUE ZEROES.
       77 WRK-QTDE-EXPLODIR PIC 9(05) VALUE ZEROES.

      * PROMOÇÃO EM VIGOR NA DATA DO PEDIDO, QUANDO EXISTE
       77 WRK-STATUS-PROMOCOES PIC X(02) VALUE '00'.
           88 PROMOCOES-OK        VALUE '00'.
       77 WRK-FIM-PROMOCOES PIC X(01) VALUE 'N'.
           88 FIM-PROMOCOES    VALUE 'S'.
       77 WRK-ITEM-PROMO    PIC X(01) VALUE 'N'.
           88 ITEM-PROMOCIONAL VALUE 'S'.

      * DESCONTO POR QUANTIDADE: VALE A MAIOR FAIXA ALCANÇADA
       77 WRK-STATUS-DESCONTOS PIC X(02) VALUE '00'.
           88 DESCONTOS-OK        VALUE '00'.
       77 WRK-FIM-DESCONTOS PIC X(01) VALUE 'N'.
           88 FIM-DESCONTOS    VALUE 'S'.
       77 WRK-PCT-DESCONTO   PIC 9(02)V99 VALUE ZEROES.
       77 WRK-MELHOR-MINIMA  PIC 9(05) VALUE ZEROES.
       77 WRK-VALOR-DESCONTO PIC 9(08)V99 VALUE ZEROES.

       77 WRK-QTDE          PIC 9(05) VALUE ZEROES.
       77 WRK-PRECO         PIC 9(08)V99 VALUE ZEROES.
       77 WRK-SEQ-ITEM      PIC 9(03) VALUE ZEROES.
       77 WRK-TOTAL-ITEM    PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOTAL-PEDIDO  PIC 9(10)V99 VALUE ZEROES.
      * TETO DO CAMPO DE VALOR DO REGISTRO DE VENDAS-DIA
       77 WRK-TETO-VENDAS   PIC 9(08)V99 VALUE 999999,99.
       77 WRK-PEDIDO-ESTOURADO PIC X(01) VALUE 'N'.
           88 PEDIDO-ESTOURADO    VALUE 'S'.
       77 WRK-PEDIDO-RECUSADO PIC X(01) VALUE 'N'.
           88 PEDIDO-RECUSADO     VALUE 'S'.
       77 WRK-TOTAL-PED-ED  PIC $ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

      * RESUMO DA IMPORTAÇÃO
       77 WRK-QT-LIDOS      PIC 9(05) VALUE ZEROES.
       77 WRK-QT-GRAVADOS   PIC 9(05) VALUE ZEROES.
       77 WRK-QT-RETIDOS    PIC 9(05) VALUE ZEROES.
       77 WRK-QT-RECUSADOS  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-CLI-NOVOS  PIC 9(05) VALUE ZEROES.
       77 WRK-TOTAL-IMPORTADO PIC 9(12)V99 VALUE ZEROES.
       77 WRK-TOTAL-IMP-ED  PIC $ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

      * TRAVAS DAS FILAS DE RETIDOS E BACKORDER, SEGURAS DO INÍCIO
      * AO FIM DA IMPORTAÇÃO COMO NA ENTRADA DIGITADA
       77 WRK-STATUS-TRAVA PIC X(02) VALUE '00'.
           88 TRAVA-OK          VALUE '00'.
       77 WRK-FILA-EM-USO PIC X(01) VALUE 'N'.
           88 FILA-EM-USO      VALUE 'S'.
       01  WRK-HORA-TRAVA.
           02 WRK-HT-HH   PIC 9(02).
           02 WRK-HT-MM   PIC 9(02).
           02 WRK-HT-SS   PIC 9(02).
           02 WRK-HT-CENT PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'IMPORTAÇÃO DE PEDIDOS DA LOJA VIRTUAL'.
           DISPLAY '========================================'.
           PERFORM 0150-CONFERIR-ENQUADRAMENTO.
           IF LOTE-RECUSADO
               PERFORM 0500-FINALIZAR
               GOBACK
           END-IF.
           PERFORM 0060-TRAVAR-FILAS.
           IF FILA-EM-USO
               DISPLAY 'FINAL DA IMPORTAÇÃO DE PEDIDOS DA LOJA'
               GOBACK
           END-IF.
           PERFORM 0100-INICIALIZAR.
           IF CADASTRO-ABERTO
               OPEN INPUT ARQ-PEDWEB
               IF NOT PEDWEB-OK
                   DISPLAY 'ARQUIVO DA LOJA VIRTUAL NÃO ENCONTRADO'
               ELSE
                   PERFORM 0202-LER-PEDWEB
                   PERFORM 0200-TRATAR-REGISTRO UNTIL FIM-PEDWEB
                   IF PEDIDO-ABERTO
                       PERFORM 0250-PROCESSAR-PEDIDO
                   END-IF
                   CLOSE ARQ-PEDWEB
               END-IF
           END-IF.
           IF CADASTRO-ABERTO
               CLOSE ARQ-CADASTRO
           END-IF.
           PERFORM 0070-DESTRAVAR-FILAS.
           PERFORM 0500-FINALIZAR.
           GOBACK.

      * COM A FILA EM REVISÃO PELO SUPERVISOR A IMPORTAÇÃO NÃO
      * RODA; O ARQUIVO FICA PARA A PRÓXIMA EXECUÇÃO
       0060-TRAVAR-FILAS.
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
           IF NOT FILA-EM-USO
               OPEN INPUT ARQ-TRAVA-BCK
               IF TRAVA-OK
                   READ ARQ-TRAVA-BCK
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'S' TO WRK-FILA-EM-USO
                           DISPLAY 'FILA DE BACKORDER EM USO POR '
                               REG-TRB-PROGRAMA ' DESDE '
                               REG-TRB-DATA ' ' REG-TRB-HORA
                               ' - TENTE MAIS TARDE (SE O PROGRAMA '
                               'CAIU, APAGUE FILA-TRAVA-BACKORDER)'
                   END-READ
                   CLOSE ARQ-TRAVA-BCK
               END-IF
           END-IF.
           IF NOT FILA-EM-USO
               ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-TRAVA FROM TIME
               OPEN OUTPUT ARQ-TRAVA-RET
               MOVE 'IMPORTAWEB' TO REG-TRR-PROGRAMA
               MOVE WRK-DATA-SYS-NUM TO REG-TRR-DATA
               COMPUTE REG-TRR-HORA =
                   WRK-HT-HH * 10000 + WRK-HT-MM * 100 + WRK-HT-SS
               WRITE REG-TRAVA-RET
               CLOSE ARQ-TRAVA-RET
               OPEN OUTPUT ARQ-TRAVA-BCK
               MOVE 'IMPORTAWEB' TO REG-TRB-PROGRAMA
               MOVE WRK-DATA-SYS-NUM TO REG-TRB-DATA
               COMPUTE REG-TRB-HORA =
                   WRK-HT-HH * 10000 + WRK-HT-MM * 100 + WRK-HT-SS
               WRITE REG-TRAVA-BCK
               CLOSE ARQ-TRAVA-BCK
           END-IF.

       0070-DESTRAVAR-FILAS.
           OPEN OUTPUT ARQ-TRAVA-RET.
           CLOSE ARQ-TRAVA-RET.
           OPEN OUTPUT ARQ-TRAVA-BCK.
           CLOSE ARQ-TRAVA-BCK.

      * A FILIAL DA LOJA PRECISA ESTAR NA FAIXA E ATIVA NO CADASTRO
      * DE FILIAIS; O CADASTRO MESTRE É ABERTO PARA ATUALIZAÇÃO POR
      * CAUSA DA INCLUSÃO DE CLIENTES NOVOS
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0120-DEFINIR-FILIAL.
           IF NOT FILIAL-VALIDA
               DISPLAY 'FILIAL DA LOJA VIRTUAL ' WRK-FILIAL
                   ' INVÁLIDA OU INATIVA - REVEJA O PARÂMETRO '
                   'FILIAL-LOJA-WEB; NADA IMPORTADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0130-CARREGAR-CLIENTES.
           IF WRK-QT-CLIENTES > WRK-MAX-CLIENTES
               DISPLAY 'CADASTRO ACIMA DE ' WRK-MAX-CLIENTES
                   ' CLIENTES ATIVOS - O CASAMENTO PELO CPF/CNPJ '
                   'FICARIA PARCIAL; NADA IMPORTADO'
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-CADASTRO.
           IF NOT CADASTRO-OK
               DISPLAY 'CADASTRO MESTRE INDISPONÍVEL - STATUS '
                   WRK-STATUS-CADASTRO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-CADASTRO-ABERTO.
           PERFORM 0160-CARREGAR-IMPORTADOS.

       0110-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-ENCONTRADO.
           MOVE WRK-COD-CLIENTE TO REG-CAD-CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-CAD-CLIENTE AND NOT REG-CAD-INATIVO
                       MOVE REG-CAD-NOME TO WRK-NOME-CLIENTE
                       MOVE REG-CAD-LIMITE TO WRK-LIMITE-CLIENTE
                       MOVE REG-CAD-CEP TO WRK-CEP-CLIENTE
                       MOVE 'S' TO WRK-CLIENTE-ENCONTRADO
                   END-IF
           END-READ.

       0120-DEFINIR-FILIAL.
           MOVE 'N' TO WRK-FILIAL-VALIDA.
           MOVE 'FILIAL-LOJA-WEB' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-FILIAL
           END-IF.
           IF WRK-FILIAL = 0 OR WRK-FILIAL > 10
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0124-CARREGAR-FILIAIS.
           IF WRK-QT-FILIAIS = ZEROES
               MOVE 'S' TO WRK-FILIAL-VALIDA
           ELSE
               IF WRK-TFC-EXISTE(WRK-FILIAL) = 'S' AND
                  WRK-TFC-SITUACAO(WRK-FILIAL) = 'A'
                   MOVE 'S' TO WRK-FILIAL-VALIDA
               END-IF
           END-IF.

       0124-CARREGAR-FILIAIS.
           PERFORM VARYING WRK-SUB-FILCAD FROM 1 BY 1
               UNTIL WRK-SUB-FILCAD > 10
               MOVE 'N' TO WRK-TFC-EXISTE(WRK-SUB-FILCAD)
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-FILIAIS.
           OPEN INPUT ARQ-FILIAIS.
           IF FILIAIS-OK
               PERFORM 0126-LER-FILIAL
               PERFORM 0128-GUARDAR-FILIAL UNTIL FIM-FILIAIS
               CLOSE ARQ-FILIAIS
           END-IF.

       0126-LER-FILIAL.
           READ ARQ-FILIAIS
               AT END
                   MOVE 'S' TO WRK-FIM-FILIAIS
           END-READ.

       0128-GUARDAR-FILIAL.
           IF REG-FIL-CODIGO > 0 AND REG-FIL-CODIGO < 11
               ADD 1 TO WRK-QT-FILIAIS
               MOVE 'S' TO WRK-TFC-EXISTE(REG-FIL-CODIGO)
               MOVE REG-FIL-SITUACAO
                   TO WRK-TFC-SITUACAO(REG-FIL-CODIGO)
           END-IF.
           PERFORM 0126-LER-FILIAL.

      * LÊ O CADASTRO INTEIRO: O MAIOR CÓDIGO VALE PARA QUALQUER
      * TIPO DE REGISTRO, E SÓ OS CLIENTES ATIVOS COM DOCUMENTO
      * ENTRAM NA TABELA DE CASAMENTO
       0130-CARREGAR-CLIENTES.
           MOVE ZEROES TO WRK-QT-CLIENTES.
           MOVE ZEROES TO WRK-MAIOR-CODIGO.
           MOVE 'N' TO WRK-FIM-CADSEQ.
           OPEN INPUT ARQ-CADSEQ.
           IF CADSEQ-OK
               PERFORM 0132-LER-CADSEQ
               PERFORM 0134-GUARDAR-CLIENTE UNTIL FIM-CADSEQ
               CLOSE ARQ-CADSEQ
           END-IF.

       0132-LER-CADSEQ.
           READ ARQ-CADSEQ NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CADSEQ
           END-READ.

       0134-GUARDAR-CLIENTE.
           IF REG-CS-CODIGO > WRK-MAIOR-CODIGO
               MOVE REG-CS-CODIGO TO WRK-MAIOR-CODIGO
           END-IF.
           IF REG-CS-TIPO = 'C' AND
              REG-CS-SITUACAO NOT = 'I' AND
              REG-CS-CPFCNPJ NOT = SPACES
               ADD 1 TO WRK-QT-CLIENTES
               IF WRK-QT-CLIENTES NOT > WRK-MAX-CLIENTES
                   MOVE REG-CS-CODIGO
                       TO WRK-TCL-CODIGO(WRK-QT-CLIENTES)
                   MOVE REG-CS-CPFCNPJ
                       TO WRK-TCL-CPFCNPJ(WRK-QT-CLIENTES)
               END-IF
           END-IF.
           PERFORM 0132-LER-CADSEQ.

       0140-OBTER-NUMERO-PEDIDO.
           MOVE ZEROES TO WRK-NUMERO-PEDIDO.
           OPEN INPUT ARQ-PEDCTRL.
           IF PEDCTRL-OK
               READ ARQ-PEDCTRL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-PCT-ULTIMO TO WRK-NUMERO-PEDIDO
               END-READ
               CLOSE ARQ-PEDCTRL
           END-IF.
           ADD 1 TO WRK-NUMERO-PEDIDO.
           MOVE 'N' TO WRK-PEDIDO-RECUSADO.

      * OS ARQUIVOS DE PEDIDOS SÓ SÃO CRIADOS QUANDO NÃO EXISTEM
      * (STATUS 35); QUALQUER OUTRO STATUS, COMO O ARQUIVO PRESO
      * POR OUTRO PROGRAMA, RECUSA A GRAVAÇÃO SEM MEXER NO ARQUIVO
       0142-ABRIR-PEDCAB.
           OPEN I-O ARQ-PEDCAB.
           IF PEDCAB-INEXISTENTE
               OPEN OUTPUT ARQ-PEDCAB
               CLOSE ARQ-PEDCAB
               OPEN I-O ARQ-PEDCAB
           END-IF.
           IF NOT PEDCAB-OK
               DISPLAY 'PEDIDOS-CAB INDISPONÍVEL - STATUS '
                   WRK-STATUS-PEDCAB
               MOVE 'S' TO WRK-PEDIDO-RECUSADO
           END-IF.

       0143-ABRIR-PEDITEM.
           OPEN I-O ARQ-PEDITEM.
           IF PEDITEM-INEXISTENTE
               OPEN OUTPUT ARQ-PEDITEM
               CLOSE ARQ-PEDITEM
               OPEN I-O ARQ-PEDITEM
           END-IF.
           IF NOT PEDITEM-OK
               DISPLAY 'PEDIDOS-ITEM INDISPONÍVEL - STATUS '
                   WRK-STATUS-PEDITEM
               MOVE 'S' TO WRK-PEDIDO-RECUSADO
           END-IF.

      * NÚMERO JÁ USADO EM PEDIDOS-CAB, OU COM ITENS SOLTOS DE UMA
      * GRAVAÇÃO INTERROMPIDA, RECUSA O PEDIDO ANTES DE GRAVAR OS
      * ITENS: NADA É RESERVADO NEM GRAVADO EM CIMA DO QUE EXISTE
       0144-CONFERIR-NUMERO.
           MOVE WRK-NUMERO-PEDIDO TO REG-PC-NUMERO.
           READ ARQ-PEDCAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO
                       ' JÁ EXISTE EM PEDIDOS-CAB - VERIFIQUE '
                       'PEDIDOS-CONTROLE'
                   MOVE 'S' TO WRK-PEDIDO-RECUSADO
                   EXIT PARAGRAPH
           END-READ.
           MOVE WRK-NUMERO-PEDIDO TO REG-PI-NUMERO.
           MOVE 1 TO REG-PI-SEQ.
           READ ARQ-PEDITEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO
                       ' TEM ITENS SEM CABEÇALHO EM PEDIDOS-ITEM - '
                       'CONFIRA NO INTEGRIDADE'
                   MOVE 'S' TO WRK-PEDIDO-RECUSADO
           END-READ.

      * LEITURA PRÉVIA DO ARQUIVO DA LOJA: SE HÁ CABEÇALHO, O RODAPÉ
      * PRECISA BATER COM A QUANTIDADE DE REGISTROS DE DADOS E A
      * SOMA DOS TOTAIS DOS PEDIDOS; UMA TRANSFERÊNCIA TRUNCADA É
      * RECUSADA INTEIRA
       0150-CONFERIR-ENQUADRAMENTO.
           OPEN INPUT ARQ-PEDWEB.
           IF PEDWEB-OK
               PERFORM 0202-LER-PEDWEB
               PERFORM 0151-SOMAR-REGISTRO UNTIL FIM-PEDWEB
               CLOSE ARQ-PEDWEB
               MOVE 'N' TO WRK-FIM-PEDWEB
               PERFORM 0152-AVALIAR-ENQUADRAMENTO
           END-IF.

       0151-SOMAR-REGISTRO.
           MOVE REG-PEDWEB TO REG-LOTE-CONTROLE.
           EVALUATE TRUE
               WHEN LC-CABECALHO
                   MOVE 'S' TO WRK-TEM-CABECALHO
               WHEN LC-RODAPE
                   MOVE 'S' TO WRK-TEM-RODAPE
                   MOVE REG-LC-QT    TO WRK-RODAPE-QT
                   MOVE REG-LC-TOTAL TO WRK-RODAPE-TOTAL
               WHEN OTHER
                   ADD 1 TO WRK-QT-DADOS
                   IF PW-PEDIDO AND REG-PWP-TOTAL IS NUMERIC
                       ADD REG-PWP-TOTAL TO WRK-TOTAL-DADOS
                   END-IF
           END-EVALUATE.
           PERFORM 0202-LER-PEDWEB.

       0152-AVALIAR-ENQUADRAMENTO.
           IF NOT TEM-CABECALHO
               DISPLAY 'ARQUIVO DA LOJA SEM CABEÇALHO - '
                   'PROCESSADO COMO LEGADO'
           ELSE
               IF NOT TEM-RODAPE
                   MOVE 'ARQUIVO SEM RODAPÉ DE CONTROLE'
                       TO REG-REJ-MOTIVO
                   PERFORM 0153-RECUSAR-LOTE
               ELSE
                   IF WRK-RODAPE-QT NOT = WRK-QT-DADOS OR
                      WRK-RODAPE-TOTAL NOT = WRK-TOTAL-DADOS
                       MOVE 'RODAPÉ NÃO CONFERE COM OS DADOS'
                           TO REG-REJ-MOTIVO
                       PERFORM 0153-RECUSAR-LOTE
                   END-IF
               END-IF
           END-IF.

       0153-RECUSAR-LOTE.
           MOVE 'S' TO WRK-LOTE-RECUSADO.
           DISPLAY 'ARQUIVO DA LOJA RECUSADO INTEIRO: ' REG-REJ-MOTIVO.
           OPEN EXTEND ARQ-REJEITADOS.
           IF NOT REJEITADOS-OK
               OPEN OUTPUT ARQ-REJEITADOS
           END-IF.
           MOVE 'IMPORTAWEB' TO REG-REJ-PROGRAMA.
           MOVE 'PEDIDOS-WEB' TO REG-REJ-CHAVE.
           WRITE REG-REJEITADO.
           CLOSE ARQ-REJEITADOS.

       0160-CARREGAR-IMPORTADOS.
           MOVE 'N' TO WRK-FIM-IMPORTADOS.
           OPEN INPUT ARQ-IMPORTADOS.
           IF IMPORTADOS-OK
               PERFORM 0162-LER-IMPORTADO
               PERFORM 0164-GUARDAR-IMPORTADO UNTIL FIM-IMPORTADOS
               CLOSE ARQ-IMPORTADOS
           END-IF.

       0162-LER-IMPORTADO.
           READ ARQ-IMPORTADOS
               AT END
                   MOVE 'S' TO WRK-FIM-IMPORTADOS
           END-READ.

       0164-GUARDAR-IMPORTADO.
           IF WRK-QT-IMPORTADOS < WRK-MAX-IMPORTADOS
               ADD 1 TO WRK-QT-IMPORTADOS
               MOVE REG-IMP-WEB TO WRK-TI-WEB(WRK-QT-IMPORTADOS)
           ELSE
               DISPLAY 'TABELA DE PEDIDOS DA LOJA JÁ IMPORTADOS '
                   'CHEIA - A DETECÇÃO DE REPROCESSAMENTO FICARÁ '
                   'PARCIAL; EXPURGUE PEDIDOS-WEB-IMPORTADOS'
           END-IF.
           PERFORM 0162-LER-IMPORTADO.

      * O REGISTRO 'P' FECHA O PEDIDO ANTERIOR E ABRE O SEGUINTE;
      * O 'I' ENTRA NO PEDIDO ABERTO QUANDO O NÚMERO DA LOJA BATE
       0200-TRATAR-REGISTRO.
           MOVE REG-PEDWEB TO REG-LOTE-CONTROLE.
           IF LC-CABECALHO OR LC-RODAPE
               PERFORM 0202-LER-PEDWEB
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN PW-PEDIDO
                   IF PEDIDO-ABERTO
                       PERFORM 0250-PROCESSAR-PEDIDO
                   END-IF
                   PERFORM 0204-ABRIR-PEDIDO
               WHEN PW-ITEM
                   IF PEDIDO-ABERTO AND
                      REG-PW-WEB = WRK-CW-NUMERO
                       PERFORM 0206-GUARDAR-ITEM
                   ELSE
                       MOVE REG-PW-WEB TO REG-REJ-CHAVE
                       MOVE 'ITEM FORA DO SEU PEDIDO NO ARQUIVO'
                           TO WRK-MOTIVO
                       PERFORM 0295-REJEITAR-REGISTRO
                   END-IF
               WHEN OTHER
                   MOVE REG-PW-WEB TO REG-REJ-CHAVE
                   MOVE 'TIPO DE REGISTRO INVÁLIDO' TO WRK-MOTIVO
                   PERFORM 0295-REJEITAR-REGISTRO
           END-EVALUATE.
           PERFORM 0202-LER-PEDWEB.

       0202-LER-PEDWEB.
           READ ARQ-PEDWEB
               AT END
                   MOVE 'S' TO WRK-FIM-PEDWEB
           END-READ.

       0204-ABRIR-PEDIDO.
           MOVE 'S' TO WRK-PEDIDO-ABERTO.
           MOVE REG-PW-WEB   TO WRK-CW-NUMERO.
           MOVE REG-PW-DADOS TO WRK-CW-DADOS.
           MOVE ZEROES TO WRK-QT-IW.
           MOVE 'N' TO WRK-ITENS-EXCEDIDOS.
           MOVE 'N' TO WRK-ITEM-INVALIDO.

       0206-GUARDAR-ITEM.
           IF REG-PWI-PRODUTO IS NOT NUMERIC OR
              REG-PWI-QTDE IS NOT NUMERIC OR
              REG-PWI-PRECO IS NOT NUMERIC
               MOVE 'S' TO WRK-ITEM-INVALIDO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-IW < 99
               ADD 1 TO WRK-QT-IW
               MOVE REG-PWI-PRODUTO TO WRK-TIW-PRODUTO(WRK-QT-IW)
               MOVE REG-PWI-QTDE    TO WRK-TIW-QTDE(WRK-QT-IW)
               MOVE REG-PWI-PRECO   TO WRK-TIW-PRECO(WRK-QT-IW)
           ELSE
               MOVE 'S' TO WRK-ITENS-EXCEDIDOS
           END-IF.

      * CADA ITEM É CONFERIDO CONTRA O CADASTRO E A PROMOÇÃO NA DATA
      * DO PEDIDO, COM O DESCONTO POR QUANTIDADE APLICADO COMO NA
      * ENTRADA DIGITADA; A SOMA PRECISA BATER COM O TOTAL DA LOJA
       0210-VALIDAR-ITENS.
           MOVE ZEROES TO WRK-TOTAL-PEDIDO.
           MOVE 'N' TO WRK-PEDIDO-ESTOURADO.
           PERFORM 0212-VALIDAR-ITEM
               VARYING WRK-SUB-IW FROM 1 BY 1
               UNTIL WRK-SUB-IW > WRK-QT-IW
                   OR NOT PEDIDO-ACEITO.
           IF NOT PEDIDO-ACEITO
               EXIT PARAGRAPH
           END-IF.
           IF PEDIDO-ESTOURADO
               MOVE 'TOTAL DO PEDIDO ESTOURA O CAMPO'
                   TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TOTAL-PEDIDO NOT = WRK-CW-TOTAL
               MOVE 'TOTAL NÃO CONFERE COM OS ITENS' TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TOTAL-PEDIDO > WRK-TETO-VENDAS
               MOVE 'TOTAL ACIMA DO CAMPO DE VENDAS-DIA'
                   TO WRK-MOTIVO
           END-IF.

       0212-VALIDAR-ITEM.
           MOVE WRK-TIW-PRODUTO(WRK-SUB-IW) TO WRK-COD-PRODUTO.
           MOVE WRK-TIW-QTDE(WRK-SUB-IW)    TO WRK-QTDE.
           IF WRK-QTDE = ZEROES
               STRING 'QUANTIDADE ZERADA NO PRODUTO '
                   WRK-COD-PRODUTO DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0220-LOCALIZAR-PRODUTO.
           IF NOT PRODUTO-ENCONTRADO
               STRING 'PRODUTO ' WRK-COD-PRODUTO
                   ' INEXISTENTE OU INATIVO' DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TIW-PRECO(WRK-SUB-IW) NOT = WRK-PRECO-CADASTRO
               STRING 'PREÇO DIVERGENTE NO PRODUTO '
                   WRK-COD-PRODUTO DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-PRECO-CADASTRO TO WRK-PRECO.
           COMPUTE WRK-TOTAL-ITEM = WRK-QTDE * WRK-PRECO
               ON SIZE ERROR
                   MOVE 'S' TO WRK-PEDIDO-ESTOURADO
           END-COMPUTE.
           PERFORM 0215-APLICAR-DESCONTO.
           ADD WRK-TOTAL-ITEM TO WRK-TOTAL-PEDIDO
               ON SIZE ERROR
                   MOVE 'S' TO WRK-PEDIDO-ESTOURADO
           END-ADD.
           MOVE WRK-TOTAL-ITEM     TO WRK-TIW-TOTAL(WRK-SUB-IW).
           MOVE WRK-ITEM-PROMO     TO WRK-TIW-PROMO(WRK-SUB-IW).
           MOVE WRK-VALOR-DESCONTO TO WRK-TIW-DESCONTO(WRK-SUB-IW).

      * VALE A MAIOR QUANTIDADE MÍNIMA QUE O ITEM ALCANÇA; O
      * DESCONTO É ABATIDO DO TOTAL DO ITEM
       0215-APLICAR-DESCONTO.
           MOVE ZEROES TO WRK-VALOR-DESCONTO.
           MOVE ZEROES TO WRK-PCT-DESCONTO.
           MOVE ZEROES TO WRK-MELHOR-MINIMA.
           MOVE 'N' TO WRK-FIM-DESCONTOS.
           OPEN INPUT ARQ-DESCONTOS.
           IF DESCONTOS-OK
               PERFORM 0216-LER-FAIXA
               PERFORM 0217-COMPARAR-FAIXA UNTIL FIM-DESCONTOS
               CLOSE ARQ-DESCONTOS
           END-IF.
           IF WRK-PCT-DESCONTO > ZEROES
               COMPUTE WRK-VALOR-DESCONTO ROUNDED =
                   WRK-TOTAL-ITEM * WRK-PCT-DESCONTO / 100
               SUBTRACT WRK-VALOR-DESCONTO FROM WRK-TOTAL-ITEM
           END-IF.

       0216-LER-FAIXA.
           READ ARQ-DESCONTOS
               AT END
                   MOVE 'S' TO WRK-FIM-DESCONTOS
           END-READ.

       0217-COMPARAR-FAIXA.
           IF REG-DSQ-PRODUTO = WRK-COD-PRODUTO AND
              WRK-QTDE NOT < REG-DSQ-MINIMA AND
              REG-DSQ-MINIMA > WRK-MELHOR-MINIMA
               MOVE REG-DSQ-MINIMA TO WRK-MELHOR-MINIMA
               MOVE REG-DSQ-PCT    TO WRK-PCT-DESCONTO
           END-IF.
           PERFORM 0216-LER-FAIXA.

       0220-LOCALIZAR-PRODUTO.
           MOVE 'N' TO WRK-PRODUTO-ENCONTRADO.
           MOVE WRK-COD-PRODUTO TO REG-CAD-CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-CAD-PRODUTO AND NOT REG-CAD-INATIVO
                       MOVE REG-CAD-PRECO TO WRK-PRECO-CADASTRO
                       MOVE 'S' TO WRK-PRODUTO-ENCONTRADO
                   END-IF
           END-READ.
           IF PRODUTO-ENCONTRADO
               PERFORM 0225-APLICAR-PROMOCAO
           END-IF.

      * A PROMOÇÃO EM VIGOR NA DATA DO PEDIDO SUBSTITUI O PREÇO DO
      * CADASTRO, E O ITEM SAI MARCADO COMO PROMOCIONAL
       0225-APLICAR-PROMOCAO.
           MOVE 'N' TO WRK-ITEM-PROMO.
           MOVE 'N' TO WRK-FIM-PROMOCOES.
           OPEN INPUT ARQ-PROMOCOES.
           IF PROMOCOES-OK
               PERFORM 0226-LER-PROMOCAO
               PERFORM 0227-COMPARAR-PROMOCAO UNTIL FIM-PROMOCOES
               CLOSE ARQ-PROMOCOES
           END-IF.

       0226-LER-PROMOCAO.
           READ ARQ-PROMOCOES
               AT END
                   MOVE 'S' TO WRK-FIM-PROMOCOES
           END-READ.

       0227-COMPARAR-PROMOCAO.
           IF REG-PRO-PRODUTO = WRK-COD-PRODUTO AND
              WRK-DATAVENDA NOT < REG-PRO-DATA-INI AND
              WRK-DATAVENDA NOT > REG-PRO-DATA-FIM
               MOVE REG-PRO-PRECO TO WRK-PRECO-CADASTRO
               MOVE 'S' TO WRK-ITEM-PROMO
           END-IF.
           PERFORM 0226-LER-PROMOCAO.

       0230-GRAVAR-ITEM.
           MOVE WRK-NUMERO-PEDIDO TO REG-PI-NUMERO.
           MOVE WRK-SEQ-ITEM      TO REG-PI-SEQ.
           MOVE WRK-COD-PRODUTO   TO REG-PI-PRODUTO.
           MOVE WRK-QTDE          TO REG-PI-QTDE.
           MOVE WRK-PRECO         TO REG-PI-PRECO.
           MOVE WRK-TOTAL-ITEM    TO REG-PI-TOTAL.
           MOVE WRK-ITEM-PROMO    TO REG-PI-PROMO.
           MOVE WRK-VALOR-DESCONTO TO REG-PI-DESCONTO.
           MOVE WRK-CUSTO-ITEM    TO REG-PI-CUSTO.
           MOVE ZEROES            TO REG-PI-KIT-PRONTO.
           WRITE REG-PEDITEM
               INVALID KEY
                   DISPLAY 'ITEM ' WRK-SEQ-ITEM ' DO PEDIDO '
                       WRK-NUMERO-PEDIDO ' JÁ EXISTE EM PEDIDOS-ITEM'
                   MOVE 'S' TO WRK-PEDIDO-RECUSADO
           END-WRITE.

      * O ITEM ACEITO RESERVA A QUANTIDADE NO SALDO; A VENDA DE KIT
      * RESERVA PRIMEIRO O KIT JÁ MONTADO E EXPLODE O RESTANTE NOS
      * COMPONENTES DA COMPOSIÇÃO
       0231-RESERVAR-ITEM.
           PERFORM 0233-CARREGAR-KITS.
           MOVE 'N' TO WRK-E-KIT.
           PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
               UNTIL WRK-SUB-KIT > WRK-QT-KITS
                   OR PRODUTO-E-KIT
               IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-COD-PRODUTO
                   MOVE 'S' TO WRK-E-KIT
               END-IF
           END-PERFORM.
           IF PRODUTO-E-KIT
               PERFORM 0237-RESERVAR-KIT-PRONTO
               PERFORM 0240-ANOTAR-KIT-PRONTO
               COMPUTE WRK-QTDE-EXPLODIR = WRK-QTDE - WRK-KIT-PRONTO
               PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
                   UNTIL WRK-SUB-KIT > WRK-QT-KITS
                       OR WRK-QTDE-EXPLODIR = ZEROES
                   IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-COD-PRODUTO
                       MOVE WRK-TK-COMPONENTE(WRK-SUB-KIT)
                           TO WRK-PROD-RESERVA
                       COMPUTE WRK-QTDE-RESERVA =
                           WRK-QTDE-EXPLODIR * WRK-TK-QTDE(WRK-SUB-KIT)
                       PERFORM 0232-RESERVAR-PRODUTO
                   END-IF
               END-PERFORM
           ELSE
               MOVE WRK-COD-PRODUTO TO WRK-PROD-RESERVA
               MOVE WRK-QTDE TO WRK-QTDE-RESERVA
               PERFORM 0232-RESERVAR-PRODUTO
           END-IF.

      * DISPONÍVEL = SALDO - RESERVADO, NA FILIAL DA LOJA E NO
      * CONSOLIDADO; O QUE NÃO CABE VAI PARA A FILA DE BACKORDER
       0232-RESERVAR-PRODUTO.
           MOVE 'N' TO WRK-RESERVOU.
           MOVE 2 TO REG-SFS-FUNCAO.
           MOVE WRK-PROD-RESERVA TO REG-SFS-PRODUTO.
           MOVE WRK-FILIAL TO REG-SFS-FILIAL.
           MOVE WRK-QTDE-RESERVA TO REG-SFS-QTDE.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           IF SFS-OK
               OPEN I-O ARQ-SALDOS
           END-IF.
           IF SFS-OK AND SALDOS-OK
               MOVE WRK-PROD-RESERVA TO REG-SAL-PRODUTO
               READ ARQ-SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WRK-DISPONIVEL =
                           REG-SAL-QTDE - REG-SAL-RESERVADO
                       IF WRK-DISPONIVEL NOT < WRK-QTDE-RESERVA
                           ADD WRK-QTDE-RESERVA
                               TO REG-SAL-RESERVADO
                           REWRITE REG-SALDO
                           MOVE 'S' TO WRK-RESERVOU
                       END-IF
               END-READ
               CLOSE ARQ-SALDOS
           END-IF.
      * RESERVOU NA FILIAL MAS NÃO NO CONSOLIDADO: DESFAZ A DA FILIAL
           IF SFS-OK AND NOT RESERVA-FEITA
               MOVE 3 TO REG-SFS-FUNCAO
               CALL 'saldofilial' USING REG-SERVFILIAL
           END-IF.
           IF NOT RESERVA-FEITA
               PERFORM 0234-ENFILEIRAR-BACKORDER
           END-IF.

       0233-CARREGAR-KITS.
           IF KITS-CARREGADOS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-KITS-CARREGADOS.
           MOVE 'N' TO WRK-FIM-KITS.
           OPEN INPUT ARQ-KITS.
           IF KITS-OK
               PERFORM 0235-LER-KIT
               PERFORM 0236-GUARDAR-KIT UNTIL FIM-KITS
               CLOSE ARQ-KITS
           END-IF.

       0234-ENFILEIRAR-BACKORDER.
           OPEN EXTEND ARQ-BACKORDER.
           IF NOT BACKORDER-OK
               OPEN OUTPUT ARQ-BACKORDER
           END-IF.
           MOVE WRK-NUMERO-PEDIDO TO REG-BCK-PEDIDO.
           MOVE WRK-PROD-RESERVA  TO REG-BCK-PRODUTO.
           MOVE WRK-QTDE-RESERVA  TO REG-BCK-QTDE.
           MOVE WRK-DATA-SYS-NUM  TO REG-BCK-DATA.
           MOVE WRK-FILIAL        TO REG-BCK-FILIAL.
           WRITE REG-BACKORDER.
           CLOSE ARQ-BACKORDER.
           DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO ' SEM DISPONIBILIDADE '
               'DO PRODUTO ' WRK-PROD-RESERVA ' - LINHA EM BACKORDER'.

       0235-LER-KIT.
           READ ARQ-KITS
               AT END
                   MOVE 'S' TO WRK-FIM-KITS
           END-READ.

       0236-GUARDAR-KIT.
           IF WRK-QT-KITS < 200
               ADD 1 TO WRK-QT-KITS
               MOVE REG-KIT-CODIGO TO WRK-TK-KIT(WRK-QT-KITS)
               MOVE REG-KIT-COMPONENTE
                   TO WRK-TK-COMPONENTE(WRK-QT-KITS)
               MOVE REG-KIT-QTDE TO WRK-TK-QTDE(WRK-QT-KITS)
           END-IF.
           PERFORM 0235-LER-KIT.

      * KIT JÁ MONTADO: RESERVA O QUE HÁ DISPONÍVEL AO MESMO TEMPO
      * NO CONSOLIDADO E NA FILIAL DA LOJA, SEM BACKORDER - A FALTA
      * É COBERTA PELOS COMPONENTES
       0237-RESERVAR-KIT-PRONTO.
           MOVE ZEROES TO WRK-KIT-PRONTO.
           MOVE 7 TO REG-SFS-FUNCAO.
           MOVE WRK-COD-PRODUTO TO REG-SFS-PRODUTO.
           MOVE WRK-FILIAL TO REG-SFS-FILIAL.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           IF NOT SFS-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-SALDOS.
           IF NOT SALDOS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COD-PRODUTO TO REG-SAL-PRODUTO.
           READ ARQ-SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-KIT-PRONTO =
                       REG-SAL-QTDE - REG-SAL-RESERVADO
           END-READ.
           IF REG-SFS-SALDO - REG-SFS-RESERVADO < WRK-KIT-PRONTO
               COMPUTE WRK-KIT-PRONTO =
                   REG-SFS-SALDO - REG-SFS-RESERVADO
           END-IF.
           IF WRK-KIT-PRONTO > WRK-QTDE
               MOVE WRK-QTDE TO WRK-KIT-PRONTO
           END-IF.
           IF WRK-KIT-PRONTO > ZEROES
               MOVE 2 TO REG-SFS-FUNCAO
               MOVE WRK-KIT-PRONTO TO REG-SFS-QTDE
               CALL 'saldofilial' USING REG-SERVFILIAL
               IF SFS-OK
                   ADD WRK-KIT-PRONTO TO REG-SAL-RESERVADO
                   REWRITE REG-SALDO
               ELSE
                   MOVE ZEROES TO WRK-KIT-PRONTO
               END-IF
           ELSE
               MOVE ZEROES TO WRK-KIT-PRONTO
           END-IF.
           CLOSE ARQ-SALDOS.

      * A PARTE RESERVADA NO KIT JÁ MONTADO FICA ANOTADA NO ITEM: O
      * CANCELAMENTO E A ALTERAÇÃO LIBERAM EXATAMENTE ELA, E A VENDA
      * DIGITADA COM O PEDIDO A LEVA PARA A BAIXA DO ESTOQUE
       0240-ANOTAR-KIT-PRONTO.
           IF WRK-KIT-PRONTO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-NUMERO-PEDIDO TO REG-PI-NUMERO.
           MOVE WRK-SEQ-ITEM      TO REG-PI-SEQ.
           READ ARQ-PEDITEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-KIT-PRONTO TO REG-PI-KIT-PRONTO
                   REWRITE REG-PEDITEM
           END-READ.
           IF NOT PEDITEM-OK
               DISPLAY 'ITEM ' WRK-SEQ-ITEM ' DO PEDIDO '
                   WRK-NUMERO-PEDIDO ' SEM O KIT PRONTO ANOTADO - '
                   'STATUS ' WRK-STATUS-PEDITEM
           END-IF.

      * CUSTO MÉDIO UNITÁRIO EM VIGOR NA VENDA; O KIT QUE NÃO TEM
      * CUSTO PRÓPRIO NO SALDO (NUNCA MONTADO) VALE A SOMA DOS
      * COMPONENTES DA COMPOSIÇÃO
       0238-APURAR-CUSTO-ITEM.
           MOVE ZEROES TO WRK-CUSTO-ITEM.
           OPEN INPUT ARQ-SALDOS.
           IF NOT SALDOS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COD-PRODUTO TO REG-SAL-PRODUTO.
           READ ARQ-SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-SAL-CUSTO-MEDIO TO WRK-CUSTO-ITEM
           END-READ.
           IF WRK-CUSTO-ITEM = ZEROES
               PERFORM 0233-CARREGAR-KITS
               PERFORM VARYING WRK-SUB-KIT FROM 1 BY 1
                   UNTIL WRK-SUB-KIT > WRK-QT-KITS
                   IF WRK-TK-KIT(WRK-SUB-KIT) = WRK-COD-PRODUTO
                       PERFORM 0239-SOMAR-CUSTO-COMPONENTE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-SALDOS.

       0239-SOMAR-CUSTO-COMPONENTE.
           MOVE WRK-TK-COMPONENTE(WRK-SUB-KIT) TO REG-SAL-PRODUTO.
           READ ARQ-SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-CUSTO-COMP =
                       REG-SAL-CUSTO-MEDIO * WRK-TK-QTDE(WRK-SUB-KIT)
                   ADD WRK-CUSTO-COMP TO WRK-CUSTO-ITEM
           END-READ.

      * O PEDIDO É CONFERIDO INTEIRO ANTES DE QUALQUER GRAVAÇÃO: O
      * CLIENTE NOVO SÓ É INCLUÍDO DEPOIS QUE O RESTO DO PEDIDO
      * PASSOU, PARA NÃO SOBRAR CLIENTE DE PEDIDO RECUSADO
       0250-PROCESSAR-PEDIDO.
           MOVE 'N' TO WRK-PEDIDO-ABERTO.
           ADD 1 TO WRK-QT-LIDOS.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 0260-VALIDAR-CABECALHO.
           IF PEDIDO-ACEITO
               PERFORM 0210-VALIDAR-ITENS
           END-IF.
           IF PEDIDO-ACEITO
               PERFORM 0270-IDENTIFICAR-CLIENTE
           END-IF.
           IF NOT PEDIDO-ACEITO
               PERFORM 0290-REJEITAR-PEDIDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0300-GRAVAR-PEDIDO.

       0260-VALIDAR-CABECALHO.
           IF WRK-CW-DATA IS NOT NUMERIC OR
              WRK-CW-CEP IS NOT NUMERIC OR
              WRK-CW-PARCELAS IS NOT NUMERIC OR
              WRK-CW-TOTAL IS NOT NUMERIC OR
              ITEM-INVALIDO
               MOVE 'CAMPO NUMÉRICO INVÁLIDO NO PEDIDO'
                   TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0262-VERIFICAR-IMPORTADO.
           IF JA-IMPORTADO
               MOVE 'PEDIDO DA LOJA JÁ IMPORTADO' TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-IW = ZEROES
               MOVE 'PEDIDO SEM ITENS' TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF ITENS-EXCEDIDOS
               MOVE 'PEDIDO ACIMA DE 99 ITENS' TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-CW-PARCELAS > 3
               MOVE 'PARCELAS FORA DA FAIXA DE 0 A 3' TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE 3 TO REG-SRV-FUNCAO.
           MOVE WRK-CW-DATA TO REG-SRV-DATA1.
           CALL 'servicodata' USING REG-SERVDATA.
           IF NOT SRV-DATA-OK
               MOVE 'DATA DO PEDIDO INVÁLIDA' TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CW-DATA TO WRK-DATAVENDA.
           MOVE WRK-DATAVENDA(5:2) TO WRK-MESVENDA.
           MOVE WRK-DATAVENDA(1:4) TO WRK-ANO-VENDA.
           COMPUTE REG-PER-ANOMES = WRK-ANO-VENDA * 100 + WRK-MESVENDA.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               MOVE 'COMPETÊNCIA CONTÁBIL FECHADA' TO WRK-MOTIVO
           END-IF.

       0262-VERIFICAR-IMPORTADO.
           MOVE 'N' TO WRK-JA-IMPORTADO.
           PERFORM VARYING WRK-SUB-IMP FROM 1 BY 1
               UNTIL WRK-SUB-IMP > WRK-QT-IMPORTADOS
                   OR JA-IMPORTADO
               IF WRK-TI-WEB(WRK-SUB-IMP) = WRK-CW-NUMERO
                   MOVE 'S' TO WRK-JA-IMPORTADO
               END-IF
           END-PERFORM.

      * O CLIENTE É CASADO PELO CPF/CNPJ ENTRE OS CLIENTES ATIVOS;
      * SEM CASAMENTO É INCLUÍDO COM O NOME, A UF E O CEP DA LOJA,
      * SEM LIMITE DE CRÉDITO, COMO NA INCLUSÃO PELA MANUTENÇÃO
       0270-IDENTIFICAR-CLIENTE.
           MOVE WRK-CW-TIPO-DOC TO WRK-VD-TIPO.
           MOVE WRK-CW-CPFCNPJ  TO WRK-VD-NUMERO.
           CALL 'validadoc' USING WRK-VALIDACAO-DOC.
           IF NOT DOCUMENTO-VALIDO
               MOVE 'CPF/CNPJ DO CLIENTE INVÁLIDO' TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-CLIENTE-ENCONTRADO.
           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QT-CLIENTES
                   OR CLIENTE-ENCONTRADO
               IF WRK-TCL-CPFCNPJ(WRK-SUB-CLI) = WRK-VD-NUMERO
                   MOVE WRK-TCL-CODIGO(WRK-SUB-CLI)
                       TO WRK-COD-CLIENTE
                   MOVE 'S' TO WRK-CLIENTE-ENCONTRADO
               END-IF
           END-PERFORM.
           IF CLIENTE-ENCONTRADO
               PERFORM 0110-LOCALIZAR-CLIENTE
               IF NOT CLIENTE-ENCONTRADO
                   MOVE 'CLIENTE DO CPF/CNPJ INATIVO NO CADASTRO'
                       TO WRK-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM 0275-INCLUIR-CLIENTE
               IF NOT PEDIDO-ACEITO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WRK-CW-CEP > ZEROES
               MOVE WRK-CW-CEP TO WRK-CEP-ENTREGA
           ELSE
               MOVE WRK-CEP-CLIENTE TO WRK-CEP-ENTREGA
           END-IF.

       0275-INCLUIR-CLIENTE.
           IF WRK-CW-NOME = SPACES
               MOVE 'NOME DO CLIENTE NOVO EM BRANCO' TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0280-VALIDAR-UF.
           IF NOT UF-ENCONTRADA
               MOVE 'UF DO CLIENTE NOVO INVÁLIDA' TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-MAIOR-CODIGO = 999999 OR
              WRK-QT-CLIENTES NOT < WRK-MAX-CLIENTES
               MOVE 'SEM CÓDIGO LIVRE PARA O CLIENTE NOVO'
                   TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-MAIOR-CODIGO.
           MOVE WRK-MAIOR-CODIGO TO REG-CAD-CODIGO.
           MOVE 'C'              TO REG-CAD-TIPO.
           MOVE WRK-CW-NOME      TO REG-CAD-NOME.
           MOVE WRK-CW-UF        TO REG-CAD-UF.
           MOVE ZEROES           TO REG-CAD-PRECO.
           MOVE 'A'              TO REG-CAD-SITUACAO.
           MOVE WRK-VD-TIPO      TO REG-CAD-TIPO-DOC.
           MOVE WRK-VD-NUMERO    TO REG-CAD-CPFCNPJ.
           MOVE WRK-CW-CEP       TO REG-CAD-CEP.
           MOVE ZEROES           TO REG-CAD-LIMITE.
           MOVE ZEROES           TO REG-CAD-SUCESSOR.
           WRITE REG-CADASTRO
               INVALID KEY
                   MOVE 'CÓDIGO DO CLIENTE NOVO JÁ CADASTRADO'
                       TO WRK-MOTIVO
               NOT INVALID KEY
                   MOVE 'INCLUSAO' TO WRK-LOG-ACAO
                   PERFORM 0900-GRAVAR-LOG
           END-WRITE.
           IF NOT PEDIDO-ACEITO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-CLI-NOVOS.
           ADD 1 TO WRK-QT-CLIENTES.
           MOVE WRK-MAIOR-CODIGO TO WRK-TCL-CODIGO(WRK-QT-CLIENTES).
           MOVE WRK-VD-NUMERO    TO WRK-TCL-CPFCNPJ(WRK-QT-CLIENTES).
           MOVE WRK-MAIOR-CODIGO TO WRK-COD-CLIENTE.
           MOVE WRK-CW-NOME      TO WRK-NOME-CLIENTE.
           MOVE ZEROES           TO WRK-LIMITE-CLIENTE.
           MOVE WRK-CW-CEP       TO WRK-CEP-CLIENTE.
           DISPLAY 'CLIENTE NOVO ' WRK-COD-CLIENTE ' ' WRK-CW-NOME
               ' INCLUÍDO PELO PEDIDO DA LOJA ' WRK-CW-NUMERO.

       0280-VALIDAR-UF.
           MOVE 'N' TO WRK-UF-ENCONTRADA.
           PERFORM VARYING WRK-SUB-UF FROM 1 BY 1
               UNTIL WRK-SUB-UF > 27 OR UF-ENCONTRADA
               IF WRK-TAB-UF-COD(WRK-SUB-UF) = WRK-CW-UF
                   MOVE 'S' TO WRK-UF-ENCONTRADA
               END-IF
           END-PERFORM.

       0290-REJEITAR-PEDIDO.
           MOVE WRK-CW-NUMERO TO REG-REJ-CHAVE.
           PERFORM 0295-REJEITAR-REGISTRO.
           ADD 1 TO WRK-QT-RECUSADOS.

       0295-REJEITAR-REGISTRO.
           DISPLAY 'PEDIDO DA LOJA ' REG-REJ-CHAVE ' RECUSADO: '
               WRK-MOTIVO.
           OPEN EXTEND ARQ-REJEITADOS.
           IF NOT REJEITADOS-OK
               OPEN OUTPUT ARQ-REJEITADOS
           END-IF.
           MOVE 'IMPORTAWEB' TO REG-REJ-PROGRAMA.
           MOVE WRK-MOTIVO TO REG-REJ-MOTIVO.
           WRITE REG-REJEITADO.
           CLOSE ARQ-REJEITADOS.

      * GRAVAÇÃO PELO MESMO CAMINHO DO PEDIDO DIGITADO: ITENS COM
      * CUSTO E RESERVA (OU BACKORDER), CONFERÊNCIA DE CRÉDITO E,
      * FORA DA RETENÇÃO, CABEÇALHO, VENDAS-DIA E DUPLICATAS; O
      * PEDIDO RETIDO TEM AS PARCELAS DEFINIDAS NA LIBERAÇÃO
       0300-GRAVAR-PEDIDO.
           PERFORM 0140-OBTER-NUMERO-PEDIDO.
           MOVE ZEROES TO WRK-SEQ-ITEM.
           PERFORM 0142-ABRIR-PEDCAB.
           IF NOT PEDIDO-RECUSADO
               PERFORM 0143-ABRIR-PEDITEM
               IF PEDIDO-RECUSADO
                   CLOSE ARQ-PEDCAB
               END-IF
           END-IF.
           IF NOT PEDIDO-RECUSADO
               PERFORM 0144-CONFERIR-NUMERO
               CLOSE ARQ-PEDCAB
               IF PEDIDO-RECUSADO
                   CLOSE ARQ-PEDITEM
               END-IF
           END-IF.
           IF PEDIDO-RECUSADO
               DISPLAY 'PEDIDO DA LOJA ' WRK-CW-NUMERO ' NÃO '
                   'GRAVADO - FICA PARA A PRÓXIMA IMPORTAÇÃO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0302-GRAVAR-UM-ITEM
               VARYING WRK-SUB-IW FROM 1 BY 1
               UNTIL WRK-SUB-IW > WRK-QT-IW OR PEDIDO-RECUSADO.
           CLOSE ARQ-PEDITEM.
           IF PEDIDO-RECUSADO
               DISPLAY 'PEDIDO DA LOJA ' WRK-CW-NUMERO ' NÃO '
                   'GRAVADO - ITENS EM CONFLITO; CONFIRA NO '
                   'INTEGRIDADE'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0305-VERIFICAR-CREDITO.
           IF PEDIDO-RETIDO
               PERFORM 0310-ATUALIZAR-CONTROLE
               PERFORM 0307-ENFILEIRAR-RETIDO
               PERFORM 0370-REGISTRAR-IMPORTADO
               ADD 1 TO WRK-QT-RETIDOS
               ADD WRK-TOTAL-PEDIDO TO WRK-TOTAL-IMPORTADO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0142-ABRIR-PEDCAB.
           IF NOT PEDCAB-OK
               DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO ' NÃO GRAVADO - '
                   'ITENS SEM CABEÇALHO; CONFIRA NO INTEGRIDADE'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-NUMERO-PEDIDO TO REG-PC-NUMERO.
           MOVE WRK-DATA-SYS-NUM  TO REG-PC-DATA.
           MOVE WRK-COD-CLIENTE   TO REG-PC-CLIENTE.
           MOVE WRK-FILIAL        TO REG-PC-FILIAL.
           MOVE WRK-MESVENDA      TO REG-PC-MES.
           MOVE WRK-TOTAL-PEDIDO  TO REG-PC-TOTAL.
           MOVE ZEROES            TO REG-PC-VENDEDOR.
           MOVE WRK-CEP-ENTREGA   TO REG-PC-CEP-ENTREGA.
           MOVE ZEROES            TO REG-PC-NOTA.
           MOVE 'A'               TO REG-PC-SITUACAO.
           MOVE SPACES            TO REG-PC-NFE.
           WRITE REG-PEDCAB
               INVALID KEY
                   DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO
                       ' JÁ EXISTE EM PEDIDOS-CAB - VERIFIQUE '
                       'PEDIDOS-CONTROLE'
                   MOVE 'S' TO WRK-PEDIDO-RECUSADO
                   CLOSE ARQ-PEDCAB
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE ARQ-PEDCAB.
           PERFORM 0310-ATUALIZAR-CONTROLE.
           PERFORM 0320-ALIMENTAR-VENDAS-DIA.
           PERFORM 0340-GRAVAR-DUPLICATAS.
           PERFORM 0370-REGISTRAR-IMPORTADO.
           ADD 1 TO WRK-QT-GRAVADOS.
           ADD WRK-TOTAL-PEDIDO TO WRK-TOTAL-IMPORTADO.
           MOVE WRK-TOTAL-PEDIDO TO WRK-TOTAL-PED-ED.
           DISPLAY 'PEDIDO DA LOJA ' WRK-CW-NUMERO ' GRAVADO COMO '
               WRK-NUMERO-PEDIDO ' - TOTAL ' WRK-TOTAL-PED-ED.

       0302-GRAVAR-UM-ITEM.
           MOVE WRK-TIW-PRODUTO(WRK-SUB-IW)  TO WRK-COD-PRODUTO.
           MOVE WRK-TIW-QTDE(WRK-SUB-IW)     TO WRK-QTDE.
           MOVE WRK-TIW-PRECO(WRK-SUB-IW)    TO WRK-PRECO.
           MOVE WRK-TIW-TOTAL(WRK-SUB-IW)    TO WRK-TOTAL-ITEM.
           MOVE WRK-TIW-PROMO(WRK-SUB-IW)    TO WRK-ITEM-PROMO.
           MOVE WRK-TIW-DESCONTO(WRK-SUB-IW) TO WRK-VALOR-DESCONTO.
           ADD 1 TO WRK-SEQ-ITEM.
           PERFORM 0238-APURAR-CUSTO-ITEM.
           PERFORM 0230-GRAVAR-ITEM.
           IF PEDIDO-RECUSADO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0231-RESERVAR-ITEM.

      * O SALDO EM ABERTO É O RAZÃO DO CLIENTE MENOS OS PAGAMENTOS
      * JÁ APLICADOS (DUPLICATAS LIQUIDADAS), MAIS O SALDO DAS
      * MENSALIDADES ESCOLARES, QUE NÃO PASSAM PELO RAZÃO; O PEDIDO
      * NOVO MAIS ESSE SALDO ACIMA DO LIMITE DO CADASTRO RETÉM O
      * PEDIDO PARA A DECISÃO DO SUPERVISOR - LIMITE ZERO SÓ RETÉM
      * O CLIENTE BLOQUEADO PELA COBRANÇA
       0305-VERIFICAR-CREDITO.
           MOVE 'N' TO WRK-PEDIDO-RETIDO.
           PERFORM 0312-VERIFICAR-BLOQUEIO.
           IF WRK-LIMITE-CLIENTE = ZEROES AND NOT CLIENTE-BLOQUEADO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-SALDO-ABERTO.
           MOVE 'N' TO WRK-FIM-RAZAO.
           OPEN INPUT ARQ-RAZAO.
           IF RAZAO-OK
               MOVE WRK-COD-CLIENTE TO REG-RAZ-CLIENTE
               MOVE ZEROES TO REG-RAZ-MES
               MOVE ZEROES TO REG-RAZ-SEQ
               START ARQ-RAZAO KEY NOT < REG-RAZ-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-RAZAO
               END-START
               IF NOT FIM-RAZAO
                   PERFORM 0306-LER-RAZAO
               END-IF
               PERFORM 0308-SOMAR-RAZAO UNTIL FIM-RAZAO
               CLOSE ARQ-RAZAO
           END-IF.
           MOVE 'N' TO WRK-FIM-DUP-CRED.
           OPEN INPUT ARQ-DUPLICATAS.
           IF DUPLICATAS-OK
               PERFORM 0309-LER-DUPLICATA-CRED
               PERFORM 0311-ABATER-PAGAMENTO UNTIL FIM-DUP-CRED
               CLOSE ARQ-DUPLICATAS
           END-IF.
           IF CLIENTE-BLOQUEADO
               MOVE 'S' TO WRK-PEDIDO-RETIDO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-LIMITE-CLIENTE > ZEROES AND
              WRK-SALDO-ABERTO + WRK-TOTAL-PEDIDO > WRK-LIMITE-CLIENTE
               MOVE 'S' TO WRK-PEDIDO-RETIDO
           END-IF.

       0306-LER-RAZAO.
           READ ARQ-RAZAO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-RAZAO
           END-READ.

       0307-ENFILEIRAR-RETIDO.
           OPEN EXTEND ARQ-RETIDOS.
           IF NOT RETIDOS-OK
               OPEN OUTPUT ARQ-RETIDOS
           END-IF.
           MOVE WRK-NUMERO-PEDIDO TO REG-RET-NUMERO.
           MOVE WRK-DATA-SYS-NUM  TO REG-RET-DATA.
           MOVE WRK-COD-CLIENTE   TO REG-RET-CLIENTE.
           MOVE WRK-FILIAL        TO REG-RET-FILIAL.
           MOVE WRK-MESVENDA      TO REG-RET-MES.
           MOVE WRK-DATAVENDA     TO REG-RET-DATAVENDA.
           MOVE WRK-TOTAL-PEDIDO  TO REG-RET-TOTAL.
           MOVE WRK-SALDO-ABERTO  TO REG-RET-SALDO.
           MOVE WRK-LIMITE-CLIENTE TO REG-RET-LIMITE.
           MOVE ZEROES            TO REG-RET-VENDEDOR.
           MOVE WRK-CEP-ENTREGA   TO REG-RET-CEP-ENTREGA.
           WRITE REG-RETIDO.
           CLOSE ARQ-RETIDOS.
           IF CLIENTE-BLOQUEADO
               DISPLAY 'PEDIDO DA LOJA ' WRK-CW-NUMERO ' GRAVADO COMO '
                   WRK-NUMERO-PEDIDO ' E RETIDO POR BLOQUEIO DE '
                   'COBRANÇA - A LOJA PEDIU ' WRK-CW-PARCELAS
                   ' PARCELA(S); INFORME NA LIBERAÇÃO (LIBERAPEDIDO)'
           ELSE
               DISPLAY 'PEDIDO DA LOJA ' WRK-CW-NUMERO ' GRAVADO COMO '
                   WRK-NUMERO-PEDIDO ' E RETIDO POR LIMITE DE CRÉDITO '
                   '- A LOJA PEDIU ' WRK-CW-PARCELAS ' PARCELA(S); '
                   'INFORME NA LIBERAÇÃO (LIBERAPEDIDO)'
           END-IF.

      * COM O RAZÃO INDEXADO POR CLIENTE, A SOMA PÁRA NO PRIMEIRO
      * LANÇAMENTO DE OUTRO CLIENTE EM VEZ DE VARRER O ARQUIVO
       0308-SOMAR-RAZAO.
           IF REG-RAZ-CLIENTE = WRK-COD-CLIENTE
               ADD REG-RAZ-VALOR TO WRK-SALDO-ABERTO
               PERFORM 0306-LER-RAZAO
           ELSE
               MOVE 'S' TO WRK-FIM-RAZAO
           END-IF.

       0309-LER-DUPLICATA-CRED.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-DUP-CRED
           END-READ.

       0310-ATUALIZAR-CONTROLE.
           OPEN OUTPUT ARQ-PEDCTRL.
           MOVE WRK-NUMERO-PEDIDO TO REG-PCT-ULTIMO.
           WRITE REG-PEDCTRL.
           CLOSE ARQ-PEDCTRL.

      * O CLIENTE BLOQUEADO PELA COBRANÇA (CLIENTES-BLOQUEADOS,
      * REFEITO A CADA RODADA DAS CARTAS DE COBRANÇA) TEM TODO PEDIDO
      * RETIDO, COM OU SEM LIMITE DISPONÍVEL
       0312-VERIFICAR-BLOQUEIO.
           MOVE 'N' TO WRK-CLIENTE-BLOQUEADO.
           MOVE 'N' TO WRK-FIM-BLOQUEIO.
           OPEN INPUT ARQ-BLOQUEADOS.
           IF BLOQUEADOS-OK
               PERFORM 0313-LER-BLOQUEIO
               PERFORM 0314-PROCURAR-BLOQUEIO UNTIL FIM-BLOQUEIO
               CLOSE ARQ-BLOQUEADOS
           END-IF.

       0313-LER-BLOQUEIO.
           READ ARQ-BLOQUEADOS
               AT END
                   MOVE 'S' TO WRK-FIM-BLOQUEIO
           END-READ.

       0314-PROCURAR-BLOQUEIO.
           IF REG-BLQ-CLIENTE = WRK-COD-CLIENTE
               MOVE 'S' TO WRK-CLIENTE-BLOQUEADO
               MOVE 'S' TO WRK-FIM-BLOQUEIO
           ELSE
               PERFORM 0313-LER-BLOQUEIO
           END-IF.

       0311-ABATER-PAGAMENTO.
           IF REG-DUP-CLIENTE = WRK-COD-CLIENTE
               IF REG-DUP-MENSALIDADE
                   ADD REG-DUP-SALDO TO WRK-SALDO-ABERTO
               ELSE
                   COMPUTE WRK-SALDO-ABERTO = WRK-SALDO-ABERTO
                       - (REG-DUP-VALOR - REG-DUP-SALDO)
               END-IF
           END-IF.
           PERFORM 0309-LER-DUPLICATA-CRED.

      * O TETO DO CAMPO DE VALOR DE VENDAS-DIA JÁ FOI CONFERIDO NA
      * VALIDAÇÃO: PEDIDO DA LOJA ACIMA DELE NEM CHEGA A SER GRAVADO
       0320-ALIMENTAR-VENDAS-DIA.
           OPEN EXTEND ARQ-VENDAS.
           IF NOT VENDAS-OK
               OPEN OUTPUT ARQ-VENDAS
           END-IF.
           MOVE WRK-TOTAL-PEDIDO TO REG-VALOR.
           MOVE WRK-MESVENDA     TO REG-MESVENDA.
           MOVE WRK-DATAVENDA    TO REG-DATAVENDA.
           MOVE WRK-FILIAL       TO REG-FILIAL.
           WRITE REG-VENDAS.
           CLOSE ARQ-VENDAS.

      * AS PARCELAS VÊM DO PEDIDO DA LOJA: UMA DUPLICATA POR
      * PARCELA, COM O VENCIMENTO EM 30/60/90 DIAS EMPURRADO PARA O
      * DIA ÚTIL; À VISTA (ZERO PARCELAS) NÃO GERA NADA
       0340-GRAVAR-DUPLICATAS.
           MOVE WRK-CW-PARCELAS TO WRK-QT-PARCELAS.
           IF WRK-QT-PARCELAS = ZEROES
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-DUPLICATAS.
           IF NOT DUPLICATAS-OK
               OPEN OUTPUT ARQ-DUPLICATAS
           END-IF.
           COMPUTE WRK-VALOR-PARCELA ROUNDED =
               WRK-TOTAL-PEDIDO / WRK-QT-PARCELAS.
           MOVE ZEROES TO WRK-VALOR-ACUM-PARC.
           PERFORM 0360-GRAVAR-UMA-DUPLICATA
               VARYING WRK-SUB-PARC FROM 1 BY 1
               UNTIL WRK-SUB-PARC > WRK-QT-PARCELAS.
           CLOSE ARQ-DUPLICATAS.

       0360-GRAVAR-UMA-DUPLICATA.
           MOVE 1 TO REG-SRV-FUNCAO.
           MOVE WRK-DATAVENDA TO REG-SRV-DATA1.
           COMPUTE REG-SRV-DIAS = WRK-SUB-PARC * 30.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK
               MOVE REG-SRV-DATA-RES TO WRK-VENCIMENTO
               MOVE 7 TO REG-SRV-FUNCAO
               MOVE WRK-VENCIMENTO TO REG-SRV-DATA1
               MOVE ZEROES TO REG-SRV-DIAS
               CALL 'servicodata' USING REG-SERVDATA
               IF SRV-DATA-OK
                   MOVE REG-SRV-DATA-RES TO WRK-VENCIMENTO
               END-IF
           ELSE
               MOVE WRK-DATAVENDA TO WRK-VENCIMENTO
           END-IF.
           MOVE WRK-COD-CLIENTE   TO REG-DUP-CLIENTE.
           MOVE WRK-NUMERO-PEDIDO TO REG-DUP-PEDIDO.
           MOVE WRK-SUB-PARC      TO REG-DUP-PARCELA.
           MOVE WRK-DATAVENDA     TO REG-DUP-EMISSAO.
           MOVE WRK-VENCIMENTO    TO REG-DUP-VENCIMENTO.
           IF WRK-SUB-PARC = WRK-QT-PARCELAS
               COMPUTE REG-DUP-VALOR =
                   WRK-TOTAL-PEDIDO - WRK-VALOR-ACUM-PARC
           ELSE
               MOVE WRK-VALOR-PARCELA TO REG-DUP-VALOR
               ADD WRK-VALOR-PARCELA TO WRK-VALOR-ACUM-PARC
           END-IF.
           MOVE 'A' TO REG-DUP-SITUACAO.
           MOVE ZEROES TO REG-DUP-DATAPAGTO.
           MOVE 'N' TO REG-DUP-REMESSA.
           MOVE REG-DUP-VALOR TO REG-DUP-SALDO.
           MOVE SPACE TO REG-DUP-TIPO.
           WRITE REG-DUPLICATA.

       0370-REGISTRAR-IMPORTADO.
           OPEN EXTEND ARQ-IMPORTADOS.
           IF NOT IMPORTADOS-OK
               OPEN OUTPUT ARQ-IMPORTADOS
           END-IF.
           MOVE WRK-CW-NUMERO     TO REG-IMP-WEB.
           MOVE WRK-NUMERO-PEDIDO TO REG-IMP-PEDIDO.
           MOVE WRK-DATA-SYS-NUM  TO REG-IMP-DATA.
           IF PEDIDO-RETIDO
               MOVE 'R' TO REG-IMP-SITUACAO
           ELSE
               MOVE 'A' TO REG-IMP-SITUACAO
           END-IF.
           WRITE REG-IMPORTADO.
           CLOSE ARQ-IMPORTADOS.
           IF WRK-QT-IMPORTADOS < WRK-MAX-IMPORTADOS
               ADD 1 TO WRK-QT-IMPORTADOS
               MOVE WRK-CW-NUMERO TO WRK-TI-WEB(WRK-QT-IMPORTADOS)
           END-IF.

       0500-FINALIZAR.
           MOVE WRK-TOTAL-IMPORTADO TO WRK-TOTAL-IMP-ED.
           DISPLAY '________________________________________'.
           DISPLAY 'PEDIDOS DA LOJA LIDOS......: ' WRK-QT-LIDOS.
           DISPLAY 'GRAVADOS...................: ' WRK-QT-GRAVADOS.
           DISPLAY 'RETIDOS POR CRÉDITO........: ' WRK-QT-RETIDOS.
           DISPLAY 'RECUSADOS (REJEITADOS-LOG).: ' WRK-QT-RECUSADOS.
           DISPLAY 'CLIENTES NOVOS NO CADASTRO.: ' WRK-QT-CLI-NOVOS.
           DISPLAY 'VALOR IMPORTADO............: ' WRK-TOTAL-IMP-ED.
           DISPLAY 'FINAL DA IMPORTAÇÃO DE PEDIDOS DA LOJA'.

       0900-GRAVAR-LOG.
           OPEN EXTEND ARQ-LOGCAD.
           IF NOT LOGCAD-OK
               OPEN OUTPUT ARQ-LOGCAD
           END-IF.
           PERFORM 0910-MONTAR-LINHA-LOG.
           WRITE REG-LOGCAD FROM WRK-LINLOGCAD.
           CLOSE ARQ-LOGCAD.

       0910-MONTAR-LINHA-LOG.
           ACCEPT WRK-HORA-SYS FROM TIME.
           MOVE WRK-DS-DIA TO WRK-DD.
           MOVE WRK-DS-MES TO WRK-MM.
           MOVE WRK-DS-ANO TO WRK-AA.
           MOVE WRK-HS-HH TO WRK-HH.
           MOVE WRK-HS-MM TO WRK-MI.
           MOVE WRK-HS-SS TO WRK-SG.
           MOVE WRK-DATA-DISPLAY TO WRK-LC-DATA.
           MOVE WRK-HORA-DISPLAY TO WRK-LC-HORA.
           MOVE WRK-OPERADOR TO WRK-LC-OPERADOR.
           MOVE WRK-LOG-ACAO TO WRK-LC-ACAO.
           MOVE REG-CAD-CODIGO TO WRK-LC-CODIGO.
