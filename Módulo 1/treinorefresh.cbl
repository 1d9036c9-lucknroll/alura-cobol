      *            (MENUPRINCIPAL) REDIRECIONA A SESSÃO DE TREINO
      *            PARA ESTAS CÓPIAS
      * DATA = 01/09/2026
      * 15/10/2026 LUCAS  CÓPIA DO CADASTRO ACOMPANHA O REGISTRO COM O
      *                    CÓDIGO SUCESSOR DO CLIENTE FUNDIDO, E AS
      *                    GERAÇÕES DO RAZÃO INDEXADO TAMBÉM SÃO
      *                    ZERADAS NO TREINO
      * 15/10/2026 LUCAS  O HISTÓRICO DE PAGAMENTOS DAS DUPLICATAS
      *                    TAMBÉM É ZERADO NO TREINO
      * 15/10/2026 LUCAS  O LOG DAS CARTAS DE COBRANÇA E OS CLIENTES
      *                    BLOQUEADOS TAMBÉM SÃO ZERADOS
      * 15/10/2026 LUCAS  OS ACORDOS DE COBRANÇA, SEUS TÍTULOS E SUAS
      *                    GERAÇÕES TAMBÉM SÃO ZERADOS
      * 15/10/2026 LUCAS  OS SALDOS E OS MOVIMENTOS DA PDD TAMBÉM SÃO
      *                    ZERADOS
      * 15/10/2026 LUCAS  INCLUÍDOS USOS-CREDITO-CLIENTE E TITULOS-
      *                    PAGAR
      * 15/10/2026 LUCAS  INCLUÍDO LANCAMENTOS-MANUAIS
      * 15/10/2026 LUCAS  INCLUÍDOS NFE-NOTAS E NFE-REMESSA
      * 15/10/2026 LUCAS  PEDIDOS-CAB E PEDIDOS-ITEM DE TREINAMENTO
      *                    PASSAM AOS INDEXADOS TREINO-PEDIDOS-CAB-IDX E
      *                    TREINO-PEDIDOS-ITEM-IDX
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-ZERA-1 ASSIGN TO 'TREINO-MOVIMENTOS-ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-2 ASSIGN TO 'TREINO-PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ZERA-2-NUMERO
               ALTERNATE RECORD KEY IS REG-ZERA-2-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-3 ASSIGN TO 'TREINO-PEDIDOS-ITEM-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ZERA-3-CHAVE
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-4 ASSIGN TO 'TREINO-DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO 'TREINO-ESTATISTICAS-VENDAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-36
               ASSIGN TO 'TREINO-GERACOES-RAZAO-IDX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-37
               ASSIGN TO 'TREINO-PAGAMENTOS-DUPLICATAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-38
               ASSIGN TO 'TREINO-CARTAS-COBRANCA-LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-39
               ASSIGN TO 'TREINO-CLIENTES-BLOQUEADOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-40
               ASSIGN TO 'TREINO-ACORDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-41
               ASSIGN TO 'TREINO-ACORDOS-TITULOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-42
               ASSIGN TO 'TREINO-GERACOES-ACORDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-43
               ASSIGN TO 'TREINO-SALDOS-PDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-44
               ASSIGN TO 'TREINO-MOVIMENTOS-PDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-45
               ASSIGN TO 'TREINO-USOS-CREDITO-CLIENTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-46
               ASSIGN TO 'TREINO-TITULOS-PAGAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-47
               ASSIGN TO 'TREINO-LANCAMENTOS-MANUAIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-48
               ASSIGN TO 'TREINO-BENS-IMOBILIZADO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-49
               ASSIGN TO 'TREINO-NFE-NOTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
           SELECT ARQ-ZERA-50
               ASSIGN TO 'TREINO-NFE-REMESSA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TREINO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO.
       FD  ARQ-CAD-TREINO.
       01  REG-CADASTRO-TREINO.
           02 REG-TCA-CODIGO PIC 9(06).
           02 FILLER         PIC X(83).

       FD  ARQ-SALDOS.
           COPY 'saldoest.cbl'.

       FD  ARQ-ZERA-1.
       01  REG-ZERA-1 PIC X(200).
      * PEDIDOS INDEXADOS: SÓ AS CHAVES, NA POSIÇÃO DO PEDCABIDX E
      * DO PEDITEMIDX
       FD  ARQ-ZERA-2.
       01  REG-ZERA-2.
           02 REG-ZERA-2-NUMERO  PIC X(06).
           02 FILLER             PIC X(08).
           02 REG-ZERA-2-CLIENTE PIC X(06).
           02 FILLER             PIC X(35).
       FD  ARQ-ZERA-3.
       01  REG-ZERA-3.
           02 REG-ZERA-3-CHAVE   PIC X(09).
           02 FILLER             PIC X(59).
       FD  ARQ-ZERA-4.
       01  REG-ZERA-4 PIC X(200).
       FD  ARQ-ZERA-5.
       FD  ARQ-ZERA-35.
       01  REG-ZERA-35 PIC X(200).

       FD  ARQ-ZERA-36.
       01  REG-ZERA-36 PIC X(200).

       FD  ARQ-ZERA-37.
       01  REG-ZERA-37 PIC X(200).

       FD  ARQ-ZERA-38.
       01  REG-ZERA-38 PIC X(200).

       FD  ARQ-ZERA-39.
       01  REG-ZERA-39 PIC X(200).

       FD  ARQ-ZERA-40.
       01  REG-ZERA-40 PIC X(200).

       FD  ARQ-ZERA-41.
       01  REG-ZERA-41 PIC X(200).

       FD  ARQ-ZERA-42.
       01  REG-ZERA-42 PIC X(200).

       FD  ARQ-ZERA-43.
       01  REG-ZERA-43 PIC X(200).

       FD  ARQ-ZERA-44.
       01  REG-ZERA-44 PIC X(200).

       FD  ARQ-ZERA-45.
       01  REG-ZERA-45 PIC X(200).

       FD  ARQ-ZERA-46.
       01  REG-ZERA-46 PIC X(200).

       FD  ARQ-ZERA-47.
       01  REG-ZERA-47 PIC X(200).

       FD  ARQ-ZERA-48.
       01  REG-ZERA-48 PIC X(200).

       FD  ARQ-ZERA-49.
       01  REG-ZERA-49 PIC X(200).

       FD  ARQ-ZERA-50.
       01  REG-ZERA-50 PIC X(200).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-FONTE PIC X(02) VALUE '00'.
           88 FONTE-OK        VALUE '00'.
           CLOSE ARQ-ZERA-34.
           OPEN OUTPUT ARQ-ZERA-35.
           CLOSE ARQ-ZERA-35.
           OPEN OUTPUT ARQ-ZERA-36.
           CLOSE ARQ-ZERA-36.
           OPEN OUTPUT ARQ-ZERA-37.
           CLOSE ARQ-ZERA-37.
           OPEN OUTPUT ARQ-ZERA-38.
           CLOSE ARQ-ZERA-38.
           OPEN OUTPUT ARQ-ZERA-39.
           CLOSE ARQ-ZERA-39.
           OPEN OUTPUT ARQ-ZERA-40.
           CLOSE ARQ-ZERA-40.
           OPEN OUTPUT ARQ-ZERA-41.
           CLOSE ARQ-ZERA-41.
           OPEN OUTPUT ARQ-ZERA-42.
           CLOSE ARQ-ZERA-42.
           OPEN OUTPUT ARQ-ZERA-43.
           CLOSE ARQ-ZERA-43.
           OPEN OUTPUT ARQ-ZERA-44.
           CLOSE ARQ-ZERA-44.
           OPEN OUTPUT ARQ-ZERA-45.
           CLOSE ARQ-ZERA-45.
           OPEN OUTPUT ARQ-ZERA-46.
           CLOSE ARQ-ZERA-46.
           OPEN OUTPUT ARQ-ZERA-47.
           CLOSE ARQ-ZERA-47.
           OPEN OUTPUT ARQ-ZERA-48.
           CLOSE ARQ-ZERA-48.
           OPEN OUTPUT ARQ-ZERA-49.
           CLOSE ARQ-ZERA-49.
           OPEN OUTPUT ARQ-ZERA-50.
           CLOSE ARQ-ZERA-50.
           DISPLAY 'MOVIMENTOS DO TREINO ZERADOS'.

       8100-ABRIR-SEMENTE.
