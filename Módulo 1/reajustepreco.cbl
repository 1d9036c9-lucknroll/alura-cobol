       IDENTIFICATION DIVISION.
       PROGRAM-ID. reajustepreco.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = REAJUSTE EM LOTE DO PREÇO DO CADASTRO MESTRE,
      *            CHAMADO PELO REPRECIFICA PARA SIMULAR A RODADA E
      *            PELO APROVAALTER PARA APLICAR O REAJUSTE APROVADO:
      *            UM PERCENTUAL OU UM VALOR FIXO SOBRE REG-CAD-PRECO
      *            PARA UMA FAIXA DE CÓDIGOS OU PARA UMA UF. NOS DOIS
      *            MODOS IMPRIME O ANTES/DEPOIS DE CADA REGISTRO EM
      *            RELATORIO-REPRECIFICACAO; SÓ NA APLICAÇÃO REGRAVA O
      *            CADASTRO E GRAVA A TRILHA DE AUDITORIA DA RODADA
      *            (AUDITORIA-PRECOS), QUE PERMITE IDENTIFICAR E
      *            REVERTER UM REAJUSTE ERRADO
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-REPRECIFICACAO'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITORIA-PRECOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-AUDITORIA.
       01  REG-AUDITORIA.
           02 REG-AUD-DATA        PIC 9(08).
           02 REG-AUD-OPERADOR    PIC X(20).
           02 REG-AUD-CODIGO      PIC 9(06).
           02 REG-AUD-PRECO-ANT   PIC 9(08)V99.
           02 REG-AUD-PRECO-NOVO  PIC 9(08)V99.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CADASTRO  PIC X(02) VALUE '00'.
           88 CADASTRO-OK         VALUE '00'.
       77 WRK-STATUS-AUDITORIA PIC X(02) VALUE '00'.
           88 AUDITORIA-OK        VALUE '00'.
       77 WRK-FIM-CADASTRO     PIC X(01) VALUE 'N'.
           88 FIM-CADASTRO        VALUE 'S'.

       77 WRK-PRECO-ANT    PIC 9(08)V99 VALUE ZEROES.
       77 WRK-PRECO-NOVO   PIC S9(09)V99 VALUE ZEROES.
       77 WRK-DIFERENCA    PIC S9(08)V99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       01  WRK-CABECALHO1 PIC X(40) VALUE
           'EMPRESA XYZ COMERCIO LTDA'.
       01  WRK-CABECALHO2 PIC X(40) VALUE
           'REAJUSTE DE PRECOS DO CADASTRO'.
       01  WRK-CABECALHO2-SIM PIC X(40) VALUE
           'SIMULACAO DO REAJUSTE DE PRECOS'.
       01  WRK-CABECALHO3 PIC X(70) VALUE
           'CODIGO NOME                        PRECO ANTERIOR    PRECO
      -    'NOVO'.

       01  WRK-LINRELAT.
           02 WRK-LR-CODIGO     PIC 9(06).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LR-NOME       PIC X(25).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LR-PRECO-ANT  PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LR-PRECO-NOVO PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LR-DIFERENCA  PIC -ZZZ.ZZ9,99.

       LINKAGE SECTION.
           COPY 'reajpreco.cbl'.

       PROCEDURE DIVISION USING REG-REAJUSTE-PEDIDO.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF CADASTRO-OK
               OPEN OUTPUT ARQ-RELATORIO
               PERFORM 0150-IMPRIMIR-CABECALHO
               PERFORM 0110-LER-CADASTRO
               PERFORM 0200-AVALIAR-REGISTRO UNTIL FIM-CADASTRO
               CLOSE ARQ-CADASTRO
               CLOSE ARQ-RELATORIO
               MOVE '0' TO REG-RJP-RETORNO
           ELSE
               MOVE '1' TO REG-RJP-RETORNO
           END-IF.
           GOBACK.

      * A SIMULAÇÃO SÓ LÊ O CADASTRO
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           MOVE 'N' TO WRK-FIM-CADASTRO.
           MOVE ZEROES TO REG-RJP-QT-LIDOS REG-RJP-QT-AJUSTADOS
               REG-RJP-TOTAL-ANTES REG-RJP-TOTAL-DEPOIS.
           IF RJP-APLICAR
               OPEN I-O ARQ-CADASTRO
           ELSE
               OPEN INPUT ARQ-CADASTRO
           END-IF.
           IF NOT CADASTRO-OK
               DISPLAY 'CADASTRO MESTRE INDISPONÍVEL - STATUS '
                   WRK-STATUS-CADASTRO
           END-IF.

       0110-LER-CADASTRO.
           READ ARQ-CADASTRO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CADASTRO
           END-READ.

       0150-IMPRIMIR-CABECALHO.
           MOVE WRK-CABECALHO1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF RJP-APLICAR
               MOVE WRK-CABECALHO2 TO REG-RELATORIO
           ELSE
               MOVE WRK-CABECALHO2-SIM TO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-CABECALHO3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0200-AVALIAR-REGISTRO.
           ADD 1 TO REG-RJP-QT-LIDOS.
           IF NOT REG-CAD-INATIVO
               EVALUATE TRUE
                   WHEN RJP-FAIXA
                       IF REG-CAD-CODIGO >= REG-RJP-COD-INICIO AND
                          REG-CAD-CODIGO <= REG-RJP-COD-FIM
                           PERFORM 0210-REAJUSTAR-REGISTRO
                       END-IF
                   WHEN RJP-UF
                       IF REG-CAD-UF = REG-RJP-UF
                           PERFORM 0210-REAJUSTAR-REGISTRO
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM 0110-LER-CADASTRO.

       0210-REAJUSTAR-REGISTRO.
           MOVE REG-CAD-PRECO TO WRK-PRECO-ANT.
           IF RJP-PERCENTUAL
               COMPUTE WRK-PRECO-NOVO ROUNDED =
                   WRK-PRECO-ANT * (1 + REG-RJP-PCT / 100)
           ELSE
               COMPUTE WRK-PRECO-NOVO =
                   WRK-PRECO-ANT + REG-RJP-VALOR
           END-IF.
           IF WRK-PRECO-NOVO < 0
               MOVE ZEROES TO WRK-PRECO-NOVO
           END-IF.
           IF RJP-SIMULAR
               PERFORM 0215-CONTAR-REAJUSTE
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-PRECO-NOVO TO REG-CAD-PRECO.
           REWRITE REG-CADASTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O REGISTRO '
                       REG-CAD-CODIGO ' - STATUS ' WRK-STATUS-CADASTRO
               NOT INVALID KEY
                   PERFORM 0215-CONTAR-REAJUSTE
                   PERFORM 0230-GRAVAR-AUDITORIA
           END-REWRITE.

       0215-CONTAR-REAJUSTE.
           ADD 1 TO REG-RJP-QT-AJUSTADOS.
           ADD WRK-PRECO-ANT  TO REG-RJP-TOTAL-ANTES.
           ADD WRK-PRECO-NOVO TO REG-RJP-TOTAL-DEPOIS.
           PERFORM 0220-IMPRIMIR-LINHA.

       0220-IMPRIMIR-LINHA.
           MOVE REG-CAD-CODIGO TO WRK-LR-CODIGO.
           MOVE REG-CAD-NOME TO WRK-LR-NOME.
           MOVE WRK-PRECO-ANT TO WRK-LR-PRECO-ANT.
           MOVE WRK-PRECO-NOVO TO WRK-LR-PRECO-NOVO.
           COMPUTE WRK-DIFERENCA = WRK-PRECO-NOVO - WRK-PRECO-ANT.
           MOVE WRK-DIFERENCA TO WRK-LR-DIFERENCA.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0230-GRAVAR-AUDITORIA.
           OPEN EXTEND ARQ-AUDITORIA.
           IF NOT AUDITORIA-OK
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF.
           MOVE WRK-DATA-SYS-NUM TO REG-AUD-DATA.
           MOVE REG-RJP-OPERADOR TO REG-AUD-OPERADOR.
           MOVE REG-CAD-CODIGO   TO REG-AUD-CODIGO.
           MOVE WRK-PRECO-ANT    TO REG-AUD-PRECO-ANT.
           MOVE WRK-PRECO-NOVO   TO REG-AUD-PRECO-NOVO.
           WRITE REG-AUDITORIA.
           CLOSE ARQ-AUDITORIA.
