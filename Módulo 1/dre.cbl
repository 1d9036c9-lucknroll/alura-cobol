       IDENTIFICATION DIVISION.
       PROGRAM-ID. dre.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = DEMONSTRAÇÃO DO RESULTADO DO EXERCÍCIO (DRE) A
      *            PARTIR DE SALDOS-CONTAS GRAVADO PELA POSTAGEM
      *            (POSTAGL): AS CONTAS SÃO LEVADAS ÀS LINHAS DO
      *            DEMONSTRATIVO PELA ESTRUTURA-DRE (OU PELA ESTRUTURA
      *            PADRÃO, SE O ARQUIVO NÃO EXISTIR) E CADA LINHA SAI
      *            COM O MÊS PEDIDO, O ACUMULADO DO ANO ATÉ ELE E OS
      *            MESMOS DOIS PERÍODOS DO ANO ANTERIOR; O CORTE POR
      *            CENTRO DE CUSTO DÁ O DEMONSTRATIVO DE CADA FILIAL E
      *            DEPARTAMENTO, E O CORTE '*' IMPRIME O CONSOLIDADO E
      *            UM DEMONSTRATIVO POR CENTRO NO MESMO RELATÓRIO
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SALDOS ASSIGN TO 'SALDOS-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT ARQ-ESTRUTURA ASSIGN TO 'ESTRUTURA-DRE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTRUTURA.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-DRE'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SALDOS.
       01  REG-SALDO-CONTA.
           02 REG-SC-CONTA       PIC X(08).
           02 REG-SC-COMPETENCIA PIC 9(06).
           02 REG-SC-DEBITOS     PIC 9(12)V99.
           02 REG-SC-CREDITOS    PIC 9(12)V99.
           02 REG-SC-CENTRO      PIC X(06).

       FD  ARQ-ESTRUTURA.
           COPY 'estdre.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(120).

       WORKING-STORAGE SECTION.
           COPY 'estdrepd.cbl'.

       77 WRK-STATUS-SALDOS    PIC X(02) VALUE '00'.
           88 SALDOS-OK           VALUE '00'.
       77 WRK-STATUS-ESTRUTURA PIC X(02) VALUE '00'.
           88 ESTRUTURA-OK        VALUE '00'.
       77 WRK-FIM-SALDOS    PIC X(01) VALUE 'N'.
           88 FIM-SALDOS       VALUE 'S'.
       77 WRK-FIM-ESTRUTURA PIC X(01) VALUE 'N'.
           88 FIM-ESTRUTURA    VALUE 'S'.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).

      * OS QUATRO PERÍODOS DAS COLUNAS: MÊS, ACUMULADO DO ANO, MÊS
      * DO ANO ANTERIOR E ACUMULADO DO ANO ANTERIOR
       01  WRK-COMPETENCIA.
           02 WRK-CP-ANO PIC 9(04).
           02 WRK-CP-MES PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
       77 WRK-INICIO-ANO     PIC 9(06) VALUE ZEROES.
       77 WRK-COMPET-ANT     PIC 9(06) VALUE ZEROES.
       77 WRK-INICIO-ANO-ANT PIC 9(06) VALUE ZEROES.
       77 WRK-ANO-ANT        PIC 9(04) VALUE ZEROES.

       77 WRK-CENTRO-PEDIDO PIC X(06) VALUE SPACES.
       77 WRK-CENTRO-CORTE  PIC X(06) VALUE SPACES.

      * LINHAS DO DEMONSTRATIVO, ENDEREÇADAS PELO NÚMERO DA LINHA
       77 WRK-SUB-LIN  PIC 9(02) COMP VALUE ZEROES.
       77 WRK-SUB-COL  PIC 9(01) COMP VALUE ZEROES.
       77 WRK-QT-LINHAS-DEF PIC 9(02) COMP VALUE ZEROES.
       01  WRK-TAB-LINHAS.
           02 WRK-TL-ITEM OCCURS 99 TIMES.
               03 WRK-TL-DEFINIDA  PIC X(01).
               03 WRK-TL-DESCRICAO PIC X(30).
               03 WRK-TL-SUBTOTAL  PIC X(01).
               03 WRK-TL-VALOR     PIC S9(12)V99 OCCURS 4 TIMES.
       01  WRK-TAB-ACUMULADO.
           02 WRK-TA-VALOR PIC S9(12)V99 OCCURS 4 TIMES.

      * MAPA DAS CONTAS: PREFIXO, TAMANHO DO PREFIXO E LADO
       77 WRK-QT-MAPA  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-MAP  PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-MAPA.
           02 WRK-TM-ITEM OCCURS 200 TIMES.
               03 WRK-TM-LINHA PIC 9(02).
               03 WRK-TM-CONTA PIC X(08).
               03 WRK-TM-TAM   PIC 9(02) COMP.
               03 WRK-TM-LADO  PIC X(01).
       77 WRK-TAM       PIC 9(02) COMP VALUE ZEROES.
       77 WRK-MAIOR-TAM PIC 9(02) COMP VALUE ZEROES.
       77 WRK-LINHA-ACHADA PIC 9(02) VALUE ZEROES.
       77 WRK-LADO      PIC X(01) VALUE SPACES.
       77 WRK-VALOR-LADO PIC S9(12)V99 VALUE ZEROES.

      * COLUNAS EM QUE O SALDO LIDO ENTRA
       01  WRK-TAB-ENTRA.
           02 WRK-TE-ENTRA PIC X(01) OCCURS 4 TIMES.
       77 WRK-ENTRA-ALGUMA PIC X(01) VALUE 'N'.
           88 SALDO-ENTRA     VALUE 'S'.

      * CENTROS DE CUSTO ACHADOS, PARA O CORTE '*'
       77 WRK-QT-CENTROS PIC 9(02) COMP VALUE ZEROES.
       77 WRK-SUB-CEN    PIC 9(02) COMP VALUE ZEROES.
       77 WRK-CEN-ACHADO PIC X(01) VALUE 'N'.
           88 CENTRO-NA-TABELA VALUE 'S'.
       01  WRK-TAB-CENTROS.
           02 WRK-TC-CENTRO PIC X(06) OCCURS 50 TIMES.

      * CONTAS DE RESULTADO SEM LINHA NA ESTRUTURA
       77 WRK-QT-FORA  PIC 9(02) COMP VALUE ZEROES.
       77 WRK-SUB-FORA PIC 9(02) COMP VALUE ZEROES.
       77 WRK-FORA-ACHADA PIC X(01) VALUE 'N'.
           88 CONTA-JA-AVISADA VALUE 'S'.
       01  WRK-TAB-FORA.
           02 WRK-TF-CONTA PIC X(08) OCCURS 50 TIMES.

       77 WRK-QT-DEMONSTRATIVOS PIC 9(02) VALUE ZEROES.

       01  WRK-CABECALHO1 PIC X(40) VALUE
           'EMPRESA XYZ COMERCIO LTDA'.
       01  WRK-CABECALHO2 PIC X(40) VALUE
           'DEMONSTRACAO DO RESULTADO DO EXERCICIO'.
       01  WRK-CABECALHO3.
           02 FILLER          PIC X(13) VALUE 'COMPETENCIA: '.
           02 WRK-CB3-COMPET  PIC 9(06).
           02 FILLER          PIC X(11) VALUE '   CENTRO: '.
           02 WRK-CB3-CENTRO  PIC X(20).
       01  WRK-CABECALHO4.
           02 FILLER          PIC X(30) VALUE 'LINHA'.
           02 FILLER          PIC X(09) VALUE SPACES.
           02 FILLER          PIC X(04) VALUE 'MES '.
           02 WRK-CB4-MES     PIC 9(06).
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(10) VALUE 'ACUMULADO '.
           02 WRK-CB4-ANO     PIC 9(04).
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(04) VALUE 'MES '.
           02 WRK-CB4-MES-ANT PIC 9(06).
           02 FILLER          PIC X(05) VALUE SPACES.
           02 FILLER          PIC X(10) VALUE 'ACUMULADO '.
           02 WRK-CB4-ANO-ANT PIC 9(04).

       01  WRK-LINRELAT.
           02 WRK-LR-DESCRICAO PIC X(30).
           02 WRK-LR-COLUNA OCCURS 4 TIMES.
               03 FILLER       PIC X(02).
               03 WRK-LR-VALOR PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       77 WRK-VALOR-ED PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'DEMONSTRAÇÃO DO RESULTADO (DRE)'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           DISPLAY 'COMPETÊNCIA (AAAAMM, ZERO = MÊS ATUAL):'.
           ACCEPT WRK-COMPETENCIA-NUM FROM CONSOLE.
           IF WRK-COMPETENCIA-NUM = ZEROES
               MOVE WRK-DS-ANO TO WRK-CP-ANO
               MOVE WRK-DS-MES TO WRK-CP-MES
           END-IF.
           IF WRK-CP-MES < 1 OR WRK-CP-MES > 12
               DISPLAY 'COMPETÊNCIA INVÁLIDA'
               GOBACK
           END-IF.
           DISPLAY 'CENTRO DE CUSTO (BRANCO = CONSOLIDADO, * = '
               'CONSOLIDADO E UM POR CENTRO):'.
           ACCEPT WRK-CENTRO-PEDIDO FROM CONSOLE.
           COMPUTE WRK-INICIO-ANO = WRK-CP-ANO * 100 + 1.
           COMPUTE WRK-ANO-ANT = WRK-CP-ANO - 1.
           COMPUTE WRK-COMPET-ANT = WRK-ANO-ANT * 100 + WRK-CP-MES.
           COMPUTE WRK-INICIO-ANO-ANT = WRK-ANO-ANT * 100 + 1.
           PERFORM 0100-CARREGAR-ESTRUTURA.
           IF WRK-QT-LINHAS-DEF = ZEROES
               DISPLAY 'ESTRUTURA DO DRE SEM LINHAS - CORRIJA PELO '
                   'MANUTDRE'
               GOBACK
           END-IF.
           OPEN INPUT ARQ-SALDOS.
           IF NOT SALDOS-OK
               DISPLAY 'ARQUIVO SALDOS-CONTAS NÃO ENCONTRADO - '
                   'EXECUTE A POSTAGEM (POSTAGL) ANTES'
               GOBACK
           END-IF.
           CLOSE ARQ-SALDOS.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WRK-CENTRO-PEDIDO = '*'
               PERFORM 0200-COLETAR-CENTROS
               MOVE SPACES TO WRK-CENTRO-CORTE
               PERFORM 0300-DEMONSTRATIVO
               PERFORM 0290-DEMONSTRATIVO-CENTRO
                   VARYING WRK-SUB-CEN FROM 1 BY 1
                   UNTIL WRK-SUB-CEN > WRK-QT-CENTROS
           ELSE
               MOVE WRK-CENTRO-PEDIDO TO WRK-CENTRO-CORTE
               PERFORM 0300-DEMONSTRATIVO
           END-IF.
           PERFORM 0700-IMPRIMIR-FORA-ESTRUTURA.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'DEMONSTRATIVOS IMPRESSOS: ' WRK-QT-DEMONSTRATIVOS.
           DISPLAY 'FINAL DO DRE'.
           GOBACK.

      ******************************************************************
      * ESTRUTURA: DO ARQUIVO ESTRUTURA-DRE OU, NA FALTA DELE, DA
      * ESTRUTURA PADRÃO; MAPA DE LINHA NÃO DEFINIDA É DESPREZADO
      ******************************************************************
       0100-CARREGAR-ESTRUTURA.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > 99
               MOVE 'N' TO WRK-TL-DEFINIDA(WRK-SUB-LIN)
           END-PERFORM.
           OPEN INPUT ARQ-ESTRUTURA.
           IF ESTRUTURA-OK
               PERFORM 0110-LER-ESTRUTURA
               PERFORM 0120-GUARDAR-ESTRUTURA UNTIL FIM-ESTRUTURA
               CLOSE ARQ-ESTRUTURA
           END-IF.
           IF WRK-QT-LINHAS-DEF = ZEROES AND WRK-QT-MAPA = ZEROES
               DISPLAY 'ESTRUTURA-DRE AUSENTE OU VAZIA - ESTRUTURA '
                   'PADRÃO'
               PERFORM 0130-GUARDAR-PADRAO
                   VARYING WRK-SUB-MAP FROM 1 BY 1
                   UNTIL WRK-SUB-MAP > WRK-QT-EDR-PADRAO
           END-IF.
           PERFORM 0150-VALIDAR-MAPA.

       0110-LER-ESTRUTURA.
           READ ARQ-ESTRUTURA
               AT END
                   MOVE 'S' TO WRK-FIM-ESTRUTURA
           END-READ.

       0120-GUARDAR-ESTRUTURA.
           PERFORM 0140-GUARDAR-REGISTRO.
           PERFORM 0110-LER-ESTRUTURA.

       0130-GUARDAR-PADRAO.
           MOVE WRK-EP-REGISTRO(WRK-SUB-MAP) TO REG-ESTRUTURA-DRE.
           PERFORM 0140-GUARDAR-REGISTRO.

       0140-GUARDAR-REGISTRO.
           IF REG-EDR-LINHA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN REG-EDR-DEFINICAO
                   IF WRK-TL-DEFINIDA(REG-EDR-LINHA) NOT = 'S'
                       ADD 1 TO WRK-QT-LINHAS-DEF
                   END-IF
                   MOVE 'S' TO WRK-TL-DEFINIDA(REG-EDR-LINHA)
                   MOVE REG-EDR-DESCRICAO
                       TO WRK-TL-DESCRICAO(REG-EDR-LINHA)
                   MOVE REG-EDR-SUBTOTAL
                       TO WRK-TL-SUBTOTAL(REG-EDR-LINHA)
               WHEN REG-EDR-MAPA
                   IF WRK-QT-MAPA < 200 AND REG-EDR-CONTA NOT = SPACES
                       ADD 1 TO WRK-QT-MAPA
                       MOVE REG-EDR-LINHA
                           TO WRK-TM-LINHA(WRK-QT-MAPA)
                       MOVE REG-EDR-CONTA
                           TO WRK-TM-CONTA(WRK-QT-MAPA)
                       MOVE REG-EDR-LADO TO WRK-TM-LADO(WRK-QT-MAPA)
                       MOVE ZEROES TO WRK-TAM
                       INSPECT REG-EDR-CONTA TALLYING WRK-TAM
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       MOVE WRK-TAM TO WRK-TM-TAM(WRK-QT-MAPA)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * MAPA APONTANDO PARA LINHA INEXISTENTE OU DE SUBTOTAL NÃO
      * ENTRA NO CÁLCULO (O VALOR SUMIRIA DO DEMONSTRATIVO)
       0150-VALIDAR-MAPA.
           PERFORM VARYING WRK-SUB-MAP FROM 1 BY 1
               UNTIL WRK-SUB-MAP > WRK-QT-MAPA
               MOVE WRK-TM-LINHA(WRK-SUB-MAP) TO WRK-SUB-LIN
               IF WRK-TL-DEFINIDA(WRK-SUB-LIN) NOT = 'S' OR
                  WRK-TL-SUBTOTAL(WRK-SUB-LIN) = 'S'
                   DISPLAY 'MAPA DA CONTA ' WRK-TM-CONTA(WRK-SUB-MAP)
                       ' APONTA PARA A LINHA ' WRK-TM-LINHA(WRK-SUB-MAP)
                       ', INEXISTENTE OU DE SUBTOTAL - DESPREZADO'
                   MOVE ZEROES TO WRK-TM-TAM(WRK-SUB-MAP)
               END-IF
           END-PERFORM.

       0200-COLETAR-CENTROS.
           MOVE 'N' TO WRK-FIM-SALDOS.
           OPEN INPUT ARQ-SALDOS.
           PERFORM 0210-LER-SALDO.
           PERFORM 0220-GUARDAR-CENTRO UNTIL FIM-SALDOS.
           CLOSE ARQ-SALDOS.

       0210-LER-SALDO.
           READ ARQ-SALDOS
               AT END
                   MOVE 'S' TO WRK-FIM-SALDOS
           END-READ.

       0220-GUARDAR-CENTRO.
           MOVE 'N' TO WRK-CEN-ACHADO.
           PERFORM VARYING WRK-SUB-CEN FROM 1 BY 1
               UNTIL WRK-SUB-CEN > WRK-QT-CENTROS
                   OR CENTRO-NA-TABELA
               IF WRK-TC-CENTRO(WRK-SUB-CEN) = REG-SC-CENTRO
                   MOVE 'S' TO WRK-CEN-ACHADO
               END-IF
           END-PERFORM.
           IF NOT CENTRO-NA-TABELA
               IF WRK-QT-CENTROS < 50
                   ADD 1 TO WRK-QT-CENTROS
                   MOVE REG-SC-CENTRO
                       TO WRK-TC-CENTRO(WRK-QT-CENTROS)
               ELSE
                   DISPLAY 'TABELA DE CENTROS CHEIA - CENTRO '
                       REG-SC-CENTRO ' SEM DEMONSTRATIVO PRÓPRIO'
               END-IF
           END-IF.
           PERFORM 0210-LER-SALDO.

       0290-DEMONSTRATIVO-CENTRO.
           MOVE WRK-TC-CENTRO(WRK-SUB-CEN) TO WRK-CENTRO-CORTE.
           PERFORM 0300-DEMONSTRATIVO.

      ******************************************************************
      * UM DEMONSTRATIVO: ZERA AS LINHAS, ACUMULA OS SALDOS DO CORTE
      * E IMPRIME
      ******************************************************************
       0300-DEMONSTRATIVO.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > 99
               PERFORM VARYING WRK-SUB-COL FROM 1 BY 1
                   UNTIL WRK-SUB-COL > 4
                   MOVE ZEROES TO WRK-TL-VALOR(WRK-SUB-LIN, WRK-SUB-COL)
               END-PERFORM
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-SALDOS.
           OPEN INPUT ARQ-SALDOS.
           PERFORM 0210-LER-SALDO.
           PERFORM 0310-ACUMULAR-SALDO UNTIL FIM-SALDOS.
           CLOSE ARQ-SALDOS.
           PERFORM 0600-IMPRIMIR-DEMONSTRATIVO.

      * CRÉDITO ENTRA SOMANDO E DÉBITO SUBTRAINDO: RECEITA SAI
      * POSITIVA E CUSTO OU DESPESA NEGATIVA, E O SUBTOTAL É A SOMA
       0310-ACUMULAR-SALDO.
           IF WRK-CENTRO-CORTE NOT = SPACES AND
              REG-SC-CENTRO NOT = WRK-CENTRO-CORTE
               PERFORM 0210-LER-SALDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0320-DEFINIR-COLUNAS.
           IF NOT SALDO-ENTRA
               PERFORM 0210-LER-SALDO
               EXIT PARAGRAPH
           END-IF.
           IF REG-SC-CREDITOS > ZEROES
               MOVE 'C' TO WRK-LADO
               MOVE REG-SC-CREDITOS TO WRK-VALOR-LADO
               PERFORM 0400-LANCAR-NA-LINHA
           END-IF.
           IF REG-SC-DEBITOS > ZEROES
               MOVE 'D' TO WRK-LADO
               COMPUTE WRK-VALOR-LADO = ZEROES - REG-SC-DEBITOS
               PERFORM 0400-LANCAR-NA-LINHA
           END-IF.
           PERFORM 0210-LER-SALDO.

       0320-DEFINIR-COLUNAS.
           MOVE 'N' TO WRK-ENTRA-ALGUMA.
           MOVE 'NNNN' TO WRK-TAB-ENTRA.
           IF REG-SC-COMPETENCIA = WRK-COMPETENCIA-NUM
               MOVE 'S' TO WRK-TE-ENTRA(1)
           END-IF.
           IF REG-SC-COMPETENCIA NOT < WRK-INICIO-ANO AND
              REG-SC-COMPETENCIA NOT > WRK-COMPETENCIA-NUM
               MOVE 'S' TO WRK-TE-ENTRA(2)
           END-IF.
           IF REG-SC-COMPETENCIA = WRK-COMPET-ANT
               MOVE 'S' TO WRK-TE-ENTRA(3)
           END-IF.
           IF REG-SC-COMPETENCIA NOT < WRK-INICIO-ANO-ANT AND
              REG-SC-COMPETENCIA NOT > WRK-COMPET-ANT
               MOVE 'S' TO WRK-TE-ENTRA(4)
           END-IF.
           IF WRK-TAB-ENTRA NOT = 'NNNN'
               MOVE 'S' TO WRK-ENTRA-ALGUMA
           END-IF.

      * VALE O MAPA DE PREFIXO MAIS LONGO DO LADO (OU DE SALDO); CONTA
      * DE RESULTADO (3 OU 4) SEM MAPA É AVISADA NO FIM DO RELATÓRIO
       0400-LANCAR-NA-LINHA.
           MOVE ZEROES TO WRK-MAIOR-TAM WRK-LINHA-ACHADA.
           PERFORM VARYING WRK-SUB-MAP FROM 1 BY 1
               UNTIL WRK-SUB-MAP > WRK-QT-MAPA
               MOVE WRK-TM-TAM(WRK-SUB-MAP) TO WRK-TAM
               IF WRK-TAM > WRK-MAIOR-TAM AND
                  (WRK-TM-LADO(WRK-SUB-MAP) = WRK-LADO OR
                   WRK-TM-LADO(WRK-SUB-MAP) = SPACE)
                   IF REG-SC-CONTA(1:WRK-TAM) =
                      WRK-TM-CONTA(WRK-SUB-MAP)(1:WRK-TAM)
                       MOVE WRK-TAM TO WRK-MAIOR-TAM
                       MOVE WRK-TM-LINHA(WRK-SUB-MAP)
                           TO WRK-LINHA-ACHADA
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-LINHA-ACHADA = ZEROES
               IF REG-SC-CONTA(1:1) = '3' OR REG-SC-CONTA(1:1) = '4'
                   PERFORM 0410-AVISAR-FORA-ESTRUTURA
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-COL FROM 1 BY 1
               UNTIL WRK-SUB-COL > 4
               IF WRK-TE-ENTRA(WRK-SUB-COL) = 'S'
                   ADD WRK-VALOR-LADO TO
                       WRK-TL-VALOR(WRK-LINHA-ACHADA, WRK-SUB-COL)
               END-IF
           END-PERFORM.

       0410-AVISAR-FORA-ESTRUTURA.
           MOVE 'N' TO WRK-FORA-ACHADA.
           PERFORM VARYING WRK-SUB-FORA FROM 1 BY 1
               UNTIL WRK-SUB-FORA > WRK-QT-FORA
               IF WRK-TF-CONTA(WRK-SUB-FORA) = REG-SC-CONTA
                   MOVE 'S' TO WRK-FORA-ACHADA
               END-IF
           END-PERFORM.
           IF NOT CONTA-JA-AVISADA AND WRK-QT-FORA < 50
               ADD 1 TO WRK-QT-FORA
               MOVE REG-SC-CONTA TO WRK-TF-CONTA(WRK-QT-FORA)
               DISPLAY 'CONTA ' REG-SC-CONTA ' SEM LINHA NA '
                   'ESTRUTURA DO DRE - FORA DO DEMONSTRATIVO'
           END-IF.

      ******************************************************************
      * IMPRESSÃO: LINHA DE CONTAS SOMA NO ACUMULADO; LINHA DE
      * SUBTOTAL IMPRIME O ACUMULADO ATÉ ELA
      ******************************************************************
       0600-IMPRIMIR-DEMONSTRATIVO.
           ADD 1 TO WRK-QT-DEMONSTRATIVOS.
           IF WRK-QT-DEMONSTRATIVOS > 1
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE WRK-CABECALHO1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-CABECALHO2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-COMPETENCIA-NUM TO WRK-CB3-COMPET.
           IF WRK-CENTRO-CORTE = SPACES
               MOVE 'CONSOLIDADO' TO WRK-CB3-CENTRO
           ELSE
               MOVE WRK-CENTRO-CORTE TO WRK-CB3-CENTRO
           END-IF.
           MOVE WRK-CABECALHO3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-COMPETENCIA-NUM TO WRK-CB4-MES.
           MOVE WRK-CP-ANO          TO WRK-CB4-ANO.
           MOVE WRK-COMPET-ANT      TO WRK-CB4-MES-ANT.
           MOVE WRK-ANO-ANT         TO WRK-CB4-ANO-ANT.
           MOVE WRK-CABECALHO4 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZEROES TO WRK-TAB-ACUMULADO.
           PERFORM 0610-IMPRIMIR-LINHA
               VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > 99.
           MOVE WRK-TA-VALOR(1) TO WRK-VALOR-ED.
           DISPLAY WRK-CB3-CENTRO ' RESULTADO DO MÊS: ' WRK-VALOR-ED.

       0610-IMPRIMIR-LINHA.
           IF WRK-TL-DEFINIDA(WRK-SUB-LIN) NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WRK-LINRELAT.
           MOVE WRK-TL-DESCRICAO(WRK-SUB-LIN) TO WRK-LR-DESCRICAO.
           PERFORM VARYING WRK-SUB-COL FROM 1 BY 1
               UNTIL WRK-SUB-COL > 4
               IF WRK-TL-SUBTOTAL(WRK-SUB-LIN) = 'S'
                   MOVE WRK-TA-VALOR(WRK-SUB-COL)
                       TO WRK-LR-VALOR(WRK-SUB-COL)
               ELSE
                   ADD WRK-TL-VALOR(WRK-SUB-LIN, WRK-SUB-COL)
                       TO WRK-TA-VALOR(WRK-SUB-COL)
                   MOVE WRK-TL-VALOR(WRK-SUB-LIN, WRK-SUB-COL)
                       TO WRK-LR-VALOR(WRK-SUB-COL)
               END-IF
           END-PERFORM.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0700-IMPRIMIR-FORA-ESTRUTURA.
           IF WRK-QT-FORA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'CONTAS DE RESULTADO FORA DA ESTRUTURA DO DRE:'
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-SUB-FORA FROM 1 BY 1
               UNTIL WRK-SUB-FORA > WRK-QT-FORA
               MOVE SPACES TO REG-RELATORIO
               MOVE WRK-TF-CONTA(WRK-SUB-FORA) TO REG-RELATORIO(3:8)
               WRITE REG-RELATORIO
           END-PERFORM.
