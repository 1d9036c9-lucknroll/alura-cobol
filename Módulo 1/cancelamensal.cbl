       IDENTIFICATION DIVISION.
       PROGRAM-ID. cancelamensal.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = CANCELAMENTO DAS MENSALIDADES DO ALUNO RETIRADO,
      *            CHAMADO PELO MATRICULATURMA NA RETIRADA: AS
      *            MENSALIDADES FATURADAS COM VENCIMENTO DEPOIS DA
      *            DATA DA RETIRADA PASSAM A CANCELADAS, E A DUPLICATA
      *            DE CADA UMA, SE AINDA ESTÁ EM ABERTO SEM NENHUM
      *            PAGAMENTO, SAI DO CONTAS A RECEBER COM A SITUAÇÃO C.
      *            A DUPLICATA JÁ PAGA (NO TODO OU EM PARTE) FICA COMO
      *            ESTÁ E É DEVOLVIDA NA CONTAGEM PARA A SECRETARIA
      *            ACERTAR COM O RESPONSÁVEL; A QUE JÁ FOI AO BANCO EM
      *            REMESSA DE BOLETOS É CANCELADA E CONTADA À PARTE,
      *            PARA PEDIR A BAIXA DO BOLETO. O VALOR CANCELADO É
      *            ESTORNADO EM LANCAMENTOS-GL (DÉBITO RECEITA DE
      *            MENSALIDADES / CRÉDITO CLIENTES). AS VERSÕES
      *            ANTERIORES DOS DOIS ARQUIVOS SÃO GUARDADAS COMO
      *            GERAÇÃO ANTES DA REGRAVAÇÃO
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MENSALIDADES ASSIGN TO 'MENSALIDADES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSAL.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-MAPA-CONTAS ASSIGN TO 'MAPA-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT ARQ-GL ASSIGN TO 'LANCAMENTOS-GL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MENSALIDADES.
           COPY 'mensalid.cbl'.

       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-MAPA-CONTAS.
       01  REG-MAPA-CONTA.
           02 REG-MC-MES          PIC 9(02).
           02 REG-MC-CONTA-DEB    PIC X(08).
           02 REG-MC-CONTA-CRED   PIC X(08).
           02 REG-MC-CENTRO-CUSTO PIC X(06).

       FD  ARQ-GL.
       01  REG-GL.
           02 REG-GL-TIPO        PIC X(01).
           02 REG-GL-CONTA       PIC X(08).
           02 REG-GL-CENTRO      PIC X(06).
           02 REG-GL-VALOR       PIC 9(10)V99.
           02 REG-GL-COMPETENCIA PIC 9(06).
           02 REG-GL-QT          PIC 9(05).

       WORKING-STORAGE SECTION.
           COPY 'geracao.cbl'.
           COPY 'periodo.cbl'.

       77 WRK-STATUS-MENSAL     PIC X(02) VALUE '00'.
           88 MENSAL-OK            VALUE '00'.
       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-STATUS-MAPA       PIC X(02) VALUE '00'.
           88 MAPA-OK              VALUE '00'.
       77 WRK-STATUS-GL         PIC X(02) VALUE '00'.
           88 GL-OK                VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA    VALUE 'S'.

      * MESMAS CONTAS DO FATURAMENTO (MENSALIDADES), COM O LADO
      * INVERTIDO NO ESTORNO
       77 WRK-GL-CLIENTES PIC X(08) VALUE '11030001'.
       77 WRK-GL-RECEITA  PIC X(08) VALUE '31010002'.
       77 WRK-GL-CENTRO   PIC X(06) VALUE 'ESCOLA'.
       01  WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           02 WRK-CP-ANO PIC 9(04).
           02 WRK-CP-MES PIC 9(02).

      * OS DOIS ARQUIVOS INTEIROS EM MEMÓRIA, REGRAVADOS NO FIM
       77 WRK-QT-MENSAL   PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-MENSAL  PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-MENSALIDADES.
           02 WRK-TM-REGISTRO PIC X(89) OCCURS 3000 TIMES.
       77 WRK-QT-DUPLICATAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-DUP       PIC 9(03) COMP VALUE ZEROES.
       77 WRK-DUP-ACHADA    PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-DUPLICATAS.
           02 WRK-TD-REGISTRO PIC X(61) OCCURS 500 TIMES.
       77 WRK-HOUVE-CANCEL PIC X(01) VALUE 'N'.
           88 HOUVE-CANCEL    VALUE 'S'.

       LINKAGE SECTION.
           COPY 'cancmensal.cbl'.

       PROCEDURE DIVISION USING REG-CANCEL-MENSAL.
       0001-PRINCIPAL.
           MOVE ZEROES TO REG-CNM-QT-CANCEL.
           MOVE ZEROES TO REG-CNM-VALOR.
           MOVE ZEROES TO REG-CNM-QT-REMETIDA.
           MOVE ZEROES TO REG-CNM-QT-PAGA.
           MOVE ZEROES TO WRK-QT-MENSAL.
           MOVE ZEROES TO WRK-QT-DUPLICATAS.
           MOVE 'N' TO WRK-TABELA-CHEIA.
           MOVE 'N' TO WRK-HOUVE-CANCEL.
      * O ESTORNO CAI NA COMPETÊNCIA DA RETIRADA; MÊS FECHADO NÃO
      * RECEBE LANÇAMENTO, ENTÃO NADA É CANCELADO
           MOVE REG-CNM-DATA(1:6) TO REG-PER-ANOMES.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'COMPETÊNCIA ' REG-PER-ANOMES
                   ' FECHADA - CANCELAMENTO NÃO REALIZADO'
               GOBACK
           END-IF.
           PERFORM 0100-CARREGAR-ARQUIVOS.
           IF TABELA-CHEIA
               DISPLAY 'MENSALIDADES OU DUPLICATAS MAIORES QUE A '
                   'TABELA - CANCELAMENTO NÃO REALIZADO'
               GOBACK
           END-IF.
           PERFORM VARYING WRK-SUB-MENSAL FROM 1 BY 1
               UNTIL WRK-SUB-MENSAL > WRK-QT-MENSAL
               PERFORM 0200-AVALIAR-MENSALIDADE
           END-PERFORM.
           IF HOUVE-CANCEL
               PERFORM 0300-REGRAVAR-MENSALIDADES
               PERFORM 0310-REGRAVAR-DUPLICATAS
               PERFORM 0400-ESTORNAR-GL
           END-IF.
           GOBACK.

       0100-CARREGAR-ARQUIVOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-MENSALIDADES.
           IF MENSAL-OK
               PERFORM 0110-LER-MENSALIDADE
               PERFORM 0115-GUARDAR-MENSALIDADE UNTIL FIM-ARQUIVO
               CLOSE ARQ-MENSALIDADES
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DUPLICATAS.
           IF DUPLICATAS-OK
               PERFORM 0120-LER-DUPLICATA
               PERFORM 0125-GUARDAR-DUPLICATA UNTIL FIM-ARQUIVO
               CLOSE ARQ-DUPLICATAS
           END-IF.

       0110-LER-MENSALIDADE.
           READ ARQ-MENSALIDADES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0115-GUARDAR-MENSALIDADE.
           IF WRK-QT-MENSAL < 3000
               ADD 1 TO WRK-QT-MENSAL
               MOVE REG-MENSALIDADE TO WRK-TM-REGISTRO(WRK-QT-MENSAL)
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM 0110-LER-MENSALIDADE.

       0120-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0125-GUARDAR-DUPLICATA.
           IF WRK-QT-DUPLICATAS < 500
               ADD 1 TO WRK-QT-DUPLICATAS
               MOVE REG-DUPLICATA
                   TO WRK-TD-REGISTRO(WRK-QT-DUPLICATAS)
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM 0120-LER-DUPLICATA.

      * SÓ A MENSALIDADE DO ALUNO, AINDA FATURADA E COM VENCIMENTO
      * DEPOIS DA RETIRADA; A DUPLICATA É A DO MESMO CLIENTE, NÚMERO
      * E PARCELA
       0200-AVALIAR-MENSALIDADE.
           MOVE WRK-TM-REGISTRO(WRK-SUB-MENSAL) TO REG-MENSALIDADE.
           IF REG-MEN-ALUNO NOT = REG-CNM-ALUNO OR
              NOT REG-MEN-FATURADA OR
              REG-MEN-VENCIMENTO NOT > REG-CNM-DATA
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-DUP-ACHADA.
           PERFORM VARYING WRK-SUB-DUP FROM 1 BY 1
               UNTIL WRK-SUB-DUP > WRK-QT-DUPLICATAS
                   OR WRK-DUP-ACHADA > ZEROES
               MOVE WRK-TD-REGISTRO(WRK-SUB-DUP) TO REG-DUPLICATA
               IF REG-DUP-CLIENTE = REG-MEN-CLIENTE AND
                  REG-DUP-PEDIDO = REG-MEN-PEDIDO AND
                  REG-DUP-PARCELA = REG-MEN-PARCELA
                   MOVE WRK-SUB-DUP TO WRK-DUP-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-DUP-ACHADA > ZEROES
               MOVE WRK-TD-REGISTRO(WRK-DUP-ACHADA) TO REG-DUPLICATA
               IF NOT REG-DUP-ABERTA OR
                  REG-DUP-SALDO < REG-DUP-VALOR
                   ADD 1 TO REG-CNM-QT-PAGA
                   EXIT PARAGRAPH
               END-IF
               IF REG-DUP-REMETIDA
                   ADD 1 TO REG-CNM-QT-REMETIDA
               END-IF
               MOVE 'C' TO REG-DUP-SITUACAO
               MOVE REG-CNM-DATA TO REG-DUP-DATAPAGTO
               MOVE ZEROES TO REG-DUP-SALDO
               MOVE REG-DUPLICATA TO WRK-TD-REGISTRO(WRK-DUP-ACHADA)
           END-IF.
           MOVE 'C' TO REG-MEN-SITUACAO.
           MOVE REG-CNM-DATA TO REG-MEN-DATA-CANCEL.
           MOVE REG-MENSALIDADE TO WRK-TM-REGISTRO(WRK-SUB-MENSAL).
           ADD 1 TO REG-CNM-QT-CANCEL.
           ADD REG-MEN-VALOR TO REG-CNM-VALOR.
           MOVE 'S' TO WRK-HOUVE-CANCEL.

       0300-REGRAVAR-MENSALIDADES.
           MOVE 'MENSALIDADES' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
           CALL 'salvageracao' USING REG-GERACAO-PEDIDO.
           OPEN OUTPUT ARQ-MENSALIDADES.
           PERFORM VARYING WRK-SUB-MENSAL FROM 1 BY 1
               UNTIL WRK-SUB-MENSAL > WRK-QT-MENSAL
               MOVE WRK-TM-REGISTRO(WRK-SUB-MENSAL) TO REG-MENSALIDADE
               WRITE REG-MENSALIDADE
           END-PERFORM.
           CLOSE ARQ-MENSALIDADES.

       0310-REGRAVAR-DUPLICATAS.
           MOVE 'DUPLICATAS-ABERTAS' TO REG-GER-ARQUIVO.
           MOVE 'B' TO REG-GER-OPERACAO.
           CALL 'salvageracao' USING REG-GERACAO-PEDIDO.
           OPEN OUTPUT ARQ-DUPLICATAS.
           PERFORM VARYING WRK-SUB-DUP FROM 1 BY 1
               UNTIL WRK-SUB-DUP > WRK-QT-DUPLICATAS
               MOVE WRK-TD-REGISTRO(WRK-SUB-DUP) TO REG-DUPLICATA
               WRITE REG-DUPLICATA
           END-PERFORM.
           CLOSE ARQ-DUPLICATAS.

      * O ESTORNO ENTRA NA COMPETÊNCIA DA RETIRADA
       0400-ESTORNAR-GL.
           MOVE REG-CNM-DATA(1:6) TO WRK-COMPETENCIA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-MAPA-CONTAS.
           IF MAPA-OK
               PERFORM 0410-LER-MAPA
               PERFORM 0420-COMPARAR-MAPA UNTIL FIM-ARQUIVO
               CLOSE ARQ-MAPA-CONTAS
           END-IF.
           IF REG-CNM-VALOR = ZEROES
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-GL.
           IF NOT GL-OK
               OPEN OUTPUT ARQ-GL
           END-IF.
           MOVE 'D' TO REG-GL-TIPO.
           MOVE WRK-GL-RECEITA TO REG-GL-CONTA.
           MOVE WRK-GL-CENTRO TO REG-GL-CENTRO.
           MOVE REG-CNM-VALOR TO REG-GL-VALOR.
           MOVE WRK-COMPETENCIA TO REG-GL-COMPETENCIA.
           MOVE REG-CNM-QT-CANCEL TO REG-GL-QT.
           WRITE REG-GL.
           MOVE 'C' TO REG-GL-TIPO.
           MOVE WRK-GL-CLIENTES TO REG-GL-CONTA.
           WRITE REG-GL.
           CLOSE ARQ-GL.

       0410-LER-MAPA.
           READ ARQ-MAPA-CONTAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0420-COMPARAR-MAPA.
           IF (REG-MC-MES = WRK-CP-MES OR REG-MC-MES = ZEROES) AND
              REG-MC-CENTRO-CUSTO = 'MENSAL'
               MOVE REG-MC-CONTA-DEB  TO WRK-GL-CLIENTES
               MOVE REG-MC-CONTA-CRED TO WRK-GL-RECEITA
           END-IF.
           PERFORM 0410-LER-MAPA.
