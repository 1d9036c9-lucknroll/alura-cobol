       IDENTIFICATION DIVISION.
       PROGRAM-ID. gerarecorrente.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = GERAÇÃO DOS LANÇAMENTOS CONTÁBEIS RECORRENTES NA
      *            VIRADA DO MÊS: PARA CADA MODELO ATIVO DE
      *            MODELOS-LANCAMENTO AINDA NÃO GERADO NA COMPETÊNCIA
      *            ATUAL, GRAVA O LANÇAMENTO PENDENTE EM
      *            LANCAMENTOS-MANUAIS (DIGITADOR 'RECORRENTE') PARA
      *            APROVAÇÃO NO APROVALANC E MARCA A COMPETÊNCIA NO
      *            MODELO; RODA TODA NOITE NO LOTE NOTURNO E SÓ GERA
      *            UMA VEZ POR MÊS. COMPETÊNCIA FECHADA EM
      *            PERIODOS-CONTABEIS NÃO GERA E DEVOLVE RC 4, COM A
      *            QUANTIDADE GERADA EM RESULTADO-ETAPA
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MODELOS ASSIGN TO 'MODELOS-LANCAMENTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MODELOS.
           SELECT ARQ-MANUAIS ASSIGN TO 'LANCAMENTOS-MANUAIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MANUAIS.
           SELECT ARQ-RESULTADO ASSIGN TO 'RESULTADO-ETAPA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESULTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MODELOS.
           COPY 'lctomod.cbl'.

       FD  ARQ-MANUAIS.
           COPY 'lctoman.cbl'.

       FD  ARQ-RESULTADO.
           COPY 'resultado.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'periodo.cbl'.

       77 WRK-STATUS-MODELOS   PIC X(02) VALUE '00'.
           88 MODELOS-OK          VALUE '00'.
       77 WRK-STATUS-MANUAIS   PIC X(02) VALUE '00'.
           88 MANUAIS-OK          VALUE '00'.
       77 WRK-STATUS-RESULTADO PIC X(02) VALUE '00'.
           88 RESULTADO-OK        VALUE '00'.
       77 WRK-FIM-MODELOS PIC X(01) VALUE 'N'.
           88 FIM-MODELOS    VALUE 'S'.
       77 WRK-FIM-MANUAIS PIC X(01) VALUE 'N'.
           88 FIM-MANUAIS    VALUE 'S'.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.

      * PARTIDAS DOS MODELOS, REGRAVADAS COM A COMPETÊNCIA GERADA
       77 WRK-QT-LINHAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TABELA-EXCEDIDA PIC X(01) VALUE 'N'.
           88 TABELA-EXCEDIDA    VALUE 'S'.
       77 WRK-SUB-LIN   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-MOD   PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-LINHAS.
           02 WRK-TL-ITEM OCCURS 500 TIMES.
               03 WRK-TL-REGISTRO PIC X(100).
               03 WRK-TL-VISTO    PIC X(01).

       77 WRK-MODELO    PIC 9(04) VALUE ZEROES.
       77 WRK-NUMERO    PIC 9(06) VALUE ZEROES.
       77 WRK-LINHA     PIC 9(02) VALUE ZEROES.
       77 WRK-ALTERADO  PIC X(01) VALUE 'N'.
           88 TABELA-ALTERADA VALUE 'S'.
       77 WRK-QT-GERADOS  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-RECUSADOS PIC 9(05) VALUE ZEROES.
       77 WRK-RC-ETAPA  PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'GERAÇÃO DOS LANÇAMENTOS RECORRENTES'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           COMPUTE WRK-COMPETENCIA = WRK-DS-ANO * 100 + WRK-DS-MES.
           PERFORM 0100-CARREGAR-MODELOS.
           IF TABELA-EXCEDIDA
               DISPLAY 'MODELOS-LANCAMENTO EXCEDE O LIMITE DE 500 '
                   'DA TABELA - GERAÇÃO RECUSADA PARA NÃO '
                   'TRUNCAR O ARQUIVO NA REGRAVAÇÃO'
               MOVE 8 TO WRK-RC-ETAPA
               PERFORM 0990-GRAVAR-RESULTADO-ETAPA
               GOBACK
           END-IF.
           PERFORM 0150-ULTIMO-NUMERO.
           PERFORM 0200-GERAR-MODELO
               VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS.
           IF TABELA-ALTERADA
               PERFORM 0400-REGRAVAR-MODELOS
           END-IF.
           IF WRK-QT-RECUSADOS > ZEROES
               MOVE 4 TO WRK-RC-ETAPA
           END-IF.
           PERFORM 0990-GRAVAR-RESULTADO-ETAPA.
           DISPLAY 'COMPETÊNCIA..........: ' WRK-COMPETENCIA.
           DISPLAY 'LANÇAMENTOS GERADOS..: ' WRK-QT-GERADOS.
           DISPLAY 'MODELOS NÃO GERADOS..: ' WRK-QT-RECUSADOS.
           DISPLAY 'FINAL DA GERAÇÃO DOS LANÇAMENTOS RECORRENTES'.
           GOBACK.

       0100-CARREGAR-MODELOS.
           OPEN INPUT ARQ-MODELOS.
           IF MODELOS-OK
               PERFORM 0110-LER-MODELO
               PERFORM 0120-GUARDAR-MODELO UNTIL FIM-MODELOS
               CLOSE ARQ-MODELOS
           ELSE
               DISPLAY 'NÃO HÁ MODELOS RECORRENTES GRAVADOS'
           END-IF.

       0110-LER-MODELO.
           READ ARQ-MODELOS
               AT END
                   MOVE 'S' TO WRK-FIM-MODELOS
           END-READ.

       0120-GUARDAR-MODELO.
           IF WRK-QT-LINHAS < 500
               ADD 1 TO WRK-QT-LINHAS
               MOVE REG-MODELO-LANC TO WRK-TL-REGISTRO(WRK-QT-LINHAS)
               MOVE 'N' TO WRK-TL-VISTO(WRK-QT-LINHAS)
           ELSE
               MOVE 'S' TO WRK-TABELA-EXCEDIDA
               MOVE 'S' TO WRK-FIM-MODELOS
           END-IF.
           PERFORM 0110-LER-MODELO.

      * OS LANÇAMENTOS GERADOS CONTINUAM A NUMERAÇÃO DO LANCAMANUAL
       0150-ULTIMO-NUMERO.
           OPEN INPUT ARQ-MANUAIS.
           IF MANUAIS-OK
               PERFORM 0160-LER-MANUAL
               PERFORM 0170-MAIOR-NUMERO UNTIL FIM-MANUAIS
               CLOSE ARQ-MANUAIS
           END-IF.

       0160-LER-MANUAL.
           READ ARQ-MANUAIS
               AT END
                   MOVE 'S' TO WRK-FIM-MANUAIS
           END-READ.

       0170-MAIOR-NUMERO.
           IF REG-LMN-NUMERO > WRK-NUMERO
               MOVE REG-LMN-NUMERO TO WRK-NUMERO
           END-IF.
           PERFORM 0160-LER-MANUAL.

      * O MODELO É TRATADO INTEIRO NA PRIMEIRA PARTIDA; AS DEMAIS
      * PARTIDAS DELE FICAM MARCADAS COMO VISTAS. SÓ A COMPETÊNCIA
      * ATUAL É GERADA - MESES PERDIDOS FICAM PARA O LANCAMANUAL
       0200-GERAR-MODELO.
           IF WRK-TL-VISTO(WRK-SUB-LIN) = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TL-REGISTRO(WRK-SUB-LIN) TO REG-MODELO-LANC.
           MOVE REG-MLC-MODELO TO WRK-MODELO.
           PERFORM VARYING WRK-SUB-MOD FROM WRK-SUB-LIN BY 1
               UNTIL WRK-SUB-MOD > WRK-QT-LINHAS
               MOVE WRK-TL-REGISTRO(WRK-SUB-MOD) TO REG-MODELO-LANC
               IF REG-MLC-MODELO = WRK-MODELO
                   MOVE 'S' TO WRK-TL-VISTO(WRK-SUB-MOD)
               END-IF
           END-PERFORM.
           MOVE WRK-TL-REGISTRO(WRK-SUB-LIN) TO REG-MODELO-LANC.
           IF NOT REG-MLC-ATIVADO OR
              REG-MLC-ULT-GERADA NOT < WRK-COMPETENCIA
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COMPETENCIA TO REG-PER-ANOMES.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'MODELO ' WRK-MODELO ' NÃO GERADO - '
                   'COMPETÊNCIA ' WRK-COMPETENCIA ' FECHADA'
               ADD 1 TO WRK-QT-RECUSADOS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0300-GRAVAR-LANCAMENTO.

       0300-GRAVAR-LANCAMENTO.
           ADD 1 TO WRK-NUMERO.
           MOVE ZEROES TO WRK-LINHA.
           OPEN EXTEND ARQ-MANUAIS.
           IF NOT MANUAIS-OK
               OPEN OUTPUT ARQ-MANUAIS
           END-IF.
           PERFORM VARYING WRK-SUB-MOD FROM WRK-SUB-LIN BY 1
               UNTIL WRK-SUB-MOD > WRK-QT-LINHAS
               MOVE WRK-TL-REGISTRO(WRK-SUB-MOD) TO REG-MODELO-LANC
               IF REG-MLC-MODELO = WRK-MODELO
                   ADD 1 TO WRK-LINHA
                   MOVE WRK-NUMERO TO REG-LMN-NUMERO
                   MOVE WRK-LINHA TO REG-LMN-LINHA
                   MOVE WRK-COMPETENCIA TO REG-LMN-COMPETENCIA
                   MOVE REG-MLC-TIPO      TO REG-LMN-TIPO
                   MOVE REG-MLC-CONTA     TO REG-LMN-CONTA
                   MOVE REG-MLC-CENTRO    TO REG-LMN-CENTRO
                   MOVE REG-MLC-VALOR     TO REG-LMN-VALOR
                   MOVE REG-MLC-HISTORICO TO REG-LMN-HISTORICO
                   MOVE 'P' TO REG-LMN-SITUACAO
                   MOVE 'RECORRENTE' TO REG-LMN-DIGITADOR
                   MOVE WRK-DATA-SYS-NUM TO REG-LMN-DATA-DIGIT
                   MOVE SPACES TO REG-LMN-APROVADOR
                   MOVE ZEROES TO REG-LMN-DATA-APROV
                   MOVE WRK-MODELO TO REG-LMN-MODELO
                   WRITE REG-LANC-MANUAL
                   MOVE WRK-COMPETENCIA TO REG-MLC-ULT-GERADA
                   MOVE REG-MODELO-LANC
                       TO WRK-TL-REGISTRO(WRK-SUB-MOD)
               END-IF
           END-PERFORM.
           CLOSE ARQ-MANUAIS.
           MOVE 'S' TO WRK-ALTERADO.
           ADD 1 TO WRK-QT-GERADOS.
           DISPLAY 'MODELO ' WRK-MODELO ' GERADO NO LANÇAMENTO '
               WRK-NUMERO.

       0400-REGRAVAR-MODELOS.
           OPEN OUTPUT ARQ-MODELOS.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
               MOVE WRK-TL-REGISTRO(WRK-SUB-LIN) TO REG-MODELO-LANC
               WRITE REG-MODELO-LANC
           END-PERFORM.
           CLOSE ARQ-MODELOS.

       0990-GRAVAR-RESULTADO-ETAPA.
           MOVE WRK-RC-ETAPA TO RETURN-CODE.
           OPEN OUTPUT ARQ-RESULTADO.
           MOVE WRK-QT-GERADOS TO REG-RE-QT.
           WRITE REG-RESULTADO-ETAPA.
           CLOSE ARQ-RESULTADO.
