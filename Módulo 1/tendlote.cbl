       IDENTIFICATION DIVISION.
       PROGRAM-ID. tendlote.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = TENDÊNCIA DE DURAÇÃO DAS ETAPAS DA JANELA NOTURNA
      *            E PREVISÃO DO FIM DA JANELA: PARA CADA ETAPA DO
      *            CATALOGO-NOTURNO LISTA AS ÚLTIMAS 30 EXECUÇÕES DO
      *            HISTORICO-LOTENOTURNO COM A MÉDIA, MARCANDO A
      *            EXECUÇÃO 50% ACIMA DA MÉDIA; DEPOIS SOMA A MÉDIA
      *            DAS ETAPAS ATIVAS QUE ENTRAM NA RODADA DE HOJE E
      *            PROJETA A HORA DE TÉRMINO. PELO CONSOLE A JANELA
      *            COMEÇA NA HORA DO PARÂMETRO LOTE-INICIO-JANELA
      *            (HHMM, PADRÃO 22:00); CHAMADO PELO LOTENOTURNO NA
      *            LARGADA (MODO LOTE) COMEÇA NA HORA ATUAL. TÉRMINO
      *            PREVISTO DEPOIS DO PRAZO LOTE-PRAZO-JANELA (HHMM,
      *            PADRÃO 07:00) AVISA O OPERADOR, GRAVA O
      *            ALERTA-JANELA-LOTE PARA A LISTA DE AÇÃO DA MANHÃ E
      *            DEVOLVE RC 4; A QUANTIDADE DE ETAPAS ACIMA DA
      *            MÉDIA VAI PARA RESULTADO-ETAPA
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTORICO ASSIGN TO 'HISTORICO-LOTENOTURNO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HISTORICO.
           SELECT ARQ-CATALOGO ASSIGN TO 'CATALOGO-NOTURNO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CATALOGO.
           SELECT ARQ-FERIADOS ASSIGN TO 'FERIADOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIADOS.
           SELECT ARQ-MODOLOTE ASSIGN TO 'MODO-CHAMADA-LOTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MODOLOTE.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-JANELA-LOTE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-ALERTA ASSIGN TO 'ALERTA-JANELA-LOTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALERTA.
           SELECT ARQ-RESULTADO ASSIGN TO 'RESULTADO-ETAPA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESULTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HISTORICO.
           COPY 'histlote.cbl'.

       FD  ARQ-CATALOGO.
           COPY 'catnoturno.cbl'.

       FD  ARQ-FERIADOS.
           COPY 'feriado.cbl'.

       FD  ARQ-MODOLOTE.
           COPY 'modolote.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-ALERTA.
           COPY 'alertajan.cbl'.

       FD  ARQ-RESULTADO.
           COPY 'resultado.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-HISTORICO PIC X(02) VALUE '00'.
           88 HISTORICO-OK        VALUE '00'.
       77 WRK-STATUS-CATALOGO  PIC X(02) VALUE '00'.
           88 CATALOGO-OK         VALUE '00'.
       77 WRK-STATUS-FERIADOS  PIC X(02) VALUE '00'.
           88 FERIADOS-OK         VALUE '00'.
       77 WRK-STATUS-MODOLOTE  PIC X(02) VALUE '00'.
           88 MODOLOTE-OK         VALUE '00'.
       77 WRK-STATUS-ALERTA    PIC X(02) VALUE '00'.
           88 ALERTA-OK           VALUE '00'.
       77 WRK-STATUS-RESULTADO PIC X(02) VALUE '00'.
           88 RESULTADO-OK        VALUE '00'.
       77 WRK-FIM-HISTORICO PIC X(01) VALUE 'N'.
           88 FIM-HISTORICO    VALUE 'S'.
       77 WRK-FIM-CATALOGO  PIC X(01) VALUE 'N'.
           88 FIM-CATALOGO     VALUE 'S'.
       77 WRK-FIM-FERIADOS  PIC X(01) VALUE 'N'.
           88 FIM-FERIADOS     VALUE 'S'.

       77 WRK-MODO PIC X(01) VALUE 'I'.
           88 MODO-LOTE VALUE 'L'.
       77 WRK-HOJE-FERIADO PIC X(01) VALUE 'N'.
           88 HOJE-E-FERIADO  VALUE 'S'.
       77 WRK-DIA-SEMANA   PIC 9(01) VALUE ZEROES.

      * JANELA E PRAZO EM HHMM, COM O PADRÃO COMPILADO PARA QUANDO
      * O PARÂMETRO NÃO EXISTE OU NÃO É UMA HORA VÁLIDA
       77 WRK-INICIO-HHMM PIC 9(04) VALUE 2200.
       77 WRK-PRAZO-HHMM  PIC 9(04) VALUE 0700.
       01  WRK-HHMM-AUX.
           02 WRK-HA-HH PIC 9(02).
           02 WRK-HA-MM PIC 9(02).
       01  WRK-HHMM-AUX-NUM REDEFINES WRK-HHMM-AUX PIC 9(04).

      * ETAPAS DO CATÁLOGO (ATIVAS OU NÃO) COM AS ÚLTIMAS 30
      * EXECUÇÕES DE CADA UMA, DA MAIS ANTIGA PARA A MAIS RECENTE;
      * O HISTÓRICO É CASADO PELO PROGRAMA DA ETAPA, QUE NÃO MUDA
      * QUANDO A SEQUÊNCIA DO CATÁLOGO É RENUMERADA
       77 WRK-QT-ETAPAS  PIC 9(02) VALUE ZEROES.
       77 WRK-SUB-ETP    PIC 9(02) COMP VALUE ZEROES.
       77 WRK-SUB-RUN    PIC 9(02) COMP VALUE ZEROES.
       77 WRK-SUB-ACHADO PIC 9(02) COMP VALUE ZEROES.
       01  WRK-TAB-ETAPAS.
           02 WRK-TT-ITEM OCCURS 12 TIMES.
               03 WRK-TT-SEQ        PIC 9(02).
               03 WRK-TT-NOME       PIC X(20).
               03 WRK-TT-PROGRAMA   PIC X(15).
               03 WRK-TT-ATIVA      PIC X(01).
               03 WRK-TT-FREQUENCIA PIC X(01).
               03 WRK-TT-DIA        PIC 9(02).
               03 WRK-TT-QT-RUNS    PIC 9(02).
               03 WRK-TT-SOMA       PIC 9(07).
               03 WRK-TT-MEDIA      PIC 9(05).
               03 WRK-TT-ACIMA      PIC X(01).
               03 WRK-TT-RUN OCCURS 30 TIMES.
                   04 WRK-TR-DATA     PIC 9(08).
                   04 WRK-TR-INICIO   PIC 9(06).
                   04 WRK-TR-SEGUNDOS PIC 9(05).
                   04 WRK-TR-QT       PIC 9(05).
                   04 WRK-TR-RC       PIC 9(02).

       77 WRK-QT-ACIMA     PIC 9(02) VALUE ZEROES.
       77 WRK-QT-SEM-HIST  PIC 9(02) VALUE ZEROES.
       77 WRK-QT-NA-NOITE  PIC 9(02) VALUE ZEROES.
       77 WRK-ULTIMA       PIC 9(05) VALUE ZEROES.
       77 WRK-ETAPA-NO-DIA PIC X(01) VALUE 'S'.
           88 ETAPA-NO-DIA    VALUE 'S'.
       77 WRK-RC-ETAPA     PIC 9(02) VALUE ZEROES.

      * PREVISÃO EM SEGUNDOS: O LIMITE É O TEMPO ENTRE O INÍCIO E O
      * PRAZO (PRAZO ANTES DO INÍCIO É NO DIA SEGUINTE)
       77 WRK-SEG-INICIO   PIC 9(05) VALUE ZEROES.
       77 WRK-SEG-PRAZO    PIC 9(05) VALUE ZEROES.
       77 WRK-SEG-LIMITE   PIC 9(05) VALUE ZEROES.
       77 WRK-SEG-PREVISTO PIC 9(07) VALUE ZEROES.
       77 WRK-SEG-RELOGIO  PIC 9(07) VALUE ZEROES.
       77 WRK-SEG-DIA      PIC 9(05) VALUE ZEROES.
       77 WRK-SEG-RESTO    PIC 9(05) VALUE ZEROES.
       77 WRK-QUOCIENTE    PIC 9(03) VALUE ZEROES.
       77 WRK-PASSA-PRAZO  PIC X(01) VALUE 'N'.
           88 PREVISAO-PASSA-PRAZO VALUE 'S'.

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
       01  WRK-HORA-AUX.
           02 WRK-HX-HH PIC 9(02).
           02 WRK-HX-MM PIC 9(02).
           02 WRK-HX-SS PIC 9(02).
       01  WRK-HORA-AUX-NUM REDEFINES WRK-HORA-AUX PIC 9(06).
       01  WRK-HORA-ED.
           02 WRK-HE-HH PIC 9(02).
           02 FILLER    PIC X(01) VALUE ':'.
           02 WRK-HE-MM PIC 9(02).
           02 FILLER    PIC X(01) VALUE ':'.
           02 WRK-HE-SS PIC 9(02).
       01  WRK-RELOGIO-ED.
           02 WRK-RE-HH PIC 9(02).
           02 FILLER    PIC X(01) VALUE ':'.
           02 WRK-RE-MM PIC 9(02).
       77 WRK-INICIO-ED PIC X(05) VALUE SPACES.
       77 WRK-PRAZO-ED  PIC X(05) VALUE SPACES.
       77 WRK-MARCA     PIC X(10) VALUE SPACES.

       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'TENDÊNCIA E PREVISÃO DA JANELA NOTURNA'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           ACCEPT WRK-DIA-SEMANA FROM DAY-OF-WEEK.
           PERFORM 0010-INICIALIZAR.
           PERFORM 0050-LER-MODOLOTE.
           PERFORM 0060-LER-PARAMETROS.
           PERFORM 0070-VERIFICAR-FERIADO.
           PERFORM 0100-CARREGAR-CATALOGO.
           PERFORM 0200-CARREGAR-HISTORICO.
           PERFORM 0250-CALCULAR-MEDIAS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 0300-IMPRIMIR-TENDENCIA.
           PERFORM 0400-PREVER-JANELA.
           CLOSE ARQ-RELATORIO.
           PERFORM 0500-GRAVAR-ALERTA.
           IF PREVISAO-PASSA-PRAZO
               MOVE 4 TO WRK-RC-ETAPA
           END-IF.
           PERFORM 0990-GRAVAR-RESULTADO-ETAPA.
           DISPLAY 'ETAPAS ACIMA DA MÉDIA: ' WRK-QT-ACIMA.
           DISPLAY 'FINAL DA TENDÊNCIA DA JANELA NOTURNA'.
           GOBACK.

      * O CONSOLE PODE CHAMAR O PROGRAMA MAIS DE UMA VEZ NA MESMA
      * SESSÃO
       0010-INICIALIZAR.
           MOVE 'I' TO WRK-MODO.
           MOVE 'N' TO WRK-HOJE-FERIADO WRK-PASSA-PRAZO.
           MOVE 'N' TO WRK-FIM-HISTORICO WRK-FIM-CATALOGO
               WRK-FIM-FERIADOS.
           MOVE ZEROES TO WRK-QT-ETAPAS WRK-QT-ACIMA WRK-QT-SEM-HIST
               WRK-QT-NA-NOITE WRK-RC-ETAPA.

      * O SINALIZADOR DO LOTENOTURNO DIZ SE A CHAMADA É DA LARGADA
      * DO LOTE; SEM ELE É CONSULTA PELO CONSOLE
       0050-LER-MODOLOTE.
           OPEN INPUT ARQ-MODOLOTE.
           IF MODOLOTE-OK
               READ ARQ-MODOLOTE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-MODOLOTE-FLAG TO WRK-MODO
               END-READ
               CLOSE ARQ-MODOLOTE
           END-IF.

       0060-LER-PARAMETROS.
           MOVE 'LOTE-INICIO-JANELA' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-HHMM-AUX-NUM
               IF WRK-HA-HH < 24 AND WRK-HA-MM < 60
                   MOVE WRK-HHMM-AUX-NUM TO WRK-INICIO-HHMM
               END-IF
           END-IF.
           MOVE 'LOTE-PRAZO-JANELA' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-HHMM-AUX-NUM
               IF WRK-HA-HH < 24 AND WRK-HA-MM < 60
                   MOVE WRK-HHMM-AUX-NUM TO WRK-PRAZO-HHMM
               END-IF
           END-IF.
           IF MODO-LOTE
               ACCEPT WRK-HORA-SYS FROM TIME
               COMPUTE WRK-SEG-INICIO =
                   WRK-HS-HH * 3600 + WRK-HS-MM * 60 + WRK-HS-SS
           ELSE
               MOVE WRK-INICIO-HHMM TO WRK-HHMM-AUX-NUM
               COMPUTE WRK-SEG-INICIO =
                   WRK-HA-HH * 3600 + WRK-HA-MM * 60
           END-IF.
           MOVE WRK-PRAZO-HHMM TO WRK-HHMM-AUX-NUM.
           COMPUTE WRK-SEG-PRAZO = WRK-HA-HH * 3600 + WRK-HA-MM * 60.
           IF WRK-SEG-PRAZO > WRK-SEG-INICIO
               COMPUTE WRK-SEG-LIMITE = WRK-SEG-PRAZO - WRK-SEG-INICIO
           ELSE
               COMPUTE WRK-SEG-LIMITE =
                   WRK-SEG-PRAZO + 86400 - WRK-SEG-INICIO
           END-IF.
           MOVE WRK-SEG-INICIO TO WRK-SEG-RELOGIO.
           PERFORM 0450-CONVERTER-RELOGIO.
           MOVE WRK-RELOGIO-ED TO WRK-INICIO-ED.
           MOVE WRK-SEG-PRAZO TO WRK-SEG-RELOGIO.
           PERFORM 0450-CONVERTER-RELOGIO.
           MOVE WRK-RELOGIO-ED TO WRK-PRAZO-ED.

      * O MESMO CALENDÁRIO DE FERIADOS DO LOTENOTURNO, PARA AS
      * ETAPAS SÓ DE DIA ÚTIL
       0070-VERIFICAR-FERIADO.
           OPEN INPUT ARQ-FERIADOS.
           IF FERIADOS-OK
               PERFORM 0080-LER-FERIADO
               PERFORM 0090-COMPARAR-FERIADO UNTIL FIM-FERIADOS
               CLOSE ARQ-FERIADOS
           END-IF.

       0080-LER-FERIADO.
           READ ARQ-FERIADOS
               AT END
                   MOVE 'S' TO WRK-FIM-FERIADOS
           END-READ.

       0090-COMPARAR-FERIADO.
           IF REG-FER-DATA = WRK-DATA-SYS-NUM
               MOVE 'S' TO WRK-HOJE-FERIADO
           END-IF.
           PERFORM 0080-LER-FERIADO.

      * SEM CATÁLOGO VALE A MESMA GRADE FIXA DE CINCO ETAPAS QUE O
      * LOTENOTURNO EXECUTA NESSE CASO
       0100-CARREGAR-CATALOGO.
           OPEN INPUT ARQ-CATALOGO.
           IF CATALOGO-OK
               PERFORM 0110-LER-CATALOGO
               PERFORM 0120-CARREGAR-ETAPA UNTIL FIM-CATALOGO
               CLOSE ARQ-CATALOGO
           END-IF.
           IF WRK-QT-ETAPAS = ZEROES
               DISPLAY 'CATÁLOGO AUSENTE OU VAZIO - GRADE FIXA DE '
                   'CINCO ETAPAS'
               PERFORM 0150-GRADE-FIXA
           END-IF.

       0110-LER-CATALOGO.
           READ ARQ-CATALOGO
               AT END
                   MOVE 'S' TO WRK-FIM-CATALOGO
           END-READ.

       0120-CARREGAR-ETAPA.
           IF WRK-QT-ETAPAS < 12
               ADD 1 TO WRK-QT-ETAPAS
               MOVE REG-CAT-SEQ      TO WRK-TT-SEQ(WRK-QT-ETAPAS)
               MOVE REG-CAT-NOME     TO WRK-TT-NOME(WRK-QT-ETAPAS)
               MOVE REG-CAT-PROGRAMA TO WRK-TT-PROGRAMA(WRK-QT-ETAPAS)
               MOVE REG-CAT-ATIVA    TO WRK-TT-ATIVA(WRK-QT-ETAPAS)
               MOVE REG-CAT-FREQUENCIA
                   TO WRK-TT-FREQUENCIA(WRK-QT-ETAPAS)
               MOVE REG-CAT-DIA      TO WRK-TT-DIA(WRK-QT-ETAPAS)
               MOVE ZEROES TO WRK-TT-QT-RUNS(WRK-QT-ETAPAS)
               MOVE ZEROES TO WRK-TT-SOMA(WRK-QT-ETAPAS)
               MOVE ZEROES TO WRK-TT-MEDIA(WRK-QT-ETAPAS)
               MOVE 'N' TO WRK-TT-ACIMA(WRK-QT-ETAPAS)
           END-IF.
           PERFORM 0110-LER-CATALOGO.

       0150-GRADE-FIXA.
           MOVE 5 TO WRK-QT-ETAPAS.
           PERFORM VARYING WRK-SUB-ETP FROM 1 BY 1
               UNTIL WRK-SUB-ETP > 5
               MOVE WRK-SUB-ETP TO WRK-TT-SEQ(WRK-SUB-ETP)
               MOVE 'S' TO WRK-TT-ATIVA(WRK-SUB-ETP)
               MOVE 'D' TO WRK-TT-FREQUENCIA(WRK-SUB-ETP)
               MOVE ZEROES TO WRK-TT-DIA(WRK-SUB-ETP)
               MOVE ZEROES TO WRK-TT-QT-RUNS(WRK-SUB-ETP)
               MOVE ZEROES TO WRK-TT-SOMA(WRK-SUB-ETP)
               MOVE ZEROES TO WRK-TT-MEDIA(WRK-SUB-ETP)
               MOVE 'N' TO WRK-TT-ACIMA(WRK-SUB-ETP)
           END-PERFORM.
           MOVE 'TEMPO DE CASA'    TO WRK-TT-NOME(1).
           MOVE 'tempodecasa'      TO WRK-TT-PROGRAMA(1).
           MOVE 'INVESTIMENTOS'    TO WRK-TT-NOME(2).
           MOVE 'investimento'     TO WRK-TT-PROGRAMA(2).
           MOVE 'FECHAMENTO'       TO WRK-TT-NOME(3).
           MOVE 'projeto_final'    TO WRK-TT-PROGRAMA(3).
           MOVE 'FRETE EM LOTE'    TO WRK-TT-NOME(4).
           MOVE 'freteevaluate'    TO WRK-TT-PROGRAMA(4).
           MOVE 'EXPURGO DOS LOGS' TO WRK-TT-NOME(5).
           MOVE 'expurgo'          TO WRK-TT-PROGRAMA(5).

      * O HISTÓRICO ESTÁ EM ORDEM DE GRAVAÇÃO: AO PASSAR DE 30
      * EXECUÇÕES A MAIS ANTIGA SAI E AS DEMAIS SOBEM UMA POSIÇÃO
       0200-CARREGAR-HISTORICO.
           OPEN INPUT ARQ-HISTORICO.
           IF NOT HISTORICO-OK
               DISPLAY 'HISTÓRICO DO LOTE NOTURNO AINDA NÃO EXISTE'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0210-LER-HISTORICO.
           PERFORM 0220-ACUMULAR-EXECUCAO UNTIL FIM-HISTORICO.
           CLOSE ARQ-HISTORICO.

       0210-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE 'S' TO WRK-FIM-HISTORICO
           END-READ.

       0220-ACUMULAR-EXECUCAO.
           MOVE ZEROES TO WRK-SUB-ACHADO.
           PERFORM VARYING WRK-SUB-ETP FROM 1 BY 1
               UNTIL WRK-SUB-ETP > WRK-QT-ETAPAS
                   OR WRK-SUB-ACHADO > ZEROES
               IF WRK-TT-PROGRAMA(WRK-SUB-ETP) = REG-HLT-PROGRAMA
                   MOVE WRK-SUB-ETP TO WRK-SUB-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-SUB-ACHADO > ZEROES
               PERFORM 0230-GUARDAR-EXECUCAO
           END-IF.
           PERFORM 0210-LER-HISTORICO.

       0230-GUARDAR-EXECUCAO.
           IF WRK-TT-QT-RUNS(WRK-SUB-ACHADO) < 30
               ADD 1 TO WRK-TT-QT-RUNS(WRK-SUB-ACHADO)
           ELSE
               PERFORM VARYING WRK-SUB-RUN FROM 1 BY 1
                   UNTIL WRK-SUB-RUN > 29
                   MOVE WRK-TT-RUN(WRK-SUB-ACHADO, WRK-SUB-RUN + 1)
                       TO WRK-TT-RUN(WRK-SUB-ACHADO, WRK-SUB-RUN)
               END-PERFORM
           END-IF.
           MOVE WRK-TT-QT-RUNS(WRK-SUB-ACHADO) TO WRK-SUB-RUN.
           MOVE REG-HLT-DATA
               TO WRK-TR-DATA(WRK-SUB-ACHADO, WRK-SUB-RUN).
           MOVE REG-HLT-INICIO
               TO WRK-TR-INICIO(WRK-SUB-ACHADO, WRK-SUB-RUN).
           MOVE REG-HLT-SEGUNDOS
               TO WRK-TR-SEGUNDOS(WRK-SUB-ACHADO, WRK-SUB-RUN).
           MOVE REG-HLT-QT
               TO WRK-TR-QT(WRK-SUB-ACHADO, WRK-SUB-RUN).
           MOVE REG-HLT-RC
               TO WRK-TR-RC(WRK-SUB-ACHADO, WRK-SUB-RUN).

      * A MÉDIA É DAS EXECUÇÕES GUARDADAS (ATÉ 30); A ETAPA FICA
      * MARCADA QUANDO A ÚLTIMA EXECUÇÃO PASSA DE 150% DA MÉDIA -
      * COM UMA SÓ EXECUÇÃO AINDA NÃO HÁ TENDÊNCIA
       0250-CALCULAR-MEDIAS.
           PERFORM VARYING WRK-SUB-ETP FROM 1 BY 1
               UNTIL WRK-SUB-ETP > WRK-QT-ETAPAS
               IF WRK-TT-QT-RUNS(WRK-SUB-ETP) > ZEROES
                   PERFORM 0260-CALCULAR-MEDIA-ETAPA
               END-IF
           END-PERFORM.

       0260-CALCULAR-MEDIA-ETAPA.
           MOVE ZEROES TO WRK-TT-SOMA(WRK-SUB-ETP).
           PERFORM VARYING WRK-SUB-RUN FROM 1 BY 1
               UNTIL WRK-SUB-RUN > WRK-TT-QT-RUNS(WRK-SUB-ETP)
               ADD WRK-TR-SEGUNDOS(WRK-SUB-ETP, WRK-SUB-RUN)
                   TO WRK-TT-SOMA(WRK-SUB-ETP)
           END-PERFORM.
           COMPUTE WRK-TT-MEDIA(WRK-SUB-ETP) ROUNDED =
               WRK-TT-SOMA(WRK-SUB-ETP) / WRK-TT-QT-RUNS(WRK-SUB-ETP).
           MOVE WRK-TT-QT-RUNS(WRK-SUB-ETP) TO WRK-SUB-RUN.
           MOVE WRK-TR-SEGUNDOS(WRK-SUB-ETP, WRK-SUB-RUN)
               TO WRK-ULTIMA.
           IF WRK-TT-QT-RUNS(WRK-SUB-ETP) > 1 AND
              WRK-ULTIMA * 2 > WRK-TT-MEDIA(WRK-SUB-ETP) * 3
               MOVE 'S' TO WRK-TT-ACIMA(WRK-SUB-ETP)
               ADD 1 TO WRK-QT-ACIMA
           END-IF.

       0300-IMPRIMIR-TENDENCIA.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           MOVE WRK-DS-DIA TO WRK-DE-DIA.
           MOVE WRK-DS-MES TO WRK-DE-MES.
           MOVE WRK-DS-ANO TO WRK-DE-ANO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TENDENCIA DAS ETAPAS DA JANELA NOTURNA - '
               WRK-DATA-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           MOVE '(ULTIMAS 30 EXECUCOES; * = MAIS DE 50% ACIMA DA MEDIA)'
               TO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-SUB-ETP FROM 1 BY 1
               UNTIL WRK-SUB-ETP > WRK-QT-ETAPAS
               PERFORM 0310-IMPRIMIR-ETAPA
           END-PERFORM.

       0310-IMPRIMIR-ETAPA.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           STRING 'ETAPA ' WRK-TT-SEQ(WRK-SUB-ETP) ' '
               WRK-TT-NOME(WRK-SUB-ETP) ' '
               WRK-TT-PROGRAMA(WRK-SUB-ETP) ' ATIVA: '
               WRK-TT-ATIVA(WRK-SUB-ETP)
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           IF WRK-TT-QT-RUNS(WRK-SUB-ETP) = ZEROES
               MOVE '   SEM EXECUCOES NO HISTORICO' TO WRK-LINRELAT
               PERFORM 0800-IMPRIMIR-LINHA
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-RUN FROM 1 BY 1
               UNTIL WRK-SUB-RUN > WRK-TT-QT-RUNS(WRK-SUB-ETP)
               PERFORM 0320-IMPRIMIR-EXECUCAO
           END-PERFORM.
           MOVE WRK-TT-QT-RUNS(WRK-SUB-ETP) TO WRK-SUB-RUN.
           MOVE SPACES TO WRK-LINRELAT.
           STRING '   MEDIA ' WRK-TT-MEDIA(WRK-SUB-ETP)
               ' S EM ' WRK-TT-QT-RUNS(WRK-SUB-ETP)
               ' EXECUCOES - ULTIMA '
               WRK-TR-SEGUNDOS(WRK-SUB-ETP, WRK-SUB-RUN) ' S'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           IF WRK-TT-ACIMA(WRK-SUB-ETP) = 'S'
               MOVE '   >>> ULTIMA EXECUCAO 50% ACIMA DA MEDIA'
                   TO WRK-LINRELAT
               PERFORM 0800-IMPRIMIR-LINHA
               DISPLAY 'ETAPA ' WRK-TT-NOME(WRK-SUB-ETP)
                   ' 50% ACIMA DA MÉDIA'
           END-IF.

       0320-IMPRIMIR-EXECUCAO.
           MOVE WRK-TR-DATA(WRK-SUB-ETP, WRK-SUB-RUN)
               TO WRK-DATA-AUX-NUM.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.
           MOVE WRK-TR-INICIO(WRK-SUB-ETP, WRK-SUB-RUN)
               TO WRK-HORA-AUX-NUM.
           MOVE WRK-HX-HH TO WRK-HE-HH.
           MOVE WRK-HX-MM TO WRK-HE-MM.
           MOVE WRK-HX-SS TO WRK-HE-SS.
           MOVE SPACES TO WRK-MARCA.
           IF WRK-TR-SEGUNDOS(WRK-SUB-ETP, WRK-SUB-RUN) * 2 >
              WRK-TT-MEDIA(WRK-SUB-ETP) * 3
               MOVE '*' TO WRK-MARCA
           END-IF.
           MOVE SPACES TO WRK-LINRELAT.
           STRING '   ' WRK-DATA-ED '  INICIO ' WRK-HORA-ED
               '  SEG ' WRK-TR-SEGUNDOS(WRK-SUB-ETP, WRK-SUB-RUN)
               '  QTD ' WRK-TR-QT(WRK-SUB-ETP, WRK-SUB-RUN)
               '  RC ' WRK-TR-RC(WRK-SUB-ETP, WRK-SUB-RUN)
               ' ' WRK-MARCA
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.

      * SÓ AS ETAPAS ATIVAS QUE A FREQUÊNCIA PÕE NA RODADA DE HOJE
      * ENTRAM NA SOMA; ETAPA SEM HISTÓRICO ENTRA COM ZERO E É
      * APONTADA NO RELATÓRIO
       0400-PREVER-JANELA.
           MOVE WRK-DS-DIA TO WRK-DE-DIA.
           MOVE WRK-DS-MES TO WRK-DE-MES.
           MOVE WRK-DS-ANO TO WRK-DE-ANO.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           STRING 'PREVISAO DA JANELA DE ' WRK-DATA-ED
               ' - INICIO ' WRK-INICIO-ED ' PRAZO ' WRK-PRAZO-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           MOVE ZEROES TO WRK-SEG-PREVISTO.
           PERFORM VARYING WRK-SUB-ETP FROM 1 BY 1
               UNTIL WRK-SUB-ETP > WRK-QT-ETAPAS
               PERFORM 0410-AVALIAR-FREQUENCIA
               IF WRK-TT-ATIVA(WRK-SUB-ETP) = 'S' AND ETAPA-NO-DIA
                   PERFORM 0420-SOMAR-ETAPA
               END-IF
           END-PERFORM.
           COMPUTE WRK-SEG-RELOGIO = WRK-SEG-INICIO + WRK-SEG-PREVISTO.
           PERFORM 0450-CONVERTER-RELOGIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'ETAPAS NA RODADA: ' WRK-QT-NA-NOITE
               ' - TERMINO PREVISTO ' WRK-RELOGIO-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           DISPLAY 'INÍCIO ' WRK-INICIO-ED ' - TÉRMINO PREVISTO '
               WRK-RELOGIO-ED ' - PRAZO ' WRK-PRAZO-ED.
           IF WRK-QT-SEM-HIST > ZEROES
               MOVE SPACES TO WRK-LINRELAT
               STRING 'ETAPAS SEM HISTORICO (CONTADAS COMO ZERO): '
                   WRK-QT-SEM-HIST
                   DELIMITED BY SIZE INTO WRK-LINRELAT
               PERFORM 0800-IMPRIMIR-LINHA
           END-IF.
           IF WRK-SEG-PREVISTO > WRK-SEG-LIMITE
               MOVE 'S' TO WRK-PASSA-PRAZO
               MOVE '>>> ATENCAO: O TERMINO PREVISTO PASSA DO PRAZO'
                   TO WRK-LINRELAT
               PERFORM 0800-IMPRIMIR-LINHA
               DISPLAY '*** ATENÇÃO: A JANELA NOTURNA DEVE PASSAR DO '
                   'PRAZO ***'
           ELSE
               MOVE 'PREVISAO DENTRO DO PRAZO' TO WRK-LINRELAT
               PERFORM 0800-IMPRIMIR-LINHA
           END-IF.

      * A MESMA REGRA DE FREQUÊNCIA DO LOTENOTURNO
       0410-AVALIAR-FREQUENCIA.
           MOVE 'S' TO WRK-ETAPA-NO-DIA.
           EVALUATE WRK-TT-FREQUENCIA(WRK-SUB-ETP)
               WHEN 'U'
                   IF WRK-DIA-SEMANA > 5 OR HOJE-E-FERIADO
                       MOVE 'N' TO WRK-ETAPA-NO-DIA
                   END-IF
               WHEN 'M'
                   IF WRK-DS-DIA NOT = WRK-TT-DIA(WRK-SUB-ETP)
                       MOVE 'N' TO WRK-ETAPA-NO-DIA
                   END-IF
               WHEN 'S'
                   IF WRK-DIA-SEMANA NOT = WRK-TT-DIA(WRK-SUB-ETP)
                       MOVE 'N' TO WRK-ETAPA-NO-DIA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0420-SOMAR-ETAPA.
           ADD 1 TO WRK-QT-NA-NOITE.
           ADD WRK-TT-MEDIA(WRK-SUB-ETP) TO WRK-SEG-PREVISTO.
           COMPUTE WRK-SEG-RELOGIO = WRK-SEG-INICIO + WRK-SEG-PREVISTO.
           PERFORM 0450-CONVERTER-RELOGIO.
           MOVE SPACES TO WRK-MARCA.
           IF WRK-TT-QT-RUNS(WRK-SUB-ETP) = ZEROES
               MOVE 'SEM HIST.' TO WRK-MARCA
               ADD 1 TO WRK-QT-SEM-HIST
           END-IF.
           MOVE SPACES TO WRK-LINRELAT.
           STRING '   ' WRK-TT-SEQ(WRK-SUB-ETP) ' '
               WRK-TT-NOME(WRK-SUB-ETP) ' MEDIA '
               WRK-TT-MEDIA(WRK-SUB-ETP) ' S  FIM PREVISTO '
               WRK-RELOGIO-ED ' ' WRK-MARCA
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.

      * SEGUNDOS CORRIDOS DESDE A MEIA-NOITE DO INÍCIO PARA HH:MM
      * DO RELÓGIO (A VIRADA DO DIA É DESCARTADA)
       0450-CONVERTER-RELOGIO.
           DIVIDE WRK-SEG-RELOGIO BY 86400 GIVING WRK-QUOCIENTE
               REMAINDER WRK-SEG-DIA.
           DIVIDE WRK-SEG-DIA BY 3600 GIVING WRK-RE-HH
               REMAINDER WRK-SEG-RESTO.
           DIVIDE WRK-SEG-RESTO BY 60 GIVING WRK-RE-MM.

      * O ALERTA É REGRAVADO A CADA PREVISÃO: FICA VAZIO QUANDO A
      * JANELA CABE NO PRAZO, PARA A LISTA DA MANHÃ NÃO REPETIR
      * AVISO VELHO
       0500-GRAVAR-ALERTA.
           OPEN OUTPUT ARQ-ALERTA.
           IF NOT ALERTA-OK
               EXIT PARAGRAPH
           END-IF.
           IF PREVISAO-PASSA-PRAZO
               MOVE WRK-DATA-SYS-NUM TO REG-AJL-DATA
               MOVE SPACES TO REG-AJL-TEXTO
               STRING 'JANELA DE ' WRK-DATA-ED
                   ' COM FIM PREVISTO ' WRK-RELOGIO-ED
                   ' - PRAZO ' WRK-PRAZO-ED
                   DELIMITED BY SIZE INTO REG-AJL-TEXTO
               WRITE REG-ALERTA-JANELA
           END-IF.
           CLOSE ARQ-ALERTA.

       0800-IMPRIMIR-LINHA.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.

       0990-GRAVAR-RESULTADO-ETAPA.
           MOVE WRK-RC-ETAPA TO RETURN-CODE.
           OPEN OUTPUT ARQ-RESULTADO.
           MOVE WRK-QT-ACIMA TO REG-RE-QT.
           WRITE REG-RESULTADO-ETAPA.
           CLOSE ARQ-RESULTADO.
