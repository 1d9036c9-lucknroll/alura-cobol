      *                    SEM CATÁLOGO VALE A GRADE FIXA DE CINCO
      *                    ETAPAS DE SEMPRE - INCLUIR UM PROGRAMA NA
      *                    NOITE DEIXA DE SER MUDANÇA DE CÓDIGO
      * 15/10/2026 LUCAS  FREQUÊNCIA SEMANAL (S) NO CATÁLOGO: A ETAPA
      *                    SÓ ENTRA NA RODADA DO DIA DA SEMANA
      *                    CADASTRADO
      * 15/10/2026 LUCAS  HISTÓRICO DE DURAÇÃO DAS ETAPAS: CADA ETAPA
      *                    CHAMADA GRAVA EM HISTORICO-LOTENOTURNO A
      *                    HORA DE INÍCIO E DE FIM, OS SEGUNDOS
      *                    DECORRIDOS, A QUANTIDADE PROCESSADA E O
      *                    DESFECHO; NA LARGADA (FORA DE RETOMADA) O
      *                    TENDLOTE PROJETA O FIM DA JANELA DA NOITE E
      *                    AVISA SE PASSA DO PRAZO
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-CATALOGO ASSIGN TO 'CATALOGO-NOTURNO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CATALOGO.
           SELECT ARQ-HISTORICO ASSIGN TO 'HISTORICO-LOTENOTURNO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CATALOGO.
           COPY 'catnoturno.cbl'.

       FD  ARQ-HISTORICO.
           COPY 'histlote.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-LOGLOTE PIC X(02) VALUE '00'.
           88 LOGLOTE-OK         VALUE '00'.
               03 WRK-TD-QT       PIC 9(05).
               03 WRK-TD-SITUACAO PIC X(13).

      * RELÓGIO DA ETAPA PARA O HISTÓRICO DE DURAÇÃO: HORA HHMMSS
      * E SEGUNDOS DESDE A MEIA-NOITE NO INÍCIO E NO FIM DA CHAMADA
       77 WRK-STATUS-HISTORICO PIC X(02) VALUE '00'.
           88 HISTORICO-OK        VALUE '00'.
       77 WRK-HORA-INICIO  PIC 9(06) VALUE ZEROES.
       77 WRK-HORA-FIM     PIC 9(06) VALUE ZEROES.
       77 WRK-SEG-INICIO   PIC 9(05) VALUE ZEROES.
       77 WRK-SEG-FIM      PIC 9(05) VALUE ZEROES.
       77 WRK-SEGUNDOS     PIC 9(05) VALUE ZEROES.

       77 WRK-JOB-ABORTADO PIC X(01) VALUE 'N'.
           88 JOB-ABORTADO    VALUE 'S'.
       77 WRK-JOB-COM-ERRO PIC X(01) VALUE 'N'.
               PERFORM 0037-VERIFICAR-FERIADO
           END-IF.
           PERFORM 0050-SINALIZAR-MODOLOTE.
           IF NOT RETOMANDO
               PERFORM 0055-PREVER-JANELA
           END-IF.
           PERFORM VARYING WRK-SUB-ETAPA FROM 1 BY 1
               UNTIL WRK-SUB-ETAPA > WRK-QT-ETAPAS
               PERFORM 0100-EXECUTAR-ETAPA
           WRITE REG-MODOLOTE.
           CLOSE ARQ-MODOLOTE.

      * A PREVISÃO DA JANELA DE HOJE SAI DO HISTÓRICO DE DURAÇÃO
      * (TENDLOTE, JÁ EM MODO LOTE: PARTE DA HORA ATUAL); O AVISO DE
      * PRAZO FICA NO CONSOLE E NO ALERTA-JANELA-LOTE, E A RODADA
      * SEGUE DE QUALQUER JEITO - PREVISÃO NÃO É MOTIVO DE RECUSA
       0055-PREVER-JANELA.
           CALL 'tendlote'
               ON EXCEPTION
                   MOVE 'PREVISÃO DA JANELA INDISPONÍVEL'
                       TO WRK-LOG-ETAPA
                   PERFORM 0900-GRAVAR-LOG
           END-CALL.
           IF RETURN-CODE > ZEROES
               MOVE 'AVISO: PREVISÃO DA JANELA PASSA DO PRAZO'
                   TO WRK-LOG-ETAPA
               PERFORM 0900-GRAVAR-LOG
           END-IF.
           MOVE ZEROES TO RETURN-CODE.

      * LIMPA O SINALIZADOR AO FINAL, PARA NÃO AFETAR EXECUÇÕES
      * INTERATIVAS POSTERIORES DOS MESMOS PROGRAMAS
       0060-LIMPAR-MODOLOTE.
               MOVE ZEROES TO RETURN-CODE
               PERFORM 0130-LER-RESULTADO
               PERFORM 0140-AVALIAR-DESFECHO
               PERFORM 0170-GRAVAR-HISTORICO
               IF NOT JOB-ABORTADO
                   PERFORM 0080-GRAVAR-RESTART
               END-IF
      * A FREQUÊNCIA DA ETAPA DECIDE SE ELA ENTRA NA RODADA DE HOJE:
      * DIÁRIA SEMPRE, DIA ÚTIL SÓ FORA DE FIM DE SEMANA E FERIADO
      * (UMA RODADA DE OVERRIDE NO SÁBADO NÃO ARRASTA AS ETAPAS DE
      * DIA ÚTIL), MENSAL SÓ NO DIA DO MÊS CADASTRADO E SEMANAL SÓ
      * NO DIA DA SEMANA CADASTRADO (1 = SEGUNDA)
       0150-AVALIAR-FREQUENCIA.
           MOVE 'S' TO WRK-ETAPA-NO-DIA.
           EVALUATE WRK-TE-FREQUENCIA(WRK-SUB-ETAPA)
                   IF WRK-DS-DIA NOT = WRK-TE-DIA(WRK-SUB-ETAPA)
                       MOVE 'N' TO WRK-ETAPA-NO-DIA
                   END-IF
               WHEN 'S'
                   IF WRK-DIA-SEMANA NOT = WRK-TE-DIA(WRK-SUB-ETAPA)
                       MOVE 'N' TO WRK-ETAPA-NO-DIA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * NO CATÁLOGO) VIRA ERRO DA ETAPA (RC 12), EM VEZ DE DERRUBAR
      * O SEQUENCIADOR INTEIRO
       0120-CHAMAR-PROGRAMA.
           ACCEPT WRK-HORA-SYS FROM TIME.
           COMPUTE WRK-HORA-INICIO =
               WRK-HS-HH * 10000 + WRK-HS-MM * 100 + WRK-HS-SS.
           COMPUTE WRK-SEG-INICIO =
               WRK-HS-HH * 3600 + WRK-HS-MM * 60 + WRK-HS-SS.
           CALL WRK-TE-PROGRAMA(WRK-SUB-ETAPA)
               ON EXCEPTION MOVE 12 TO RETURN-CODE
           END-CALL.
           ACCEPT WRK-HORA-SYS FROM TIME.
           COMPUTE WRK-HORA-FIM =
               WRK-HS-HH * 10000 + WRK-HS-MM * 100 + WRK-HS-SS.
           COMPUTE WRK-SEG-FIM =
               WRK-HS-HH * 3600 + WRK-HS-MM * 60 + WRK-HS-SS.

       0130-LER-RESULTADO.
           MOVE ZEROES TO WRK-TD-QT(WRK-SUB-ETAPA).
           DISPLAY '-- ETAPA ' WRK-SUB-ETAPA ' '
               WRK-TD-SITUACAO(WRK-SUB-ETAPA) ' --'.

      * UMA LINHA DE HISTÓRICO POR ETAPA CHAMADA, COM A DATA DA
      * RODADA (NÃO A DO FIM DA ETAPA); ETAPA QUE PASSA DA
      * MEIA-NOITE SOMA UM DIA AO RELÓGIO DO FIM
       0170-GRAVAR-HISTORICO.
           IF WRK-SEG-FIM < WRK-SEG-INICIO
               COMPUTE WRK-SEGUNDOS =
                   WRK-SEG-FIM + 86400 - WRK-SEG-INICIO
           ELSE
               COMPUTE WRK-SEGUNDOS = WRK-SEG-FIM - WRK-SEG-INICIO
           END-IF.
           OPEN EXTEND ARQ-HISTORICO.
           IF NOT HISTORICO-OK
               OPEN OUTPUT ARQ-HISTORICO
           END-IF.
           MOVE WRK-DATA-HOJE TO REG-HLT-DATA.
           MOVE WRK-TE-SEQ(WRK-SUB-ETAPA)      TO REG-HLT-SEQ.
           MOVE WRK-TE-NOME(WRK-SUB-ETAPA)     TO REG-HLT-NOME.
           MOVE WRK-TE-PROGRAMA(WRK-SUB-ETAPA) TO REG-HLT-PROGRAMA.
           MOVE WRK-HORA-INICIO TO REG-HLT-INICIO.
           MOVE WRK-HORA-FIM    TO REG-HLT-FIM.
           MOVE WRK-SEGUNDOS    TO REG-HLT-SEGUNDOS.
           MOVE WRK-TD-QT(WRK-SUB-ETAPA)       TO REG-HLT-QT.
           MOVE WRK-TD-RC(WRK-SUB-ETAPA)       TO REG-HLT-RC.
           MOVE WRK-TD-SITUACAO(WRK-SUB-ETAPA) TO REG-HLT-SITUACAO.
           WRITE REG-HISTORICO-LOTE.
           CLOSE ARQ-HISTORICO.

      * RESUMO QUE O OPERADOR DA MANHÃ LÊ EM CINCO SEGUNDOS: UMA
      * LINHA POR ETAPA COM RC, QUANTIDADE E DESFECHO, E O VEREDITO
       0500-RESUMO-FIM-DE-JOB.
