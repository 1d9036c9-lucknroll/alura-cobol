      *            TRABALHAR DE CIMA PARA BAIXO EM UMA PÁGINA EM VEZ
      *            DE ABRIR CINCO SAÍDAS
      * DATA = 01/09/2026
      * 15/10/2026 LUCAS  INCLUÍDAS AS DIVERGÊNCIAS ENTRE RAZÃO GERAL E
      *                    RAZÕES AUXILIARES DA ÚLTIMA CONCILIAÇÃO
      *                    (DIVERGENCIA-RAZAO), COM SEVERIDADE MÉDIA
      * 15/10/2026 LUCAS  INCLUÍDO O AVISO DE PREVISÃO DA JANELA
      *                    NOTURNA ALÉM DO PRAZO (ALERTA-JANELA-LOTE,
      *                    DO TENDLOTE), COM SEVERIDADE MÉDIA
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-PENDENTES ASSIGN TO 'CONCILIACAO-PENDENTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PENDENTES.
           SELECT ARQ-DIVERGENCIA ASSIGN TO 'DIVERGENCIA-RAZAO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DIVERGENCIA.
           SELECT ARQ-ALERTA ASSIGN TO 'ALERTA-JANELA-LOTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALERTA.
           SELECT ARQ-SALDOS ASSIGN TO 'SALDOS-ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           02 REG-PEN-DATA  PIC 9(08).
           02 REG-PEN-VALOR PIC 9(08)V99.

       FD  ARQ-DIVERGENCIA.
           COPY 'divrazao.cbl'.

       FD  ARQ-ALERTA.
           COPY 'alertajan.cbl'.

       FD  ARQ-SALDOS.
           COPY 'saldoest.cbl'.

           88 REJEITADOS-OK  VALUE '00'.
       77 WRK-STATUS-PENDENTES PIC X(02) VALUE '00'.
           88 PENDENTES-OK         VALUE '00'.
       77 WRK-STATUS-DIVERGENCIA PIC X(02) VALUE '00'.
           88 DIVERGENCIA-OK         VALUE '00'.
       77 WRK-STATUS-ALERTA PIC X(02) VALUE '00'.
           88 ALERTA-OK         VALUE '00'.
       77 WRK-STATUS-SALDOS PIC X(02) VALUE '00'.
           88 SALDOS-OK         VALUE '00'.
       77 WRK-FIM-LOGLOTE PIC X(01) VALUE 'N'.
           88 FIM-REJ    VALUE 'S'.
       77 WRK-FIM-PENDENTES PIC X(01) VALUE 'N'.
           88 FIM-PENDENTES    VALUE 'S'.
       77 WRK-FIM-DIVERGENCIA PIC X(01) VALUE 'N'.
           88 FIM-DIVERGENCIA    VALUE 'S'.
       77 WRK-FIM-ALERTA PIC X(01) VALUE 'N'.
           88 FIM-ALERTA    VALUE 'S'.
       77 WRK-FIM-SALDOS PIC X(01) VALUE 'N'.
           88 FIM-SALDOS    VALUE 'S'.

       77 WRK-QT-PEND-VEN PIC 9(05) VALUE ZEROES.
       77 WRK-QT-ABAIXO-MIN PIC 9(05) VALUE ZEROES.

       77 WRK-DIFERENCA-ED PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-LINRELAT PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 0200-ERROS-DE-ARQUIVO.
           PERFORM 0300-REJEITADOS.
           PERFORM 0400-CONCILIACAO.
           PERFORM 0450-DIVERGENCIA-RAZAO.
           PERFORM 0480-PREVISAO-JANELA.
           PERFORM 0500-ESTOQUE-MINIMO.
           IF WRK-QT-ACOES = ZEROES
               MOVE 'NENHUMA EXCEÇÃO - NADA A FAZER'
           END-IF.
           PERFORM 0410-LER-PENDENTE.

      * RAZÃO AUXILIAR QUE NÃO BATEU COM A CONTA DE CONTROLE NA
      * ÚLTIMA CONCILIAÇÃO (O CONCILRAZAO REGRAVA O ARQUIVO)
       0450-DIVERGENCIA-RAZAO.
           OPEN INPUT ARQ-DIVERGENCIA.
           IF NOT DIVERGENCIA-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0460-LER-DIVERGENCIA.
           PERFORM 0470-IMPRIMIR-DIVERGENCIA UNTIL FIM-DIVERGENCIA.
           CLOSE ARQ-DIVERGENCIA.

       0460-LER-DIVERGENCIA.
           READ ARQ-DIVERGENCIA
               AT END
                   MOVE 'S' TO WRK-FIM-DIVERGENCIA
           END-READ.

       0470-IMPRIMIR-DIVERGENCIA.
           MOVE REG-DVR-DIFERENCA TO WRK-DIFERENCA-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING '[2-MEDIA] RAZÃO GERAL X ' REG-DVR-NOME ' '
               REG-DVR-COMPETENCIA ' DIF ' WRK-DIFERENCA-ED
               ' - VER CONCILRAZAO'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           ADD 1 TO WRK-QT-ACOES.
           PERFORM 0460-LER-DIVERGENCIA.

      * PREVISÃO DO FIM DA JANELA NOTURNA ALÉM DO PRAZO (O TENDLOTE
      * REGRAVA O ARQUIVO A CADA PREVISÃO, VAZIO QUANDO CABE)
       0480-PREVISAO-JANELA.
           OPEN INPUT ARQ-ALERTA.
           IF NOT ALERTA-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0490-LER-ALERTA.
           PERFORM 0495-IMPRIMIR-ALERTA UNTIL FIM-ALERTA.
           CLOSE ARQ-ALERTA.

       0490-LER-ALERTA.
           READ ARQ-ALERTA
               AT END
                   MOVE 'S' TO WRK-FIM-ALERTA
           END-READ.

       0495-IMPRIMIR-ALERTA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING '[2-MEDIA] LOTE NOTURNO: ' REG-AJL-TEXTO
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0800-IMPRIMIR-LINHA.
           ADD 1 TO WRK-QT-ACOES.
           PERFORM 0490-LER-ALERTA.

       0500-ESTOQUE-MINIMO.
           OPEN INPUT ARQ-SALDOS.
           IF NOT SALDOS-OK
