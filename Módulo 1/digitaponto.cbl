       IDENTIFICATION DIVISION.
       PROGRAM-ID. digitaponto.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = DIGITAÇÃO DO PONTO DIÁRIO: O OPERADOR INFORMA A
      *            MATRÍCULA (CONFERIDA NO FUNCIONARIOS-MASTER), O DIA
      *            E A AUSÊNCIA OU AS HORAS DE ENTRADA, SAÍDA E
      *            INTERVALO; O PROGRAMA APURA AS HORAS TRABALHADAS, AS
      *            EXTRAS A 50% (ALÉM DA JORNADA-DIARIA DO ARQUIVO DE
      *            PARÂMETROS) OU A 100% (TODA HORA EM DOMINGO OU EM
      *            FERIADO DO ARQUIVO FERIADOS) E AS HORAS NOTURNAS
      *            ENTRE 22H E 5H, E GRAVA NO PONTO-DIARIO PELA CHAVE
      *            MATRÍCULA + DATA (DIA JÁ DIGITADO É SUBSTITUÍDO)
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PONTO ASSIGN TO 'PONTO-DIARIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PON-CHAVE
               FILE STATUS IS WRK-STATUS-PONTO.
           SELECT ARQ-MASTER ASSIGN TO 'FUNCIONARIOS-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MASTER.
           SELECT ARQ-FERIADOS ASSIGN TO 'FERIADOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PONTO.
           COPY 'ponto.cbl'.

       FD  ARQ-MASTER.
           COPY 'funcionario.cbl'.

       FD  ARQ-FERIADOS.
           COPY 'feriado.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'servdata.cbl'.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-PONTO    PIC X(02) VALUE '00'.
           88 PONTO-OK           VALUE '00'.
           88 PONTO-INEXISTENTE  VALUE '35'.
       77 WRK-STATUS-MASTER   PIC X(02) VALUE '00'.
           88 MASTER-OK          VALUE '00'.
       77 WRK-STATUS-FERIADOS PIC X(02) VALUE '00'.
           88 FERIADOS-OK        VALUE '00'.
       77 WRK-FIM-MASTER   PIC X(01) VALUE 'N'.
           88 FIM-MASTER      VALUE 'S'.
       77 WRK-FIM-FERIADOS PIC X(01) VALUE 'N'.
           88 FIM-FERIADOS    VALUE 'S'.

      * JORNADA NORMAL DO DIA EM HORAS, SOBRESCRITA PELA CHAVE
      * JORNADA-DIARIA DO ARQUIVO DE PARÂMETROS
       77 WRK-JORNADA PIC 9(02)V99 VALUE 8,00.

      * FUNCIONÁRIOS ATIVOS, PARA CONFERIR A MATRÍCULA DIGITADA
       77 WRK-QT-EMPREGADOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-EMP       PIC 9(03) COMP VALUE ZEROES.
       77 WRK-EMP-ACHADO    PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-EMPREGADOS.
           02 WRK-TE-ITEM OCCURS 500 TIMES.
               03 WRK-TE-MATRICULA PIC 9(05).
               03 WRK-TE-NOME      PIC X(20).

       77 WRK-QT-FERIADOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-FER     PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-FERIADOS.
           02 WRK-TF-DATA PIC 9(08) OCCURS 300 TIMES.
       77 WRK-DIA-ESPECIAL PIC X(01) VALUE 'N'.
           88 DIA-ESPECIAL    VALUE 'S'.

       77 WRK-MATRICULA PIC 9(05) VALUE ZEROES.
       77 WRK-DATA      PIC 9(08) VALUE ZEROES.
       77 WRK-AUSENCIA  PIC X(01) VALUE SPACES.
       01  WRK-HORA-ENTRADA.
           02 WRK-HE-HORA   PIC 9(02).
           02 WRK-HE-MINUTO PIC 9(02).
       01  WRK-HORA-ENTRADA-NUM REDEFINES WRK-HORA-ENTRADA PIC 9(04).
       01  WRK-HORA-SAIDA.
           02 WRK-HS-HORA   PIC 9(02).
           02 WRK-HS-MINUTO PIC 9(02).
       01  WRK-HORA-SAIDA-NUM REDEFINES WRK-HORA-SAIDA PIC 9(04).
       77 WRK-INTERVALO PIC 9(03) VALUE ZEROES.

      * MINUTOS CONTADOS DA MEIA-NOITE DO DIA DA ENTRADA; A SAÍDA
      * ANTES DA ENTRADA É NO DIA SEGUINTE
       77 WRK-MIN-INICIO   PIC 9(04) VALUE ZEROES.
       77 WRK-MIN-FIM      PIC 9(04) VALUE ZEROES.
       77 WRK-MIN-TRAB     PIC S9(04) VALUE ZEROES.
       77 WRK-MIN-NOTURNO  PIC 9(04) VALUE ZEROES.
       77 WRK-JAN-INICIO   PIC 9(04) VALUE ZEROES.
       77 WRK-JAN-FIM      PIC 9(04) VALUE ZEROES.
       77 WRK-SOBRE-INICIO PIC 9(04) VALUE ZEROES.
       77 WRK-SOBRE-FIM    PIC 9(04) VALUE ZEROES.
       77 WRK-TRABALHADAS  PIC 9(02)V99 VALUE ZEROES.
       77 WRK-DADOS-VALIDOS PIC X(01) VALUE 'N'.
           88 DADOS-VALIDOS   VALUE 'S'.
       77 WRK-PONTO-EXISTE PIC X(01) VALUE 'N'.
           88 PONTO-EXISTE    VALUE 'S'.

       77 WRK-QT-DIGITADOS PIC 9(05) VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'DIGITAÇÃO DO PONTO DIÁRIO'.
           DISPLAY '========================================'.
           MOVE 'JORNADA-DIARIA' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-JORNADA
           END-IF.
           PERFORM 0100-CARREGAR-EMPREGADOS.
           IF WRK-QT-EMPREGADOS = ZEROES
               DISPLAY 'CADASTRO DE FUNCIONÁRIOS NÃO ENCONTRADO'
               GOBACK
           END-IF.
           PERFORM 0130-CARREGAR-FERIADOS.
           OPEN I-O ARQ-PONTO.
           IF PONTO-INEXISTENTE
               OPEN OUTPUT ARQ-PONTO
               CLOSE ARQ-PONTO
               OPEN I-O ARQ-PONTO
           END-IF.
           IF NOT PONTO-OK
               DISPLAY 'NÃO FOI POSSÍVEL ABRIR O PONTO-DIARIO - '
                   'STATUS ' WRK-STATUS-PONTO
               GOBACK
           END-IF.
           DISPLAY 'MATRÍCULA (0 PARA ENCERRAR):'.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           PERFORM 0200-DIGITAR-DIA UNTIL WRK-MATRICULA = ZEROES.
           CLOSE ARQ-PONTO.
           DISPLAY 'DIAS DIGITADOS: ' WRK-QT-DIGITADOS.
           DISPLAY 'FINAL DA DIGITAÇÃO DO PONTO'.
           GOBACK.

       0100-CARREGAR-EMPREGADOS.
           OPEN INPUT ARQ-MASTER.
           IF MASTER-OK
               PERFORM 0110-LER-EMPREGADO
               PERFORM 0120-GUARDAR-EMPREGADO UNTIL FIM-MASTER
               CLOSE ARQ-MASTER
           END-IF.

       0110-LER-EMPREGADO.
           READ ARQ-MASTER
               AT END
                   MOVE 'S' TO WRK-FIM-MASTER
           END-READ.

       0120-GUARDAR-EMPREGADO.
           IF REG-EMP-ATIVO AND WRK-QT-EMPREGADOS < 500
               ADD 1 TO WRK-QT-EMPREGADOS
               MOVE REG-EMP-MATRICULA
                   TO WRK-TE-MATRICULA(WRK-QT-EMPREGADOS)
               MOVE REG-EMP-NOME TO WRK-TE-NOME(WRK-QT-EMPREGADOS)
           END-IF.
           PERFORM 0110-LER-EMPREGADO.

       0130-CARREGAR-FERIADOS.
           OPEN INPUT ARQ-FERIADOS.
           IF FERIADOS-OK
               PERFORM 0140-LER-FERIADO
               PERFORM 0150-GUARDAR-FERIADO UNTIL FIM-FERIADOS
               CLOSE ARQ-FERIADOS
           END-IF.

       0140-LER-FERIADO.
           READ ARQ-FERIADOS
               AT END
                   MOVE 'S' TO WRK-FIM-FERIADOS
           END-READ.

       0150-GUARDAR-FERIADO.
           IF WRK-QT-FERIADOS < 300
               ADD 1 TO WRK-QT-FERIADOS
               MOVE REG-FER-DATA TO WRK-TF-DATA(WRK-QT-FERIADOS)
           END-IF.
           PERFORM 0140-LER-FERIADO.

       0200-DIGITAR-DIA.
           PERFORM 0210-LOCALIZAR-EMPREGADO.
           IF WRK-EMP-ACHADO = ZEROES
               DISPLAY 'MATRÍCULA NÃO CADASTRADA OU DESLIGADA'
           ELSE
               DISPLAY 'FUNCIONÁRIO: ' WRK-TE-NOME(WRK-EMP-ACHADO)
               PERFORM 0220-PEDIR-DADOS
               IF DADOS-VALIDOS
                   PERFORM 0250-GRAVAR-PONTO
               END-IF
           END-IF.
           DISPLAY 'MATRÍCULA (0 PARA ENCERRAR):'.
           ACCEPT WRK-MATRICULA FROM CONSOLE.

       0210-LOCALIZAR-EMPREGADO.
           MOVE ZEROES TO WRK-EMP-ACHADO.
           PERFORM VARYING WRK-SUB-EMP FROM 1 BY 1
               UNTIL WRK-SUB-EMP > WRK-QT-EMPREGADOS
                   OR WRK-EMP-ACHADO > ZEROES
               IF WRK-TE-MATRICULA(WRK-SUB-EMP) = WRK-MATRICULA
                   MOVE WRK-SUB-EMP TO WRK-EMP-ACHADO
               END-IF
           END-PERFORM.

       0220-PEDIR-DADOS.
           MOVE 'N' TO WRK-DADOS-VALIDOS.
           DISPLAY 'DATA (AAAAMMDD):'.
           ACCEPT WRK-DATA FROM CONSOLE.
           MOVE 3 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA TO REG-SRV-DATA1.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-ERRO
               DISPLAY 'DATA INVÁLIDA. INFORME AAAAMMDD'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0230-VERIFICAR-DIA-ESPECIAL.
           DISPLAY 'AUSÊNCIA - (BRANCO) PRESENTE, (F)ALTA, '
               '(J)USTIFICADA, (A)TESTADO:'.
           MOVE SPACES TO WRK-AUSENCIA.
           ACCEPT WRK-AUSENCIA FROM CONSOLE.
           MOVE WRK-AUSENCIA TO REG-PON-AUSENCIA.
           IF NOT PON-AUSENCIA-VALIDA
               DISPLAY 'CÓDIGO DE AUSÊNCIA INVÁLIDO'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-HORA-ENTRADA-NUM WRK-HORA-SAIDA-NUM
               WRK-INTERVALO WRK-TRABALHADAS WRK-MIN-NOTURNO.
           IF NOT PON-PRESENTE
               MOVE 'S' TO WRK-DADOS-VALIDOS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'ENTRADA (HHMM):'.
           ACCEPT WRK-HORA-ENTRADA-NUM FROM CONSOLE.
           DISPLAY 'SAÍDA (HHMM):'.
           ACCEPT WRK-HORA-SAIDA-NUM FROM CONSOLE.
           DISPLAY 'INTERVALO EM MINUTOS:'.
           ACCEPT WRK-INTERVALO FROM CONSOLE.
           IF WRK-HE-HORA > 23 OR WRK-HE-MINUTO > 59 OR
              WRK-HS-HORA > 23 OR WRK-HS-MINUTO > 59
               DISPLAY 'HORÁRIO INVÁLIDO. INFORME HHMM'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-MIN-INICIO = WRK-HE-HORA * 60 + WRK-HE-MINUTO.
           COMPUTE WRK-MIN-FIM = WRK-HS-HORA * 60 + WRK-HS-MINUTO.
           IF WRK-MIN-FIM NOT > WRK-MIN-INICIO
               ADD 1440 TO WRK-MIN-FIM
           END-IF.
           COMPUTE WRK-MIN-TRAB =
               WRK-MIN-FIM - WRK-MIN-INICIO - WRK-INTERVALO.
           IF WRK-MIN-TRAB NOT > ZEROES
               DISPLAY 'INTERVALO MAIOR QUE A JORNADA DO DIA'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-TRABALHADAS ROUNDED = WRK-MIN-TRAB / 60.
           PERFORM 0240-APURAR-NOTURNAS.
           MOVE 'S' TO WRK-DADOS-VALIDOS.

      * DOMINGO (DIA 7 DO SERVICODATA) OU FERIADO DO ARQUIVO: TODA A
      * HORA TRABALHADA NO DIA É PAGA A 100%
       0230-VERIFICAR-DIA-ESPECIAL.
           MOVE 'N' TO WRK-DIA-ESPECIAL.
           IF REG-SRV-DIA-SEMANA = 7
               MOVE 'S' TO WRK-DIA-ESPECIAL
           END-IF.
           PERFORM VARYING WRK-SUB-FER FROM 1 BY 1
               UNTIL WRK-SUB-FER > WRK-QT-FERIADOS OR DIA-ESPECIAL
               IF WRK-TF-DATA(WRK-SUB-FER) = WRK-DATA
                   MOVE 'S' TO WRK-DIA-ESPECIAL
               END-IF
           END-PERFORM.

      * HORAS NOTURNAS: SOBREPOSIÇÃO DO TURNO COM AS JANELAS DE 0H ÀS
      * 5H E DE 22H ÀS 5H DO DIA SEGUINTE (1320 A 1740 MINUTOS)
       0240-APURAR-NOTURNAS.
           MOVE ZEROES TO WRK-MIN-NOTURNO.
           MOVE ZEROES TO WRK-JAN-INICIO.
           MOVE 300 TO WRK-JAN-FIM.
           PERFORM 0245-SOMAR-SOBREPOSICAO.
           MOVE 1320 TO WRK-JAN-INICIO.
           MOVE 1740 TO WRK-JAN-FIM.
           PERFORM 0245-SOMAR-SOBREPOSICAO.

       0245-SOMAR-SOBREPOSICAO.
           IF WRK-MIN-INICIO > WRK-JAN-INICIO
               MOVE WRK-MIN-INICIO TO WRK-SOBRE-INICIO
           ELSE
               MOVE WRK-JAN-INICIO TO WRK-SOBRE-INICIO
           END-IF.
           IF WRK-MIN-FIM < WRK-JAN-FIM
               MOVE WRK-MIN-FIM TO WRK-SOBRE-FIM
           ELSE
               MOVE WRK-JAN-FIM TO WRK-SOBRE-FIM
           END-IF.
           IF WRK-SOBRE-FIM > WRK-SOBRE-INICIO
               COMPUTE WRK-MIN-NOTURNO = WRK-MIN-NOTURNO +
                   WRK-SOBRE-FIM - WRK-SOBRE-INICIO
           END-IF.

       0250-GRAVAR-PONTO.
           MOVE WRK-MATRICULA TO REG-PON-MATRICULA.
           MOVE WRK-DATA      TO REG-PON-DATA.
           MOVE 'N' TO WRK-PONTO-EXISTE.
           READ ARQ-PONTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PONTO-EXISTE
                   DISPLAY 'DIA JÁ DIGITADO - MARCAÇÃO SUBSTITUÍDA'
           END-READ.
           MOVE WRK-HORA-ENTRADA-NUM TO REG-PON-ENTRADA.
           MOVE WRK-HORA-SAIDA-NUM   TO REG-PON-SAIDA.
           MOVE WRK-INTERVALO        TO REG-PON-INTERVALO.
           MOVE WRK-TRABALHADAS      TO REG-PON-TRABALHADAS.
           MOVE WRK-AUSENCIA         TO REG-PON-AUSENCIA.
           MOVE ZEROES TO REG-PON-EXTRA-50 REG-PON-EXTRA-100.
           COMPUTE REG-PON-NOTURNAS ROUNDED = WRK-MIN-NOTURNO / 60.
           IF DIA-ESPECIAL
               MOVE WRK-TRABALHADAS TO REG-PON-EXTRA-100
           ELSE
               IF WRK-TRABALHADAS > WRK-JORNADA
                   COMPUTE REG-PON-EXTRA-50 =
                       WRK-TRABALHADAS - WRK-JORNADA
               END-IF
           END-IF.
           IF PONTO-EXISTE
               REWRITE REG-PONTO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O PONTO - STATUS '
                           WRK-STATUS-PONTO
               END-REWRITE
           ELSE
               WRITE REG-PONTO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O PONTO - STATUS '
                           WRK-STATUS-PONTO
               END-WRITE
           END-IF.
           ADD 1 TO WRK-QT-DIGITADOS.
           DISPLAY 'TRABALHADAS ' REG-PON-TRABALHADAS
               ' EXTRA 50% ' REG-PON-EXTRA-50
               ' EXTRA 100% ' REG-PON-EXTRA-100
               ' NOTURNAS ' REG-PON-NOTURNAS.
