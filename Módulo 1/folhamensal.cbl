       IDENTIFICATION DIVISION.
       PROGRAM-ID. folhamensal.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = FOLHA MENSAL: PERCORRE O CADASTRO DE FUNCIONÁRIOS,
      *            APURA O SALÁRIO DA COMPETÊNCIA DE CADA ATIVO (O
      *            ADMITIDO NO MÊS RECEBE OS DIAS TRABALHADOS),
      *            DESCONTA O INSS PELAS FAIXAS PROGRESSIVAS E O IRRF
      *            PELA FAIXA
      *            COM PARCELA A DEDUZIR (TABELAS NO ARQUIVO
      *            FAIXAS-FOLHA, MANTIDO PELO MANUTFAIXAS; SEM ARQUIVO
      *            VALE A TABELA PADRÃO COMPILADA), APURA O FGTS DA
      *            EMPRESA, GRAVA O RESULTADO EM FOLHA-MENSAL, IMPRIME
      *            O HOLERITE DE CADA UM E EXPORTA O LÍQUIDO PELO
      *            FOLHABANCO. A FOLHA-MENSAL SERVE DE CONTROLE: QUEM
      *            JÁ TEM LINHA NA COMPETÊNCIA NÃO É PAGO DE NOVO
      * DATA = 15/10/2026
      * -------------------------------------------------------- *
      * 15/10/2026 LUCAS  O PONTO DIÁRIO (PONTO-DIARIO, DIGITADO PELO
      *                    DIGITAPONTO) ENTRA NA FOLHA: AS HORAS
      *                    EXTRAS A 50% E A 100% E O ADICIONAL NOTURNO
      *                    DE 20% SOBRE O VALOR DA HORA (SALÁRIO
      *                    DIVIDIDO PELAS HORAS-MES DO ARQUIVO DE
      *                    PARÂMETROS) SÃO PROVENTOS; AS FALTAS
      *                    INJUSTIFICADAS DESCONTAM UM TRINTA AVOS DO
      *                    SALÁRIO POR DIA. O HOLERITE MOSTRA AS HORAS
      * 15/10/2026 LUCAS  FALHA NA ABERTURA DO RESULTADO-ETAPA NO MODO
      *                    LOTE É AVISADA E DEVOLVE NO MÍNIMO RC 4
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MASTER ASSIGN TO 'FUNCIONARIOS-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MASTER.
           SELECT ARQ-FAIXAS ASSIGN TO 'FAIXAS-FOLHA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FAIXAS.
           SELECT ARQ-RESFOLHA ASSIGN TO 'FOLHA-MENSAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESFOLHA.
           SELECT ARQ-PONTO ASSIGN TO 'PONTO-DIARIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PON-CHAVE
               FILE STATUS IS WRK-STATUS-PONTO.
           SELECT ARQ-HOLERITES ASSIGN TO 'HOLERITES'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-MODOLOTE ASSIGN TO 'MODO-CHAMADA-LOTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MODOLOTE.
           SELECT ARQ-RESULTADO ASSIGN TO 'RESULTADO-ETAPA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESULTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MASTER.
           COPY 'funcionario.cbl'.

       FD  ARQ-FAIXAS.
           COPY 'faixafolha.cbl'.

       FD  ARQ-RESFOLHA.
           COPY 'resfolha.cbl'.

       FD  ARQ-PONTO.
           COPY 'ponto.cbl'.

       FD  ARQ-HOLERITES.
       01  REG-HOLERITE PIC X(80).

       FD  ARQ-MODOLOTE.
           COPY 'modolote.cbl'.

       FD  ARQ-RESULTADO.
           COPY 'resultado.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'folhacred.cbl'.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-MASTER   PIC X(02) VALUE '00'.
           88 MASTER-OK          VALUE '00'.
       77 WRK-STATUS-FAIXAS   PIC X(02) VALUE '00'.
           88 FAIXAS-OK          VALUE '00'.
       77 WRK-STATUS-RESFOLHA PIC X(02) VALUE '00'.
           88 RESFOLHA-OK        VALUE '00'.
       77 WRK-STATUS-MODOLOTE PIC X(02) VALUE '00'.
           88 MODOLOTE-OK        VALUE '00'.
       77 WRK-STATUS-PONTO    PIC X(02) VALUE '00'.
           88 PONTO-OK           VALUE '00'.
       77 WRK-STATUS-RESULTADO PIC X(02) VALUE '00'.
           88 RESULTADO-OK       VALUE '00'.
       77 WRK-FIM-MASTER   PIC X(01) VALUE 'N'.
           88 FIM-MASTER      VALUE 'S'.
       77 WRK-FIM-FAIXAS   PIC X(01) VALUE 'N'.
           88 FIM-FAIXAS      VALUE 'S'.
       77 WRK-FIM-RESFOLHA PIC X(01) VALUE 'N'.
           88 FIM-RESFOLHA    VALUE 'S'.
       77 WRK-FIM-PONTO    PIC X(01) VALUE 'N'.
           88 FIM-PONTO       VALUE 'S'.
       77 WRK-PONTO-ABERTO PIC X(01) VALUE 'N'.
           88 PONTO-ABERTO    VALUE 'S'.

       77 WRK-MODO PIC X(01) VALUE SPACES.
           88 MODO-INTERATIVO VALUE 'I'.
           88 MODO-LOTE       VALUE 'L'.
       77 WRK-RC-ETAPA PIC 9(02) VALUE ZEROES.
       77 WRK-QT-ETAPA PIC 9(05) VALUE ZEROES.

      * ALÍQUOTA DO FGTS DEPOSITADO PELA EMPRESA, SOBRESCRITA PELA
      * CHAVE ALIQUOTA-FGTS DO ARQUIVO DE PARÂMETROS
       77 WRK-ALIQUOTA-FGTS PIC 9(02)V99 VALUE 8,00.
      * HORAS DO MÊS PARA O VALOR DA HORA, SOBRESCRITAS PELA CHAVE
      * HORAS-MES DO ARQUIVO DE PARÂMETROS
       77 WRK-HORAS-MES     PIC 9(03)V99 VALUE 220,00.

      * TOTAIS DO PONTO DO FUNCIONÁRIO NA COMPETÊNCIA
       01  WRK-DATA-PONTO.
           02 WRK-DP-ANOMES PIC 9(06).
           02 WRK-DP-DIA    PIC 9(02).
       01  WRK-DATA-PONTO-NUM REDEFINES WRK-DATA-PONTO PIC 9(08).
       77 WRK-HORAS-EXTRA-50  PIC 9(04)V99 VALUE ZEROES.
       77 WRK-HORAS-EXTRA-100 PIC 9(04)V99 VALUE ZEROES.
       77 WRK-HORAS-NOTURNAS  PIC 9(04)V99 VALUE ZEROES.
       77 WRK-DIAS-FALTA      PIC 9(02) VALUE ZEROES.
       77 WRK-VALOR-HORA      PIC 9(06)V9999 VALUE ZEROES.
       77 WRK-PROVENTOS       PIC 9(08)V99 VALUE ZEROES.
       77 WRK-DESCONTOS       PIC 9(08)V99 VALUE ZEROES.
       77 WRK-HORA-ED         PIC ZZZ9,99 VALUE ZEROES.
       77 WRK-HORA2-ED        PIC ZZZ9,99 VALUE ZEROES.

       01  WRK-COMPETENCIA.
           02 WRK-CP-ANO PIC 9(04).
           02 WRK-CP-MES PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).

      * FAIXAS DE INSS (PROGRESSIVAS) E DE IRRF (COM PARCELA A
      * DEDUZIR), EM ORDEM CRESCENTE DE LIMITE
       77 WRK-QT-INSS PIC 9(02) COMP VALUE ZEROES.
       77 WRK-QT-IRRF PIC 9(02) COMP VALUE ZEROES.
       77 WRK-SUB-FX  PIC 9(02) COMP VALUE ZEROES.
       01  WRK-TAB-INSS.
           02 WRK-TI-ITEM OCCURS 10 TIMES.
               03 WRK-TI-LIMITE   PIC 9(08)V99.
               03 WRK-TI-ALIQUOTA PIC 9(02)V99.
       01  WRK-TAB-IRRF.
           02 WRK-TR-ITEM OCCURS 10 TIMES.
               03 WRK-TR-LIMITE   PIC 9(08)V99.
               03 WRK-TR-ALIQUOTA PIC 9(02)V99.
               03 WRK-TR-DEDUZIR  PIC 9(06)V99.

      * MATRÍCULAS JÁ PAGAS NA COMPETÊNCIA, CARREGADAS NA LARGADA
       77 WRK-QT-PAGOS  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-PAGO  PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-PAGOS.
           02 WRK-TP-MATRICULA PIC 9(05) OCCURS 500 TIMES.
       77 WRK-JA-PAGO PIC X(01) VALUE 'N'.
           88 JA-PAGO     VALUE 'S'.

       77 WRK-ANOMES-ENTRADA PIC 9(06) VALUE ZEROES.
       77 WRK-DIAS-MES       PIC 9(02) VALUE ZEROES.
       77 WRK-SALARIO-MES    PIC 9(08)V99 VALUE ZEROES.
       77 WRK-BRUTO          PIC 9(08)V99 VALUE ZEROES.
       77 WRK-INSS           PIC 9(06)V99 VALUE ZEROES.
       77 WRK-INSS-FAIXA     PIC 9(06)V99 VALUE ZEROES.
       77 WRK-BASE-IRRF      PIC 9(08)V99 VALUE ZEROES.
       77 WRK-IRRF           PIC S9(06)V99 VALUE ZEROES.
       77 WRK-LIQUIDO        PIC 9(08)V99 VALUE ZEROES.
       77 WRK-FGTS           PIC 9(06)V99 VALUE ZEROES.
       77 WRK-FAIXA-ANTERIOR PIC 9(08)V99 VALUE ZEROES.
       77 WRK-PORCAO-FAIXA   PIC 9(08)V99 VALUE ZEROES.
       77 WRK-FAIXA-ACHADA   PIC X(01) VALUE 'N'.
           88 FAIXA-ACHADA      VALUE 'S'.

       77 WRK-QT-PAGOS-AGORA PIC 9(05) VALUE ZEROES.
       77 WRK-QT-PULADOS     PIC 9(05) VALUE ZEROES.
       77 WRK-QT-RECUSADOS   PIC 9(05) VALUE ZEROES.
       77 WRK-TOTAL-BRUTO    PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOTAL-INSS     PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOTAL-IRRF     PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOTAL-LIQUIDO  PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOTAL-FGTS     PIC 9(10)V99 VALUE ZEROES.
       77 WRK-VALOR-ED PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).

       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'FOLHA DE PAGAMENTO MENSAL'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           MOVE 'ALIQUOTA-FGTS' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-ALIQUOTA-FGTS
           END-IF.
           MOVE 'HORAS-MES' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO AND REG-PRM-VALOR > ZEROES
               MOVE REG-PRM-VALOR TO WRK-HORAS-MES
           END-IF.
           PERFORM 0090-SELECIONAR-MODO.
           MOVE WRK-DS-ANO TO WRK-CP-ANO.
           MOVE WRK-DS-MES TO WRK-CP-MES.
           IF NOT MODO-LOTE
               DISPLAY 'COMPETÊNCIA (AAAAMM, ZERO = MÊS CORRENTE):'
               ACCEPT WRK-COMPETENCIA-NUM FROM CONSOLE
               IF WRK-COMPETENCIA-NUM = ZEROES
                   MOVE WRK-DS-ANO TO WRK-CP-ANO
                   MOVE WRK-DS-MES TO WRK-CP-MES
               END-IF
           END-IF.
           IF WRK-CP-MES < 1 OR WRK-CP-MES > 12
               DISPLAY 'COMPETÊNCIA INVÁLIDA'
               MOVE 8 TO WRK-RC-ETAPA
               PERFORM 0990-GRAVAR-RESULTADO-ETAPA
               GOBACK
           END-IF.
           PERFORM 0100-CARREGAR-FAIXAS.
           PERFORM 0150-CARREGAR-PAGOS.
      * SEM PONTO-DIARIO A FOLHA SAI SÓ COM O SALÁRIO
           OPEN INPUT ARQ-PONTO.
           IF PONTO-OK
               MOVE 'S' TO WRK-PONTO-ABERTO
           END-IF.
           OPEN OUTPUT ARQ-HOLERITES.
           PERFORM 0200-PROCESSAR-FUNCIONARIOS.
           PERFORM 0300-IMPRIMIR-TOTAIS.
           CLOSE ARQ-HOLERITES.
           IF PONTO-ABERTO
               CLOSE ARQ-PONTO
           END-IF.
           DISPLAY 'FUNCIONÁRIOS PAGOS.....: ' WRK-QT-PAGOS-AGORA.
           DISPLAY 'JÁ PAGOS NA COMPETÊNCIA: ' WRK-QT-PULADOS.
           DISPLAY 'RECUSADOS PELO BANCO...: ' WRK-QT-RECUSADOS.
           IF WRK-QT-RECUSADOS > ZEROES AND WRK-RC-ETAPA < 4
               MOVE 4 TO WRK-RC-ETAPA
           END-IF.
           MOVE WRK-QT-PAGOS-AGORA TO WRK-QT-ETAPA.
           PERFORM 0990-GRAVAR-RESULTADO-ETAPA.
           DISPLAY 'FINAL DA FOLHA MENSAL'.
           GOBACK.

       0090-SELECIONAR-MODO.
      * SE O LOTE NOTURNO TIVER GRAVADO O SINALIZADOR DE MODO LOTE,
      * A COMPETÊNCIA É O MÊS CORRENTE; CASO CONTRÁRIO, PERGUNTA NO
      * CONSOLE COMO NA EXECUÇÃO INTERATIVA NORMAL
           MOVE 'I' TO WRK-MODO.
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

       0100-CARREGAR-FAIXAS.
           OPEN INPUT ARQ-FAIXAS.
           IF FAIXAS-OK
               PERFORM 0110-LER-FAIXA
               PERFORM 0120-GUARDAR-FAIXA UNTIL FIM-FAIXAS
               CLOSE ARQ-FAIXAS
           END-IF.
           IF WRK-QT-INSS = ZEROES OR WRK-QT-IRRF = ZEROES
               DISPLAY 'FAIXAS-FOLHA INCOMPLETO - USANDO A TABELA '
                   'PADRÃO DE INSS E IRRF'
               PERFORM 0130-FAIXAS-PADRAO
           END-IF.

       0110-LER-FAIXA.
           READ ARQ-FAIXAS
               AT END
                   MOVE 'S' TO WRK-FIM-FAIXAS
           END-READ.

       0120-GUARDAR-FAIXA.
           IF FXF-INSS AND WRK-QT-INSS < 10
               ADD 1 TO WRK-QT-INSS
               MOVE REG-FXF-LIMITE   TO WRK-TI-LIMITE(WRK-QT-INSS)
               MOVE REG-FXF-ALIQUOTA TO WRK-TI-ALIQUOTA(WRK-QT-INSS)
           END-IF.
           IF FXF-IRRF AND WRK-QT-IRRF < 10
               ADD 1 TO WRK-QT-IRRF
               MOVE REG-FXF-LIMITE   TO WRK-TR-LIMITE(WRK-QT-IRRF)
               MOVE REG-FXF-ALIQUOTA TO WRK-TR-ALIQUOTA(WRK-QT-IRRF)
               MOVE REG-FXF-DEDUZIR  TO WRK-TR-DEDUZIR(WRK-QT-IRRF)
           END-IF.
           PERFORM 0110-LER-FAIXA.

      * TABELA PADRÃO, USADA QUANDO O ARQUIVO NÃO TRAZ OS DOIS TIPOS
       0130-FAIXAS-PADRAO.
           MOVE 4 TO WRK-QT-INSS.
           MOVE 1518,00 TO WRK-TI-LIMITE(1).
           MOVE 7,50    TO WRK-TI-ALIQUOTA(1).
           MOVE 2793,88 TO WRK-TI-LIMITE(2).
           MOVE 9,00    TO WRK-TI-ALIQUOTA(2).
           MOVE 4190,83 TO WRK-TI-LIMITE(3).
           MOVE 12,00   TO WRK-TI-ALIQUOTA(3).
           MOVE 8157,41 TO WRK-TI-LIMITE(4).
           MOVE 14,00   TO WRK-TI-ALIQUOTA(4).
           MOVE 5 TO WRK-QT-IRRF.
           MOVE 2428,80 TO WRK-TR-LIMITE(1).
           MOVE ZEROES  TO WRK-TR-ALIQUOTA(1).
           MOVE ZEROES  TO WRK-TR-DEDUZIR(1).
           MOVE 2826,65 TO WRK-TR-LIMITE(2).
           MOVE 7,50    TO WRK-TR-ALIQUOTA(2).
           MOVE 182,16  TO WRK-TR-DEDUZIR(2).
           MOVE 3751,05 TO WRK-TR-LIMITE(3).
           MOVE 15,00   TO WRK-TR-ALIQUOTA(3).
           MOVE 394,16  TO WRK-TR-DEDUZIR(3).
           MOVE 4664,68 TO WRK-TR-LIMITE(4).
           MOVE 22,50   TO WRK-TR-ALIQUOTA(4).
           MOVE 675,49  TO WRK-TR-DEDUZIR(4).
           MOVE 99999999,99 TO WRK-TR-LIMITE(5).
           MOVE 27,50   TO WRK-TR-ALIQUOTA(5).
           MOVE 908,73  TO WRK-TR-DEDUZIR(5).

       0150-CARREGAR-PAGOS.
           OPEN INPUT ARQ-RESFOLHA.
           IF RESFOLHA-OK
               PERFORM 0160-LER-RESFOLHA
               PERFORM 0170-GUARDAR-PAGO UNTIL FIM-RESFOLHA
               CLOSE ARQ-RESFOLHA
           END-IF.

       0160-LER-RESFOLHA.
           READ ARQ-RESFOLHA
               AT END
                   MOVE 'S' TO WRK-FIM-RESFOLHA
           END-READ.

       0170-GUARDAR-PAGO.
           IF REG-RFO-COMPETENCIA = WRK-COMPETENCIA-NUM AND
              WRK-QT-PAGOS < 500
               ADD 1 TO WRK-QT-PAGOS
               MOVE REG-RFO-MATRICULA TO WRK-TP-MATRICULA(WRK-QT-PAGOS)
           END-IF.
           PERFORM 0160-LER-RESFOLHA.

       0200-PROCESSAR-FUNCIONARIOS.
           OPEN INPUT ARQ-MASTER.
           IF NOT MASTER-OK
               DISPLAY 'CADASTRO DE FUNCIONÁRIOS NÃO ENCONTRADO'
               MOVE 8 TO WRK-RC-ETAPA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0210-LER-EMPREGADO.
           PERFORM 0220-PROCESSAR-UM UNTIL FIM-MASTER.
           CLOSE ARQ-MASTER.

       0210-LER-EMPREGADO.
           READ ARQ-MASTER
               AT END
                   MOVE 'S' TO WRK-FIM-MASTER
           END-READ.

      * O ADMITIDO DEPOIS DA COMPETÊNCIA FICA DE FORA; O ADMITIDO NO
      * PRÓPRIO MÊS RECEBE OS DIAS TRABALHADOS NO MÊS COMERCIAL DE 30
       0220-PROCESSAR-UM.
           IF REG-EMP-SALARIO = ZEROES OR REG-EMP-DESLIGADO
               PERFORM 0210-LER-EMPREGADO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-ANOMES-ENTRADA =
               REG-EMP-ANOENTRADA * 100 + REG-EMP-MESENTRADA.
           IF WRK-ANOMES-ENTRADA > WRK-COMPETENCIA-NUM
               PERFORM 0210-LER-EMPREGADO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0230-VERIFICAR-JA-PAGO.
           IF JA-PAGO
               ADD 1 TO WRK-QT-PULADOS
               PERFORM 0210-LER-EMPREGADO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-EMP-SALARIO TO WRK-SALARIO-MES.
           IF WRK-ANOMES-ENTRADA = WRK-COMPETENCIA-NUM AND
              REG-EMP-DIAENTRADA > 1
               IF REG-EMP-DIAENTRADA > 30
                   MOVE 1 TO WRK-DIAS-MES
               ELSE
                   COMPUTE WRK-DIAS-MES = 31 - REG-EMP-DIAENTRADA
               END-IF
               COMPUTE WRK-SALARIO-MES ROUNDED =
                   REG-EMP-SALARIO * WRK-DIAS-MES / 30
           END-IF.
           PERFORM 0235-APURAR-PONTO.
           COMPUTE WRK-VALOR-HORA ROUNDED =
               REG-EMP-SALARIO / WRK-HORAS-MES.
           COMPUTE WRK-PROVENTOS ROUNDED =
               WRK-HORAS-EXTRA-50 * WRK-VALOR-HORA * 1,5 +
               WRK-HORAS-EXTRA-100 * WRK-VALOR-HORA * 2 +
               WRK-HORAS-NOTURNAS * WRK-VALOR-HORA * 0,2.
           COMPUTE WRK-DESCONTOS ROUNDED =
               REG-EMP-SALARIO * WRK-DIAS-FALTA / 30.
           IF WRK-DESCONTOS > WRK-SALARIO-MES + WRK-PROVENTOS
               COMPUTE WRK-DESCONTOS =
                   WRK-SALARIO-MES + WRK-PROVENTOS
           END-IF.
           COMPUTE WRK-BRUTO =
               WRK-SALARIO-MES + WRK-PROVENTOS - WRK-DESCONTOS.
           PERFORM 0240-CALCULAR-INSS.
           PERFORM 0250-CALCULAR-IRRF.
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-INSS - WRK-IRRF.
           COMPUTE WRK-FGTS ROUNDED =
               WRK-BRUTO * WRK-ALIQUOTA-FGTS / 100.
           PERFORM 0280-EXPORTAR-LIQUIDO.
           IF NOT FCR-RECUSADO
               PERFORM 0260-GRAVAR-RESULTADO
               PERFORM 0270-IMPRIMIR-HOLERITE
           END-IF.
           PERFORM 0210-LER-EMPREGADO.

       0230-VERIFICAR-JA-PAGO.
           MOVE 'N' TO WRK-JA-PAGO.
           PERFORM VARYING WRK-SUB-PAGO FROM 1 BY 1
               UNTIL WRK-SUB-PAGO > WRK-QT-PAGOS OR JA-PAGO
               IF WRK-TP-MATRICULA(WRK-SUB-PAGO) = REG-EMP-MATRICULA
                   MOVE 'S' TO WRK-JA-PAGO
               END-IF
           END-PERFORM.

      * SOMA O PONTO DO FUNCIONÁRIO NA COMPETÊNCIA, DO DIA 1 ATÉ O
      * PRIMEIRO REGISTRO DE OUTRA MATRÍCULA OU DE OUTRO MÊS
       0235-APURAR-PONTO.
           MOVE ZEROES TO WRK-HORAS-EXTRA-50 WRK-HORAS-EXTRA-100
               WRK-HORAS-NOTURNAS WRK-DIAS-FALTA.
           IF NOT PONTO-ABERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-COMPETENCIA-NUM TO WRK-DP-ANOMES.
           MOVE 01 TO WRK-DP-DIA.
           MOVE REG-EMP-MATRICULA  TO REG-PON-MATRICULA.
           MOVE WRK-DATA-PONTO-NUM TO REG-PON-DATA.
           MOVE 'N' TO WRK-FIM-PONTO.
           START ARQ-PONTO KEY IS NOT LESS THAN REG-PON-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PONTO
           END-START.
           IF NOT FIM-PONTO
               PERFORM 0236-LER-PONTO
           END-IF.
           PERFORM 0237-SOMAR-PONTO UNTIL FIM-PONTO.

       0236-LER-PONTO.
           READ ARQ-PONTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PONTO
           END-READ.
           IF NOT FIM-PONTO
               MOVE REG-PON-DATA TO WRK-DATA-PONTO-NUM
               IF REG-PON-MATRICULA NOT = REG-EMP-MATRICULA OR
                  WRK-DP-ANOMES NOT = WRK-COMPETENCIA-NUM
                   MOVE 'S' TO WRK-FIM-PONTO
               END-IF
           END-IF.

       0237-SOMAR-PONTO.
           ADD REG-PON-EXTRA-50  TO WRK-HORAS-EXTRA-50.
           ADD REG-PON-EXTRA-100 TO WRK-HORAS-EXTRA-100.
           ADD REG-PON-NOTURNAS  TO WRK-HORAS-NOTURNAS.
           IF PON-FALTA
               ADD 1 TO WRK-DIAS-FALTA
           END-IF.
           PERFORM 0236-LER-PONTO.

      * INSS PROGRESSIVO: CADA FAIXA TRIBUTA SÓ A PORÇÃO DO BRUTO QUE
      * CAI DENTRO DELA; O QUE PASSA DA ÚLTIMA FAIXA (TETO) NÃO PAGA
       0240-CALCULAR-INSS.
           MOVE ZEROES TO WRK-INSS.
           MOVE ZEROES TO WRK-FAIXA-ANTERIOR.
           PERFORM VARYING WRK-SUB-FX FROM 1 BY 1
               UNTIL WRK-SUB-FX > WRK-QT-INSS
                   OR WRK-FAIXA-ANTERIOR NOT < WRK-BRUTO
               IF WRK-BRUTO > WRK-TI-LIMITE(WRK-SUB-FX)
                   COMPUTE WRK-PORCAO-FAIXA =
                       WRK-TI-LIMITE(WRK-SUB-FX) - WRK-FAIXA-ANTERIOR
               ELSE
                   COMPUTE WRK-PORCAO-FAIXA =
                       WRK-BRUTO - WRK-FAIXA-ANTERIOR
               END-IF
               COMPUTE WRK-INSS-FAIXA ROUNDED =
                   WRK-PORCAO-FAIXA * WRK-TI-ALIQUOTA(WRK-SUB-FX)
                   / 100
               ADD WRK-INSS-FAIXA TO WRK-INSS
               MOVE WRK-TI-LIMITE(WRK-SUB-FX) TO WRK-FAIXA-ANTERIOR
           END-PERFORM.

      * IRRF: A BASE É O BRUTO MENOS O INSS; VALE A PRIMEIRA FAIXA
      * CUJO LIMITE COMPORTA A BASE, MENOS A PARCELA A DEDUZIR
       0250-CALCULAR-IRRF.
           COMPUTE WRK-BASE-IRRF = WRK-BRUTO - WRK-INSS.
           MOVE ZEROES TO WRK-IRRF.
           MOVE 'N' TO WRK-FAIXA-ACHADA.
           PERFORM VARYING WRK-SUB-FX FROM 1 BY 1
               UNTIL WRK-SUB-FX > WRK-QT-IRRF OR FAIXA-ACHADA
               IF WRK-BASE-IRRF NOT > WRK-TR-LIMITE(WRK-SUB-FX)
                   MOVE 'S' TO WRK-FAIXA-ACHADA
                   COMPUTE WRK-IRRF ROUNDED =
                       WRK-BASE-IRRF * WRK-TR-ALIQUOTA(WRK-SUB-FX)
                       / 100 - WRK-TR-DEDUZIR(WRK-SUB-FX)
               END-IF
           END-PERFORM.
           IF WRK-IRRF < ZEROES
               MOVE ZEROES TO WRK-IRRF
           END-IF.

       0260-GRAVAR-RESULTADO.
           OPEN EXTEND ARQ-RESFOLHA.
           IF NOT RESFOLHA-OK
               OPEN OUTPUT ARQ-RESFOLHA
           END-IF.
           MOVE WRK-COMPETENCIA-NUM TO REG-RFO-COMPETENCIA.
           MOVE REG-EMP-MATRICULA   TO REG-RFO-MATRICULA.
           MOVE REG-EMP-NOME        TO REG-RFO-NOME.
           MOVE REG-EMP-DEPTO       TO REG-RFO-DEPTO.
           MOVE WRK-SALARIO-MES     TO REG-RFO-SALARIO.
           MOVE WRK-PROVENTOS       TO REG-RFO-PROVENTOS.
           MOVE WRK-DESCONTOS       TO REG-RFO-DESCONTOS.
           MOVE WRK-BRUTO           TO REG-RFO-BRUTO.
           MOVE WRK-INSS            TO REG-RFO-INSS.
           MOVE WRK-BASE-IRRF       TO REG-RFO-BASE-IRRF.
           MOVE WRK-IRRF            TO REG-RFO-IRRF.
           MOVE WRK-LIQUIDO         TO REG-RFO-LIQUIDO.
           MOVE WRK-FGTS            TO REG-RFO-FGTS.
           WRITE REG-RESFOLHA.
           CLOSE ARQ-RESFOLHA.
           ADD 1 TO WRK-QT-PAGOS-AGORA.
           ADD WRK-BRUTO   TO WRK-TOTAL-BRUTO.
           ADD WRK-INSS    TO WRK-TOTAL-INSS.
           ADD WRK-IRRF    TO WRK-TOTAL-IRRF.
           ADD WRK-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           ADD WRK-FGTS    TO WRK-TOTAL-FGTS.

       0270-IMPRIMIR-HOLERITE.
           MOVE ALL '-' TO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'HOLERITE - COMPETENCIA ' WRK-CP-MES '/' WRK-CP-ANO
               '   COMERCIAL LUCAS LTDA'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'MATRICULA ' REG-EMP-MATRICULA ' ' REG-EMP-NOME
               ' DEPTO ' REG-EMP-DEPTO
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.
           DISPLAY WRK-LINRELAT.
           MOVE WRK-SALARIO-MES TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'SALARIO DO MES.........: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.
           IF WRK-PROVENTOS > ZEROES
               MOVE WRK-PROVENTOS TO WRK-VALOR-ED
               MOVE WRK-HORAS-EXTRA-50 TO WRK-HORA-ED
               MOVE SPACES TO WRK-LINRELAT
               STRING '(+) EXTRAS E NOTURNO...: ' WRK-VALOR-ED
                   '  HE50 ' WRK-HORA-ED
                   DELIMITED BY SIZE INTO WRK-LINRELAT
               PERFORM 0290-GRAVAR-LINHA
               MOVE WRK-HORAS-EXTRA-100 TO WRK-HORA-ED
               MOVE WRK-HORAS-NOTURNAS TO WRK-HORA2-ED
               MOVE SPACES TO WRK-LINRELAT
               STRING '                          HE100 ' WRK-HORA-ED
                   '  NOTURNAS ' WRK-HORA2-ED
                   DELIMITED BY SIZE INTO WRK-LINRELAT
               PERFORM 0290-GRAVAR-LINHA
           END-IF.
           IF WRK-DESCONTOS > ZEROES
               MOVE WRK-DESCONTOS TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINRELAT
               STRING '(-) FALTAS.............: ' WRK-VALOR-ED
                   '  DIAS ' WRK-DIAS-FALTA
                   DELIMITED BY SIZE INTO WRK-LINRELAT
               PERFORM 0290-GRAVAR-LINHA
           END-IF.
           MOVE WRK-INSS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING '(-) INSS...............: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-IRRF TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING '(-) IRRF...............: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'LIQUIDO A RECEBER......: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-BASE-IRRF TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'BASE DO IRRF...........: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE WRK-FGTS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'FGTS DO MES (EMPRESA)..: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.

       0280-EXPORTAR-LIQUIDO.
           MOVE REG-EMP-MATRICULA TO REG-FCR-MATRICULA.
           MOVE REG-EMP-NOME      TO REG-FCR-NOME.
           MOVE WRK-CP-ANO        TO REG-FCR-ANO.
           MOVE WRK-LIQUIDO       TO REG-FCR-AUMENTO.
           MOVE WRK-LIQUIDO       TO REG-FCR-SALARIO.
           CALL 'folhabanco' USING REG-FOLHA-CREDITO.
           IF FCR-RECUSADO
               DISPLAY 'MATRICULA ' REG-EMP-MATRICULA ' NÃO PAGA - '
                   'EXPORTAÇÃO DA FOLHA CHEIA; AVISE A OPERAÇÃO'
               ADD 1 TO WRK-QT-RECUSADOS
           END-IF.

       0290-GRAVAR-LINHA.
           MOVE WRK-LINRELAT TO REG-HOLERITE.
           WRITE REG-HOLERITE.

       0300-IMPRIMIR-TOTAIS.
           MOVE ALL '=' TO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAIS DA FOLHA - COMPETENCIA ' WRK-CP-MES '/'
               WRK-CP-ANO ' - FUNCIONARIOS ' WRK-QT-PAGOS-AGORA
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.
           DISPLAY WRK-LINRELAT.
           MOVE WRK-TOTAL-BRUTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL BRUTO............: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.
           DISPLAY WRK-LINRELAT.
           MOVE WRK-TOTAL-INSS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL INSS.............: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.
           DISPLAY WRK-LINRELAT.
           MOVE WRK-TOTAL-IRRF TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL IRRF.............: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.
           DISPLAY WRK-LINRELAT.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL LIQUIDO..........: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.
           DISPLAY WRK-LINRELAT.
           MOVE WRK-TOTAL-FGTS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL FGTS.............: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0290-GRAVAR-LINHA.
           DISPLAY WRK-LINRELAT.

      * SEM O RESULTADO-ETAPA O LOTENOTURNO FICA SEM A QUANTIDADE
      * DA ETAPA: A FALHA É AVISADA E A ETAPA DEVOLVE NO MÍNIMO RC 4
       0990-GRAVAR-RESULTADO-ETAPA.
           IF MODO-LOTE
               OPEN OUTPUT ARQ-RESULTADO
               IF RESULTADO-OK
                   MOVE WRK-QT-ETAPA TO REG-RE-QT
                   WRITE REG-RESULTADO-ETAPA
                   CLOSE ARQ-RESULTADO
               ELSE
                   DISPLAY 'RESULTADO-ETAPA NÃO GRAVADO - STATUS '
                       WRK-STATUS-RESULTADO
                   IF WRK-RC-ETAPA < 4
                       MOVE 4 TO WRK-RC-ETAPA
                   END-IF
               END-IF
           END-IF.
           MOVE WRK-RC-ETAPA TO RETURN-CODE.
