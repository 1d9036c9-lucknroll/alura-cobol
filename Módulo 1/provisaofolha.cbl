       IDENTIFICATION DIVISION.
       PROGRAM-ID. provisaofolha.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = PROVISÃO MENSAL DE 13º SALÁRIO E DE FÉRIAS: NO
      *            FECHAMENTO DA COMPETÊNCIA APURA, PARA CADA
      *            FUNCIONÁRIO, O 13º ADQUIRIDO NO ANO (UM DOZE AVOS
      *            DO SALÁRIO POR MÊS TRABALHADO, MENOS AS PARCELAS JÁ
      *            PAGAS NO DECIMO-CONTROLE) E AS FÉRIAS ADQUIRIDAS E
      *            NÃO GOZADAS COM O TERÇO CONSTITUCIONAL (MESES
      *            COMPLETOS DESDE A ADMISSÃO PELO SERVICODATA, COMO
      *            NO FERIAS, MENOS O JÁ INICIADO EM FERIAS-AGENDADAS).
      *            COMPARA COM O ÚLTIMO SALDO GUARDADO EM
      *            PROVISOES-FOLHA E ANEXA EM LANCAMENTOS-GL, POR
      *            DEPARTAMENTO (CENTRO DE CUSTO), A CONSTITUIÇÃO DO
      *            MÊS E O ESTORNO DO QUE FOI PAGO (PARCELA DO 13º,
      *            FÉRIAS INICIADAS NO MÊS OU DESLIGAMENTO). CONTAS
      *            DAS LINHAS 'PROV13' E 'PROVFE' DO MAPA-CONTAS OU O
      *            PADRÃO COMPILADO. IMPRIME O DEMONSTRATIVO DA
      *            PROVISÃO POR DEPARTAMENTO
      * DATA = 15/10/2026
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
           SELECT ARQ-PROVISOES ASSIGN TO 'PROVISOES-FOLHA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROVISOES.
           SELECT ARQ-CONTROLE ASSIGN TO 'DECIMO-CONTROLE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE.
           SELECT ARQ-FERIAS ASSIGN TO 'FERIAS-AGENDADAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIAS.
           SELECT ARQ-MAPA-CONTAS ASSIGN TO 'MAPA-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT ARQ-GL ASSIGN TO 'LANCAMENTOS-GL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GL.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-PROVISAO'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MASTER.
           COPY 'funcionario.cbl'.

       FD  ARQ-PROVISOES.
           COPY 'provfolha.cbl'.

       FD  ARQ-CONTROLE.
       01  REG-CONTROLE-DECIMO.
           02 REG-CD-ANO       PIC 9(04).
           02 REG-CD-PARCELA   PIC 9(01).
           02 REG-CD-MATRICULA PIC 9(05).
           02 REG-CD-VALOR     PIC 9(08)V99.

       FD  ARQ-FERIAS.
       01  REG-FERIAS.
           02 REG-FER-MATRICULA PIC 9(05).
           02 REG-FER-INICIO    PIC 9(08).
           02 REG-FER-FIM       PIC 9(08).
           02 REG-FER-DIAS      PIC 9(02).

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

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'servdata.cbl'.
           COPY 'periodo.cbl'.

       77 WRK-STATUS-MASTER    PIC X(02) VALUE '00'.
           88 MASTER-OK           VALUE '00'.
       77 WRK-STATUS-PROVISOES PIC X(02) VALUE '00'.
           88 PROVISOES-OK        VALUE '00'.
       77 WRK-STATUS-CONTROLE  PIC X(02) VALUE '00'.
           88 CONTROLE-OK         VALUE '00'.
       77 WRK-STATUS-FERIAS    PIC X(02) VALUE '00'.
           88 FERIAS-OK           VALUE '00'.
       77 WRK-STATUS-MAPA      PIC X(02) VALUE '00'.
           88 MAPA-OK             VALUE '00'.
       77 WRK-STATUS-GL        PIC X(02) VALUE '00'.
           88 GL-OK               VALUE '00'.
       77 WRK-FIM-MASTER    PIC X(01) VALUE 'N'.
           88 FIM-MASTER       VALUE 'S'.
       77 WRK-FIM-PROVISOES PIC X(01) VALUE 'N'.
           88 FIM-PROVISOES    VALUE 'S'.
       77 WRK-FIM-CONTROLE  PIC X(01) VALUE 'N'.
           88 FIM-CONTROLE     VALUE 'S'.
       77 WRK-FIM-FERIAS    PIC X(01) VALUE 'N'.
           88 FIM-FERIAS       VALUE 'S'.
       77 WRK-FIM-MAPA      PIC X(01) VALUE 'N'.
           88 FIM-MAPA         VALUE 'S'.
       77 WRK-JA-LANCADA    PIC X(01) VALUE 'N'.
           88 COMPETENCIA-JA-LANCADA VALUE 'S'.

      * CONTAS DAS PROVISÕES: AS LINHAS DE CENTRO 'PROV13' E 'PROVFE'
      * DO MAPA DE CONTAS DO MÊS PREVALECEM SOBRE O PADRÃO COMPILADO
       77 WRK-GL-DESP-13     PIC X(08) VALUE '41040002'.
       77 WRK-GL-PASSIVO-13  PIC X(08) VALUE '21020002'.
       77 WRK-GL-DESP-FE     PIC X(08) VALUE '41040003'.
       77 WRK-GL-PASSIVO-FE  PIC X(08) VALUE '21020003'.
       77 WRK-PAR-DEB        PIC X(08) VALUE SPACES.
       77 WRK-PAR-CRED       PIC X(08) VALUE SPACES.
       77 WRK-PAR-VALOR      PIC 9(10)V99 VALUE ZEROES.

       01  WRK-COMPETENCIA.
           02 WRK-CP-ANO PIC 9(04).
           02 WRK-CP-MES PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).

      * A PROVISÃO É APURADA NO ÚLTIMO DIA DA COMPETÊNCIA
       01  WRK-DATA-AUX.
           02 WRK-DA-ANO PIC 9(04).
           02 WRK-DA-MES PIC 9(02).
           02 WRK-DA-DIA PIC 9(02).
       01  WRK-DATA-AUX-NUM REDEFINES WRK-DATA-AUX PIC 9(08).
       77 WRK-PRIMEIRO-DIA PIC 9(08) VALUE ZEROES.
       77 WRK-DATA-REF     PIC 9(08) VALUE ZEROES.

       77 WRK-DIAENTRADA PIC 9(02) VALUE ZEROES.
       77 WRK-ADMISSAO   PIC 9(08) VALUE ZEROES.

      * ÚLTIMO SALDO DE CADA MATRÍCULA ANTES DA COMPETÊNCIA
       77 WRK-QT-ANTERIORES PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ANT       PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-ANTERIORES.
           02 WRK-TA-ITEM OCCURS 500 TIMES.
               03 WRK-TA-MATRICULA    PIC 9(05).
               03 WRK-TA-COMPETENCIA  PIC 9(06).
               03 WRK-TA-PAGO-13      PIC 9(08)V99.
               03 WRK-TA-SALDO-13     PIC 9(08)V99.
               03 WRK-TA-SALDO-FERIAS PIC 9(08)V99.
       77 WRK-MATRICULA-VEZ PIC 9(05) VALUE ZEROES.
       77 WRK-ANT-ACHADO PIC X(01) VALUE 'N'.
           88 ANTERIOR-ACHADO VALUE 'S'.

      * 13º JÁ PAGO NO ANO DA COMPETÊNCIA, POR MATRÍCULA
       77 WRK-QT-PAGOS-13 PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-PAG     PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-PAGOS-13.
           02 WRK-TG-ITEM OCCURS 500 TIMES.
               03 WRK-TG-MATRICULA PIC 9(05).
               03 WRK-TG-VALOR     PIC 9(08)V99.
       77 WRK-PAG-ACHADO PIC X(01) VALUE 'N'.
           88 PAGO-ACHADO VALUE 'S'.

      * VALORES DO FUNCIONÁRIO DA VEZ
       77 WRK-ANT-COMPETENCIA  PIC 9(06) VALUE ZEROES.
       77 WRK-ANT-PAGO-13      PIC 9(08)V99 VALUE ZEROES.
       77 WRK-ANT-SALDO-13     PIC 9(08)V99 VALUE ZEROES.
       77 WRK-ANT-SALDO-FERIAS PIC 9(08)V99 VALUE ZEROES.
       77 WRK-MESES-13       PIC 9(02) VALUE ZEROES.
       77 WRK-PAGO-13        PIC 9(08)V99 VALUE ZEROES.
       77 WRK-ADQUIRIDO-13   PIC 9(08)V99 VALUE ZEROES.
       77 WRK-SALDO-13       PIC 9(08)V99 VALUE ZEROES.
       77 WRK-ESTORNO-13     PIC 9(08)V99 VALUE ZEROES.
       77 WRK-MESES-CASA     PIC 9(04) VALUE ZEROES.
       77 WRK-DIAS-ADQUIRIDOS PIC 9(04)V99 VALUE ZEROES.
       77 WRK-DIAS-GOZADOS   PIC 9(04) VALUE ZEROES.
       77 WRK-DIAS-GOZO-MES  PIC 9(04) VALUE ZEROES.
       77 WRK-DIAS-SALDO     PIC 9(04)V99 VALUE ZEROES.
       77 WRK-SALDO-FERIAS   PIC 9(08)V99 VALUE ZEROES.
       77 WRK-ESTORNO-FERIAS PIC 9(08)V99 VALUE ZEROES.
       77 WRK-CONSTITUICAO   PIC S9(10)V99 VALUE ZEROES.

      * DEMONSTRATIVO POR DEPARTAMENTO
       77 WRK-QT-DEPTOS PIC 9(02) COMP VALUE ZEROES.
       77 WRK-SUB-DEP   PIC 9(02) COMP VALUE ZEROES.
       77 WRK-ACHOU-DEPTO PIC X(01) VALUE 'N'.
           88 DEPTO-NA-TABELA VALUE 'S'.
       77 WRK-DEPTO-VEZ PIC X(04) VALUE SPACES.
       01  WRK-TAB-DEPTOS.
           02 WRK-TD-ITEM OCCURS 50 TIMES.
               03 WRK-TD-DEPTO      PIC X(04).
               03 WRK-TD-QT         PIC 9(05).
               03 WRK-TD-ANT-13     PIC 9(10)V99.
               03 WRK-TD-EST-13     PIC 9(10)V99.
               03 WRK-TD-ATU-13     PIC 9(10)V99.
               03 WRK-TD-ANT-FE     PIC 9(10)V99.
               03 WRK-TD-EST-FE     PIC 9(10)V99.
               03 WRK-TD-ATU-FE     PIC 9(10)V99.
       01  WRK-TOTAIS.
           02 WRK-TT-QT     PIC 9(05) VALUE ZEROES.
           02 WRK-TT-ANT-13 PIC 9(10)V99 VALUE ZEROES.
           02 WRK-TT-EST-13 PIC 9(10)V99 VALUE ZEROES.
           02 WRK-TT-ATU-13 PIC 9(10)V99 VALUE ZEROES.
           02 WRK-TT-ANT-FE PIC 9(10)V99 VALUE ZEROES.
           02 WRK-TT-EST-FE PIC 9(10)V99 VALUE ZEROES.
           02 WRK-TT-ATU-FE PIC 9(10)V99 VALUE ZEROES.

       77 WRK-QT-GRAVADOS PIC 9(05) VALUE ZEROES.
       77 WRK-ANT-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-CONST-ED PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-EST-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-ATU-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-VALOR-ED PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-ROTULO   PIC X(14) VALUE SPACES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).

       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'PROVISÃO MENSAL DE 13º E FÉRIAS'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           DISPLAY 'COMPETÊNCIA (AAAAMM, ZERO = MÊS CORRENTE):'.
           ACCEPT WRK-COMPETENCIA-NUM FROM CONSOLE.
           IF WRK-COMPETENCIA-NUM = ZEROES
               MOVE WRK-DS-ANO TO WRK-CP-ANO
               MOVE WRK-DS-MES TO WRK-CP-MES
           END-IF.
           IF WRK-CP-MES < 1 OR WRK-CP-MES > 12
               DISPLAY 'COMPETÊNCIA INVÁLIDA'
               GOBACK
           END-IF.
           MOVE WRK-COMPETENCIA-NUM TO REG-PER-ANOMES.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'COMPETÊNCIA ' WRK-COMPETENCIA-NUM
                   ' FECHADA - PROVISÃO NÃO LANÇADA'
               GOBACK
           END-IF.
           PERFORM 0050-CALCULAR-DATA-REFERENCIA.
           PERFORM 0100-CARREGAR-ANTERIORES.
           IF COMPETENCIA-JA-LANCADA
               DISPLAY 'PROVISÃO DA COMPETÊNCIA ' WRK-COMPETENCIA-NUM
                   ' JÁ LANÇADA - NADA A FAZER'
               GOBACK
           END-IF.
           PERFORM 0130-CARREGAR-PAGOS-13.
           PERFORM 0150-LOCALIZAR-CONTAS.
           PERFORM 0200-PROCESSAR-FUNCIONARIOS.
           IF WRK-QT-GRAVADOS = ZEROES
               DISPLAY 'NENHUM FUNCIONÁRIO A PROVISIONAR'
               GOBACK
           END-IF.
           PERFORM 0400-LANCAR-GL.
           PERFORM 0500-IMPRIMIR-DEMONSTRATIVO.
           DISPLAY 'FUNCIONÁRIOS PROVISIONADOS: ' WRK-QT-GRAVADOS.
           DISPLAY 'FINAL DA PROVISÃO DE 13º E FÉRIAS'.
           GOBACK.

      * ÚLTIMO DIA DA COMPETÊNCIA = PRIMEIRO DIA DO MÊS SEGUINTE
      * MENOS UM, PELO SERVICODATA
       0050-CALCULAR-DATA-REFERENCIA.
           MOVE WRK-CP-ANO TO WRK-DA-ANO.
           MOVE WRK-CP-MES TO WRK-DA-MES.
           MOVE 01 TO WRK-DA-DIA.
           MOVE WRK-DATA-AUX-NUM TO WRK-PRIMEIRO-DIA.
           IF WRK-DA-MES = 12
               ADD 1 TO WRK-DA-ANO
               MOVE 01 TO WRK-DA-MES
           ELSE
               ADD 1 TO WRK-DA-MES
           END-IF.
           MOVE 1 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA-AUX-NUM TO REG-SRV-DATA1.
           MOVE -1 TO REG-SRV-DIAS.
           CALL 'servicodata' USING REG-SERVDATA.
           MOVE REG-SRV-DATA-RES TO WRK-DATA-REF.

      * GUARDA O SALDO MAIS RECENTE DE CADA MATRÍCULA ANTERIOR À
      * COMPETÊNCIA; LINHA DA PRÓPRIA COMPETÊNCIA BLOQUEIA O
      * RELANÇAMENTO
       0100-CARREGAR-ANTERIORES.
           OPEN INPUT ARQ-PROVISOES.
           IF PROVISOES-OK
               PERFORM 0110-LER-PROVISAO
               PERFORM 0120-GUARDAR-ANTERIOR UNTIL FIM-PROVISOES
               CLOSE ARQ-PROVISOES
           END-IF.

       0110-LER-PROVISAO.
           READ ARQ-PROVISOES
               AT END
                   MOVE 'S' TO WRK-FIM-PROVISOES
           END-READ.

       0120-GUARDAR-ANTERIOR.
           IF REG-PVF-COMPETENCIA = WRK-COMPETENCIA-NUM
               MOVE 'S' TO WRK-JA-LANCADA
           END-IF.
           IF REG-PVF-COMPETENCIA < WRK-COMPETENCIA-NUM
               MOVE REG-PVF-MATRICULA TO WRK-MATRICULA-VEZ
               PERFORM 0230-LOCALIZAR-ANTERIOR
               IF NOT ANTERIOR-ACHADO AND WRK-QT-ANTERIORES < 500
                   ADD 1 TO WRK-QT-ANTERIORES
                   MOVE WRK-QT-ANTERIORES TO WRK-SUB-ANT
                   MOVE REG-PVF-MATRICULA
                       TO WRK-TA-MATRICULA(WRK-SUB-ANT)
                   MOVE ZEROES TO WRK-TA-COMPETENCIA(WRK-SUB-ANT)
                   MOVE 'S' TO WRK-ANT-ACHADO
               END-IF
               IF ANTERIOR-ACHADO AND REG-PVF-COMPETENCIA NOT <
                  WRK-TA-COMPETENCIA(WRK-SUB-ANT)
                   MOVE REG-PVF-COMPETENCIA
                       TO WRK-TA-COMPETENCIA(WRK-SUB-ANT)
                   MOVE REG-PVF-PAGO-13
                       TO WRK-TA-PAGO-13(WRK-SUB-ANT)
                   MOVE REG-PVF-SALDO-13
                       TO WRK-TA-SALDO-13(WRK-SUB-ANT)
                   MOVE REG-PVF-SALDO-FERIAS
                       TO WRK-TA-SALDO-FERIAS(WRK-SUB-ANT)
               END-IF
           END-IF.
           PERFORM 0110-LER-PROVISAO.

       0130-CARREGAR-PAGOS-13.
           OPEN INPUT ARQ-CONTROLE.
           IF CONTROLE-OK
               PERFORM 0135-LER-CONTROLE
               PERFORM 0140-SOMAR-PAGO-13 UNTIL FIM-CONTROLE
               CLOSE ARQ-CONTROLE
           END-IF.

       0135-LER-CONTROLE.
           READ ARQ-CONTROLE
               AT END
                   MOVE 'S' TO WRK-FIM-CONTROLE
           END-READ.

       0140-SOMAR-PAGO-13.
           IF REG-CD-ANO = WRK-CP-ANO
               MOVE 'N' TO WRK-PAG-ACHADO
               PERFORM VARYING WRK-SUB-PAG FROM 1 BY 1
                   UNTIL WRK-SUB-PAG > WRK-QT-PAGOS-13
                       OR PAGO-ACHADO
                   IF WRK-TG-MATRICULA(WRK-SUB-PAG) =
                      REG-CD-MATRICULA
                       MOVE 'S' TO WRK-PAG-ACHADO
                       ADD REG-CD-VALOR
                           TO WRK-TG-VALOR(WRK-SUB-PAG)
                   END-IF
               END-PERFORM
               IF NOT PAGO-ACHADO AND WRK-QT-PAGOS-13 < 500
                   ADD 1 TO WRK-QT-PAGOS-13
                   MOVE REG-CD-MATRICULA
                       TO WRK-TG-MATRICULA(WRK-QT-PAGOS-13)
                   MOVE REG-CD-VALOR
                       TO WRK-TG-VALOR(WRK-QT-PAGOS-13)
               END-IF
           END-IF.
           PERFORM 0135-LER-CONTROLE.

       0150-LOCALIZAR-CONTAS.
           OPEN INPUT ARQ-MAPA-CONTAS.
           IF MAPA-OK
               PERFORM 0160-LER-MAPA
               PERFORM 0170-COMPARAR-MAPA UNTIL FIM-MAPA
               CLOSE ARQ-MAPA-CONTAS
           END-IF.

       0160-LER-MAPA.
           READ ARQ-MAPA-CONTAS
               AT END
                   MOVE 'S' TO WRK-FIM-MAPA
           END-READ.

       0170-COMPARAR-MAPA.
           IF REG-MC-MES = WRK-CP-MES OR REG-MC-MES = ZEROES
               IF REG-MC-CENTRO-CUSTO = 'PROV13'
                   MOVE REG-MC-CONTA-DEB  TO WRK-GL-DESP-13
                   MOVE REG-MC-CONTA-CRED TO WRK-GL-PASSIVO-13
               END-IF
               IF REG-MC-CENTRO-CUSTO = 'PROVFE'
                   MOVE REG-MC-CONTA-DEB  TO WRK-GL-DESP-FE
                   MOVE REG-MC-CONTA-CRED TO WRK-GL-PASSIVO-FE
               END-IF
           END-IF.
           PERFORM 0160-LER-MAPA.

       0200-PROCESSAR-FUNCIONARIOS.
           OPEN INPUT ARQ-MASTER.
           IF NOT MASTER-OK
               DISPLAY 'CADASTRO DE FUNCIONÁRIOS NÃO ENCONTRADO'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-PROVISOES.
           IF NOT PROVISOES-OK
               OPEN OUTPUT ARQ-PROVISOES
           END-IF.
           PERFORM 0210-LER-EMPREGADO.
           PERFORM 0220-PROCESSAR-UM UNTIL FIM-MASTER.
           CLOSE ARQ-MASTER.
           CLOSE ARQ-PROVISOES.

       0210-LER-EMPREGADO.
           READ ARQ-MASTER
               AT END
                   MOVE 'S' TO WRK-FIM-MASTER
           END-READ.

      * O DESLIGADO TEM O SALDO QUITADO NA RESCISÃO: A PROVISÃO QUE
      * RESTAVA É ESTORNADA UMA VEZ E O SALDO FICA ZERADO
       0220-PROCESSAR-UM.
           MOVE REG-EMP-MATRICULA TO WRK-MATRICULA-VEZ.
           PERFORM 0230-LOCALIZAR-ANTERIOR.
           MOVE ZEROES TO WRK-ANT-COMPETENCIA WRK-ANT-PAGO-13
               WRK-ANT-SALDO-13 WRK-ANT-SALDO-FERIAS.
           IF ANTERIOR-ACHADO
               MOVE WRK-TA-COMPETENCIA(WRK-SUB-ANT)
                   TO WRK-ANT-COMPETENCIA
               MOVE WRK-TA-PAGO-13(WRK-SUB-ANT) TO WRK-ANT-PAGO-13
               MOVE WRK-TA-SALDO-13(WRK-SUB-ANT) TO WRK-ANT-SALDO-13
               MOVE WRK-TA-SALDO-FERIAS(WRK-SUB-ANT)
                   TO WRK-ANT-SALDO-FERIAS
           END-IF.
           MOVE ZEROES TO WRK-MESES-13 WRK-PAGO-13 WRK-SALDO-13
               WRK-ESTORNO-13 WRK-DIAS-SALDO WRK-SALDO-FERIAS
               WRK-ESTORNO-FERIAS.
           IF REG-EMP-DESLIGADO
               IF WRK-ANT-SALDO-13 = ZEROES AND
                  WRK-ANT-SALDO-FERIAS = ZEROES
                   PERFORM 0210-LER-EMPREGADO
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-ANT-PAGO-13 TO WRK-PAGO-13
               MOVE WRK-ANT-SALDO-13 TO WRK-ESTORNO-13
               MOVE WRK-ANT-SALDO-FERIAS TO WRK-ESTORNO-FERIAS
               PERFORM 0260-GRAVAR-SALDO
               PERFORM 0270-ACUMULAR-DEPTO
               PERFORM 0210-LER-EMPREGADO
               EXIT PARAGRAPH
           END-IF.
           IF REG-EMP-SALARIO = ZEROES
               PERFORM 0210-LER-EMPREGADO
               EXIT PARAGRAPH
           END-IF.
           IF REG-EMP-DIAENTRADA > ZEROES AND
              REG-EMP-DIAENTRADA < 32
               MOVE REG-EMP-DIAENTRADA TO WRK-DIAENTRADA
           ELSE
               MOVE 01 TO WRK-DIAENTRADA
           END-IF.
           COMPUTE WRK-ADMISSAO =
               REG-EMP-ANOENTRADA * 10000 +
               REG-EMP-MESENTRADA * 100 + WRK-DIAENTRADA.
           IF WRK-ADMISSAO > WRK-DATA-REF
               PERFORM 0210-LER-EMPREGADO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0240-APURAR-13.
           PERFORM 0250-APURAR-FERIAS.
           PERFORM 0260-GRAVAR-SALDO.
           PERFORM 0270-ACUMULAR-DEPTO.
           PERFORM 0210-LER-EMPREGADO.

       0230-LOCALIZAR-ANTERIOR.
           MOVE 'N' TO WRK-ANT-ACHADO.
           PERFORM VARYING WRK-SUB-ANT FROM 1 BY 1
               UNTIL WRK-SUB-ANT > WRK-QT-ANTERIORES
                   OR ANTERIOR-ACHADO
               IF WRK-TA-MATRICULA(WRK-SUB-ANT) = WRK-MATRICULA-VEZ
                   MOVE 'S' TO WRK-ANT-ACHADO
               END-IF
           END-PERFORM.
           IF ANTERIOR-ACHADO
               SUBTRACT 1 FROM WRK-SUB-ANT
           END-IF.

      * OS MESES DO 13º CONTAM DO MÊS DE ADMISSÃO (ADMITIDO EM ANO
      * ANTERIOR CONTA DESDE JANEIRO) ATÉ O MÊS DA COMPETÊNCIA; O
      * SALDO É O ADQUIRIDO MENOS AS PARCELAS PAGAS NO ANO, E O QUE
      * FOI PAGO DESDE O ÚLTIMO FECHAMENTO É ESTORNADO
       0240-APURAR-13.
           IF REG-EMP-ANOENTRADA = WRK-CP-ANO
               COMPUTE WRK-MESES-13 =
                   WRK-CP-MES - REG-EMP-MESENTRADA + 1
           ELSE
               MOVE WRK-CP-MES TO WRK-MESES-13
           END-IF.
           MOVE 'N' TO WRK-PAG-ACHADO.
           PERFORM VARYING WRK-SUB-PAG FROM 1 BY 1
               UNTIL WRK-SUB-PAG > WRK-QT-PAGOS-13
                   OR PAGO-ACHADO
               IF WRK-TG-MATRICULA(WRK-SUB-PAG) = REG-EMP-MATRICULA
                   MOVE 'S' TO WRK-PAG-ACHADO
                   MOVE WRK-TG-VALOR(WRK-SUB-PAG) TO WRK-PAGO-13
               END-IF
           END-PERFORM.
           COMPUTE WRK-ADQUIRIDO-13 ROUNDED =
               REG-EMP-SALARIO * WRK-MESES-13 / 12.
           IF WRK-ADQUIRIDO-13 > WRK-PAGO-13
               COMPUTE WRK-SALDO-13 = WRK-ADQUIRIDO-13 - WRK-PAGO-13
           END-IF.
           IF WRK-ANT-COMPETENCIA / 100 = WRK-CP-ANO
               IF WRK-PAGO-13 > WRK-ANT-PAGO-13
                   COMPUTE WRK-ESTORNO-13 =
                       WRK-PAGO-13 - WRK-ANT-PAGO-13
               END-IF
           ELSE
               MOVE WRK-PAGO-13 TO WRK-ESTORNO-13
           END-IF.

      * DOIS DIAS E MEIO DE FÉRIAS POR MÊS COMPLETO DE CASA (OS 30
      * DIAS DO PERÍODO DO FERIAS EM DOZE AVOS), MENOS AS FÉRIAS JÁ
      * INICIADAS ATÉ O FIM DA COMPETÊNCIA; CADA DIA VALE UM TRINTA
      * AVOS DO SALÁRIO MAIS O TERÇO. AS FÉRIAS QUE COMEÇARAM NO MÊS
      * SÃO O ESTORNO
       0250-APURAR-FERIAS.
           MOVE 6 TO REG-SRV-FUNCAO.
           MOVE WRK-ADMISSAO TO REG-SRV-DATA1.
           MOVE WRK-DATA-REF TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK AND REG-SRV-DIAS-RES > ZEROES
               MOVE REG-SRV-DIAS-RES TO WRK-MESES-CASA
           ELSE
               MOVE ZEROES TO WRK-MESES-CASA
           END-IF.
           COMPUTE WRK-DIAS-ADQUIRIDOS = WRK-MESES-CASA * 2,5.
           MOVE ZEROES TO WRK-DIAS-GOZADOS WRK-DIAS-GOZO-MES.
           MOVE 'N' TO WRK-FIM-FERIAS.
           OPEN INPUT ARQ-FERIAS.
           IF FERIAS-OK
               PERFORM 0251-LER-FERIAS
               PERFORM 0252-SOMAR-GOZO UNTIL FIM-FERIAS
               CLOSE ARQ-FERIAS
           END-IF.
           IF WRK-DIAS-ADQUIRIDOS > WRK-DIAS-GOZADOS
               COMPUTE WRK-DIAS-SALDO =
                   WRK-DIAS-ADQUIRIDOS - WRK-DIAS-GOZADOS
           END-IF.
           COMPUTE WRK-SALDO-FERIAS ROUNDED =
               REG-EMP-SALARIO * WRK-DIAS-SALDO * 4 / 90.
           COMPUTE WRK-ESTORNO-FERIAS ROUNDED =
               REG-EMP-SALARIO * WRK-DIAS-GOZO-MES * 4 / 90.

       0251-LER-FERIAS.
           READ ARQ-FERIAS
               AT END
                   MOVE 'S' TO WRK-FIM-FERIAS
           END-READ.

       0252-SOMAR-GOZO.
           IF REG-FER-MATRICULA = REG-EMP-MATRICULA AND
              REG-FER-INICIO NOT > WRK-DATA-REF
               ADD REG-FER-DIAS TO WRK-DIAS-GOZADOS
               IF REG-FER-INICIO NOT < WRK-PRIMEIRO-DIA
                   ADD REG-FER-DIAS TO WRK-DIAS-GOZO-MES
               END-IF
           END-IF.
           PERFORM 0251-LER-FERIAS.

       0260-GRAVAR-SALDO.
           MOVE WRK-COMPETENCIA-NUM TO REG-PVF-COMPETENCIA.
           MOVE REG-EMP-MATRICULA   TO REG-PVF-MATRICULA.
           MOVE REG-EMP-DEPTO       TO REG-PVF-DEPTO.
           MOVE WRK-MESES-13        TO REG-PVF-MESES-13.
           MOVE WRK-PAGO-13         TO REG-PVF-PAGO-13.
           MOVE WRK-SALDO-13        TO REG-PVF-SALDO-13.
           MOVE WRK-DIAS-SALDO      TO REG-PVF-DIAS-FERIAS.
           MOVE WRK-SALDO-FERIAS    TO REG-PVF-SALDO-FERIAS.
           WRITE REG-PROVFOLHA.
           ADD 1 TO WRK-QT-GRAVADOS.

      * O FUNCIONÁRIO SEM DEPARTAMENTO NO CADASTRO CAI NO CENTRO GERAL
       0270-ACUMULAR-DEPTO.
           MOVE 'GER ' TO WRK-DEPTO-VEZ.
           IF REG-EMP-DEPTO NOT = SPACES
               MOVE REG-EMP-DEPTO TO WRK-DEPTO-VEZ
           END-IF.
           MOVE 'N' TO WRK-ACHOU-DEPTO.
           PERFORM VARYING WRK-SUB-DEP FROM 1 BY 1
               UNTIL WRK-SUB-DEP > WRK-QT-DEPTOS
                   OR DEPTO-NA-TABELA
               IF WRK-TD-DEPTO(WRK-SUB-DEP) = WRK-DEPTO-VEZ
                   MOVE 'S' TO WRK-ACHOU-DEPTO
               END-IF
           END-PERFORM.
           IF DEPTO-NA-TABELA
               SUBTRACT 1 FROM WRK-SUB-DEP
           ELSE
               IF WRK-QT-DEPTOS < 50
                   ADD 1 TO WRK-QT-DEPTOS
                   MOVE WRK-QT-DEPTOS TO WRK-SUB-DEP
                   MOVE WRK-DEPTO-VEZ TO WRK-TD-DEPTO(WRK-SUB-DEP)
                   MOVE ZEROES TO WRK-TD-QT(WRK-SUB-DEP)
                       WRK-TD-ANT-13(WRK-SUB-DEP)
                       WRK-TD-EST-13(WRK-SUB-DEP)
                       WRK-TD-ATU-13(WRK-SUB-DEP)
                       WRK-TD-ANT-FE(WRK-SUB-DEP)
                       WRK-TD-EST-FE(WRK-SUB-DEP)
                       WRK-TD-ATU-FE(WRK-SUB-DEP)
               ELSE
                   DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA - MATRÍCULA '
                       REG-EMP-MATRICULA ' FORA DO DEMONSTRATIVO'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WRK-TD-QT(WRK-SUB-DEP).
           ADD WRK-ANT-SALDO-13 TO WRK-TD-ANT-13(WRK-SUB-DEP).
           ADD WRK-ESTORNO-13 TO WRK-TD-EST-13(WRK-SUB-DEP).
           ADD WRK-SALDO-13 TO WRK-TD-ATU-13(WRK-SUB-DEP).
           ADD WRK-ANT-SALDO-FERIAS TO WRK-TD-ANT-FE(WRK-SUB-DEP).
           ADD WRK-ESTORNO-FERIAS TO WRK-TD-EST-FE(WRK-SUB-DEP).
           ADD WRK-SALDO-FERIAS TO WRK-TD-ATU-FE(WRK-SUB-DEP).

      * POR DEPARTAMENTO: A CONSTITUIÇÃO DO MÊS (SALDO ATUAL MENOS O
      * ANTERIOR MAIS O ESTORNADO) DEBITA A DESPESA E CREDITA O
      * PASSIVO - SE NEGATIVA, O PAR SAI INVERTIDO - E O ESTORNO DO
      * QUE FOI PAGO DEBITA O PASSIVO E CREDITA A DESPESA
       0400-LANCAR-GL.
           OPEN EXTEND ARQ-GL.
           IF NOT GL-OK
               OPEN OUTPUT ARQ-GL
           END-IF.
           PERFORM VARYING WRK-SUB-DEP FROM 1 BY 1
               UNTIL WRK-SUB-DEP > WRK-QT-DEPTOS
               COMPUTE WRK-CONSTITUICAO =
                   WRK-TD-ATU-13(WRK-SUB-DEP) -
                   WRK-TD-ANT-13(WRK-SUB-DEP) +
                   WRK-TD-EST-13(WRK-SUB-DEP)
               IF WRK-CONSTITUICAO > ZEROES
                   MOVE WRK-GL-DESP-13    TO WRK-PAR-DEB
                   MOVE WRK-GL-PASSIVO-13 TO WRK-PAR-CRED
                   MOVE WRK-CONSTITUICAO  TO WRK-PAR-VALOR
                   PERFORM 0410-GRAVAR-PAR
               END-IF
               IF WRK-CONSTITUICAO < ZEROES
                   MOVE WRK-GL-PASSIVO-13 TO WRK-PAR-DEB
                   MOVE WRK-GL-DESP-13    TO WRK-PAR-CRED
                   COMPUTE WRK-PAR-VALOR = 0 - WRK-CONSTITUICAO
                   PERFORM 0410-GRAVAR-PAR
               END-IF
               IF WRK-TD-EST-13(WRK-SUB-DEP) > ZEROES
                   MOVE WRK-GL-PASSIVO-13 TO WRK-PAR-DEB
                   MOVE WRK-GL-DESP-13    TO WRK-PAR-CRED
                   MOVE WRK-TD-EST-13(WRK-SUB-DEP) TO WRK-PAR-VALOR
                   PERFORM 0410-GRAVAR-PAR
               END-IF
               COMPUTE WRK-CONSTITUICAO =
                   WRK-TD-ATU-FE(WRK-SUB-DEP) -
                   WRK-TD-ANT-FE(WRK-SUB-DEP) +
                   WRK-TD-EST-FE(WRK-SUB-DEP)
               IF WRK-CONSTITUICAO > ZEROES
                   MOVE WRK-GL-DESP-FE    TO WRK-PAR-DEB
                   MOVE WRK-GL-PASSIVO-FE TO WRK-PAR-CRED
                   MOVE WRK-CONSTITUICAO  TO WRK-PAR-VALOR
                   PERFORM 0410-GRAVAR-PAR
               END-IF
               IF WRK-CONSTITUICAO < ZEROES
                   MOVE WRK-GL-PASSIVO-FE TO WRK-PAR-DEB
                   MOVE WRK-GL-DESP-FE    TO WRK-PAR-CRED
                   COMPUTE WRK-PAR-VALOR = 0 - WRK-CONSTITUICAO
                   PERFORM 0410-GRAVAR-PAR
               END-IF
               IF WRK-TD-EST-FE(WRK-SUB-DEP) > ZEROES
                   MOVE WRK-GL-PASSIVO-FE TO WRK-PAR-DEB
                   MOVE WRK-GL-DESP-FE    TO WRK-PAR-CRED
                   MOVE WRK-TD-EST-FE(WRK-SUB-DEP) TO WRK-PAR-VALOR
                   PERFORM 0410-GRAVAR-PAR
               END-IF
           END-PERFORM.
           CLOSE ARQ-GL.
           DISPLAY 'PROVISÕES LANÇADAS NA EXPORTAÇÃO CONTÁBIL'.

       0410-GRAVAR-PAR.
           MOVE 'D' TO REG-GL-TIPO.
           MOVE WRK-PAR-DEB TO REG-GL-CONTA.
           MOVE SPACES TO REG-GL-CENTRO.
           MOVE WRK-TD-DEPTO(WRK-SUB-DEP) TO REG-GL-CENTRO.
           MOVE WRK-PAR-VALOR TO REG-GL-VALOR.
           MOVE WRK-COMPETENCIA-NUM TO REG-GL-COMPETENCIA.
           MOVE WRK-TD-QT(WRK-SUB-DEP) TO REG-GL-QT.
           WRITE REG-GL.
           MOVE 'C' TO REG-GL-TIPO.
           MOVE WRK-PAR-CRED TO REG-GL-CONTA.
           WRITE REG-GL.

       0500-IMPRIMIR-DEMONSTRATIVO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'DEMONSTRATIVO DA PROVISAO DE 13. E FERIAS - '
               'COMPETENCIA ' WRK-COMPETENCIA-NUM
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE ZEROES TO WRK-TOTAIS.
           PERFORM VARYING WRK-SUB-DEP FROM 1 BY 1
               UNTIL WRK-SUB-DEP > WRK-QT-DEPTOS
               PERFORM 0510-IMPRIMIR-DEPTO
           END-PERFORM.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL GERAL - ' WRK-TT-QT ' FUNCIONARIOS'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE '  13. SALARIO ' TO WRK-ROTULO.
           MOVE WRK-TT-ANT-13 TO WRK-ANT-ED.
           MOVE WRK-TT-EST-13 TO WRK-EST-ED.
           MOVE WRK-TT-ATU-13 TO WRK-ATU-ED.
           COMPUTE WRK-CONSTITUICAO =
               WRK-TT-ATU-13 - WRK-TT-ANT-13 + WRK-TT-EST-13.
           PERFORM 0520-IMPRIMIR-VALORES.
           MOVE '  FERIAS+1/3  ' TO WRK-ROTULO.
           MOVE WRK-TT-ANT-FE TO WRK-ANT-ED.
           MOVE WRK-TT-EST-FE TO WRK-EST-ED.
           MOVE WRK-TT-ATU-FE TO WRK-ATU-ED.
           COMPUTE WRK-CONSTITUICAO =
               WRK-TT-ATU-FE - WRK-TT-ANT-FE + WRK-TT-EST-FE.
           PERFORM 0520-IMPRIMIR-VALORES.
           CLOSE ARQ-RELATORIO.
           COMPUTE WRK-VALOR-ED = WRK-TT-ATU-13 + WRK-TT-ATU-FE.
           DISPLAY 'SALDO TOTAL PROVISIONADO: ' WRK-VALOR-ED.

       0510-IMPRIMIR-DEPTO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'DEPARTAMENTO ' WRK-TD-DEPTO(WRK-SUB-DEP) ' - '
               WRK-TD-QT(WRK-SUB-DEP) ' FUNCIONARIOS'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING '                    ANTERIOR    CONSTITUIDO'
               '        ESTORNO          ATUAL'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE '  13. SALARIO ' TO WRK-ROTULO.
           MOVE WRK-TD-ANT-13(WRK-SUB-DEP) TO WRK-ANT-ED.
           MOVE WRK-TD-EST-13(WRK-SUB-DEP) TO WRK-EST-ED.
           MOVE WRK-TD-ATU-13(WRK-SUB-DEP) TO WRK-ATU-ED.
           COMPUTE WRK-CONSTITUICAO =
               WRK-TD-ATU-13(WRK-SUB-DEP) -
               WRK-TD-ANT-13(WRK-SUB-DEP) +
               WRK-TD-EST-13(WRK-SUB-DEP).
           PERFORM 0520-IMPRIMIR-VALORES.
           MOVE '  FERIAS+1/3  ' TO WRK-ROTULO.
           MOVE WRK-TD-ANT-FE(WRK-SUB-DEP) TO WRK-ANT-ED.
           MOVE WRK-TD-EST-FE(WRK-SUB-DEP) TO WRK-EST-ED.
           MOVE WRK-TD-ATU-FE(WRK-SUB-DEP) TO WRK-ATU-ED.
           COMPUTE WRK-CONSTITUICAO =
               WRK-TD-ATU-FE(WRK-SUB-DEP) -
               WRK-TD-ANT-FE(WRK-SUB-DEP) +
               WRK-TD-EST-FE(WRK-SUB-DEP).
           PERFORM 0520-IMPRIMIR-VALORES.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           ADD WRK-TD-QT(WRK-SUB-DEP)     TO WRK-TT-QT.
           ADD WRK-TD-ANT-13(WRK-SUB-DEP) TO WRK-TT-ANT-13.
           ADD WRK-TD-EST-13(WRK-SUB-DEP) TO WRK-TT-EST-13.
           ADD WRK-TD-ATU-13(WRK-SUB-DEP) TO WRK-TT-ATU-13.
           ADD WRK-TD-ANT-FE(WRK-SUB-DEP) TO WRK-TT-ANT-FE.
           ADD WRK-TD-EST-FE(WRK-SUB-DEP) TO WRK-TT-EST-FE.
           ADD WRK-TD-ATU-FE(WRK-SUB-DEP) TO WRK-TT-ATU-FE.

       0520-IMPRIMIR-VALORES.
           MOVE WRK-CONSTITUICAO TO WRK-CONST-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING WRK-ROTULO WRK-ANT-ED ' ' WRK-CONST-ED ' '
               WRK-EST-ED ' ' WRK-ATU-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.

       0590-GRAVAR-LINHA.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WRK-LINRELAT.
