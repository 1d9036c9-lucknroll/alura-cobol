       IDENTIFICATION DIVISION.
       PROGRAM-ID. depreciacao.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = DEPRECIAÇÃO MENSAL DO ATIVO IMOBILIZADO, COMO
      *            ETAPA DO LOTE OU PELO CONSOLE: PARA A COMPETÊNCIA
      *            CORRENTE CALCULA A COTA DE CADA BEM EM USO DO
      *            CADASTRO BENS-IMOBILIZADO (LINEAR OU SOMA DOS
      *            DÍGITOS DOS MESES, SOBRE O VALOR DE AQUISIÇÃO MENOS
      *            O RESIDUAL), A PARTIR DO MÊS DA AQUISIÇÃO E
      *            RECUPERANDO OS MESES QUE FICARAM SEM RODAR; O BEM
      *            JÁ DEPRECIADO NA COMPETÊNCIA É PULADO, O QUE
      *            PERMITE REEXECUTAR. ATUALIZA O ACUMULADO DO BEM E
      *            ANEXA EM LANCAMENTOS-GL, POR CENTRO DE CUSTO, O PAR
      *            DESPESA DE DEPRECIAÇÃO / DEPRECIAÇÃO ACUMULADA
      *            (LINHA 'DEPREC' DO MAPA-CONTAS OU O PADRÃO
      *            COMPILADO). COMPETÊNCIA FECHADA EM
      *            PERIODOS-CONTABEIS NÃO DEPRECIA E DEVOLVE RC 4;
      *            CADASTRO ACIMA DA TABELA DEVOLVE RC 8. IMPRIME O
      *            DEMONSTRATIVO DA DEPRECIAÇÃO DO MÊS E GRAVA A
      *            QUANTIDADE DE BENS DEPRECIADOS EM RESULTADO-ETAPA
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BENS ASSIGN TO 'BENS-IMOBILIZADO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BENS.
           SELECT ARQ-MAPA-CONTAS ASSIGN TO 'MAPA-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT ARQ-GL ASSIGN TO 'LANCAMENTOS-GL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GL.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-DEPRECIACAO'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-RESULTADO ASSIGN TO 'RESULTADO-ETAPA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESULTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-BENS.
           COPY 'imobiliz.cbl'.

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

       FD  ARQ-RESULTADO.
           COPY 'resultado.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'periodo.cbl'.

       77 WRK-STATUS-BENS      PIC X(02) VALUE '00'.
           88 BENS-OK             VALUE '00'.
       77 WRK-STATUS-MAPA      PIC X(02) VALUE '00'.
           88 MAPA-OK             VALUE '00'.
       77 WRK-STATUS-GL        PIC X(02) VALUE '00'.
           88 GL-OK               VALUE '00'.
       77 WRK-STATUS-RESULTADO PIC X(02) VALUE '00'.
           88 RESULTADO-OK        VALUE '00'.
       77 WRK-FIM-BENS PIC X(01) VALUE 'N'.
           88 FIM-BENS    VALUE 'S'.
       77 WRK-FIM-MAPA PIC X(01) VALUE 'N'.
           88 FIM-MAPA    VALUE 'S'.

      * CONTAS DA DEPRECIAÇÃO: A LINHA DE CENTRO 'DEPREC' DO MAPA DE
      * CONTAS DO MÊS PREVALECE SOBRE O PADRÃO COMPILADO
       77 WRK-GL-DESP-DEPR PIC X(08) VALUE '41060001'.
       77 WRK-GL-DEPR-ACUM PIC X(08) VALUE '12010009'.

      * O CADASTRO É CARREGADO EM TABELA E REGRAVADO INTEIRO COM O
      * ACUMULADO E A ÚLTIMA COMPETÊNCIA DE CADA BEM
       77 WRK-QT-BENS  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-BEM  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA    VALUE 'S'.
       01  WRK-TAB-BENS.
           02 WRK-TB-REGISTRO PIC X(133) OCCURS 500 TIMES.
       77 WRK-CADASTRO-ALTERADO PIC X(01) VALUE 'N'.
           88 CADASTRO-ALTERADO    VALUE 'S'.

      * DEPRECIAÇÃO DO MÊS POR CENTRO DE CUSTO
       77 WRK-QT-CENTROS PIC 9(02) COMP VALUE ZEROES.
       77 WRK-SUB-CEN    PIC 9(02) COMP VALUE ZEROES.
       77 WRK-ACHOU-CENTRO PIC X(01) VALUE 'N'.
           88 CENTRO-NA-TABELA VALUE 'S'.
       01  WRK-TAB-CENTROS.
           02 WRK-TC-ITEM OCCURS 50 TIMES.
               03 WRK-TC-CENTRO PIC X(06).
               03 WRK-TC-QT     PIC 9(05).
               03 WRK-TC-VALOR  PIC 9(10)V99.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.

      * MESES A DEPRECIAR: DO MÊS SEGUINTE À ÚLTIMA COMPETÊNCIA (OU DO
      * MÊS DA AQUISIÇÃO, NA PRIMEIRA VEZ) ATÉ A COMPETÊNCIA
       01  WRK-INICIO.
           02 WRK-IN-ANO PIC 9(04).
           02 WRK-IN-MES PIC 9(02).
       01  WRK-INICIO-NUM REDEFINES WRK-INICIO PIC 9(06).
       77 WRK-MESES-PENDENTES PIC S9(05) VALUE ZEROES.
       77 WRK-BASE        PIC 9(10)V99 VALUE ZEROES.
       77 WRK-RESTANTE    PIC S9(10)V99 VALUE ZEROES.
       77 WRK-COTA        PIC 9(10)V99 VALUE ZEROES.
       77 WRK-DEPR-BEM    PIC 9(10)V99 VALUE ZEROES.
       77 WRK-MES-VIDA    PIC 9(03) VALUE ZEROES.

       77 WRK-QT-DEPRECIADOS PIC 9(05) VALUE ZEROES.
       77 WRK-QT-SUSPENSOS   PIC 9(05) VALUE ZEROES.
       77 WRK-QT-RECUSADOS   PIC 9(05) VALUE ZEROES.
       77 WRK-TOTAL-MES      PIC 9(12)V99 VALUE ZEROES.
       77 WRK-RC-ETAPA       PIC 9(02) VALUE ZEROES.
       77 WRK-VALOR-ED  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-ACUM-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-TOTAL-ED  PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-MESES-ED  PIC ZZ9 VALUE ZEROES.
       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'DEPRECIAÇÃO MENSAL DO IMOBILIZADO'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           COMPUTE WRK-COMPETENCIA = WRK-DS-ANO * 100 + WRK-DS-MES.
           MOVE WRK-COMPETENCIA TO REG-PER-ANOMES.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'COMPETÊNCIA ' WRK-COMPETENCIA
                   ' FECHADA - DEPRECIAÇÃO NÃO CALCULADA'
               MOVE 4 TO WRK-RC-ETAPA
               PERFORM 0990-GRAVAR-RESULTADO-ETAPA
               GOBACK
           END-IF.
           PERFORM 0100-CARREGAR-BENS.
           IF TABELA-CHEIA
               DISPLAY 'BENS-IMOBILIZADO EXCEDE O LIMITE DE 500 DA '
                   'TABELA - DEPRECIAÇÃO NÃO CALCULADA PARA NÃO '
                   'TRUNCAR O CADASTRO NA REGRAVAÇÃO'
               MOVE 8 TO WRK-RC-ETAPA
               PERFORM 0990-GRAVAR-RESULTADO-ETAPA
               GOBACK
           END-IF.
           PERFORM 0150-LOCALIZAR-CONTAS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'DEPRECIACAO DO IMOBILIZADO - COMPETENCIA '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'BEM   DESCRICAO            CENTRO MESES'
               '    DEPRECIACAO      ACUMULADA'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           PERFORM VARYING WRK-SUB-BEM FROM 1 BY 1
               UNTIL WRK-SUB-BEM > WRK-QT-BENS
               PERFORM 0200-DEPRECIAR-BEM
           END-PERFORM.
           IF CADASTRO-ALTERADO
               PERFORM 0800-REGRAVAR-BENS
           END-IF.
           IF WRK-QT-DEPRECIADOS > ZEROES
               PERFORM 0400-LANCAR-GL
           END-IF.
           PERFORM 0500-IMPRIMIR-CENTROS.
           CLOSE ARQ-RELATORIO.
           IF WRK-QT-RECUSADOS > ZEROES
               MOVE 4 TO WRK-RC-ETAPA
           END-IF.
           PERFORM 0990-GRAVAR-RESULTADO-ETAPA.
           DISPLAY 'COMPETÊNCIA..........: ' WRK-COMPETENCIA.
           DISPLAY 'BENS DEPRECIADOS.....: ' WRK-QT-DEPRECIADOS.
           DISPLAY 'BENS SUSPENSOS.......: ' WRK-QT-SUSPENSOS.
           DISPLAY 'BENS NÃO DEPRECIADOS.: ' WRK-QT-RECUSADOS.
           DISPLAY 'FINAL DA DEPRECIAÇÃO MENSAL'.
           GOBACK.

       0100-CARREGAR-BENS.
           OPEN INPUT ARQ-BENS.
           IF BENS-OK
               PERFORM 0110-LER-BEM
               PERFORM 0120-GUARDAR-BEM UNTIL FIM-BENS
               CLOSE ARQ-BENS
           END-IF.

       0110-LER-BEM.
           READ ARQ-BENS
               AT END
                   MOVE 'S' TO WRK-FIM-BENS
           END-READ.

       0120-GUARDAR-BEM.
           IF WRK-QT-BENS < 500
               ADD 1 TO WRK-QT-BENS
               MOVE REG-BEM TO WRK-TB-REGISTRO(WRK-QT-BENS)
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-FIM-BENS
           END-IF.
           PERFORM 0110-LER-BEM.

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
           IF REG-MC-MES = WRK-DS-MES OR REG-MC-MES = ZEROES
               IF REG-MC-CENTRO-CUSTO = 'DEPREC'
                   MOVE REG-MC-CONTA-DEB  TO WRK-GL-DESP-DEPR
                   MOVE REG-MC-CONTA-CRED TO WRK-GL-DEPR-ACUM
               END-IF
           END-IF.
           PERFORM 0160-LER-MAPA.

      * O BEM SUSPENSO SÓ AVANÇA A ÚLTIMA COMPETÊNCIA, PARA OS MESES
      * PARADOS NÃO VOLTAREM COMO ATRASO NA REATIVAÇÃO; O BAIXADO E O
      * JÁ DEPRECIADO NA COMPETÊNCIA NÃO SÃO TOCADOS
       0200-DEPRECIAR-BEM.
           MOVE WRK-TB-REGISTRO(WRK-SUB-BEM) TO REG-BEM.
           IF REG-BEM-BAIXADO OR
              REG-BEM-ULT-COMPET NOT < WRK-COMPETENCIA
               EXIT PARAGRAPH
           END-IF.
           IF REG-BEM-SUSPENSO
               MOVE WRK-COMPETENCIA TO REG-BEM-ULT-COMPET
               MOVE REG-BEM TO WRK-TB-REGISTRO(WRK-SUB-BEM)
               MOVE 'S' TO WRK-CADASTRO-ALTERADO
               ADD 1 TO WRK-QT-SUSPENSOS
               EXIT PARAGRAPH
           END-IF.
           IF REG-BEM-ULT-COMPET = ZEROES
               COMPUTE WRK-INICIO-NUM = REG-BEM-AQUISICAO / 100
           ELSE
               MOVE REG-BEM-ULT-COMPET TO WRK-INICIO-NUM
               IF WRK-IN-MES = 12
                   ADD 1 TO WRK-IN-ANO
                   MOVE 01 TO WRK-IN-MES
               ELSE
                   ADD 1 TO WRK-IN-MES
               END-IF
           END-IF.
           COMPUTE WRK-MESES-PENDENTES =
               (WRK-DS-ANO * 12 + WRK-DS-MES) -
               (WRK-IN-ANO * 12 + WRK-IN-MES) + 1.
           IF WRK-MESES-PENDENTES < 1
               EXIT PARAGRAPH
           END-IF.
           IF REG-BEM-CENTRO = SPACES
               MOVE 'GERAL ' TO REG-BEM-CENTRO
           END-IF.
           PERFORM 0220-LOCALIZAR-CENTRO.
           IF NOT CENTRO-NA-TABELA
               DISPLAY 'TABELA DE CENTROS CHEIA - BEM '
                   REG-BEM-NUMERO ' NÃO DEPRECIADO'
               ADD 1 TO WRK-QT-RECUSADOS
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-DEPR-BEM.
           PERFORM 0210-CALCULAR-MES WRK-MESES-PENDENTES TIMES.
           MOVE WRK-COMPETENCIA TO REG-BEM-ULT-COMPET.
           MOVE REG-BEM TO WRK-TB-REGISTRO(WRK-SUB-BEM).
           MOVE 'S' TO WRK-CADASTRO-ALTERADO.
           IF WRK-DEPR-BEM = ZEROES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-DEPRECIADOS.
           ADD 1 TO WRK-TC-QT(WRK-SUB-CEN).
           ADD WRK-DEPR-BEM TO WRK-TC-VALOR(WRK-SUB-CEN).
           ADD WRK-DEPR-BEM TO WRK-TOTAL-MES.
           MOVE WRK-MESES-PENDENTES TO WRK-MESES-ED.
           MOVE WRK-DEPR-BEM TO WRK-VALOR-ED.
           MOVE REG-BEM-DEPR-ACUM TO WRK-ACUM-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING REG-BEM-NUMERO ' ' REG-BEM-DESCRICAO(1:20) ' '
               REG-BEM-CENTRO '   ' WRK-MESES-ED ' ' WRK-VALOR-ED
               ' ' WRK-ACUM-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.

      * COTA DE UM MÊS SOBRE A BASE (AQUISIÇÃO MENOS RESIDUAL):
      * LINEAR = BASE / VIDA; SOMA DOS DÍGITOS = BASE x MESES
      * RESTANTES DA VIDA / SOMA DE 1 ATÉ A VIDA. O ÚLTIMO MÊS DA
      * VIDA LEVA O QUE SOBROU DO ARREDONDAMENTO, E O BEM TOTALMENTE
      * DEPRECIADO NÃO RECEBE MAIS COTA
       0210-CALCULAR-MES.
           COMPUTE WRK-BASE = REG-BEM-VALOR - REG-BEM-RESIDUAL.
           COMPUTE WRK-RESTANTE = WRK-BASE - REG-BEM-DEPR-ACUM.
           IF WRK-RESTANTE NOT > ZEROES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO REG-BEM-MESES-DEPR.
           MOVE REG-BEM-MESES-DEPR TO WRK-MES-VIDA.
           IF WRK-MES-VIDA NOT < REG-BEM-VIDA-MESES
               MOVE WRK-RESTANTE TO WRK-COTA
           ELSE
               IF REG-BEM-SOMA-DIGITOS
                   COMPUTE WRK-COTA ROUNDED =
                       WRK-BASE *
                       (REG-BEM-VIDA-MESES - WRK-MES-VIDA + 1) * 2 /
                       (REG-BEM-VIDA-MESES *
                       (REG-BEM-VIDA-MESES + 1))
               ELSE
                   COMPUTE WRK-COTA ROUNDED =
                       WRK-BASE / REG-BEM-VIDA-MESES
               END-IF
               IF WRK-COTA > WRK-RESTANTE
                   MOVE WRK-RESTANTE TO WRK-COTA
               END-IF
           END-IF.
           ADD WRK-COTA TO REG-BEM-DEPR-ACUM.
           ADD WRK-COTA TO WRK-DEPR-BEM.

       0220-LOCALIZAR-CENTRO.
           MOVE 'N' TO WRK-ACHOU-CENTRO.
           PERFORM VARYING WRK-SUB-CEN FROM 1 BY 1
               UNTIL WRK-SUB-CEN > WRK-QT-CENTROS
                   OR CENTRO-NA-TABELA
               IF WRK-TC-CENTRO(WRK-SUB-CEN) = REG-BEM-CENTRO
                   MOVE 'S' TO WRK-ACHOU-CENTRO
               END-IF
           END-PERFORM.
           IF CENTRO-NA-TABELA
               SUBTRACT 1 FROM WRK-SUB-CEN
           ELSE
               IF WRK-QT-CENTROS < 50
                   ADD 1 TO WRK-QT-CENTROS
                   MOVE WRK-QT-CENTROS TO WRK-SUB-CEN
                   MOVE REG-BEM-CENTRO TO WRK-TC-CENTRO(WRK-SUB-CEN)
                   MOVE ZEROES TO WRK-TC-QT(WRK-SUB-CEN)
                       WRK-TC-VALOR(WRK-SUB-CEN)
                   MOVE 'S' TO WRK-ACHOU-CENTRO
               END-IF
           END-IF.

      * UM PAR POR CENTRO DE CUSTO: DÉBITO NA DESPESA DE DEPRECIAÇÃO,
      * CRÉDITO NA DEPRECIAÇÃO ACUMULADA
       0400-LANCAR-GL.
           OPEN EXTEND ARQ-GL.
           IF NOT GL-OK
               OPEN OUTPUT ARQ-GL
           END-IF.
           PERFORM VARYING WRK-SUB-CEN FROM 1 BY 1
               UNTIL WRK-SUB-CEN > WRK-QT-CENTROS
               IF WRK-TC-VALOR(WRK-SUB-CEN) > ZEROES
                   PERFORM 0410-GRAVAR-PAR
               END-IF
           END-PERFORM.
           CLOSE ARQ-GL.
           DISPLAY 'DEPRECIAÇÃO LANÇADA NA EXPORTAÇÃO CONTÁBIL'.

       0410-GRAVAR-PAR.
           MOVE 'D' TO REG-GL-TIPO.
           MOVE WRK-GL-DESP-DEPR TO REG-GL-CONTA.
           MOVE WRK-TC-CENTRO(WRK-SUB-CEN) TO REG-GL-CENTRO.
           MOVE WRK-TC-VALOR(WRK-SUB-CEN) TO REG-GL-VALOR.
           MOVE WRK-COMPETENCIA TO REG-GL-COMPETENCIA.
           MOVE WRK-TC-QT(WRK-SUB-CEN) TO REG-GL-QT.
           WRITE REG-GL.
           MOVE 'C' TO REG-GL-TIPO.
           MOVE WRK-GL-DEPR-ACUM TO REG-GL-CONTA.
           WRITE REG-GL.

       0500-IMPRIMIR-CENTROS.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE 'DEPRECIACAO POR CENTRO DE CUSTO' TO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.
           PERFORM VARYING WRK-SUB-CEN FROM 1 BY 1
               UNTIL WRK-SUB-CEN > WRK-QT-CENTROS
               IF WRK-TC-VALOR(WRK-SUB-CEN) > ZEROES
                   MOVE WRK-TC-VALOR(WRK-SUB-CEN) TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINRELAT
                   STRING '  CENTRO ' WRK-TC-CENTRO(WRK-SUB-CEN)
                       ' - ' WRK-TC-QT(WRK-SUB-CEN) ' BENS '
                       WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-LINRELAT
                   PERFORM 0590-GRAVAR-LINHA
               END-IF
           END-PERFORM.
           MOVE WRK-TOTAL-MES TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL DA DEPRECIACAO DO MES: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0590-GRAVAR-LINHA.

       0590-GRAVAR-LINHA.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WRK-LINRELAT.

       0800-REGRAVAR-BENS.
           OPEN OUTPUT ARQ-BENS.
           PERFORM VARYING WRK-SUB-BEM FROM 1 BY 1
               UNTIL WRK-SUB-BEM > WRK-QT-BENS
               MOVE WRK-TB-REGISTRO(WRK-SUB-BEM) TO REG-BEM
               WRITE REG-BEM
           END-PERFORM.
           CLOSE ARQ-BENS.

       0990-GRAVAR-RESULTADO-ETAPA.
           MOVE WRK-RC-ETAPA TO RETURN-CODE.
           OPEN OUTPUT ARQ-RESULTADO.
           MOVE WRK-QT-DEPRECIADOS TO REG-RE-QT.
           WRITE REG-RESULTADO-ETAPA.
           CLOSE ARQ-RESULTADO.
