      *            MARCANDO A POSIÇÃO ABAIXO DA PROJEÇÃO - O
      *            CADERNINHO DO LADO DO TERMINAL SE APOSENTA
      * DATA = 01/09/2026
      * 15/10/2026 LUCAS  POSIÇÃO PÓS-FIXADA (% DE ÍNDICE OU ÍNDICE +
      *                    SPREAD AO ANO): A PROJEÇÃO USA O ÍNDICE REAL
      *                    NOS MESES PUBLICADOS E A PREVISÃO NOS DEMAIS,
      *                    E O RELATÓRIO GANHA A LINHA DE DETALHE COM A
      *                    PROJEÇÃO PARA 12 MESES
      * 15/10/2026 LUCAS  VENCIMENTO E LIQUIDEZ DE CADA POSIÇÃO (LAYOUT
      *                    PASSA AO COPYBOOK POSICAO, LIDO TAMBÉM PELO
      *                    VENCINVEST) E O RESGATE TOTAL OU PARCIAL:
      *                    RENDIMENTO BRUTO, IR REGRESSIVO DA MESMA
      *                    TABELA DA SIMULAÇÃO E LÍQUIDO, POSIÇÃO
      *                    ENCERRADA OU REDUZIDA, HISTÓRICO EM
      *                    RESGATES-INVESTIMENTO E LANÇAMENTO DO
      *                    RENDIMENTO E DO IR RETIDO EM LANCAMENTOS-GL
      ****************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WRK-STATUS-ATUALIZACOES.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-POSICOES'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-RESGATES ASSIGN TO 'RESGATES-INVESTIMENTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESGATES.
           SELECT ARQ-MAPA-CONTAS ASSIGN TO 'MAPA-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT ARQ-GL ASSIGN TO 'LANCAMENTOS-GL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-POSICOES.
           COPY 'posicao.cbl'.

       FD  ARQ-ATUALIZACOES.
       01  REG-ATUALIZACAO.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

      * UMA LINHA POR RESGATE, COM A APURAÇÃO DO IR NA FONTE
       FD  ARQ-RESGATES.
       01  REG-RESGATE.
           02 REG-RES-ID         PIC 9(05).
           02 REG-RES-DATA       PIC 9(08).
           02 REG-RES-TIPO       PIC X(01).
               88 RES-TOTAL          VALUE 'T'.
               88 RES-PARCIAL        VALUE 'P'.
           02 REG-RES-BRUTO      PIC 9(08)V99.
           02 REG-RES-PRINCIPAL  PIC 9(08)V99.
           02 REG-RES-RENDIMENTO PIC 9(08)V99.
           02 REG-RES-ALIQ-IR    PIC 9(02)V9.
           02 REG-RES-IR         PIC 9(08)V99.
           02 REG-RES-LIQUIDO    PIC 9(08)V99.

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
           COPY 'servdata.cbl'.
           COPY 'indice.cbl'.
           COPY 'parametro.cbl'.
           COPY 'periodo.cbl'.

       77 WRK-STATUS-POSICOES     PIC X(02) VALUE '00'.
           88 POSICOES-OK            VALUE '00'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-FIM-ATUALIZACOES PIC X(01) VALUE 'N'.
           88 FIM-ATUALIZACOES    VALUE 'S'.
       77 WRK-STATUS-RESGATES     PIC X(02) VALUE '00'.
           88 RESGATES-OK            VALUE '00'.
       77 WRK-STATUS-MAPA         PIC X(02) VALUE '00'.
           88 MAPA-OK                VALUE '00'.
       77 WRK-STATUS-GL           PIC X(02) VALUE '00'.
           88 GL-OK                  VALUE '00'.
       77 WRK-FIM-MAPA PIC X(01) VALUE 'N'.
           88 FIM-MAPA    VALUE 'S'.

       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR   VALUE 'I'.
           88 OPCAO-LANCAR    VALUE 'L'.
           88 OPCAO-RELATORIO VALUE 'R'.
           88 OPCAO-RESGATE   VALUE 'G'.
           88 OPCAO-SAIR      VALUE '0'.

       77 WRK-ID      PIC 9(05) VALUE ZEROES.
       77 WRK-INICIO  PIC 9(08) VALUE ZEROES.
       77 WRK-VALOR   PIC 9(08)V99 VALUE ZEROES.
       77 WRK-TAXA    PIC 9(03)V99 VALUE ZEROES.
       77 WRK-TIPO    PIC X(01) VALUE 'F'.
           88 TIPO-FIXA          VALUE 'F'.
           88 TIPO-INDEXADA      VALUE 'P' 'I'.
           88 TIPO-PCT-INDICE    VALUE 'P'.
       77 WRK-INDICE  PIC X(05) VALUE SPACES.
           88 INDICE-VALIDO      VALUE 'CDI  ' 'SELIC' 'IPCA '.
       77 WRK-FATOR   PIC 9(03)V99 VALUE ZEROES.
       77 WRK-ANOMES  PIC 9(06) VALUE ZEROES.
       77 WRK-VENCTO  PIC 9(08) VALUE ZEROES.
       77 WRK-LIQUIDEZ PIC X(01) VALUE 'D'.
           88 LIQ-NO-VENCTO      VALUE 'V'.

       77 WRK-ID-EXISTE PIC X(01) VALUE 'N'.
           88 ID-EXISTE    VALUE 'S'.
       77 WRK-MESES-DECORRIDOS PIC S9(05) VALUE ZEROES.
       77 WRK-MES-ATUAL  PIC 9(05) VALUE ZEROES.
       77 WRK-PROJETADO  PIC 9(10)V99 VALUE ZEROES.
       77 WRK-PROJETADO-HOJE PIC 9(10)V99 VALUE ZEROES.
       77 WRK-PROJETADO-12M PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TAXA-DO-MES PIC S9(03)V9(04) VALUE ZEROES.
       77 WRK-QT-MES-REAL PIC 9(03) VALUE ZEROES.
       77 WRK-QT-MES-PREV PIC 9(03) VALUE ZEROES.
       77 WRK-FATOR-ED    PIC ZZ9,99 VALUE ZEROES.
       01  WRK-ANOMES-CALC.
           02 WRK-AC-ANO PIC 9(04).
           02 WRK-AC-MES PIC 9(02).
       01  WRK-ANOMES-CALC-NUM REDEFINES WRK-ANOMES-CALC PIC 9(06).
       77 WRK-ULTIMO-VALOR PIC 9(08)V99 VALUE ZEROES.
       77 WRK-ULTIMO-ANOMES PIC 9(06) VALUE ZEROES.
       77 WRK-VALOR-ED  PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

      * RESGATE: A CARTEIRA É CARREGADA EM TABELA E REGRAVADA INTEIRA
      * COM A POSIÇÃO REDUZIDA OU ENCERRADA
       77 WRK-QT-POSICOES PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-POS     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ACHADA  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA    VALUE 'S'.
       01  WRK-TAB-POSICOES.
           02 WRK-TP-REGISTRO PIC X(64) OCCURS 999 TIMES.

       77 WRK-SALDO-BRUTO PIC 9(10)V99 VALUE ZEROES.
       77 WRK-RESGATE     PIC 9(08)V99 VALUE ZEROES.
       77 WRK-PRINCIPAL   PIC 9(08)V99 VALUE ZEROES.
       77 WRK-RENDIMENTO  PIC 9(08)V99 VALUE ZEROES.
       77 WRK-IMPOSTO     PIC 9(08)V99 VALUE ZEROES.
       77 WRK-LIQUIDO     PIC 9(08)V99 VALUE ZEROES.
       77 WRK-MESES       PIC 9(05) VALUE ZEROES.
       77 WRK-ALIQ-IR     PIC 9(02)V9 VALUE ZEROES.
       77 WRK-ALIQ-ED     PIC Z9,9 VALUE ZEROES.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.
       77 WRK-TIPO-RESGATE PIC X(01) VALUE 'T'.
           88 RESGATE-TOTAL   VALUE 'T'.
       77 WRK-CONFIRMA    PIC X(01) VALUE 'N'.
           88 CONFIRMADO      VALUE 'S'.

      * MESMA TABELA REGRESSIVA DE IR DA SIMULAÇÃO DE INVESTIMENTOS
      * (0320-DEFINIR-ALIQUOTA-IR), COM AS MESMAS CHAVES DO ARQUIVO
      * CENTRAL DE PARÂMETROS
       77 WRK-IR-ALIQ-ATE06 PIC 9(02)V9 VALUE 22,5.
       77 WRK-IR-ALIQ-ATE12 PIC 9(02)V9 VALUE 20,0.
       77 WRK-IR-ALIQ-ATE24 PIC 9(02)V9 VALUE 17,5.
       77 WRK-IR-ALIQ-ACIMA PIC 9(02)V9 VALUE 15,0.

      * CONTAS DO RESGATE: AS LINHAS 'RESINV' (CAIXA / APLICAÇÕES
      * FINANCEIRAS) E 'RENINV' (IR RETIDO A COMPENSAR / RECEITA
      * FINANCEIRA) DO MAPA-CONTAS PREVALECEM SOBRE O PADRÃO
       77 WRK-GL-CAIXA     PIC X(08) VALUE '11010001'.
       77 WRK-GL-APLICACAO PIC X(08) VALUE '11010003'.
       77 WRK-GL-IR-RETIDO PIC X(08) VALUE '11040001'.
       77 WRK-GL-RECEITA   PIC X(08) VALUE '32050001'.
       77 WRK-GL-TIPO-VEZ  PIC X(01) VALUE SPACES.
       77 WRK-GL-CONTA-VEZ PIC X(08) VALUE SPACES.
       77 WRK-GL-VALOR-VEZ PIC 9(10)V99 VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'CARTEIRA REAL DE INVESTIMENTOS'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0085-CARREGAR-PARAMETROS.
           PERFORM 0200-PROCESSAR-OPCAO UNTIL OPCAO-SAIR.
           DISPLAY 'FINAL DA CARTEIRA DE INVESTIMENTOS'.
           GOBACK.

      * AS ALÍQUOTAS DE IR VÊM DO ARQUIVO CENTRAL DE PARÂMETROS;
      * CHAVE AUSENTE MANTÉM O PADRÃO COMPILADO
       0085-CARREGAR-PARAMETROS.
           MOVE 'IR-ALIQ-ATE06' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-IR-ALIQ-ATE06
           END-IF.
           MOVE 'IR-ALIQ-ATE12' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-IR-ALIQ-ATE12
           END-IF.
           MOVE 'IR-ALIQ-ATE24' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-IR-ALIQ-ATE24
           END-IF.
           MOVE 'IR-ALIQ-ACIMA' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-IR-ALIQ-ACIMA
           END-IF.

       0200-PROCESSAR-OPCAO.
           DISPLAY '________________________________________'.
           DISPLAY '(I) INCLUIR POSIÇÃO'.
           DISPLAY '(L) LANÇAR VALOR DO EXTRATO DO MÊS'.
           DISPLAY '(R) RELATÓRIO PROJETADO X REAL'.
           DISPLAY '(G) RESGATE DE POSIÇÃO'.
           DISPLAY '(0) SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
                   PERFORM 0400-LANCAR-EXTRATO
               WHEN OPCAO-RELATORIO
                   PERFORM 0500-RELATORIO
               WHEN OPCAO-RESGATE
                   PERFORM 0600-RESGATAR
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
           IF NOT FIM-ARQUIVO
               PERFORM 0215-NORMALIZAR-POSICAO
           END-IF.

       0212-COMPARAR-ID.
           IF REG-POS-ID = WRK-ID
           END-IF.
           PERFORM 0211-LER-POSICAO.

      * LINHA GRAVADA ANTES DO VENCIMENTO E DA LIQUIDEZ VEM COM OS
      * CAMPOS EM BRANCO: SEM VENCIMENTO, LIQUIDEZ DIÁRIA, ATIVA
       0215-NORMALIZAR-POSICAO.
           IF REG-POS-VENCTO NOT NUMERIC
               MOVE ZEROES TO REG-POS-VENCTO
           END-IF.
           IF REG-POS-LIQUIDEZ NOT = 'V'
               MOVE 'D' TO REG-POS-LIQUIDEZ
           END-IF.
           IF REG-POS-SITUACAO NOT = 'E'
               MOVE 'A' TO REG-POS-SITUACAO
           END-IF.

       0300-INCLUIR-POSICAO.
           DISPLAY 'IDENTIFICADOR DA POSIÇÃO (00001-99999):'.
           ACCEPT WRK-ID FROM CONSOLE.
           END-IF.
           DISPLAY 'VALOR APLICADO:'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           DISPLAY 'LIQUIDEZ - (D)IÁRIA OU SÓ NO (V)ENCIMENTO:'.
           ACCEPT WRK-LIQUIDEZ FROM CONSOLE.
           IF NOT LIQ-NO-VENCTO
               MOVE 'D' TO WRK-LIQUIDEZ
           END-IF.
           DISPLAY 'DATA DE VENCIMENTO (AAAAMMDD, 0 = SEM '
               'VENCIMENTO):'.
           ACCEPT WRK-VENCTO FROM CONSOLE.
           IF WRK-VENCTO = ZEROES
               IF LIQ-NO-VENCTO
                   DISPLAY 'LIQUIDEZ NO VENCIMENTO EXIGE A DATA DE '
                       'VENCIMENTO'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 3 TO REG-SRV-FUNCAO
               MOVE WRK-VENCTO TO REG-SRV-DATA1
               CALL 'servicodata' USING REG-SERVDATA
               IF SRV-DATA-ERRO OR WRK-VENCTO NOT > WRK-INICIO
                   DISPLAY 'VENCIMENTO INVÁLIDO OU NÃO POSTERIOR À '
                       'APLICAÇÃO'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY 'REMUNERAÇÃO - (F)IXA, (P) % DE ÍNDICE OU (I) '
               'ÍNDICE + SPREAD:'.
           ACCEPT WRK-TIPO FROM CONSOLE.
           MOVE ZEROES TO WRK-TAXA WRK-FATOR.
           MOVE SPACES TO WRK-INDICE.
           IF TIPO-INDEXADA
               PERFORM 0310-PEDIR-INDICE UNTIL INDICE-VALIDO
               IF TIPO-PCT-INDICE
                   DISPLAY 'PERCENTUAL DO ÍNDICE (EX.: 102,00):'
               ELSE
                   DISPLAY 'SPREAD AO ANO (EX.: 6,00 = ÍNDICE + 6% '
                       'A.A.):'
               END-IF
               ACCEPT WRK-FATOR FROM CONSOLE
           ELSE
               MOVE 'F' TO WRK-TIPO
               DISPLAY 'TAXA MENSAL ASSUMIDA (FORMATO 999,99):'
               ACCEPT WRK-TAXA FROM CONSOLE
           END-IF.
           OPEN EXTEND ARQ-POSICOES.
           IF NOT POSICOES-OK
               OPEN OUTPUT ARQ-POSICOES
           MOVE WRK-INICIO  TO REG-POS-INICIO.
           MOVE WRK-VALOR   TO REG-POS-VALOR.
           MOVE WRK-TAXA    TO REG-POS-TAXA.
           MOVE WRK-TIPO    TO REG-POS-TIPO.
           MOVE WRK-INDICE  TO REG-POS-INDICE.
           MOVE WRK-FATOR   TO REG-POS-FATOR.
           MOVE WRK-VENCTO  TO REG-POS-VENCTO.
           MOVE WRK-LIQUIDEZ TO REG-POS-LIQUIDEZ.
           MOVE 'A'         TO REG-POS-SITUACAO.
           WRITE REG-POSICAO.
           CLOSE ARQ-POSICOES.
           DISPLAY 'POSIÇÃO INCLUÍDA'.

       0310-PEDIR-INDICE.
           DISPLAY 'ÍNDICE (CDI, SELIC OU IPCA):'.
           ACCEPT WRK-INDICE FROM CONSOLE.
           IF NOT INDICE-VALIDO
               DISPLAY 'ÍNDICE INVÁLIDO. INFORME CDI, SELIC OU IPCA'
           END-IF.

       0400-LANCAR-EXTRATO.
           DISPLAY 'IDENTIFICADOR DA POSIÇÃO:'.
           ACCEPT WRK-ID FROM CONSOLE.
           CLOSE ARQ-RELATORIO.

      * A PROJEÇÃO CAPITALIZA O APLICADO PELA TAXA ASSUMIDA NOS
      * MESES DECORRIDOS; O REAL É O ÚLTIMO EXTRATO LANÇADO. NA
      * POSIÇÃO PÓS-FIXADA A TAXA DE CADA MÊS VEM DO ÍNDICE REAL
      * QUANDO PUBLICADO E DA PREVISÃO NOS DEMAIS, E A LINHA DE
      * DETALHE MOSTRA AINDA A PROJEÇÃO PARA DAQUI A 12 MESES
       0510-RELATAR-POSICAO.
           IF POS-ENCERRADA
               PERFORM 0211-LER-POSICAO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0512-PROJETAR-ATE-HOJE.
           PERFORM 0515-PROJETAR-MES
               VARYING WRK-MES-ATUAL FROM 1 BY 1
               UNTIL WRK-MES-ATUAL > 12.
           MOVE WRK-PROJETADO TO WRK-PROJETADO-12M.
           MOVE WRK-PROJETADO-HOJE TO WRK-PROJETADO.
           PERFORM 0520-ULTIMO-EXTRATO.
           MOVE WRK-PROJETADO TO WRK-VALOR-ED.
           MOVE WRK-ULTIMO-VALOR TO WRK-VALOR2-ED.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WRK-LINRELAT.
           PERFORM 0517-DETALHAR-POSICAO.
           PERFORM 0211-LER-POSICAO.

      * O APLICADO CAPITALIZADO DO MÊS DA APLICAÇÃO ATÉ HOJE, USADO
      * NO RELATÓRIO E COMO SALDO DO RESGATE SEM EXTRATO LANÇADO
       0512-PROJETAR-ATE-HOJE.
           MOVE 6 TO REG-SRV-FUNCAO.
           MOVE REG-POS-INICIO TO REG-SRV-DATA1.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK AND REG-SRV-DIAS-RES > ZEROES
               MOVE REG-SRV-DIAS-RES TO WRK-MESES-DECORRIDOS
           ELSE
               MOVE ZEROES TO WRK-MESES-DECORRIDOS
           END-IF.
           MOVE REG-POS-VALOR TO WRK-PROJETADO.
           MOVE ZEROES TO WRK-QT-MES-REAL WRK-QT-MES-PREV.
           MOVE REG-POS-INICIO(1:6) TO WRK-ANOMES-CALC-NUM.
           IF POS-INDEXADA
               MOVE REG-POS-TIPO   TO REG-INP-TIPO
               MOVE REG-POS-INDICE TO REG-INP-INDICE
               MOVE REG-POS-FATOR  TO REG-INP-FATOR
           END-IF.
           PERFORM 0515-PROJETAR-MES
               VARYING WRK-MES-ATUAL FROM 1 BY 1
               UNTIL WRK-MES-ATUAL > WRK-MESES-DECORRIDOS.
           MOVE WRK-PROJETADO TO WRK-PROJETADO-HOJE.

       0515-PROJETAR-MES.
           IF POS-INDEXADA
               MOVE WRK-ANOMES-CALC-NUM TO REG-INP-ANOMES
               CALL 'buscaindice' USING REG-INDICE-PEDIDO
               MOVE REG-INP-TAXA TO WRK-TAXA-DO-MES
               IF INP-REAL
                   ADD 1 TO WRK-QT-MES-REAL
               ELSE
                   ADD 1 TO WRK-QT-MES-PREV
               END-IF
           ELSE
               MOVE REG-POS-TAXA TO WRK-TAXA-DO-MES
           END-IF.
           COMPUTE WRK-PROJETADO ROUNDED =
               WRK-PROJETADO * (100 + WRK-TAXA-DO-MES) / 100.
           IF WRK-AC-MES = 12
               MOVE 1 TO WRK-AC-MES
               ADD 1 TO WRK-AC-ANO
           ELSE
               ADD 1 TO WRK-AC-MES
           END-IF.

       0517-DETALHAR-POSICAO.
           MOVE WRK-PROJETADO-12M TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           IF POS-INDEXADA
               MOVE REG-POS-FATOR TO WRK-FATOR-ED
               IF REG-POS-TIPO = 'P'
                   STRING '   ' WRK-FATOR-ED '% DO ' REG-POS-INDICE
                       ' REAIS ' WRK-QT-MES-REAL
                       ' PREV ' WRK-QT-MES-PREV
                       ' EM 12 MESES ' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-LINRELAT
               ELSE
                   STRING '   ' REG-POS-INDICE '+' WRK-FATOR-ED
                       '% AA REAIS ' WRK-QT-MES-REAL
                       ' PREV ' WRK-QT-MES-PREV
                       ' EM 12 MESES ' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-LINRELAT
               END-IF
           ELSE
               MOVE REG-POS-TAXA TO WRK-FATOR-ED
               STRING '   TAXA FIXA ' WRK-FATOR-ED '% AM'
                   ' EM 12 MESES ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINRELAT
           END-IF.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WRK-LINRELAT.

       0520-ULTIMO-EXTRATO.
           MOVE ZEROES TO WRK-ULTIMO-VALOR.
           MOVE ZEROES TO WRK-ULTIMO-ANOMES.

       0540-COMPARAR-EXTRATO.
           IF REG-ATU-ID = REG-POS-ID AND
              REG-ATU-ANOMES NOT < WRK-ULTIMO-ANOMES
               MOVE REG-ATU-ANOMES TO WRK-ULTIMO-ANOMES
               MOVE REG-ATU-VALOR  TO WRK-ULTIMO-VALOR
           END-IF.
           PERFORM 0530-LER-ATUALIZACAO.

      * RESGATE NA DATA DE HOJE SOBRE O SALDO BRUTO DA POSIÇÃO (O
      * ÚLTIMO EXTRATO OU, SEM EXTRATO, A PROJEÇÃO; O OPERADOR PODE
      * INFORMAR O SALDO DO EXTRATO DO DIA). A PARTE DO PRINCIPAL É
      * PROPORCIONAL AO VALOR RESGATADO, O RESTO É RENDIMENTO E
      * PAGA O IR REGRESSIVO PELOS MESES DESDE A APLICAÇÃO. LIQUIDEZ
      * SÓ NO VENCIMENTO RECUSA O RESGATE ANTECIPADO
       0600-RESGATAR.
           DISPLAY 'IDENTIFICADOR DA POSIÇÃO:'.
           ACCEPT WRK-ID FROM CONSOLE.
           PERFORM 0610-CARREGAR-POSICOES.
           IF TABELA-CHEIA
               DISPLAY 'POSICOES-INVESTIMENTO EXCEDE O LIMITE DE 999 '
                   'DA TABELA - RESGATE NÃO PROCESSADO PARA NÃO '
                   'TRUNCAR A CARTEIRA NA REGRAVAÇÃO'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-SUB-ACHADA = ZEROES
               DISPLAY 'POSIÇÃO NÃO CADASTRADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TP-REGISTRO(WRK-SUB-ACHADA) TO REG-POSICAO.
           IF POS-ENCERRADA
               DISPLAY 'POSIÇÃO JÁ ENCERRADA'
               EXIT PARAGRAPH
           END-IF.
           IF POS-LIQ-NO-VENCTO AND
              WRK-DATA-SYS-NUM < REG-POS-VENCTO
               DISPLAY 'LIQUIDEZ SÓ NO VENCIMENTO (' REG-POS-VENCTO
                   ') - RESGATE ANTECIPADO RECUSADO'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-COMPETENCIA = WRK-DS-ANO * 100 + WRK-DS-MES.
           MOVE WRK-COMPETENCIA TO REG-PER-ANOMES.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'COMPETÊNCIA ' WRK-COMPETENCIA
                   ' FECHADA - RESGATE NÃO LANÇADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0520-ULTIMO-EXTRATO.
           IF WRK-ULTIMO-ANOMES = ZEROES
               PERFORM 0512-PROJETAR-ATE-HOJE
               MOVE WRK-PROJETADO-HOJE TO WRK-SALDO-BRUTO
           ELSE
               MOVE WRK-ULTIMO-VALOR TO WRK-SALDO-BRUTO
           END-IF.
           MOVE WRK-SALDO-BRUTO TO WRK-VALOR-ED.
           DISPLAY 'SALDO BRUTO DA POSIÇÃO.......: ' WRK-VALOR-ED.
           DISPLAY 'SALDO BRUTO DO EXTRATO DO DIA (0 = USAR O SALDO '
               'ACIMA):'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           IF WRK-VALOR > ZEROES
               MOVE WRK-VALOR TO WRK-SALDO-BRUTO
           END-IF.
           IF WRK-SALDO-BRUTO = ZEROES
               DISPLAY 'SALDO ZERADO - NADA A RESGATAR'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'VALOR BRUTO DO RESGATE (0 = RESGATE TOTAL):'.
           ACCEPT WRK-RESGATE FROM CONSOLE.
           IF WRK-RESGATE > WRK-SALDO-BRUTO
               DISPLAY 'RESGATE ACIMA DO SALDO BRUTO - RECUSADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0630-CALCULAR-RESGATE.
           PERFORM 0640-MOSTRAR-RESGATE.
           DISPLAY 'CONFIRMA O RESGATE (S/N):'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMADO
               DISPLAY 'RESGATE NÃO CONFIRMADO'
               EXIT PARAGRAPH
           END-IF.
           IF RESGATE-TOTAL
               MOVE 'E' TO REG-POS-SITUACAO
           ELSE
               SUBTRACT WRK-PRINCIPAL FROM REG-POS-VALOR
           END-IF.
           MOVE REG-POSICAO TO WRK-TP-REGISTRO(WRK-SUB-ACHADA).
           PERFORM 0650-REGRAVAR-POSICOES.
           PERFORM 0660-GRAVAR-RESGATE.
           PERFORM 0690-LOCALIZAR-CONTAS.
           PERFORM 0670-LANCAR-GL.
           IF RESGATE-TOTAL
               DISPLAY 'POSIÇÃO ' REG-POS-ID ' ENCERRADA'
           ELSE
               DISPLAY 'POSIÇÃO ' REG-POS-ID ' REDUZIDA'
           END-IF.

       0610-CARREGAR-POSICOES.
           MOVE ZEROES TO WRK-QT-POSICOES WRK-SUB-ACHADA.
           MOVE 'N' TO WRK-TABELA-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-POSICOES.
           IF POSICOES-OK
               PERFORM 0211-LER-POSICAO
               PERFORM 0620-GUARDAR-POSICAO UNTIL FIM-ARQUIVO
               CLOSE ARQ-POSICOES
           END-IF.

       0620-GUARDAR-POSICAO.
           IF WRK-QT-POSICOES < 999
               ADD 1 TO WRK-QT-POSICOES
               MOVE REG-POSICAO TO WRK-TP-REGISTRO(WRK-QT-POSICOES)
               IF REG-POS-ID = WRK-ID
                   MOVE WRK-QT-POSICOES TO WRK-SUB-ACHADA
               END-IF
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM 0211-LER-POSICAO.

      * O PRINCIPAL NUNCA PASSA DO VALOR RESGATADO: SALDO ABAIXO DO
      * APLICADO NÃO GERA RENDIMENTO NEM IR
       0630-CALCULAR-RESGATE.
           IF WRK-RESGATE = ZEROES OR WRK-RESGATE = WRK-SALDO-BRUTO
               MOVE 'T' TO WRK-TIPO-RESGATE
               MOVE WRK-SALDO-BRUTO TO WRK-RESGATE
               MOVE REG-POS-VALOR TO WRK-PRINCIPAL
           ELSE
               MOVE 'P' TO WRK-TIPO-RESGATE
               COMPUTE WRK-PRINCIPAL ROUNDED =
                   REG-POS-VALOR * WRK-RESGATE / WRK-SALDO-BRUTO
           END-IF.
           IF WRK-PRINCIPAL > WRK-RESGATE
               MOVE WRK-RESGATE TO WRK-PRINCIPAL
           END-IF.
           COMPUTE WRK-RENDIMENTO = WRK-RESGATE - WRK-PRINCIPAL.
           MOVE 6 TO REG-SRV-FUNCAO.
           MOVE REG-POS-INICIO TO REG-SRV-DATA1.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK AND REG-SRV-DIAS-RES > ZEROES
               MOVE REG-SRV-DIAS-RES TO WRK-MESES
           ELSE
               MOVE ZEROES TO WRK-MESES
           END-IF.
           PERFORM 0635-DEFINIR-ALIQUOTA-IR.
           COMPUTE WRK-IMPOSTO ROUNDED =
               WRK-RENDIMENTO * WRK-ALIQ-IR / 100.
           COMPUTE WRK-LIQUIDO = WRK-RESGATE - WRK-IMPOSTO.

       0635-DEFINIR-ALIQUOTA-IR.
           EVALUATE TRUE
               WHEN WRK-MESES <= 6
                   MOVE WRK-IR-ALIQ-ATE06 TO WRK-ALIQ-IR
               WHEN WRK-MESES <= 12
                   MOVE WRK-IR-ALIQ-ATE12 TO WRK-ALIQ-IR
               WHEN WRK-MESES <= 24
                   MOVE WRK-IR-ALIQ-ATE24 TO WRK-ALIQ-IR
               WHEN OTHER
                   MOVE WRK-IR-ALIQ-ACIMA TO WRK-ALIQ-IR
           END-EVALUATE.

       0640-MOSTRAR-RESGATE.
           IF RESGATE-TOTAL
               DISPLAY 'RESGATE TOTAL - A POSIÇÃO SERÁ ENCERRADA'
           ELSE
               DISPLAY 'RESGATE PARCIAL - A POSIÇÃO SERÁ REDUZIDA'
           END-IF.
           MOVE WRK-RESGATE TO WRK-VALOR-ED.
           DISPLAY 'VALOR BRUTO DO RESGATE.......: ' WRK-VALOR-ED.
           MOVE WRK-PRINCIPAL TO WRK-VALOR-ED.
           DISPLAY 'PRINCIPAL RESGATADO..........: ' WRK-VALOR-ED.
           MOVE WRK-RENDIMENTO TO WRK-VALOR-ED.
           DISPLAY 'RENDIMENTO BRUTO.............: ' WRK-VALOR-ED.
           MOVE WRK-ALIQ-IR TO WRK-ALIQ-ED.
           DISPLAY 'MESES APLICADOS / ALÍQUOTA IR: ' WRK-MESES
               ' / ' WRK-ALIQ-ED '%'.
           MOVE WRK-IMPOSTO TO WRK-VALOR-ED.
           DISPLAY 'IR RETIDO NA FONTE...........: ' WRK-VALOR-ED.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY 'VALOR LÍQUIDO................: ' WRK-VALOR-ED.

       0650-REGRAVAR-POSICOES.
           OPEN OUTPUT ARQ-POSICOES.
           PERFORM VARYING WRK-SUB-POS FROM 1 BY 1
               UNTIL WRK-SUB-POS > WRK-QT-POSICOES
               MOVE WRK-TP-REGISTRO(WRK-SUB-POS) TO REG-POSICAO
               WRITE REG-POSICAO
           END-PERFORM.
           CLOSE ARQ-POSICOES.
           MOVE WRK-TP-REGISTRO(WRK-SUB-ACHADA) TO REG-POSICAO.

      * O RESGATE PARCIAL LANÇA TAMBÉM O SALDO QUE FICOU COMO EXTRATO
      * DO MÊS, PARA O COMPARATIVO E O PRÓXIMO RESGATE PARTIREM DELE
       0660-GRAVAR-RESGATE.
           OPEN EXTEND ARQ-RESGATES.
           IF NOT RESGATES-OK
               OPEN OUTPUT ARQ-RESGATES
           END-IF.
           MOVE REG-POS-ID       TO REG-RES-ID.
           MOVE WRK-DATA-SYS-NUM TO REG-RES-DATA.
           MOVE WRK-TIPO-RESGATE TO REG-RES-TIPO.
           MOVE WRK-RESGATE      TO REG-RES-BRUTO.
           MOVE WRK-PRINCIPAL    TO REG-RES-PRINCIPAL.
           MOVE WRK-RENDIMENTO   TO REG-RES-RENDIMENTO.
           MOVE WRK-ALIQ-IR      TO REG-RES-ALIQ-IR.
           MOVE WRK-IMPOSTO      TO REG-RES-IR.
           MOVE WRK-LIQUIDO      TO REG-RES-LIQUIDO.
           WRITE REG-RESGATE.
           CLOSE ARQ-RESGATES.
           IF RESGATE-TOTAL
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-ATUALIZACOES.
           IF NOT ATUALIZACOES-OK
               OPEN OUTPUT ARQ-ATUALIZACOES
           END-IF.
           MOVE REG-POS-ID      TO REG-ATU-ID.
           MOVE WRK-COMPETENCIA TO REG-ATU-ANOMES.
           COMPUTE REG-ATU-VALOR = WRK-SALDO-BRUTO - WRK-RESGATE.
           WRITE REG-ATUALIZACAO.
           CLOSE ARQ-ATUALIZACOES.

      * DÉBITO NO CAIXA PELO LÍQUIDO E NO IR RETIDO A COMPENSAR;
      * CRÉDITO NAS APLICAÇÕES PELO PRINCIPAL E NA RECEITA
      * FINANCEIRA PELO RENDIMENTO REALIZADO
       0670-LANCAR-GL.
           OPEN EXTEND ARQ-GL.
           IF NOT GL-OK
               OPEN OUTPUT ARQ-GL
           END-IF.
           MOVE 'D' TO WRK-GL-TIPO-VEZ.
           MOVE WRK-GL-CAIXA TO WRK-GL-CONTA-VEZ.
           MOVE WRK-LIQUIDO TO WRK-GL-VALOR-VEZ.
           PERFORM 0680-GRAVAR-GL.
           IF WRK-IMPOSTO > ZEROES
               MOVE 'D' TO WRK-GL-TIPO-VEZ
               MOVE WRK-GL-IR-RETIDO TO WRK-GL-CONTA-VEZ
               MOVE WRK-IMPOSTO TO WRK-GL-VALOR-VEZ
               PERFORM 0680-GRAVAR-GL
           END-IF.
           MOVE 'C' TO WRK-GL-TIPO-VEZ.
           MOVE WRK-GL-APLICACAO TO WRK-GL-CONTA-VEZ.
           MOVE WRK-PRINCIPAL TO WRK-GL-VALOR-VEZ.
           PERFORM 0680-GRAVAR-GL.
           IF WRK-RENDIMENTO > ZEROES
               MOVE 'C' TO WRK-GL-TIPO-VEZ
               MOVE WRK-GL-RECEITA TO WRK-GL-CONTA-VEZ
               MOVE WRK-RENDIMENTO TO WRK-GL-VALOR-VEZ
               PERFORM 0680-GRAVAR-GL
           END-IF.
           CLOSE ARQ-GL.
           DISPLAY 'RESGATE LANÇADO NA EXPORTAÇÃO CONTÁBIL'.

       0680-GRAVAR-GL.
           MOVE WRK-GL-TIPO-VEZ  TO REG-GL-TIPO.
           MOVE WRK-GL-CONTA-VEZ TO REG-GL-CONTA.
           MOVE 'INVEST'         TO REG-GL-CENTRO.
           MOVE WRK-GL-VALOR-VEZ TO REG-GL-VALOR.
           MOVE WRK-COMPETENCIA  TO REG-GL-COMPETENCIA.
           MOVE 1 TO REG-GL-QT.
           WRITE REG-GL.

       0690-LOCALIZAR-CONTAS.
           MOVE 'N' TO WRK-FIM-MAPA.
           OPEN INPUT ARQ-MAPA-CONTAS.
           IF MAPA-OK
               PERFORM 0691-LER-MAPA
               PERFORM 0692-COMPARAR-MAPA UNTIL FIM-MAPA
               CLOSE ARQ-MAPA-CONTAS
           END-IF.

       0691-LER-MAPA.
           READ ARQ-MAPA-CONTAS
               AT END
                   MOVE 'S' TO WRK-FIM-MAPA
           END-READ.

       0692-COMPARAR-MAPA.
           IF REG-MC-MES = WRK-DS-MES OR REG-MC-MES = ZEROES
               IF REG-MC-CENTRO-CUSTO = 'RESINV'
                   MOVE REG-MC-CONTA-DEB  TO WRK-GL-CAIXA
                   MOVE REG-MC-CONTA-CRED TO WRK-GL-APLICACAO
               END-IF
               IF REG-MC-CENTRO-CUSTO = 'RENINV'
                   MOVE REG-MC-CONTA-DEB  TO WRK-GL-IR-RETIDO
                   MOVE REG-MC-CONTA-CRED TO WRK-GL-RECEITA
               END-IF
           END-IF.
           PERFORM 0691-LER-MAPA.
