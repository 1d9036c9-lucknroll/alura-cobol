       IDENTIFICATION DIVISION.
       PROGRAM-ID. mensalidades.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = FATURAMENTO MENSAL DAS MENSALIDADES ESCOLARES: PARA
      *            A COMPETÊNCIA INFORMADA, CADA ALUNO ATIVO DE
      *            ALUNOS-TURMA COM RESPONSÁVEL FINANCEIRO
      *            (RESPONSAVEIS-ALUNOS) E TURMA COM VALOR NA
      *            TABELA-MENSALIDADES DO ANO GERA UMA DUPLICATA EM
      *            DUPLICATAS-ABERTAS NO NOME DO RESPONSÁVEL, QUE
      *            SEGUE PARA A REMESSA DE BOLETOS (REMESSABOLETO) E
      *            O RETORNO COMO QUALQUER DUPLICATA. O PRIMEIRO MÊS
      *            DE QUEM COMEÇOU NO MEIO DO MÊS É PROPORCIONAL AOS
      *            DIAS; DO SEGUNDO IRMÃO EM DIANTE (MESMO RESPONSÁVEL)
      *            APLICA-SE O DESCONTO-IRMAO-PCT (PADRÃO 10%). O
      *            NÚMERO DA DUPLICATA É UM POR ALUNO E ANO, TOMADO DA
      *            SEQUÊNCIA DE PEDIDOS (PEDIDOS-CONTROLE), COM A
      *            PARCELA = MÊS. A RODADA PODE SER REPETIDA: ALUNO JÁ
      *            FATURADO NA COMPETÊNCIA É PULADO. O TOTAL ENTRA EM
      *            LANCAMENTOS-GL (DÉBITO CLIENTES / CRÉDITO RECEITA
      *            DE MENSALIDADES, LINHA 'MENSAL' DO MAPA-CONTAS OU O
      *            PADRÃO COMPILADO) E A LISTAGEM SAI EM
      *            RELATORIO-MENSALIDADES
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO 'ALUNOS-TURMA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALUNOS.
           SELECT ARQ-RESPONSAVEIS ASSIGN TO 'RESPONSAVEIS-ALUNOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESP.
           SELECT ARQ-PRECOS ASSIGN TO 'TABELA-MENSALIDADES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRECOS.
           SELECT ARQ-MENSALIDADES ASSIGN TO 'MENSALIDADES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSAL.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-PEDCTRL ASSIGN TO 'PEDIDOS-CONTROLE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDCTRL.
           SELECT ARQ-MAPA-CONTAS ASSIGN TO 'MAPA-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT ARQ-GL ASSIGN TO 'LANCAMENTOS-GL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GL.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-MENSALIDADES'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       01  REG-ALUNO.
           02 REG-ALUNO-NOME   PIC X(20).
           02 REG-ALUNO-NOTA-1 PIC 9(02)V9.
           02 REG-ALUNO-NOTA-2 PIC 9(02)V9.
           02 REG-ALUNO-FREQUENCIA PIC 9(03).
           02 REG-ALUNO-TURMA  PIC X(03).
           02 REG-ALUNO-SITUACAO PIC X(01).
       01  REG-ALUNO-LIN PIC X(45).

       FD  ARQ-RESPONSAVEIS.
           COPY 'respaluno.cbl'.

       FD  ARQ-PRECOS.
           COPY 'precomensal.cbl'.

       FD  ARQ-MENSALIDADES.
           COPY 'mensalid.cbl'.

       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-PEDCTRL.
       01  REG-PEDCTRL.
           02 REG-PCT-ULTIMO PIC 9(06).

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
       01  REG-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
           COPY 'lotectl.cbl'.
           COPY 'servdata.cbl'.
           COPY 'parametro.cbl'.
           COPY 'periodo.cbl'.

       77 WRK-STATUS-ALUNOS     PIC X(02) VALUE '00'.
           88 ALUNOS-OK            VALUE '00'.
       77 WRK-STATUS-RESP       PIC X(02) VALUE '00'.
           88 RESP-OK              VALUE '00'.
       77 WRK-STATUS-PRECOS     PIC X(02) VALUE '00'.
           88 PRECOS-OK            VALUE '00'.
       77 WRK-STATUS-MENSAL     PIC X(02) VALUE '00'.
           88 MENSAL-OK            VALUE '00'.
       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-STATUS-PEDCTRL    PIC X(02) VALUE '00'.
           88 PEDCTRL-OK           VALUE '00'.
       77 WRK-STATUS-MAPA       PIC X(02) VALUE '00'.
           88 MAPA-OK              VALUE '00'.
       77 WRK-STATUS-GL         PIC X(02) VALUE '00'.
           88 GL-OK                VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

      * PARÂMETROS DO FATURAMENTO, COM O PADRÃO COMPILADO QUANDO A
      * CHAVE NÃO ESTÁ NO PARAMETROS-NEGOCIO
       77 WRK-DESC-IRMAO-PCT PIC 9(03)V99 VALUE 10,00.
       77 WRK-DIA-VENCTO     PIC 9(02) VALUE 10.

      * CONTAS DO FATURAMENTO: A LINHA DE CENTRO 'MENSAL' DO MAPA DE
      * CONTAS DO MÊS PREVALECE SOBRE O PADRÃO COMPILADO
       77 WRK-GL-CLIENTES PIC X(08) VALUE '11030001'.
       77 WRK-GL-RECEITA  PIC X(08) VALUE '31010002'.
       77 WRK-GL-CENTRO   PIC X(06) VALUE 'ESCOLA'.

      * RESPONSÁVEIS, VALORES DAS TURMAS E MENSALIDADES JÁ
      * FATURADAS NO ANO DA COMPETÊNCIA
       77 WRK-QT-RESP     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-RESP    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-RESP-ACHADO PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-RESPONSAVEIS.
           02 WRK-TR-ITEM OCCURS 500 TIMES.
               03 WRK-TR-ALUNO    PIC X(20).
               03 WRK-TR-CLIENTE  PIC 9(06).
               03 WRK-TR-INICIO   PIC 9(08).
               03 WRK-TR-RETIRADA PIC 9(08).
               03 WRK-TR-FATURADOS PIC 9(03).
       77 WRK-QT-PRECOS   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-PRECO   PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-PRECOS.
           02 WRK-TP-ITEM OCCURS 300 TIMES.
               03 WRK-TP-TURMA PIC X(03).
               03 WRK-TP-VALOR PIC 9(06)V99.
       77 WRK-QT-MENSAL   PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-MENSAL  PIC 9(04) COMP VALUE ZEROES.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA    VALUE 'S'.
       01  WRK-TAB-MENSALIDADES.
           02 WRK-TM-ITEM OCCURS 3000 TIMES.
               03 WRK-TM-COMPETENCIA PIC 9(06).
               03 WRK-TM-ALUNO       PIC X(20).
               03 WRK-TM-CLIENTE     PIC 9(06).
               03 WRK-TM-PEDIDO      PIC 9(06).

       01  WRK-COMPETENCIA  PIC 9(06) VALUE ZEROES.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           02 WRK-CP-ANO PIC 9(04).
           02 WRK-CP-MES PIC 9(02).
       77 WRK-PRIMEIRO-DIA  PIC 9(08) VALUE ZEROES.
       77 WRK-ULTIMO-DIA    PIC 9(08) VALUE ZEROES.
       77 WRK-DIAS-MES      PIC 9(02) VALUE ZEROES.
       77 WRK-DIAS-COBRADOS PIC 9(02) VALUE ZEROES.
       77 WRK-ULTIMO-PEDIDO PIC 9(06) VALUE ZEROES.
       77 WRK-NUMERO        PIC 9(06) VALUE ZEROES.
       77 WRK-VALOR-CHEIO   PIC 9(06)V99 VALUE ZEROES.
       77 WRK-VALOR-BASE    PIC 9(06)V99 VALUE ZEROES.
       77 WRK-PROPORCAO     PIC 9(03) VALUE ZEROES.
       77 WRK-DESCONTO      PIC 9(06)V99 VALUE ZEROES.
       77 WRK-VALOR         PIC 9(08)V99 VALUE ZEROES.
       77 WRK-VENCIMENTO    PIC 9(08) VALUE ZEROES.
       77 WRK-JA-FATURADO   PIC X(01) VALUE 'N'.
           88 JA-FATURADO      VALUE 'S'.
       77 WRK-RESPOSTA      PIC X(01) VALUE SPACES.
           88 RESPOSTA-SIM     VALUE 'S' 's'.

       77 WRK-QT-FATURADAS  PIC 9(04) VALUE ZEROES.
       77 WRK-QT-PULADAS    PIC 9(04) VALUE ZEROES.
       77 WRK-QT-PENDENTES  PIC 9(04) VALUE ZEROES.
       77 WRK-QT-NOVOS-NUM  PIC 9(04) VALUE ZEROES.
       77 WRK-TOTAL-FATURADO PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOTAL-DESCONTO PIC 9(10)V99 VALUE ZEROES.
       77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-VALOR-CH-ED   PIC ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-DESCONTO-ED   PIC ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       01  WRK-DATA-AUX     PIC 9(08) VALUE ZEROES.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           02 WRK-DA-ANO PIC 9(04).
           02 WRK-DA-MES PIC 9(02).
           02 WRK-DA-DIA PIC 9(02).
       01  WRK-DATA-ED.
           02 WRK-DE-DIA PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-MES PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-ANO PIC 9(04).

       01  WRK-LINRELAT PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'FATURAMENTO MENSAL DAS MENSALIDADES'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0050-CARREGAR-PARAMETROS.
           DISPLAY 'COMPETÊNCIA A FATURAR (AAAAMM):'.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           IF WRK-CP-MES < 1 OR WRK-CP-MES > 12 OR WRK-CP-ANO < 2000
               DISPLAY 'COMPETÊNCIA INVÁLIDA'
               GOBACK
           END-IF.
           MOVE WRK-COMPETENCIA TO REG-PER-ANOMES.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'COMPETÊNCIA ' WRK-COMPETENCIA
                   ' FECHADA - FATURAMENTO NÃO REALIZADO'
               GOBACK
           END-IF.
           PERFORM 0060-CALCULAR-MES.
           PERFORM 0100-CARREGAR-TABELAS.
           IF TABELA-CHEIA
               DISPLAY 'MENSALIDADES DO ANO EXCEDEM O LIMITE DE 3000 '
                   'DA TABELA - FATURAMENTO RECUSADO'
               GOBACK
           END-IF.
           IF WRK-QT-PRECOS = ZEROES
               DISPLAY 'NENHUMA TURMA COM MENSALIDADE NO ANO '
                   WRK-CP-ANO ' - CADASTRE NO MANUTMENSAL'
               GOBACK
           END-IF.
           DISPLAY 'CONFIRMA O FATURAMENTO DE ' WRK-CP-MES '/'
               WRK-CP-ANO ' (S/N)?'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF NOT RESPOSTA-SIM
               DISPLAY 'FATURAMENTO NÃO REALIZADO'
               GOBACK
           END-IF.
           PERFORM 0150-LOCALIZAR-CONTAS.
           PERFORM 0200-FATURAR.
           IF WRK-QT-NOVOS-NUM > ZEROES
               PERFORM 0700-GRAVAR-CONTROLE
           END-IF.
           IF WRK-TOTAL-FATURADO > ZEROES
               PERFORM 0800-LANCAR-GL
           END-IF.
           DISPLAY '________________________________________'.
           DISPLAY 'MENSALIDADES FATURADAS: ' WRK-QT-FATURADAS.
           DISPLAY 'JÁ FATURADAS ANTES....: ' WRK-QT-PULADAS.
           DISPLAY 'ALUNOS COM PENDÊNCIA..: ' WRK-QT-PENDENTES.
           MOVE WRK-TOTAL-FATURADO TO WRK-VALOR-ED.
           DISPLAY 'TOTAL FATURADO........: ' WRK-VALOR-ED.
           DISPLAY 'LISTAGEM EM RELATORIO-MENSALIDADES'.
           GOBACK.

       0050-CARREGAR-PARAMETROS.
           MOVE 'DESCONTO-IRMAO-PCT' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-DESC-IRMAO-PCT
           END-IF.
           MOVE 'DIA-VENCTO-MENSALIDADE' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-DIA-VENCTO
           END-IF.
           IF WRK-DIA-VENCTO < 1 OR WRK-DIA-VENCTO > 28
               MOVE 10 TO WRK-DIA-VENCTO
           END-IF.

      * PRIMEIRO E ÚLTIMO DIA DA COMPETÊNCIA; OS DIAS DO MÊS SAEM DA
      * DIFERENÇA ATÉ O PRIMEIRO DIA DO MÊS SEGUINTE (SERVICODATA)
       0060-CALCULAR-MES.
           MOVE WRK-CP-ANO TO WRK-DA-ANO.
           MOVE WRK-CP-MES TO WRK-DA-MES.
           MOVE 1 TO WRK-DA-DIA.
           MOVE WRK-DATA-AUX TO WRK-PRIMEIRO-DIA.
           IF WRK-CP-MES = 12
               ADD 1 TO WRK-DA-ANO
               MOVE 1 TO WRK-DA-MES
           ELSE
               ADD 1 TO WRK-DA-MES
           END-IF.
           MOVE 8 TO REG-SRV-FUNCAO.
           MOVE WRK-PRIMEIRO-DIA TO REG-SRV-DATA1.
           MOVE WRK-DATA-AUX TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK AND REG-SRV-DIAS-RES > 27
               MOVE REG-SRV-DIAS-RES TO WRK-DIAS-MES
           ELSE
               MOVE 30 TO WRK-DIAS-MES
           END-IF.
           MOVE WRK-PRIMEIRO-DIA TO WRK-DATA-AUX.
           MOVE WRK-DIAS-MES TO WRK-DA-DIA.
           MOVE WRK-DATA-AUX TO WRK-ULTIMO-DIA.

       0100-CARREGAR-TABELAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-RESPONSAVEIS.
           IF RESP-OK
               PERFORM 0110-LER-RESPONSAVEL
               PERFORM 0115-GUARDAR-RESPONSAVEL UNTIL FIM-ARQUIVO
               CLOSE ARQ-RESPONSAVEIS
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PRECOS.
           IF PRECOS-OK
               PERFORM 0120-LER-PRECO
               PERFORM 0125-GUARDAR-PRECO UNTIL FIM-ARQUIVO
               CLOSE ARQ-PRECOS
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-MENSALIDADES.
           IF MENSAL-OK
               PERFORM 0130-LER-MENSALIDADE
               PERFORM 0135-GUARDAR-MENSALIDADE UNTIL FIM-ARQUIVO
               CLOSE ARQ-MENSALIDADES
           END-IF.
           MOVE ZEROES TO WRK-ULTIMO-PEDIDO.
           OPEN INPUT ARQ-PEDCTRL.
           IF PEDCTRL-OK
               READ ARQ-PEDCTRL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-PCT-ULTIMO TO WRK-ULTIMO-PEDIDO
               END-READ
               CLOSE ARQ-PEDCTRL
           END-IF.

       0110-LER-RESPONSAVEL.
           READ ARQ-RESPONSAVEIS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0115-GUARDAR-RESPONSAVEL.
           IF WRK-QT-RESP < 500
               ADD 1 TO WRK-QT-RESP
               MOVE REG-RSP-ALUNO    TO WRK-TR-ALUNO(WRK-QT-RESP)
               MOVE REG-RSP-CLIENTE  TO WRK-TR-CLIENTE(WRK-QT-RESP)
               MOVE REG-RSP-INICIO   TO WRK-TR-INICIO(WRK-QT-RESP)
               MOVE REG-RSP-RETIRADA TO WRK-TR-RETIRADA(WRK-QT-RESP)
               MOVE ZEROES TO WRK-TR-FATURADOS(WRK-QT-RESP)
           END-IF.
           PERFORM 0110-LER-RESPONSAVEL.

       0120-LER-PRECO.
           READ ARQ-PRECOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0125-GUARDAR-PRECO.
           IF REG-PME-ANO = WRK-CP-ANO AND WRK-QT-PRECOS < 300
               ADD 1 TO WRK-QT-PRECOS
               MOVE REG-PME-TURMA TO WRK-TP-TURMA(WRK-QT-PRECOS)
               MOVE REG-PME-VALOR TO WRK-TP-VALOR(WRK-QT-PRECOS)
           END-IF.
           PERFORM 0120-LER-PRECO.

       0130-LER-MENSALIDADE.
           READ ARQ-MENSALIDADES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * SÓ AS DO ANO DA COMPETÊNCIA: DÃO O NÚMERO DO ALUNO NO ANO E
      * DIZEM QUEM JÁ FOI FATURADO NESTE MÊS (A CANCELADA TAMBÉM
      * CONTA, PARA A RETIRADA NÃO SER FATURADA DE NOVO)
       0135-GUARDAR-MENSALIDADE.
           IF REG-MEN-COMPETENCIA(1:4) = WRK-COMPETENCIA(1:4)
               IF WRK-QT-MENSAL < 3000
                   ADD 1 TO WRK-QT-MENSAL
                   MOVE REG-MEN-COMPETENCIA
                       TO WRK-TM-COMPETENCIA(WRK-QT-MENSAL)
                   MOVE REG-MEN-ALUNO   TO WRK-TM-ALUNO(WRK-QT-MENSAL)
                   MOVE REG-MEN-CLIENTE
                       TO WRK-TM-CLIENTE(WRK-QT-MENSAL)
                   MOVE REG-MEN-PEDIDO  TO WRK-TM-PEDIDO(WRK-QT-MENSAL)
               ELSE
                   MOVE 'S' TO WRK-TABELA-CHEIA
               END-IF
           END-IF.
           PERFORM 0130-LER-MENSALIDADE.

       0150-LOCALIZAR-CONTAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-MAPA-CONTAS.
           IF MAPA-OK
               PERFORM 0160-LER-MAPA
               PERFORM 0170-COMPARAR-MAPA UNTIL FIM-ARQUIVO
               CLOSE ARQ-MAPA-CONTAS
           END-IF.

       0160-LER-MAPA.
           READ ARQ-MAPA-CONTAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0170-COMPARAR-MAPA.
           IF (REG-MC-MES = WRK-CP-MES OR REG-MC-MES = ZEROES) AND
              REG-MC-CENTRO-CUSTO = 'MENSAL'
               MOVE REG-MC-CONTA-DEB  TO WRK-GL-CLIENTES
               MOVE REG-MC-CONTA-CRED TO WRK-GL-RECEITA
           END-IF.
           PERFORM 0160-LER-MAPA.

       0200-FATURAR.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'MENSALIDADES FATURADAS - COMPETENCIA ' WRK-CP-MES
               '/' WRK-CP-ANO DELIMITED BY SIZE INTO WRK-LINRELAT.
           WRITE REG-RELATORIO FROM WRK-LINRELAT.
           MOVE 'ALUNO                TUR CLIENTE  DOCTO/PC  VENCTO    '
               TO WRK-LINRELAT.
           MOVE '  VALOR CHEIO PROP%   DESCONTO          VALOR'
               TO WRK-LINRELAT(56:45).
           WRITE REG-RELATORIO FROM WRK-LINRELAT.
           OPEN EXTEND ARQ-DUPLICATAS.
           IF NOT DUPLICATAS-OK
               OPEN OUTPUT ARQ-DUPLICATAS
           END-IF.
           OPEN EXTEND ARQ-MENSALIDADES.
           IF NOT MENSAL-OK
               OPEN OUTPUT ARQ-MENSALIDADES
           END-IF.
           PERFORM 0205-CONTAR-IRMAOS-FATURADOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ALUNOS.
           IF ALUNOS-OK
               PERFORM 0210-LER-ALUNO
               PERFORM 0220-FATURAR-ALUNO UNTIL FIM-ARQUIVO
               CLOSE ARQ-ALUNOS
           ELSE
               DISPLAY 'ARQUIVO DA TURMA NÃO ENCONTRADO'
           END-IF.
           CLOSE ARQ-DUPLICATAS.
           CLOSE ARQ-MENSALIDADES.
           MOVE SPACES TO WRK-LINRELAT.
           WRITE REG-RELATORIO FROM WRK-LINRELAT.
           MOVE WRK-TOTAL-DESCONTO TO WRK-VALOR-ED.
           STRING 'DESCONTOS DE IRMAOS: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           WRITE REG-RELATORIO FROM WRK-LINRELAT.
           MOVE SPACES TO WRK-LINRELAT.
           MOVE WRK-TOTAL-FATURADO TO WRK-VALOR-ED.
           STRING 'TOTAL FATURADO.....: ' WRK-VALOR-ED '  EM '
               WRK-QT-FATURADAS ' MENSALIDADE(S)'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           WRITE REG-RELATORIO FROM WRK-LINRELAT.
           CLOSE ARQ-RELATORIO.

      * O IRMÃO JÁ FATURADO NUMA RODADA ANTERIOR DA MESMA
      * COMPETÊNCIA CONTA PARA O DESCONTO DOS QUE FALTAM
       0205-CONTAR-IRMAOS-FATURADOS.
           PERFORM VARYING WRK-SUB-MENSAL FROM 1 BY 1
               UNTIL WRK-SUB-MENSAL > WRK-QT-MENSAL
               IF WRK-TM-COMPETENCIA(WRK-SUB-MENSAL) = WRK-COMPETENCIA
                   PERFORM VARYING WRK-SUB-RESP FROM 1 BY 1
                       UNTIL WRK-SUB-RESP > WRK-QT-RESP
                       IF WRK-TR-CLIENTE(WRK-SUB-RESP) =
                          WRK-TM-CLIENTE(WRK-SUB-MENSAL)
                           ADD 1 TO WRK-TR-FATURADOS(WRK-SUB-RESP)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0210-LER-ALUNO.
           READ ARQ-ALUNOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * CABEÇALHO E RODAPÉ DE CONTROLE E ALUNO RETIRADO ('R') SÃO
      * PULADOS; A PENDÊNCIA DE CADASTRO SAI NA LISTAGEM PARA A
      * SECRETARIA RESOLVER E RODAR DE NOVO
       0220-FATURAR-ALUNO.
           MOVE REG-ALUNO-LIN TO REG-LOTE-CONTROLE.
           IF LC-CABECALHO OR LC-RODAPE OR REG-ALUNO-SITUACAO = 'R'
               PERFORM 0210-LER-ALUNO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0230-VERIFICAR-FATURADO.
           IF JA-FATURADO
               ADD 1 TO WRK-QT-PULADAS
               PERFORM 0210-LER-ALUNO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-RESP-ACHADO.
           PERFORM VARYING WRK-SUB-RESP FROM 1 BY 1
               UNTIL WRK-SUB-RESP > WRK-QT-RESP
               IF WRK-TR-ALUNO(WRK-SUB-RESP) = REG-ALUNO-NOME
                   MOVE WRK-SUB-RESP TO WRK-RESP-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-RESP-ACHADO = ZEROES
               MOVE 'SEM RESPONSAVEL FINANCEIRO' TO WRK-MOTIVO
               PERFORM 0290-LISTAR-PENDENCIA
               PERFORM 0210-LER-ALUNO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TR-INICIO(WRK-RESP-ACHADO) > WRK-ULTIMO-DIA OR
              (WRK-TR-RETIRADA(WRK-RESP-ACHADO) > ZEROES AND
               WRK-TR-RETIRADA(WRK-RESP-ACHADO) < WRK-PRIMEIRO-DIA)
               PERFORM 0210-LER-ALUNO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-VALOR-CHEIO.
           PERFORM VARYING WRK-SUB-PRECO FROM 1 BY 1
               UNTIL WRK-SUB-PRECO > WRK-QT-PRECOS
               IF WRK-TP-TURMA(WRK-SUB-PRECO) = REG-ALUNO-TURMA
                   MOVE WRK-TP-VALOR(WRK-SUB-PRECO) TO WRK-VALOR-CHEIO
               END-IF
           END-PERFORM.
           IF WRK-VALOR-CHEIO = ZEROES
               MOVE 'TURMA SEM MENSALIDADE NO ANO' TO WRK-MOTIVO
               PERFORM 0290-LISTAR-PENDENCIA
               PERFORM 0210-LER-ALUNO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0240-CALCULAR-VALOR.
           PERFORM 0250-NUMERAR.
           PERFORM 0260-CALCULAR-VENCIMENTO.
           PERFORM 0270-GRAVAR-DUPLICATA.
           PERFORM 0275-GRAVAR-MENSALIDADE.
           PERFORM 0280-LISTAR-MENSALIDADE.
           ADD 1 TO WRK-TR-FATURADOS(WRK-RESP-ACHADO).
           ADD 1 TO WRK-QT-FATURADAS.
           ADD WRK-VALOR TO WRK-TOTAL-FATURADO.
           ADD WRK-DESCONTO TO WRK-TOTAL-DESCONTO.
           PERFORM 0210-LER-ALUNO.

       0230-VERIFICAR-FATURADO.
           MOVE 'N' TO WRK-JA-FATURADO.
           PERFORM VARYING WRK-SUB-MENSAL FROM 1 BY 1
               UNTIL WRK-SUB-MENSAL > WRK-QT-MENSAL OR JA-FATURADO
               IF WRK-TM-COMPETENCIA(WRK-SUB-MENSAL) =
                  WRK-COMPETENCIA AND
                  WRK-TM-ALUNO(WRK-SUB-MENSAL) = REG-ALUNO-NOME
                   MOVE 'S' TO WRK-JA-FATURADO
               END-IF
           END-PERFORM.

      * MATRÍCULA NO MEIO DO MÊS PAGA SÓ OS DIAS DESDE O INÍCIO; O
      * DESCONTO DE IRMÃO VALE PARA QUEM JÁ TEM OUTRO ALUNO DO MESMO
      * RESPONSÁVEL FATURADO NA COMPETÊNCIA
       0240-CALCULAR-VALOR.
           MOVE 100 TO WRK-PROPORCAO.
           MOVE WRK-VALOR-CHEIO TO WRK-VALOR-BASE.
           IF WRK-TR-INICIO(WRK-RESP-ACHADO) > WRK-PRIMEIRO-DIA
               MOVE WRK-TR-INICIO(WRK-RESP-ACHADO) TO WRK-DATA-AUX
               COMPUTE WRK-DIAS-COBRADOS =
                   WRK-DIAS-MES - WRK-DA-DIA + 1
               COMPUTE WRK-VALOR-BASE ROUNDED =
                   WRK-VALOR-CHEIO * WRK-DIAS-COBRADOS / WRK-DIAS-MES
               COMPUTE WRK-PROPORCAO ROUNDED =
                   WRK-DIAS-COBRADOS * 100 / WRK-DIAS-MES
           END-IF.
           MOVE ZEROES TO WRK-DESCONTO.
           MOVE ZEROES TO WRK-SUB-RESP.
           PERFORM VARYING WRK-SUB-PRECO FROM 1 BY 1
               UNTIL WRK-SUB-PRECO > WRK-QT-RESP
               IF WRK-TR-CLIENTE(WRK-SUB-PRECO) =
                  WRK-TR-CLIENTE(WRK-RESP-ACHADO)
                   ADD WRK-TR-FATURADOS(WRK-SUB-PRECO) TO WRK-SUB-RESP
               END-IF
           END-PERFORM.
           IF WRK-SUB-RESP > ZEROES
               COMPUTE WRK-DESCONTO ROUNDED =
                   WRK-VALOR-BASE * WRK-DESC-IRMAO-PCT / 100
           END-IF.
           COMPUTE WRK-VALOR = WRK-VALOR-BASE - WRK-DESCONTO.

      * UM NÚMERO POR ALUNO NO ANO: O DAS MENSALIDADES ANTERIORES DO
      * ANO OU O PRÓXIMO DA SEQUÊNCIA DE PEDIDOS
       0250-NUMERAR.
           MOVE ZEROES TO WRK-NUMERO.
           PERFORM VARYING WRK-SUB-MENSAL FROM 1 BY 1
               UNTIL WRK-SUB-MENSAL > WRK-QT-MENSAL
                   OR WRK-NUMERO > ZEROES
               IF WRK-TM-ALUNO(WRK-SUB-MENSAL) = REG-ALUNO-NOME AND
                  WRK-TM-CLIENTE(WRK-SUB-MENSAL) =
                  WRK-TR-CLIENTE(WRK-RESP-ACHADO)
                   MOVE WRK-TM-PEDIDO(WRK-SUB-MENSAL) TO WRK-NUMERO
               END-IF
           END-PERFORM.
           IF WRK-NUMERO = ZEROES
               ADD 1 TO WRK-ULTIMO-PEDIDO
               MOVE WRK-ULTIMO-PEDIDO TO WRK-NUMERO
               ADD 1 TO WRK-QT-NOVOS-NUM
           END-IF.

      * DIA DE VENCIMENTO DA COMPETÊNCIA EMPURRADO PARA O PRIMEIRO DIA
      * ÚTIL; FATURADO DEPOIS DELE (PRIMEIRO MÊS PROPORCIONAL,
      * RODADA ATRASADA), VENCE NO PRIMEIRO DIA ÚTIL A PARTIR DE HOJE
       0260-CALCULAR-VENCIMENTO.
           MOVE WRK-PRIMEIRO-DIA TO WRK-DATA-AUX.
           MOVE WRK-DIA-VENCTO TO WRK-DA-DIA.
           MOVE WRK-DATA-AUX TO WRK-VENCIMENTO.
           IF WRK-VENCIMENTO < WRK-DATA-SYS-NUM
               MOVE WRK-DATA-SYS-NUM TO WRK-VENCIMENTO
           END-IF.
           MOVE 7 TO REG-SRV-FUNCAO.
           MOVE WRK-VENCIMENTO TO REG-SRV-DATA1.
           MOVE ZEROES TO REG-SRV-DIAS.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK
               MOVE REG-SRV-DATA-RES TO WRK-VENCIMENTO
           END-IF.

       0270-GRAVAR-DUPLICATA.
           MOVE WRK-TR-CLIENTE(WRK-RESP-ACHADO) TO REG-DUP-CLIENTE.
           MOVE WRK-NUMERO       TO REG-DUP-PEDIDO.
           MOVE WRK-CP-MES       TO REG-DUP-PARCELA.
           MOVE WRK-DATA-SYS-NUM TO REG-DUP-EMISSAO.
           MOVE WRK-VENCIMENTO   TO REG-DUP-VENCIMENTO.
           MOVE WRK-VALOR        TO REG-DUP-VALOR.
           MOVE 'A'              TO REG-DUP-SITUACAO.
           MOVE ZEROES           TO REG-DUP-DATAPAGTO.
           MOVE 'N'              TO REG-DUP-REMESSA.
           MOVE WRK-VALOR        TO REG-DUP-SALDO.
           MOVE 'M'              TO REG-DUP-TIPO.
           WRITE REG-DUPLICATA.

       0275-GRAVAR-MENSALIDADE.
           MOVE WRK-COMPETENCIA  TO REG-MEN-COMPETENCIA.
           MOVE REG-ALUNO-NOME   TO REG-MEN-ALUNO.
           MOVE REG-ALUNO-TURMA  TO REG-MEN-TURMA.
           MOVE WRK-TR-CLIENTE(WRK-RESP-ACHADO) TO REG-MEN-CLIENTE.
           MOVE WRK-NUMERO       TO REG-MEN-PEDIDO.
           MOVE WRK-CP-MES       TO REG-MEN-PARCELA.
           MOVE WRK-VENCIMENTO   TO REG-MEN-VENCIMENTO.
           MOVE WRK-VALOR-CHEIO  TO REG-MEN-VALOR-CHEIO.
           MOVE WRK-PROPORCAO    TO REG-MEN-PROPORCAO.
           MOVE WRK-DESCONTO     TO REG-MEN-DESCONTO.
           MOVE WRK-VALOR        TO REG-MEN-VALOR.
           MOVE 'F'              TO REG-MEN-SITUACAO.
           MOVE ZEROES           TO REG-MEN-DATA-CANCEL.
           WRITE REG-MENSALIDADE.
           IF WRK-QT-MENSAL < 3000
               ADD 1 TO WRK-QT-MENSAL
               MOVE WRK-COMPETENCIA TO WRK-TM-COMPETENCIA(WRK-QT-MENSAL)
               MOVE REG-ALUNO-NOME  TO WRK-TM-ALUNO(WRK-QT-MENSAL)
               MOVE REG-MEN-CLIENTE TO WRK-TM-CLIENTE(WRK-QT-MENSAL)
               MOVE WRK-NUMERO      TO WRK-TM-PEDIDO(WRK-QT-MENSAL)
           END-IF.

       0280-LISTAR-MENSALIDADE.
           MOVE WRK-VENCIMENTO TO WRK-DATA-AUX.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.
           MOVE WRK-VALOR-CHEIO TO WRK-VALOR-CH-ED.
           MOVE WRK-DESCONTO TO WRK-DESCONTO-ED.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING REG-ALUNO-NOME ' ' REG-ALUNO-TURMA ' '
               REG-MEN-CLIENTE '  ' WRK-NUMERO '/' WRK-CP-MES '  '
               WRK-DATA-ED '  ' WRK-VALOR-CH-ED '  ' WRK-PROPORCAO
               '  ' WRK-DESCONTO-ED ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           WRITE REG-RELATORIO FROM WRK-LINRELAT.

       0290-LISTAR-PENDENCIA.
           ADD 1 TO WRK-QT-PENDENTES.
           MOVE SPACES TO WRK-LINRELAT.
           STRING REG-ALUNO-NOME ' ' REG-ALUNO-TURMA ' *** '
               WRK-MOTIVO DELIMITED BY SIZE INTO WRK-LINRELAT.
           WRITE REG-RELATORIO FROM WRK-LINRELAT.
           DISPLAY REG-ALUNO-NOME ' - ' WRK-MOTIVO.

       0700-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-PEDCTRL.
           MOVE WRK-ULTIMO-PEDIDO TO REG-PCT-ULTIMO.
           WRITE REG-PEDCTRL.
           CLOSE ARQ-PEDCTRL.

       0800-LANCAR-GL.
           OPEN EXTEND ARQ-GL.
           IF NOT GL-OK
               OPEN OUTPUT ARQ-GL
           END-IF.
           MOVE 'D' TO REG-GL-TIPO.
           MOVE WRK-GL-CLIENTES TO REG-GL-CONTA.
           MOVE WRK-GL-CENTRO TO REG-GL-CENTRO.
           MOVE WRK-TOTAL-FATURADO TO REG-GL-VALOR.
           MOVE WRK-COMPETENCIA TO REG-GL-COMPETENCIA.
           MOVE WRK-QT-FATURADAS TO REG-GL-QT.
           WRITE REG-GL.
           MOVE 'C' TO REG-GL-TIPO.
           MOVE WRK-GL-RECEITA TO REG-GL-CONTA.
           WRITE REG-GL.
           CLOSE ARQ-GL.
