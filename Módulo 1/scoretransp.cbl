       IDENTIFICATION DIVISION.
       PROGRAM-ID. scoretransp.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = SCORE MENSAL DE SERVIÇO DAS TRANSPORTADORAS POR
      *            UF: PARA AS COTAÇÕES DA COMPETÊNCIA APURA O
      *            PERCENTUAL ENTREGUE NO PRAZO (SEM CONFIRMAÇÃO NO
      *            RETORNO EDI E COM A PROMESSA VENCIDA É ATRASO, COMO
      *            NO ATRASOFRETE), O PERCENTUAL SEM RECUSA OU
      *            REPRECIFICAÇÃO NO RETORNO EDI (COMO NO RETORNOEDI)
      *            E, NAS FATURAS DA COMPETÊNCIA, O PERCENTUAL DENTRO
      *            DA TOLERÂNCIA DA COTAÇÃO (COMO NO AUDITAFRETE). O
      *            SCORE É A MÉDIA DOS TRÊS E VAI PARA O ARQUIVO
      *            SCORE-TRANSPORTADORAS, QUE A COTAÇÃO
      *            (FRETEEVALUATE) USA PARA PENALIZAR O PREÇO DA
      *            TRANSPORTADORA QUE ATRASA E COBRA A MAIS
      * DATA = 15/10/2026
      * -------------------------------------------------------- *
      * 15/10/2026 LUCAS  RECLAMAÇÕES DE AVARIA/EXTRAVIO/FALTA DO MÊS
      *                    (SINISTROS-FRETE) ENTRAM COMO QUARTO
      *                    PERCENTUAL DO SCORE
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-COTACOES ASSIGN TO 'COTACOES-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COTACOES.
           SELECT ARQ-RETORNO ASSIGN TO 'EDI-RETORNO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETORNO.
           SELECT ARQ-FATURAS ASSIGN TO 'FATURAS-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATURAS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-SCORE ASSIGN TO 'SCORE-TRANSPORTADORAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SCORE.
           SELECT ARQ-SINISTROS ASSIGN TO 'SINISTROS-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SINISTROS.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-SCORE-FRETE'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-COTACOES.
       01  REG-COTACAO.
           02 REG-COT-PRODUTO PIC 9(06).
           02 REG-COT-CLIENTE PIC 9(06).
           02 REG-COT-UF      PIC X(02).
           02 REG-COT-FRETE   PIC 9(06)V99.
           02 REG-COT-SEGURO  PIC 9(06)V99.
           02 REG-COT-TRANSP  PIC 9(02).
           02 REG-COT-DATA     PIC 9(08).
           02 REG-COT-PROMESSA PIC 9(08).

       FD  ARQ-RETORNO.
       01  REG-RETORNO.
           02 REG-RET-UF       PIC X(02).
           02 REG-RET-PRODUTO  PIC X(20).
           02 REG-RET-SITUACAO PIC X(01).
               88 RET-ACEITA       VALUE 'A'.
               88 RET-RECUSADA     VALUE 'R'.
               88 RET-REPRECIFICADA VALUE 'P'.
           02 REG-RET-COBRADO  PIC 9(06)V99.

       FD  ARQ-FATURAS.
           COPY 'faturafrete.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-SCORE.
           COPY 'scorefrete.cbl'.

       FD  ARQ-SINISTROS.
           COPY 'sinistro.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-COTACOES PIC X(02) VALUE '00'.
           88 COTACOES-OK        VALUE '00'.
       77 WRK-STATUS-RETORNO  PIC X(02) VALUE '00'.
           88 RETORNO-OK         VALUE '00'.
       77 WRK-STATUS-FATURAS  PIC X(02) VALUE '00'.
           88 FATURAS-OK         VALUE '00'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-STATUS-SCORE    PIC X(02) VALUE '00'.
           88 SCORE-OK           VALUE '00'.
       77 WRK-STATUS-SINISTROS PIC X(02) VALUE '00'.
           88 SINISTROS-OK        VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

       77 WRK-TOLERANCIA PIC 9(02)V99 VALUE 5,00.
       77 WRK-COMPETENCIA-ALVO PIC 9(06) VALUE ZEROES.
       77 WRK-COMP-COTACAO     PIC 9(06) VALUE ZEROES.
       77 WRK-COMP-SINISTRO    PIC 9(06) VALUE ZEROES.

      * RETORNOS EDI (UF + NOME DO PRODUTO), CASADOS UMA VEZ SÓ
       77 WRK-QT-RETORNOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-RET     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-RET-ACHADO  PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-RETORNOS.
           02 WRK-TR-ITEM OCCURS 500 TIMES.
               03 WRK-TR-UF       PIC X(02).
               03 WRK-TR-PRODUTO  PIC X(20).
               03 WRK-TR-SITUACAO PIC X(01).
               03 WRK-TR-COBRADO  PIC 9(06)V99.
               03 WRK-TR-USADO    PIC X(01).

      * COTAÇÕES GRAVADAS, PARA O CASAMENTO COM AS FATURAS
       77 WRK-QT-COTACOES PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-COT     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-COT-ACHADA  PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-COTACOES.
           02 WRK-TC-ITEM OCCURS 500 TIMES.
               03 WRK-TC-PRODUTO PIC 9(06).
               03 WRK-TC-UF      PIC X(02).
               03 WRK-TC-FRETE   PIC 9(06)V99.
               03 WRK-TC-TRANSP  PIC 9(02).
               03 WRK-TC-CASADA  PIC X(01).

      * CONTAGENS DA COMPETÊNCIA POR TRANSPORTADORA E UF
       77 WRK-QT-SCORES  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-SCO    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SCO-ACHADO PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-SCORES.
           02 WRK-TS-ITEM OCCURS 300 TIMES.
               03 WRK-TS-TRANSP    PIC 9(02).
               03 WRK-TS-UF        PIC X(02).
               03 WRK-TS-COTACOES  PIC 9(05).
               03 WRK-TS-ATRASADAS PIC 9(05).
               03 WRK-TS-EDI-FALHA PIC 9(05).
               03 WRK-TS-FATURAS   PIC 9(05).
               03 WRK-TS-ACIMA     PIC 9(05).
               03 WRK-TS-SINISTROS PIC 9(05).
       77 WRK-TRANSP-VEZ PIC 9(02) VALUE ZEROES.
       77 WRK-UF-VEZ     PIC X(02) VALUE SPACES.

       77 WRK-NOME-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-LIMITE-ACEITO PIC 9(08)V99 VALUE ZEROES.
       77 WRK-QT-FORA-TABELA PIC 9(05) VALUE ZEROES.
       77 WRK-PCT-ED   PIC ZZ9,99 VALUE ZEROES.
       77 WRK-SCORE-ED PIC ZZ9,99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'SCORE MENSAL DAS TRANSPORTADORAS'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           DISPLAY 'COMPETÊNCIA DO SCORE (AAAAMM, 0 = MÊS ATUAL):'.
           ACCEPT WRK-COMPETENCIA-ALVO FROM CONSOLE.
           IF WRK-COMPETENCIA-ALVO = ZEROES
               COMPUTE WRK-COMPETENCIA-ALVO =
                   WRK-DS-ANO * 100 + WRK-DS-MES
           END-IF.
           MOVE 'TOLERANCIA-FRETE' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-TOLERANCIA
           END-IF.
           PERFORM 0100-CARREGAR-RETORNOS.
           PERFORM 0200-AVALIAR-COTACOES.
           PERFORM 0300-AVALIAR-FATURAS.
           PERFORM 0350-CONTAR-SINISTROS.
           PERFORM 0400-GRAVAR-SCORES.
           IF WRK-QT-FORA-TABELA > ZEROES
               DISPLAY 'TRANSPORTADORA/UF ALÉM DO LIMITE DE 300 DA '
                   'TABELA - LINHAS IGNORADAS: ' WRK-QT-FORA-TABELA
           END-IF.
           DISPLAY 'TRANSPORTADORAS/UF AVALIADAS: ' WRK-QT-SCORES.
           DISPLAY 'FINAL DO SCORE DAS TRANSPORTADORAS'.
           GOBACK.

       0100-CARREGAR-RETORNOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-RETORNO.
           IF RETORNO-OK
               PERFORM 0110-LER-RETORNO
               PERFORM 0120-GUARDAR-RETORNO UNTIL FIM-ARQUIVO
               CLOSE ARQ-RETORNO
           END-IF.

       0110-LER-RETORNO.
           READ ARQ-RETORNO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0120-GUARDAR-RETORNO.
           IF WRK-QT-RETORNOS < 500
               ADD 1 TO WRK-QT-RETORNOS
               MOVE REG-RET-UF TO WRK-TR-UF(WRK-QT-RETORNOS)
               MOVE REG-RET-PRODUTO
                   TO WRK-TR-PRODUTO(WRK-QT-RETORNOS)
               MOVE REG-RET-SITUACAO
                   TO WRK-TR-SITUACAO(WRK-QT-RETORNOS)
               MOVE ZEROES TO WRK-TR-COBRADO(WRK-QT-RETORNOS)
               IF REG-RET-COBRADO IS NUMERIC
                   MOVE REG-RET-COBRADO
                       TO WRK-TR-COBRADO(WRK-QT-RETORNOS)
               END-IF
               MOVE 'N' TO WRK-TR-USADO(WRK-QT-RETORNOS)
           END-IF.
           PERFORM 0110-LER-RETORNO.

      * TODAS AS COTAÇÕES FICAM NA TABELA PARA O CASAMENTO DAS
      * FATURAS; SÓ AS DA COMPETÊNCIA CONTAM PRAZO E RETORNO EDI
       0200-AVALIAR-COTACOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-COTACOES.
           IF NOT COTACOES-OK
               DISPLAY 'ARQUIVO DE COTAÇÕES NÃO ENCONTRADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0210-LER-COTACAO.
           PERFORM 0220-AVALIAR-UMA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-COTACOES.

       0210-LER-COTACAO.
           READ ARQ-COTACOES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0220-AVALIAR-UMA.
           IF WRK-QT-COTACOES < 500
               ADD 1 TO WRK-QT-COTACOES
               MOVE REG-COT-PRODUTO
                   TO WRK-TC-PRODUTO(WRK-QT-COTACOES)
               MOVE REG-COT-UF TO WRK-TC-UF(WRK-QT-COTACOES)
               MOVE REG-COT-FRETE
                   TO WRK-TC-FRETE(WRK-QT-COTACOES)
               MOVE REG-COT-TRANSP
                   TO WRK-TC-TRANSP(WRK-QT-COTACOES)
               MOVE 'N' TO WRK-TC-CASADA(WRK-QT-COTACOES)
           END-IF.
           MOVE ZEROES TO WRK-COMP-COTACAO.
           IF REG-COT-DATA IS NUMERIC
               COMPUTE WRK-COMP-COTACAO = REG-COT-DATA / 100
           END-IF.
           IF WRK-COMP-COTACAO NOT = WRK-COMPETENCIA-ALVO OR
              REG-COT-TRANSP = ZEROES
               PERFORM 0210-LER-COTACAO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-COT-TRANSP TO WRK-TRANSP-VEZ.
           MOVE REG-COT-UF     TO WRK-UF-VEZ.
           PERFORM 0500-LOCALIZAR-SCORE.
           IF WRK-SCO-ACHADO = ZEROES
               PERFORM 0210-LER-COTACAO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-TS-COTACOES(WRK-SCO-ACHADO).
           PERFORM 0230-PROCURAR-RETORNO.
           IF WRK-RET-ACHADO = ZEROES
               IF REG-COT-PROMESSA IS NUMERIC AND
                  REG-COT-PROMESSA > ZEROES AND
                  REG-COT-PROMESSA < WRK-DATA-SYS-NUM
                   ADD 1 TO WRK-TS-ATRASADAS(WRK-SCO-ACHADO)
               END-IF
           ELSE
               IF WRK-TR-SITUACAO(WRK-RET-ACHADO) = 'R' OR
                  WRK-TR-SITUACAO(WRK-RET-ACHADO) = 'P' OR
                  WRK-TR-COBRADO(WRK-RET-ACHADO) NOT = REG-COT-FRETE
                   ADD 1 TO WRK-TS-EDI-FALHA(WRK-SCO-ACHADO)
               END-IF
           END-IF.
           PERFORM 0210-LER-COTACAO.

      * O RETORNO CASA PELA UF E PELO NOME DO PRODUTO, COMO O
      * RETORNO EDI FAZ COM AS LINHAS EXPORTADAS
       0230-PROCURAR-RETORNO.
           MOVE ZEROES TO WRK-RET-ACHADO.
           PERFORM 0240-NOME-DO-PRODUTO.
           PERFORM VARYING WRK-SUB-RET FROM 1 BY 1
               UNTIL WRK-SUB-RET > WRK-QT-RETORNOS
                   OR WRK-RET-ACHADO > ZEROES
               IF WRK-TR-USADO(WRK-SUB-RET) = 'N' AND
                  WRK-TR-UF(WRK-SUB-RET) = REG-COT-UF AND
                  WRK-TR-PRODUTO(WRK-SUB-RET) = WRK-NOME-PRODUTO
                   MOVE WRK-SUB-RET TO WRK-RET-ACHADO
                   MOVE 'S' TO WRK-TR-USADO(WRK-SUB-RET)
               END-IF
           END-PERFORM.

       0240-NOME-DO-PRODUTO.
           MOVE SPACES TO WRK-NOME-PRODUTO.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               MOVE REG-COT-PRODUTO TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-CAD-NOME TO WRK-NOME-PRODUTO
               END-READ
               CLOSE ARQ-CADASTRO
           END-IF.

      * A COBRANÇA DA COMPETÊNCIA CASA COM A PRIMEIRA COTAÇÃO AINDA
      * SEM PAR DA MESMA TRANSPORTADORA, UF E PRODUTO; A COBRADA SEM
      * COTAÇÃO TAMBÉM CONTA COMO FATURA FORA DA TOLERÂNCIA
       0300-AVALIAR-FATURAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-FATURAS.
           IF NOT FATURAS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0310-LER-FATURA.
           PERFORM 0320-AVALIAR-FATURA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-FATURAS.

       0310-LER-FATURA.
           READ ARQ-FATURAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0320-AVALIAR-FATURA.
           IF REG-FAT-COMPETENCIA NOT NUMERIC OR
              REG-FAT-COMPETENCIA NOT = WRK-COMPETENCIA-ALVO OR
              REG-FAT-TRANSP = ZEROES
               PERFORM 0310-LER-FATURA
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-FAT-TRANSP TO WRK-TRANSP-VEZ.
           MOVE REG-FAT-UF     TO WRK-UF-VEZ.
           PERFORM 0500-LOCALIZAR-SCORE.
           IF WRK-SCO-ACHADO = ZEROES
               PERFORM 0310-LER-FATURA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-TS-FATURAS(WRK-SCO-ACHADO).
           MOVE ZEROES TO WRK-COT-ACHADA.
           PERFORM VARYING WRK-SUB-COT FROM 1 BY 1
               UNTIL WRK-SUB-COT > WRK-QT-COTACOES
                   OR WRK-COT-ACHADA > ZEROES
               IF WRK-TC-CASADA(WRK-SUB-COT) = 'N' AND
                  WRK-TC-TRANSP(WRK-SUB-COT) = REG-FAT-TRANSP AND
                  WRK-TC-UF(WRK-SUB-COT) = REG-FAT-UF AND
                  WRK-TC-PRODUTO(WRK-SUB-COT) = REG-FAT-PRODUTO
                   MOVE WRK-SUB-COT TO WRK-COT-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-COT-ACHADA = ZEROES
               ADD 1 TO WRK-TS-ACIMA(WRK-SCO-ACHADO)
           ELSE
               MOVE 'S' TO WRK-TC-CASADA(WRK-COT-ACHADA)
               COMPUTE WRK-LIMITE-ACEITO ROUNDED =
                   WRK-TC-FRETE(WRK-COT-ACHADA) *
                   (100 + WRK-TOLERANCIA) / 100
               IF REG-FAT-VALOR > WRK-LIMITE-ACEITO
                   ADD 1 TO WRK-TS-ACIMA(WRK-SCO-ACHADO)
               END-IF
           END-IF.
           PERFORM 0310-LER-FATURA.

      * RECLAMAÇÃO DE AVARIA, EXTRAVIO OU FALTA ABERTA NA COMPETÊNCIA
      * CONTA CONTRA A TRANSPORTADORA E UF DA COTAÇÃO RECLAMADA
       0350-CONTAR-SINISTROS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-SINISTROS.
           IF NOT SINISTROS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0360-LER-SINISTRO.
           PERFORM 0370-CONTAR-UM UNTIL FIM-ARQUIVO.
           CLOSE ARQ-SINISTROS.

       0360-LER-SINISTRO.
           READ ARQ-SINISTROS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0370-CONTAR-UM.
           MOVE ZEROES TO WRK-COMP-SINISTRO.
           IF REG-SIN-DATA IS NUMERIC
               COMPUTE WRK-COMP-SINISTRO = REG-SIN-DATA / 100
           END-IF.
           IF WRK-COMP-SINISTRO NOT = WRK-COMPETENCIA-ALVO OR
              REG-SIN-TRANSP = ZEROES
               PERFORM 0360-LER-SINISTRO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-SIN-TRANSP TO WRK-TRANSP-VEZ.
           MOVE REG-SIN-UF     TO WRK-UF-VEZ.
           PERFORM 0500-LOCALIZAR-SCORE.
           IF WRK-SCO-ACHADO > ZEROES
               ADD 1 TO WRK-TS-SINISTROS(WRK-SCO-ACHADO)
           END-IF.
           PERFORM 0360-LER-SINISTRO.

      * CADA PERCENTUAL SEM MOVIMENTO NO MÊS VALE 100 (NENHUMA
      * FALHA); O DE RECLAMAÇÕES É SOBRE AS COTAÇÕES DO MÊS (COM
      * RECLAMAÇÃO E SEM COTAÇÃO VALE ZERO); O SCORE É A MÉDIA
      * SIMPLES DOS QUATRO
       0400-GRAVAR-SCORES.
           OPEN EXTEND ARQ-SCORE.
           IF NOT SCORE-OK
               OPEN OUTPUT ARQ-SCORE
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'SCORE DAS TRANSPORTADORAS - COMPETENCIA '
               WRK-COMPETENCIA-ALVO
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TR UF COTAC ATRAS EDI-F FATUR ACIMA  PRAZO  FATURA'
               TO WRK-LINRELAT.
           MOVE '     EDI  SCORE SINIS S/SINI' TO WRK-LINRELAT(51:).
           PERFORM 0420-EMITIR-LINHA.
           PERFORM 0410-GRAVAR-UM-SCORE
               VARYING WRK-SUB-SCO FROM 1 BY 1
               UNTIL WRK-SUB-SCO > WRK-QT-SCORES.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-SCORE.

       0410-GRAVAR-UM-SCORE.
           MOVE WRK-COMPETENCIA-ALVO TO REG-SCF-COMPETENCIA.
           MOVE WRK-TS-TRANSP(WRK-SUB-SCO)    TO REG-SCF-TRANSP.
           MOVE WRK-TS-UF(WRK-SUB-SCO)        TO REG-SCF-UF.
           MOVE WRK-TS-COTACOES(WRK-SUB-SCO)  TO REG-SCF-COTACOES.
           MOVE WRK-TS-ATRASADAS(WRK-SUB-SCO) TO REG-SCF-ATRASADAS.
           MOVE WRK-TS-EDI-FALHA(WRK-SUB-SCO) TO REG-SCF-EDI-FALHA.
           MOVE WRK-TS-FATURAS(WRK-SUB-SCO)   TO REG-SCF-FATURAS.
           MOVE WRK-TS-ACIMA(WRK-SUB-SCO)     TO REG-SCF-ACIMA.
           MOVE WRK-TS-SINISTROS(WRK-SUB-SCO) TO REG-SCF-SINISTROS.
           MOVE 100 TO REG-SCF-PCT-PRAZO REG-SCF-PCT-EDI
               REG-SCF-PCT-FATURA REG-SCF-PCT-SINISTRO.
           IF WRK-TS-COTACOES(WRK-SUB-SCO) > ZEROES
               COMPUTE REG-SCF-PCT-PRAZO ROUNDED =
                   (WRK-TS-COTACOES(WRK-SUB-SCO) -
                    WRK-TS-ATRASADAS(WRK-SUB-SCO)) * 100 /
                   WRK-TS-COTACOES(WRK-SUB-SCO)
               COMPUTE REG-SCF-PCT-EDI ROUNDED =
                   (WRK-TS-COTACOES(WRK-SUB-SCO) -
                    WRK-TS-EDI-FALHA(WRK-SUB-SCO)) * 100 /
                   WRK-TS-COTACOES(WRK-SUB-SCO)
           END-IF.
           IF WRK-TS-FATURAS(WRK-SUB-SCO) > ZEROES
               COMPUTE REG-SCF-PCT-FATURA ROUNDED =
                   (WRK-TS-FATURAS(WRK-SUB-SCO) -
                    WRK-TS-ACIMA(WRK-SUB-SCO)) * 100 /
                   WRK-TS-FATURAS(WRK-SUB-SCO)
           END-IF.
           IF WRK-TS-SINISTROS(WRK-SUB-SCO) > ZEROES
               IF WRK-TS-SINISTROS(WRK-SUB-SCO) <
                  WRK-TS-COTACOES(WRK-SUB-SCO)
                   COMPUTE REG-SCF-PCT-SINISTRO ROUNDED =
                       (WRK-TS-COTACOES(WRK-SUB-SCO) -
                        WRK-TS-SINISTROS(WRK-SUB-SCO)) * 100 /
                       WRK-TS-COTACOES(WRK-SUB-SCO)
               ELSE
                   MOVE ZEROES TO REG-SCF-PCT-SINISTRO
               END-IF
           END-IF.
           COMPUTE REG-SCF-SCORE ROUNDED =
               (REG-SCF-PCT-PRAZO + REG-SCF-PCT-FATURA +
                REG-SCF-PCT-EDI + REG-SCF-PCT-SINISTRO) / 4.
           WRITE REG-SCORE-FRETE.
           MOVE SPACES TO WRK-LINRELAT.
           STRING REG-SCF-TRANSP ' ' REG-SCF-UF ' '
               REG-SCF-COTACOES ' ' REG-SCF-ATRASADAS ' '
               REG-SCF-EDI-FALHA ' ' REG-SCF-FATURAS ' '
               REG-SCF-ACIMA
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE REG-SCF-PCT-PRAZO TO WRK-PCT-ED.
           MOVE WRK-PCT-ED TO WRK-LINRELAT(37:6).
           MOVE REG-SCF-PCT-FATURA TO WRK-PCT-ED.
           MOVE WRK-PCT-ED TO WRK-LINRELAT(45:6).
           MOVE REG-SCF-PCT-EDI TO WRK-PCT-ED.
           MOVE WRK-PCT-ED TO WRK-LINRELAT(53:6).
           MOVE REG-SCF-SCORE TO WRK-SCORE-ED.
           MOVE WRK-SCORE-ED TO WRK-LINRELAT(60:6).
           MOVE REG-SCF-SINISTROS TO WRK-LINRELAT(67:5).
           MOVE REG-SCF-PCT-SINISTRO TO WRK-PCT-ED.
           MOVE WRK-PCT-ED TO WRK-LINRELAT(73:6).
           PERFORM 0420-EMITIR-LINHA.

       0420-EMITIR-LINHA.
           DISPLAY WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.

      * LOCALIZA (OU ABRE) A LINHA DA TRANSPORTADORA E UF DA VEZ
       0500-LOCALIZAR-SCORE.
           MOVE ZEROES TO WRK-SCO-ACHADO.
           PERFORM VARYING WRK-SUB-SCO FROM 1 BY 1
               UNTIL WRK-SUB-SCO > WRK-QT-SCORES
                   OR WRK-SCO-ACHADO > ZEROES
               IF WRK-TS-TRANSP(WRK-SUB-SCO) = WRK-TRANSP-VEZ AND
                  WRK-TS-UF(WRK-SUB-SCO) = WRK-UF-VEZ
                   MOVE WRK-SUB-SCO TO WRK-SCO-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-SCO-ACHADO > ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-SCORES < 300
               ADD 1 TO WRK-QT-SCORES
               MOVE WRK-QT-SCORES TO WRK-SCO-ACHADO
               MOVE WRK-TRANSP-VEZ TO WRK-TS-TRANSP(WRK-SCO-ACHADO)
               MOVE WRK-UF-VEZ     TO WRK-TS-UF(WRK-SCO-ACHADO)
               MOVE ZEROES TO WRK-TS-COTACOES(WRK-SCO-ACHADO)
                   WRK-TS-ATRASADAS(WRK-SCO-ACHADO)
                   WRK-TS-EDI-FALHA(WRK-SCO-ACHADO)
                   WRK-TS-FATURAS(WRK-SCO-ACHADO)
                   WRK-TS-ACIMA(WRK-SCO-ACHADO)
                   WRK-TS-SINISTROS(WRK-SCO-ACHADO)
           ELSE
               ADD 1 TO WRK-QT-FORA-TABELA
           END-IF.
