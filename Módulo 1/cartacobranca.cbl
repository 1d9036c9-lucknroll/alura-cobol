       IDENTIFICATION DIVISION.
       PROGRAM-ID. cartacobranca.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = RODADA DE COBRANÇA DO CONTAS A RECEBER: PARA CADA
      *            CLIENTE COM DUPLICATA VENCIDA, TOMA A DUPLICATA
      *            EM ABERTO MAIS ANTIGA E, PELO ATRASO DELA, EMITE A
      *            CARTA DA FAIXA - LEMBRETE AMIGÁVEL (DIAS-CARTA-
      *            LEMBRETE, PADRÃO 5 DIAS), AVISO FORMAL (DIAS-
      *            CARTA-AVISO, PADRÃO 30) OU NOTIFICAÇÃO FINAL
      *            ANTES DO PROTESTO (DIAS-CARTA-FINAL, PADRÃO 60) -
      *            COM O ENDEREÇO DO CLIENTE E A LISTA DOS TÍTULOS EM
      *            ABERTO PELO SALDO. CADA CARTA EMITIDA VAI PARA O
      *            LOG CARTAS-COBRANCA-LOG, E A MESMA FAIXA DA MESMA
      *            DUPLICATA NÃO SAI DUAS VEZES. O CLIENTE CUJA
      *            DUPLICATA MAIS ANTIGA PASSOU DO ATRASO DE BLOQUEIO
      *            (DIAS-BLOQUEIO-COBRANCA, PADRÃO 60) ENTRA NO
      *            ARQUIVO CLIENTES-BLOQUEADOS, REFEITO A CADA
      *            RODADA, QUE A ENTRADA DE PEDIDO CONSULTA PARA
      *            RETER TODO PEDIDO NOVO DELE
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-ENDERECOS ASSIGN TO 'ENDERECOS-ENTREGA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENDERECOS.
           SELECT ARQ-LOG-CARTAS ASSIGN TO 'CARTAS-COBRANCA-LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG.
           SELECT ARQ-BLOQUEADOS ASSIGN TO 'CLIENTES-BLOQUEADOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BLOQUEADOS.
           SELECT ARQ-RELATORIO ASSIGN TO 'CARTAS-COBRANCA'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-ENDERECOS.
           COPY 'endentrega.cbl'.

       FD  ARQ-LOG-CARTAS.
       01  REG-LOG-CARTA.
           02 REG-LGC-CLIENTE PIC 9(06).
           02 REG-LGC-PEDIDO  PIC 9(06).
           02 REG-LGC-PARCELA PIC 9(02).
           02 REG-LGC-NIVEL   PIC 9(01).
           02 REG-LGC-DATA    PIC 9(08).
           02 REG-LGC-DIAS    PIC 9(05).
           02 REG-LGC-TOTAL   PIC 9(10)V99.

       FD  ARQ-BLOQUEADOS.
           COPY 'bloqueio.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'servdata.cbl'.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-STATUS-CADASTRO   PIC X(02) VALUE '00'.
           88 CADASTRO-OK          VALUE '00'.
       77 WRK-STATUS-ENDERECOS  PIC X(02) VALUE '00'.
           88 ENDERECOS-OK         VALUE '00'.
       77 WRK-STATUS-LOG        PIC X(02) VALUE '00'.
           88 LOG-OK               VALUE '00'.
       77 WRK-STATUS-BLOQUEADOS PIC X(02) VALUE '00'.
           88 BLOQUEADOS-OK        VALUE '00'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO       VALUE 'S'.

      * ATRASOS DAS FAIXAS E DO BLOQUEIO, EM DIAS CORRIDOS, COM O
      * PADRÃO COMPILADO QUANDO A CHAVE NÃO ESTÁ NO PARAMETROS-NEGOCIO
       77 WRK-DIAS-LEMBRETE PIC 9(05) VALUE 5.
       77 WRK-DIAS-AVISO    PIC 9(05) VALUE 30.
       77 WRK-DIAS-FINAL    PIC 9(05) VALUE 60.
       77 WRK-DIAS-BLOQUEIO PIC 9(05) VALUE 60.

      * UM CLIENTE POR LINHA, COM A DUPLICATA ABERTA MAIS ANTIGA
       77 WRK-QT-CLIENTES PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-CLI     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-CLI-ACHADO  PIC X(01) VALUE 'N'.
           88 CLIENTE-NA-TABELA VALUE 'S'.
       01  WRK-TAB-CLIENTES.
           02 WRK-TAB-CLI-ITEM OCCURS 500 TIMES.
               03 WRK-TC-CODIGO     PIC 9(06).
               03 WRK-TC-PEDIDO     PIC 9(06).
               03 WRK-TC-PARCELA    PIC 9(02).
               03 WRK-TC-VENCIMENTO PIC 9(08).
               03 WRK-TC-DIAS       PIC 9(05).

      * CARTAS JÁ EMITIDAS EM RODADAS ANTERIORES
       77 WRK-QT-LOG     PIC 9(05) COMP VALUE ZEROES.
       77 WRK-SUB-LOG    PIC 9(05) COMP VALUE ZEROES.
       77 WRK-LOG-CHEIO  PIC X(01) VALUE 'N'.
           88 LOG-CHEIO     VALUE 'S'.
       77 WRK-JA-ENVIADA PIC X(01) VALUE 'N'.
           88 CARTA-JA-ENVIADA VALUE 'S'.
       01  WRK-TAB-LOG.
           02 WRK-TL-ITEM OCCURS 5000 TIMES.
               03 WRK-TL-CLIENTE PIC 9(06).
               03 WRK-TL-PEDIDO  PIC 9(06).
               03 WRK-TL-PARCELA PIC 9(02).
               03 WRK-TL-NIVEL   PIC 9(01).

      * OS TRÊS TEXTOS DE CARTA, QUATRO LINHAS CADA, NA ORDEM DAS
      * FAIXAS: 1 LEMBRETE, 2 AVISO, 3 NOTIFICAÇÃO FINAL
       01  WRK-TAB-TEXTOS-DADOS.
           02 FILLER PIC X(60) VALUE
               'LEMBRETE DE VENCIMENTO'.
           02 FILLER PIC X(60) VALUE
               'CONSTA EM ABERTO EM NOSSOS REGISTROS O(S) TITULO(S)'.
           02 FILLER PIC X(60) VALUE
               'ABAIXO. SE O PAGAMENTO JA FOI FEITO, POR FAVOR'.
           02 FILLER PIC X(60) VALUE
               'DESCONSIDERE ESTE LEMBRETE.'.
           02 FILLER PIC X(60) VALUE
               'AVISO DE COBRANCA'.
           02 FILLER PIC X(60) VALUE
               'NAO IDENTIFICAMOS O PAGAMENTO DO(S) TITULO(S) ABAIXO.'.
           02 FILLER PIC X(60) VALUE
               'PEDIMOS A REGULARIZACAO EM ATE 10 DIAS, COM A MULTA'.
           02 FILLER PIC X(60) VALUE
               'E OS JUROS DE ATRASO DEVIDOS ATE A DATA DO PAGAMENTO.'.
           02 FILLER PIC X(60) VALUE
               'NOTIFICACAO FINAL ANTES DO PROTESTO'.
           02 FILLER PIC X(60) VALUE
               'ESGOTADOS OS AVISOS ANTERIORES, O(S) TITULO(S) ABAIXO'.
           02 FILLER PIC X(60) VALUE
               'SERA(AO) ENCAMINHADO(S) A PROTESTO SE NAO FOREM PAGOS'.
           02 FILLER PIC X(60) VALUE
               'EM 5 DIAS UTEIS, SOB PENA DE SUSPENSAO DO CREDITO.'.
       01  WRK-TAB-TEXTOS REDEFINES WRK-TAB-TEXTOS-DADOS.
           02 WRK-TX-NIVEL OCCURS 3 TIMES.
               03 WRK-TX-LINHA PIC X(60) OCCURS 4 TIMES.
       77 WRK-SUB-TXT PIC 9(01) VALUE ZEROES.

       77 WRK-NIVEL        PIC 9(01) VALUE ZEROES.
       77 WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROES.
       77 WRK-CLIENTE-VEZ  PIC 9(06) VALUE ZEROES.
       77 WRK-TOTAL-CLIENTE PIC 9(10)V99 VALUE ZEROES.
       77 WRK-ACHOU-ENDERECO PIC X(01) VALUE 'N'.
           88 ACHOU-ENDERECO    VALUE 'S'.
       77 WRK-QT-CARTAS    PIC 9(05) VALUE ZEROES.
       77 WRK-QT-REPETIDAS PIC 9(05) VALUE ZEROES.
       77 WRK-QT-BLOQUEADOS PIC 9(05) VALUE ZEROES.
       01  WRK-CONTADORES-NIVEL.
           02 WRK-QT-NIVEL  PIC 9(05) VALUE ZEROES OCCURS 3 TIMES.
       77 WRK-PAGINA       PIC 9(03) VALUE ZEROES.
       77 WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-DIAS-ED      PIC ZZZZ9 VALUE ZEROES.

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

       01  WRK-CABECALHO1 PIC X(40) VALUE
           'EMPRESA XYZ COMERCIO LTDA'.

       01  WRK-LINTITULO.
           02 FILLER          PIC X(09) VALUE '  PEDIDO '.
           02 WRK-LT-PEDIDO   PIC 9(06).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-LT-PARCELA  PIC 9(02).
           02 FILLER          PIC X(07) VALUE '  VENC '.
           02 WRK-LT-VENC     PIC X(10).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LT-SALDO    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(09) VALUE '  ATRASO '.
           02 WRK-LT-DIAS     PIC ZZZZ9.
           02 FILLER          PIC X(05) VALUE ' DIAS'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'CARTAS DE COBRANÇA'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0100-LEVANTAR-ATRASOS.
           PERFORM 0150-CARREGAR-LOG.
           IF LOG-CHEIO
               DISPLAY 'CARTAS-COBRANCA-LOG EXCEDE O LIMITE DE 5000 '
                   'DA TABELA - RODADA RECUSADA PARA NÃO REPETIR '
                   'CARTAS JÁ ENVIADAS'
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-BLOQUEADOS.
           IF WRK-QT-CLIENTES = ZEROES
               DISPLAY 'NÃO HÁ CLIENTES COM DUPLICATA VENCIDA'
           ELSE
               OPEN OUTPUT ARQ-RELATORIO
               OPEN EXTEND ARQ-LOG-CARTAS
               IF NOT LOG-OK
                   OPEN OUTPUT ARQ-LOG-CARTAS
               END-IF
               PERFORM 0300-COBRAR-CLIENTE
                   VARYING WRK-SUB-CLI FROM 1 BY 1
                   UNTIL WRK-SUB-CLI > WRK-QT-CLIENTES
               CLOSE ARQ-LOG-CARTAS
               CLOSE ARQ-RELATORIO
           END-IF.
           CLOSE ARQ-BLOQUEADOS.
           DISPLAY '________________________________________'.
           DISPLAY 'CLIENTES EM ATRASO....: ' WRK-QT-CLIENTES.
           DISPLAY 'LEMBRETES EMITIDOS....: ' WRK-QT-NIVEL(1).
           DISPLAY 'AVISOS EMITIDOS.......: ' WRK-QT-NIVEL(2).
           DISPLAY 'NOTIFICAÇÕES FINAIS...: ' WRK-QT-NIVEL(3).
           DISPLAY 'CARTAS JÁ ENVIADAS....: ' WRK-QT-REPETIDAS.
           DISPLAY 'CLIENTES BLOQUEADOS...: ' WRK-QT-BLOQUEADOS.
           DISPLAY 'FINAL DAS CARTAS DE COBRANÇA'.
           GOBACK.

       0050-CARREGAR-PARAMETROS.
           MOVE 'DIAS-CARTA-LEMBRETE' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-DIAS-LEMBRETE
           END-IF.
           MOVE 'DIAS-CARTA-AVISO' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-DIAS-AVISO
           END-IF.
           MOVE 'DIAS-CARTA-FINAL' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-DIAS-FINAL
           END-IF.
           MOVE 'DIAS-BLOQUEIO-COBRANCA' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-DIAS-BLOQUEIO
           END-IF.

      * PRIMEIRA PASSADA: A DUPLICATA ABERTA MAIS ANTIGA DE CADA
      * CLIENTE, SÓ ENTRE AS JÁ VENCIDAS
       0100-LEVANTAR-ATRASOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DUPLICATAS.
           IF DUPLICATAS-OK
               PERFORM 0110-LER-DUPLICATA
               PERFORM 0120-AVALIAR-DUPLICATA UNTIL FIM-ARQUIVO
               CLOSE ARQ-DUPLICATAS
           ELSE
               DISPLAY 'ARQUIVO DE DUPLICATAS NÃO ENCONTRADO'
           END-IF.

       0110-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0120-AVALIAR-DUPLICATA.
           IF NOT REG-DUP-ABERTA OR REG-DUP-SALDO = ZEROES OR
              REG-DUP-VENCIMENTO NOT < WRK-DATA-SYS-NUM
               PERFORM 0110-LER-DUPLICATA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0130-LOCALIZAR-CLIENTE.
           IF CLIENTE-NA-TABELA
               IF WRK-TC-VENCIMENTO(WRK-SUB-CLI) = ZEROES OR
                  REG-DUP-VENCIMENTO < WRK-TC-VENCIMENTO(WRK-SUB-CLI)
                   MOVE REG-DUP-PEDIDO  TO WRK-TC-PEDIDO(WRK-SUB-CLI)
                   MOVE REG-DUP-PARCELA TO WRK-TC-PARCELA(WRK-SUB-CLI)
                   MOVE REG-DUP-VENCIMENTO
                       TO WRK-TC-VENCIMENTO(WRK-SUB-CLI)
               END-IF
           END-IF.
           PERFORM 0110-LER-DUPLICATA.

       0130-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-CLI-ACHADO.
           PERFORM VARYING WRK-SUB-CLI FROM 1 BY 1
               UNTIL WRK-SUB-CLI > WRK-QT-CLIENTES
                   OR CLIENTE-NA-TABELA
               IF WRK-TC-CODIGO(WRK-SUB-CLI) = REG-DUP-CLIENTE
                   MOVE 'S' TO WRK-CLI-ACHADO
               END-IF
           END-PERFORM.
           IF CLIENTE-NA-TABELA
               SUBTRACT 1 FROM WRK-SUB-CLI
           ELSE
               IF WRK-QT-CLIENTES < 500
                   ADD 1 TO WRK-QT-CLIENTES
                   MOVE WRK-QT-CLIENTES TO WRK-SUB-CLI
                   MOVE REG-DUP-CLIENTE TO WRK-TC-CODIGO(WRK-SUB-CLI)
                   MOVE ZEROES TO WRK-TC-VENCIMENTO(WRK-SUB-CLI)
                   MOVE ZEROES TO WRK-TC-DIAS(WRK-SUB-CLI)
                   MOVE 'S' TO WRK-CLI-ACHADO
               ELSE
                   DISPLAY 'TABELA DE CLIENTES EXCEDIDA - CLIENTE '
                       REG-DUP-CLIENTE ' FICA PARA A PRÓXIMA RODADA'
               END-IF
           END-IF.

       0150-CARREGAR-LOG.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-LOG-CARTAS.
           IF LOG-OK
               PERFORM 0160-LER-LOG
               PERFORM 0170-GUARDAR-LOG UNTIL FIM-ARQUIVO
               CLOSE ARQ-LOG-CARTAS
           END-IF.

       0160-LER-LOG.
           READ ARQ-LOG-CARTAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0170-GUARDAR-LOG.
           IF WRK-QT-LOG < 5000
               ADD 1 TO WRK-QT-LOG
               MOVE REG-LGC-CLIENTE TO WRK-TL-CLIENTE(WRK-QT-LOG)
               MOVE REG-LGC-PEDIDO  TO WRK-TL-PEDIDO(WRK-QT-LOG)
               MOVE REG-LGC-PARCELA TO WRK-TL-PARCELA(WRK-QT-LOG)
               MOVE REG-LGC-NIVEL   TO WRK-TL-NIVEL(WRK-QT-LOG)
           ELSE
               MOVE 'S' TO WRK-LOG-CHEIO
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM 0160-LER-LOG.

      * A FAIXA SAI DO ATRASO DA DUPLICATA MAIS ANTIGA; O BLOQUEIO
      * VALE MESMO QUANDO A CARTA DA FAIXA JÁ FOI ENVIADA ANTES
       0300-COBRAR-CLIENTE.
           MOVE WRK-TC-CODIGO(WRK-SUB-CLI) TO WRK-CLIENTE-VEZ.
           MOVE 8 TO REG-SRV-FUNCAO.
           MOVE WRK-TC-VENCIMENTO(WRK-SUB-CLI) TO REG-SRV-DATA1.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK
               MOVE REG-SRV-DIAS-RES TO WRK-DIAS-ATRASO
           ELSE
               MOVE ZEROES TO WRK-DIAS-ATRASO
           END-IF.
           MOVE WRK-DIAS-ATRASO TO WRK-TC-DIAS(WRK-SUB-CLI).
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO NOT < WRK-DIAS-FINAL
                   MOVE 3 TO WRK-NIVEL
               WHEN WRK-DIAS-ATRASO NOT < WRK-DIAS-AVISO
                   MOVE 2 TO WRK-NIVEL
               WHEN WRK-DIAS-ATRASO NOT < WRK-DIAS-LEMBRETE
                   MOVE 1 TO WRK-NIVEL
               WHEN OTHER
                   MOVE ZEROES TO WRK-NIVEL
           END-EVALUATE.
           IF WRK-DIAS-ATRASO > WRK-DIAS-BLOQUEIO
               PERFORM 0310-BLOQUEAR-CLIENTE
           END-IF.
           IF WRK-NIVEL = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0320-VERIFICAR-JA-ENVIADA.
           IF CARTA-JA-ENVIADA
               ADD 1 TO WRK-QT-REPETIDAS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0400-EMITIR-CARTA.
           PERFORM 0500-REGISTRAR-CARTA.

       0310-BLOQUEAR-CLIENTE.
           MOVE WRK-CLIENTE-VEZ TO REG-BLQ-CLIENTE.
           MOVE WRK-DATA-SYS-NUM TO REG-BLQ-DATA.
           MOVE WRK-DIAS-ATRASO TO REG-BLQ-DIAS-ATRASO.
           MOVE WRK-TC-PEDIDO(WRK-SUB-CLI)  TO REG-BLQ-PEDIDO.
           MOVE WRK-TC-PARCELA(WRK-SUB-CLI) TO REG-BLQ-PARCELA.
           WRITE REG-BLOQUEIO.
           ADD 1 TO WRK-QT-BLOQUEADOS.
           MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED.
           DISPLAY 'CLIENTE ' WRK-CLIENTE-VEZ ' BLOQUEADO - '
               WRK-DIAS-ED ' DIAS DE ATRASO'.

       0320-VERIFICAR-JA-ENVIADA.
           MOVE 'N' TO WRK-JA-ENVIADA.
           PERFORM VARYING WRK-SUB-LOG FROM 1 BY 1
               UNTIL WRK-SUB-LOG > WRK-QT-LOG OR CARTA-JA-ENVIADA
               IF WRK-TL-CLIENTE(WRK-SUB-LOG) = WRK-CLIENTE-VEZ AND
                  WRK-TL-PEDIDO(WRK-SUB-LOG) =
                      WRK-TC-PEDIDO(WRK-SUB-CLI) AND
                  WRK-TL-PARCELA(WRK-SUB-LOG) =
                      WRK-TC-PARCELA(WRK-SUB-CLI) AND
                  WRK-TL-NIVEL(WRK-SUB-LOG) = WRK-NIVEL
                   MOVE 'S' TO WRK-JA-ENVIADA
               END-IF
           END-PERFORM.

      * UMA CARTA POR PÁGINA: CABEÇALHO, DESTINATÁRIO COM ENDEREÇO,
      * O TEXTO DA FAIXA, OS TÍTULOS EM ABERTO DO CLIENTE E O TOTAL
       0400-EMITIR-CARTA.
           ADD 1 TO WRK-PAGINA.
           IF WRK-PAGINA > 1
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE WRK-CABECALHO1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-DATA-SYS-NUM TO WRK-DATA-AUX.
           PERFORM 0900-FORMATAR-DATA.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'DATA: ' WRK-DATA-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0410-DESTINATARIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TX-LINHA(WRK-NIVEL, 1) TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'PREZADO CLIENTE,' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WRK-SUB-TXT FROM 2 BY 1
               UNTIL WRK-SUB-TXT > 4
               MOVE WRK-TX-LINHA(WRK-NIVEL, WRK-SUB-TXT)
                   TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 0440-LISTAR-TITULOS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-TOTAL-CLIENTE TO WRK-VALOR-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'TOTAL EM ABERTO: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'DEPARTAMENTO DE COBRANCA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-QT-CARTAS.
           ADD 1 TO WRK-QT-NIVEL(WRK-NIVEL).

      * NOME E DOCUMENTO DO CADASTRO; O ENDEREÇO É O PRIMEIRO
      * ENDEREÇO DE ENTREGA DO CLIENTE OU, SEM NENHUM, A UF E O CEP
      * DO CADASTRO
       0410-DESTINATARIO.
           MOVE SPACES TO REG-CAD-NOME.
           MOVE SPACES TO REG-CAD-CPFCNPJ.
           MOVE SPACES TO REG-CAD-UF.
           MOVE ZEROES TO REG-CAD-CEP.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               MOVE WRK-CLIENTE-VEZ TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   INVALID KEY
                       MOVE 'NOME NAO CADASTRADO' TO REG-CAD-NOME
               END-READ
               CLOSE ARQ-CADASTRO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CLIENTE: ' WRK-CLIENTE-VEZ ' ' REG-CAD-NOME
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'DOCUMENTO: ' REG-CAD-CPFCNPJ
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'N' TO WRK-ACHOU-ENDERECO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ENDERECOS.
           IF ENDERECOS-OK
               PERFORM 0420-LER-ENDERECO
               PERFORM 0430-PROCURAR-ENDERECO UNTIL FIM-ARQUIVO
               CLOSE ARQ-ENDERECOS
           END-IF.
           IF ACHOU-ENDERECO
               MOVE SPACES TO REG-RELATORIO
               STRING 'ENDERECO: ' REG-END-LOGRADOURO
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE SPACES TO REG-RELATORIO
               STRING '          ' REG-END-CIDADE ' ' REG-END-UF
                   '  CEP ' REG-END-CEP
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
           ELSE
               MOVE SPACES TO REG-RELATORIO
               STRING 'ENDERECO: UF ' REG-CAD-UF '  CEP ' REG-CAD-CEP
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       0420-LER-ENDERECO.
           READ ARQ-ENDERECOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0430-PROCURAR-ENDERECO.
           IF REG-END-CLIENTE = WRK-CLIENTE-VEZ
               MOVE 'S' TO WRK-ACHOU-ENDERECO
               MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
               PERFORM 0420-LER-ENDERECO
           END-IF.

      * TODOS OS TÍTULOS EM ABERTO DO CLIENTE, VENCIDOS OU NÃO, PELO
      * SALDO EM ABERTO
       0440-LISTAR-TITULOS.
           MOVE ZEROES TO WRK-TOTAL-CLIENTE.
           MOVE 'TITULOS EM ABERTO:' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DUPLICATAS.
           IF DUPLICATAS-OK
               PERFORM 0110-LER-DUPLICATA
               PERFORM 0450-LISTAR-UM-TITULO UNTIL FIM-ARQUIVO
               CLOSE ARQ-DUPLICATAS
           END-IF.

       0450-LISTAR-UM-TITULO.
           IF REG-DUP-CLIENTE = WRK-CLIENTE-VEZ AND
              REG-DUP-ABERTA AND REG-DUP-SALDO > ZEROES
               MOVE REG-DUP-PEDIDO  TO WRK-LT-PEDIDO
               MOVE REG-DUP-PARCELA TO WRK-LT-PARCELA
               MOVE REG-DUP-VENCIMENTO TO WRK-DATA-AUX
               PERFORM 0900-FORMATAR-DATA
               MOVE WRK-DATA-ED TO WRK-LT-VENC
               MOVE REG-DUP-SALDO TO WRK-LT-SALDO
               MOVE ZEROES TO WRK-LT-DIAS
               IF REG-DUP-VENCIMENTO < WRK-DATA-SYS-NUM
                   MOVE REG-DUP-VENCIMENTO TO REG-SRV-DATA1
                   MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA2
                   CALL 'servicodata' USING REG-SERVDATA
                   IF SRV-DATA-OK
                       MOVE REG-SRV-DIAS-RES TO WRK-LT-DIAS
                   END-IF
               END-IF
               MOVE WRK-LINTITULO TO REG-RELATORIO
               WRITE REG-RELATORIO
               ADD REG-DUP-SALDO TO WRK-TOTAL-CLIENTE
           END-IF.
           PERFORM 0110-LER-DUPLICATA.

       0500-REGISTRAR-CARTA.
           MOVE WRK-CLIENTE-VEZ TO REG-LGC-CLIENTE.
           MOVE WRK-TC-PEDIDO(WRK-SUB-CLI)  TO REG-LGC-PEDIDO.
           MOVE WRK-TC-PARCELA(WRK-SUB-CLI) TO REG-LGC-PARCELA.
           MOVE WRK-NIVEL TO REG-LGC-NIVEL.
           MOVE WRK-DATA-SYS-NUM TO REG-LGC-DATA.
           MOVE WRK-DIAS-ATRASO TO REG-LGC-DIAS.
           MOVE WRK-TOTAL-CLIENTE TO REG-LGC-TOTAL.
           WRITE REG-LOG-CARTA.
           MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED.
           DISPLAY 'CARTA ' WRK-NIVEL ' - CLIENTE ' WRK-CLIENTE-VEZ
               ' PEDIDO ' REG-LGC-PEDIDO '/' REG-LGC-PARCELA
               ' ATRASO ' WRK-DIAS-ED ' DIAS'.

       0900-FORMATAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.
