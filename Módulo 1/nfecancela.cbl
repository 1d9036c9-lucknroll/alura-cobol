       IDENTIFICATION DIVISION.
       PROGRAM-ID. nfecancela.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = PEDIDO DE CANCELAMENTO DE UMA NF-E AUTORIZADA: SÓ
      *            DENTRO DO PRAZO LEGAL CONTADO DA AUTORIZAÇÃO
      *            (PARÂMETRO PRAZO-CANCEL-NFE-H, EM HORAS, PADRÃO 24)
      *            E COM JUSTIFICATIVA DE PELO MENOS 15 CARACTERES; O
      *            EVENTO DE CANCELAMENTO VAI PARA A REMESSA
      *            (NFE-REMESSA) E A NOTA E O PEDIDO FICAM EM
      *            CANCELAMENTO ATÉ O RETORNO DA SEFAZ (NFERETORNO);
      *            FORA DO PRAZO A VENDA SÓ SE DESFAZ PELA DEVOLUÇÃO
      * DATA = 15/10/2026
      * 15/10/2026 LUCAS  INCLUÍDO O FRETE COBRADO NO LAYOUT DE
      *                    NFE-NOTAS
      * 15/10/2026 LUCAS  PEDIDO DA NOTA MARCADO EM CANCELAMENTO PELA
      *                    CHAVE EM PEDIDOS-CAB-IDX (REWRITE), SEM A
      *                    TABELA DE 500 PEDIDOS E SEM REGRAVAR O
      *                    ARQUIVO
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-NFE ASSIGN TO 'NFE-NOTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NFE.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-PC-NUMERO
               ALTERNATE RECORD KEY IS REG-PC-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-PEDCAB.
           SELECT ARQ-REMESSA ASSIGN TO 'NFE-REMESSA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REMESSA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-NFE.
           COPY 'nfe.cbl'.

       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-REMESSA.
       01  REG-REMESSA PIC X(200).

       WORKING-STORAGE SECTION.
           COPY 'parametro.cbl'.
           COPY 'servdata.cbl'.

       77 WRK-STATUS-NFE     PIC X(02) VALUE '00'.
           88 NFE-OK            VALUE '00'.
       77 WRK-STATUS-PEDCAB  PIC X(02) VALUE '00'.
           88 PEDCAB-OK         VALUE '00'.
       77 WRK-STATUS-REMESSA PIC X(02) VALUE '00'.
           88 REMESSA-OK        VALUE '00'.
       77 WRK-FIM-NFE     PIC X(01) VALUE 'N'.
           88 FIM-NFE        VALUE 'S'.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA    VALUE 'S'.

       77 WRK-QT-NFE     PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-NFE    PIC 9(04) COMP VALUE ZEROES.
       77 WRK-NFE-ACHADA PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-NFE.
           02 WRK-TN-ITEM OCCURS 5000 TIMES.
               03 WRK-TN-REGISTRO PIC X(270).

      * PEDIDO DA NOTA, MARCADO PELA CHAVE EM PEDIDOS-CAB-IDX
       77 WRK-NUMERO-PEDIDO PIC 9(06) VALUE ZEROES.

       77 WRK-NUMERO-NOTA   PIC 9(06) VALUE ZEROES.
       77 WRK-CONFIRMA      PIC X(01) VALUE 'N'.
           88 CONFIRMOU        VALUE 'S'.
       77 WRK-JUSTIFICATIVA PIC X(60) VALUE SPACES.
       77 WRK-TAM-JUSTIF    PIC 9(02) COMP VALUE ZEROES.

      * PRAZO LEGAL EM HORAS DESDE A AUTORIZAÇÃO; O TEMPO DECORRIDO É
      * CONTADO EM MINUTOS PELOS DIAS CORRIDOS DO SERVICODATA MAIS A
      * DIFERENÇA DE HORÁRIO
       77 WRK-PRAZO-HORAS   PIC 9(04) VALUE 24.
       77 WRK-MINUTOS       PIC S9(09) VALUE ZEROES.
       77 WRK-HORAS-ED      PIC Z.ZZ9 VALUE ZEROES.
       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).
       01  WRK-HORA-SYS.
           02 WRK-HS-HORA    PIC 9(02).
           02 WRK-HS-MINUTO  PIC 9(02).
           02 WRK-HS-RESTO   PIC 9(04).
       01  WRK-HORA-AUT.
           02 WRK-HA-HORA    PIC 9(02).
           02 WRK-HA-MINUTO  PIC 9(02).
           02 WRK-HA-SEGUNDO PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'CANCELAMENTO DE NF-E'.
           DISPLAY '========================================'.
           MOVE 'PRAZO-CANCEL-NFE-H' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-PRAZO-HORAS
           END-IF.
           PERFORM 0100-CARREGAR-NFE.
           IF TABELA-CHEIA
               DISPLAY 'NFE-NOTAS EXCEDE O LIMITE DE 5000 DA TABELA - '
                   'EXECUÇÃO RECUSADA PARA NÃO TRUNCAR O ARQUIVO NA '
                   'REGRAVAÇÃO'
               GOBACK
           END-IF.
           DISPLAY 'NÚMERO DA NOTA:'.
           ACCEPT WRK-NUMERO-NOTA FROM CONSOLE.
           PERFORM 0200-VALIDAR-NOTA.
           IF WRK-NFE-ACHADA = ZEROES
               DISPLAY 'FINAL DO CANCELAMENTO DE NF-E'
               GOBACK
           END-IF.
           PERFORM 0250-PEDIR-JUSTIFICATIVA.
           IF WRK-TAM-JUSTIF < 15
               DISPLAY 'JUSTIFICATIVA COM MENOS DE 15 CARACTERES - '
                   'CANCELAMENTO NÃO PEDIDO'
               DISPLAY 'FINAL DO CANCELAMENTO DE NF-E'
               GOBACK
           END-IF.
           DISPLAY 'CONFIRMA O CANCELAMENTO DA NOTA ' WRK-NUMERO-NOTA
               ' (S/N)?'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF CONFIRMOU
               PERFORM 0300-GRAVAR-EVENTO
               PERFORM 0400-REGRAVAR-ARQUIVOS
               DISPLAY 'CANCELAMENTO GRAVADO EM NFE-REMESSA - '
                   'AGUARDANDO O RETORNO DA SEFAZ'
           ELSE
               DISPLAY 'CANCELAMENTO NÃO CONFIRMADO'
           END-IF.
           DISPLAY 'FINAL DO CANCELAMENTO DE NF-E'.
           GOBACK.

       0100-CARREGAR-NFE.
           OPEN INPUT ARQ-NFE.
           IF NFE-OK
               PERFORM 0110-LER-NFE
               PERFORM 0120-GUARDAR-NFE UNTIL FIM-NFE
               CLOSE ARQ-NFE
           ELSE
               DISPLAY 'ARQUIVO DE NF-E EMITIDAS NÃO ENCONTRADO'
           END-IF.

       0110-LER-NFE.
           READ ARQ-NFE
               AT END
                   MOVE 'S' TO WRK-FIM-NFE
           END-READ.

       0120-GUARDAR-NFE.
           IF WRK-QT-NFE < 5000
               ADD 1 TO WRK-QT-NFE
               MOVE REG-NFE TO WRK-TN-REGISTRO(WRK-QT-NFE)
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-FIM-NFE
           END-IF.
           PERFORM 0110-LER-NFE.

      * SÓ NOTA AUTORIZADA E DENTRO DO PRAZO; QUALQUER RECUSA ZERA
      * A NOTA ACHADA PARA O PRINCIPAL ENCERRAR
       0200-VALIDAR-NOTA.
           MOVE ZEROES TO WRK-NFE-ACHADA.
           PERFORM VARYING WRK-SUB-NFE FROM 1 BY 1
               UNTIL WRK-SUB-NFE > WRK-QT-NFE
                   OR WRK-NFE-ACHADA > ZEROES
               MOVE WRK-TN-REGISTRO(WRK-SUB-NFE) TO REG-NFE
               IF REG-NFE-NOTA = WRK-NUMERO-NOTA
                   MOVE WRK-SUB-NFE TO WRK-NFE-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-NFE-ACHADA = ZEROES
               DISPLAY 'NOTA SEM NF-E EMITIDA'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TN-REGISTRO(WRK-NFE-ACHADA) TO REG-NFE.
           IF NOT NFE-AUTORIZADA
               EVALUATE TRUE
                   WHEN NFE-ENVIADA
                       DISPLAY 'NF-E AINDA SEM O RETORNO DA SEFAZ'
                   WHEN NFE-REJEITADA
                       DISPLAY 'NF-E REJEITADA NÃO PRECISA DE '
                           'CANCELAMENTO'
                   WHEN NFE-CANCELANDO
                       DISPLAY 'CANCELAMENTO JÁ PEDIDO - AGUARDANDO '
                           'O RETORNO DA SEFAZ'
                   WHEN NFE-CANCELADA
                       DISPLAY 'NF-E JÁ CANCELADA'
               END-EVALUATE
               MOVE ZEROES TO WRK-NFE-ACHADA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0210-CALCULAR-DECORRIDO.
           IF WRK-MINUTOS > WRK-PRAZO-HORAS * 60
               MOVE WRK-PRAZO-HORAS TO WRK-HORAS-ED
               DISPLAY 'PRAZO DE CANCELAMENTO DE ' WRK-HORAS-ED
                   ' HORAS ENCERRADO - A VENDA SÓ SE DESFAZ PELA '
                   'DEVOLUÇÃO'
               MOVE ZEROES TO WRK-NFE-ACHADA
           END-IF.

       0210-CALCULAR-DECORRIDO.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SYS FROM TIME.
           MOVE REG-NFE-HORA-AUT TO WRK-HORA-AUT.
           MOVE 8 TO REG-SRV-FUNCAO.
           MOVE REG-NFE-DATA-AUT TO REG-SRV-DATA1.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF NOT SRV-DATA-OK
               MOVE ZEROES TO REG-SRV-DIAS-RES
           END-IF.
           COMPUTE WRK-MINUTOS = REG-SRV-DIAS-RES * 1440
               + WRK-HS-HORA * 60 + WRK-HS-MINUTO
               - WRK-HA-HORA * 60 - WRK-HA-MINUTO.

       0250-PEDIR-JUSTIFICATIVA.
           DISPLAY 'JUSTIFICATIVA DO CANCELAMENTO (15 A 60 '
               'CARACTERES):'.
           ACCEPT WRK-JUSTIFICATIVA FROM CONSOLE.
           MOVE ZEROES TO WRK-TAM-JUSTIF.
           PERFORM VARYING WRK-TAM-JUSTIF FROM 60 BY -1
               UNTIL WRK-TAM-JUSTIF = ZEROES
                   OR WRK-JUSTIFICATIVA(WRK-TAM-JUSTIF:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

       0300-GRAVAR-EVENTO.
           OPEN EXTEND ARQ-REMESSA.
           IF NOT REMESSA-OK
               OPEN OUTPUT ARQ-REMESSA
           END-IF.
           MOVE SPACES TO REG-REMESSA.
           STRING 'EVENTO|CANCELAMENTO|' REG-NFE-CHAVE '|'
               REG-NFE-PROTOCOLO DELIMITED BY SIZE
               '|' WRK-JUSTIFICATIVA(1:WRK-TAM-JUSTIF) '|'
               DELIMITED BY SIZE INTO REG-REMESSA.
           WRITE REG-REMESSA.
           CLOSE ARQ-REMESSA.
           MOVE 'X' TO REG-NFE-SITUACAO.
           MOVE WRK-JUSTIFICATIVA TO REG-NFE-JUSTIFICATIVA.
           MOVE WRK-DATA-SYS-NUM  TO REG-NFE-DATA-CANC.
           MOVE REG-NFE TO WRK-TN-REGISTRO(WRK-NFE-ACHADA).
           MOVE REG-NFE-PEDIDO TO WRK-NUMERO-PEDIDO.

       0400-REGRAVAR-ARQUIVOS.
           OPEN OUTPUT ARQ-NFE.
           PERFORM VARYING WRK-SUB-NFE FROM 1 BY 1
               UNTIL WRK-SUB-NFE > WRK-QT-NFE
               MOVE WRK-TN-REGISTRO(WRK-SUB-NFE) TO REG-NFE
               WRITE REG-NFE
           END-PERFORM.
           CLOSE ARQ-NFE.
           OPEN I-O ARQ-PEDCAB.
           IF NOT PEDCAB-OK
               DISPLAY 'ARQUIVO DE PEDIDOS NÃO ENCONTRADO'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-NUMERO-PEDIDO TO REG-PC-NUMERO.
           READ ARQ-PEDCAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'X' TO REG-PC-NFE
                   REWRITE REG-PEDCAB
           END-READ.
           CLOSE ARQ-PEDCAB.
