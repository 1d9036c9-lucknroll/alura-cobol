       IDENTIFICATION DIVISION.
       PROGRAM-ID. nferetorno.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = LEITOR DO ARQUIVO DE RETORNO DA SEFAZ (NFE-RETORNO)
      *            PARA AS NF-E GERADAS PELA NOTAVENDA: CADA RETORNO É
      *            CASADO PELA CHAVE DE ACESSO COM O REGISTRO
      *            NFE-NOTAS; AUTORIZAÇÃO (100) GUARDA O PROTOCOLO E
      *            MARCA O PEDIDO COMO AUTORIZADO, HOMOLOGAÇÃO DO
      *            CANCELAMENTO (101/135) MARCA A NOTA E O PEDIDO COMO
      *            CANCELADOS, CANCELAMENTO RECUSADO DEVOLVE A NOTA
      *            PARA AUTORIZADA E QUALQUER OUTRO CÓDIGO REJEITA A
      *            NOTA COM O MOTIVO; O RELATÓRIO RELATORIO-NFE LISTA
      *            AS OCORRÊNCIAS DO RETORNO E TODAS AS NOTAS
      *            REJEITADAS PENDENTES DE CORREÇÃO (REGERADAS NA
      *            REIMPRESSÃO PELA NOTAVENDA); A VERSÃO ANTERIOR DOS
      *            PEDIDOS É GUARDADA PELO SALVAGERACAO
      * DATA = 15/10/2026
      * 15/10/2026 LUCAS  INCLUÍDO O FRETE COBRADO NO LAYOUT DE
      *                    NFE-NOTAS
      * 15/10/2026 LUCAS  PEDIDO DE CADA RETORNO MARCADO PELA CHAVE EM
      *                    PEDIDOS-CAB-IDX (REWRITE), SEM A TABELA DE
      *                    500 PEDIDOS E SEM REGRAVAR O ARQUIVO
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
           SELECT ARQ-RETORNO ASSIGN TO 'NFE-RETORNO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETORNO.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-NFE'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-NFE.
           COPY 'nfe.cbl'.

       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

      * UMA LINHA POR NOTA OU EVENTO PROCESSADO PELA SEFAZ: CHAVE DE
      * ACESSO, CÓDIGO DE STATUS (CSTAT), PROTOCOLO, DATA E HORA DO
      * PROCESSAMENTO E O MOTIVO
       FD  ARQ-RETORNO.
       01  REG-RETORNO.
           02 REG-RT-CHAVE     PIC X(44).
           02 REG-RT-CSTAT     PIC 9(03).
               88 RT-AUTORIZADA     VALUE 100.
               88 RT-CANCELADA      VALUE 101 135.
           02 REG-RT-PROTOCOLO PIC X(15).
           02 REG-RT-DATA      PIC 9(08).
           02 REG-RT-HORA      PIC 9(06).
           02 REG-RT-MOTIVO    PIC X(60).

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(110).

       WORKING-STORAGE SECTION.

       77 WRK-STATUS-NFE     PIC X(02) VALUE '00'.
           88 NFE-OK            VALUE '00'.
       77 WRK-STATUS-PEDCAB  PIC X(02) VALUE '00'.
           88 PEDCAB-OK         VALUE '00'.
       77 WRK-STATUS-RETORNO PIC X(02) VALUE '00'.
           88 RETORNO-OK        VALUE '00'.
       77 WRK-FIM-NFE     PIC X(01) VALUE 'N'.
           88 FIM-NFE        VALUE 'S'.
       77 WRK-PEDCAB-ABERTO PIC X(01) VALUE 'N'.
           88 PEDCAB-ABERTO    VALUE 'S'.
       77 WRK-FIM-RETORNO PIC X(01) VALUE 'N'.
           88 FIM-RETORNO    VALUE 'S'.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA    VALUE 'S'.
       77 WRK-HOUVE-MUDANCA PIC X(01) VALUE 'N'.
           88 HOUVE-MUDANCA    VALUE 'S'.

      * REGISTRO DAS NF-E E CABEÇALHOS DE PEDIDO EM TABELA, REGRAVADOS
      * NO FIM COM AS SITUAÇÕES DEVOLVIDAS PELA SEFAZ
       77 WRK-QT-NFE     PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-NFE    PIC 9(04) COMP VALUE ZEROES.
       77 WRK-NFE-ACHADA PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-NFE.
           02 WRK-TN-ITEM OCCURS 5000 TIMES.
               03 WRK-TN-REGISTRO PIC X(270).

       77 WRK-QT-RETORNOS    PIC 9(05) VALUE ZEROES.
       77 WRK-QT-AUTORIZADAS PIC 9(05) VALUE ZEROES.
       77 WRK-QT-REJEITADAS  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-CANCELADAS  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-CANC-RECUS  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-SEM-PAR     PIC 9(05) VALUE ZEROES.
       77 WRK-QT-PENDENTES   PIC 9(05) VALUE ZEROES.
       77 WRK-OCORRENCIA     PIC X(22) VALUE SPACES.
       77 WRK-TEXTO          PIC X(60) VALUE SPACES.

       77 WRK-PAGINA       PIC 9(03) VALUE ZEROES.
       77 WRK-PAGINA-ED    PIC ZZ9 VALUE ZEROES.
       77 WRK-LINHA-PAGINA PIC 9(02) VALUE ZEROES.
       77 WRK-TITULO       PIC X(50) VALUE SPACES.
       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).

       01  WRK-CABECALHO1 PIC X(40) VALUE
           'EMPRESA XYZ COMERCIO LTDA'.
       01  WRK-CABECALHO3.
           02 FILLER PIC X(40) VALUE
              'NOTA   PEDIDO CST OCORRENCIA            '.
           02 FILLER PIC X(40) VALUE
              ' PROTOCOLO / MOTIVO                     '.

       01  WRK-LINRELAT.
           02 WRK-LR-NOTA       PIC 9(06).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LR-PEDIDO     PIC 9(06).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LR-CSTAT      PIC 9(03).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LR-OCORRENCIA PIC X(22).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LR-TEXTO      PIC X(60).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'RETORNO DA NF-E (SEFAZ)'.
           DISPLAY '========================================'.
           PERFORM 0100-CARREGAR-NFE.
           IF TABELA-CHEIA
               DISPLAY 'NFE-NOTAS EXCEDE O LIMITE DE 5000 DA TABELA - '
                   'EXECUÇÃO RECUSADA PARA NÃO TRUNCAR O ARQUIVO NA '
                   'REGRAVAÇÃO'
               GOBACK
           END-IF.
           PERFORM 0150-ABRIR-PEDIDOS.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE 'OCORRENCIAS DO RETORNO DA SEFAZ' TO WRK-TITULO.
           PERFORM 0400-IMPRIMIR-CABECALHO.
           PERFORM 0200-PROCESSAR-RETORNOS.
           IF PEDCAB-ABERTO
               CLOSE ARQ-PEDCAB
           END-IF.
           MOVE 'NF-E REJEITADAS PENDENTES DE CORRECAO'
               TO WRK-TITULO.
           PERFORM 0400-IMPRIMIR-CABECALHO.
           PERFORM 0300-LISTAR-REJEITADA
               VARYING WRK-SUB-NFE FROM 1 BY 1
               UNTIL WRK-SUB-NFE > WRK-QT-NFE.
           PERFORM 0450-IMPRIMIR-TOTAIS.
           CLOSE ARQ-RELATORIO.
           IF HOUVE-MUDANCA
               PERFORM 0500-REGRAVAR-ARQUIVOS
           END-IF.
           DISPLAY '________________________________________'.
           DISPLAY 'RETORNOS LIDOS.......: ' WRK-QT-RETORNOS.
           DISPLAY 'NF-E AUTORIZADAS.....: ' WRK-QT-AUTORIZADAS.
           DISPLAY 'NF-E REJEITADAS......: ' WRK-QT-REJEITADAS.
           DISPLAY 'NF-E CANCELADAS......: ' WRK-QT-CANCELADAS.
           DISPLAY 'CANCELAMENTOS RECUS..: ' WRK-QT-CANC-RECUS.
           DISPLAY 'RETORNOS SEM PAR.....: ' WRK-QT-SEM-PAR.
           DISPLAY 'REJEITADAS PENDENTES.: ' WRK-QT-PENDENTES.
           DISPLAY 'FINAL DO RETORNO DA NF-E'.
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

      * O PEDIDO DE CADA RETORNO É MARCADO NA HORA, PELA CHAVE
       0150-ABRIR-PEDIDOS.
           MOVE 'N' TO WRK-PEDCAB-ABERTO.
           OPEN I-O ARQ-PEDCAB.
           IF PEDCAB-OK
               MOVE 'S' TO WRK-PEDCAB-ABERTO
           ELSE
               DISPLAY 'ARQUIVO DE PEDIDOS NÃO ENCONTRADO'
           END-IF.

       0200-PROCESSAR-RETORNOS.
           OPEN INPUT ARQ-RETORNO.
           IF NOT RETORNO-OK
               DISPLAY 'ARQUIVO DE RETORNO DA NF-E NÃO ENCONTRADO'
           ELSE
               PERFORM 0210-LER-RETORNO
               PERFORM 0220-CASAR-RETORNO UNTIL FIM-RETORNO
               CLOSE ARQ-RETORNO
           END-IF.

       0210-LER-RETORNO.
           READ ARQ-RETORNO
               AT END
                   MOVE 'S' TO WRK-FIM-RETORNO
           END-READ.

       0220-CASAR-RETORNO.
           ADD 1 TO WRK-QT-RETORNOS.
           MOVE ZEROES TO WRK-NFE-ACHADA.
           PERFORM VARYING WRK-SUB-NFE FROM 1 BY 1
               UNTIL WRK-SUB-NFE > WRK-QT-NFE
                   OR WRK-NFE-ACHADA > ZEROES
               MOVE WRK-TN-REGISTRO(WRK-SUB-NFE) TO REG-NFE
               IF REG-NFE-CHAVE = REG-RT-CHAVE
                   MOVE WRK-SUB-NFE TO WRK-NFE-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-NFE-ACHADA = ZEROES
               ADD 1 TO WRK-QT-SEM-PAR
               INITIALIZE REG-NFE
               MOVE 'CHAVE SEM NF-E EMITIDA' TO WRK-OCORRENCIA
               MOVE REG-RT-CHAVE TO WRK-TEXTO
               PERFORM 0290-IMPRIMIR-OCORRENCIA
           ELSE
               PERFORM 0230-APLICAR-RETORNO
           END-IF.
           PERFORM 0210-LER-RETORNO.

      * A NOTA EM CANCELAMENTO SÓ ACEITA O RETORNO DO EVENTO: HOMOLOGADO
      * CANCELA, QUALQUER OUTRO CÓDIGO MANTÉM A AUTORIZAÇÃO
       0230-APLICAR-RETORNO.
           MOVE WRK-TN-REGISTRO(WRK-NFE-ACHADA) TO REG-NFE.
           MOVE REG-RT-CSTAT TO REG-NFE-STATUS.
           EVALUATE TRUE
               WHEN NFE-CANCELANDO AND RT-CANCELADA
                   MOVE 'C' TO REG-NFE-SITUACAO
                   MOVE REG-RT-PROTOCOLO TO REG-NFE-PROT-CANC
                   MOVE REG-RT-DATA      TO REG-NFE-DATA-CANC
                   MOVE SPACES           TO REG-NFE-MOTIVO
                   ADD 1 TO WRK-QT-CANCELADAS
                   MOVE 'NF-E CANCELADA' TO WRK-OCORRENCIA
                   MOVE REG-RT-PROTOCOLO TO WRK-TEXTO
               WHEN NFE-CANCELANDO
                   MOVE 'A' TO REG-NFE-SITUACAO
                   MOVE REG-RT-MOTIVO TO REG-NFE-MOTIVO
                   ADD 1 TO WRK-QT-CANC-RECUS
                   MOVE 'CANCELAMENTO REJEITADO' TO WRK-OCORRENCIA
                   MOVE REG-RT-MOTIVO TO WRK-TEXTO
               WHEN RT-AUTORIZADA AND
                    (NFE-ENVIADA OR NFE-REJEITADA)
                   MOVE 'A' TO REG-NFE-SITUACAO
                   MOVE REG-RT-PROTOCOLO TO REG-NFE-PROTOCOLO
                   MOVE REG-RT-DATA      TO REG-NFE-DATA-AUT
                   MOVE REG-RT-HORA      TO REG-NFE-HORA-AUT
                   MOVE SPACES           TO REG-NFE-MOTIVO
                   ADD 1 TO WRK-QT-AUTORIZADAS
                   MOVE 'NF-E AUTORIZADA' TO WRK-OCORRENCIA
                   MOVE REG-RT-PROTOCOLO TO WRK-TEXTO
               WHEN NFE-ENVIADA
                   MOVE 'R' TO REG-NFE-SITUACAO
                   MOVE REG-RT-MOTIVO TO REG-NFE-MOTIVO
                   ADD 1 TO WRK-QT-REJEITADAS
                   MOVE 'NF-E REJEITADA' TO WRK-OCORRENCIA
                   MOVE REG-RT-MOTIVO TO WRK-TEXTO
               WHEN OTHER
                   ADD 1 TO WRK-QT-SEM-PAR
                   MOVE 'RETORNO IGNORADO' TO WRK-OCORRENCIA
                   MOVE 'NF-E NAO ESTAVA AGUARDANDO ESTE RETORNO'
                       TO WRK-TEXTO
                   PERFORM 0290-IMPRIMIR-OCORRENCIA
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE REG-NFE TO WRK-TN-REGISTRO(WRK-NFE-ACHADA).
           MOVE 'S' TO WRK-HOUVE-MUDANCA.
           PERFORM 0240-MARCAR-PEDIDO.
           PERFORM 0290-IMPRIMIR-OCORRENCIA.

       0240-MARCAR-PEDIDO.
           IF NOT PEDCAB-ABERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-NFE-PEDIDO TO REG-PC-NUMERO.
           READ ARQ-PEDCAB
               INVALID KEY
                   DISPLAY 'PEDIDO ' REG-NFE-PEDIDO ' DA NOTA '
                       REG-NFE-NOTA ' NÃO ENCONTRADO EM PEDIDOS-CAB'
               NOT INVALID KEY
                   MOVE REG-NFE-SITUACAO TO REG-PC-NFE
                   REWRITE REG-PEDCAB
           END-READ.

       0290-IMPRIMIR-OCORRENCIA.
           MOVE REG-NFE-NOTA   TO WRK-LR-NOTA.
           MOVE REG-NFE-PEDIDO TO WRK-LR-PEDIDO.
           MOVE REG-RT-CSTAT   TO WRK-LR-CSTAT.
           MOVE WRK-OCORRENCIA TO WRK-LR-OCORRENCIA.
           MOVE WRK-TEXTO      TO WRK-LR-TEXTO.
           PERFORM 0420-IMPRIMIR-LINHA.

      * TODA NOTA AINDA REJEITADA, DESTE RETORNO OU DE RETORNOS
      * ANTERIORES, PARA O CADASTRO SER CORRIGIDO E A NOTA REGERADA
       0300-LISTAR-REJEITADA.
           MOVE WRK-TN-REGISTRO(WRK-SUB-NFE) TO REG-NFE.
           IF NOT NFE-REJEITADA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-PENDENTES.
           MOVE REG-NFE-NOTA    TO WRK-LR-NOTA.
           MOVE REG-NFE-PEDIDO  TO WRK-LR-PEDIDO.
           MOVE REG-NFE-STATUS  TO WRK-LR-CSTAT.
           MOVE 'CORRIGIR E REGERAR' TO WRK-LR-OCORRENCIA.
           MOVE REG-NFE-MOTIVO  TO WRK-LR-TEXTO.
           PERFORM 0420-IMPRIMIR-LINHA.

       0400-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-PAGINA.
           MOVE ZEROES TO WRK-LINHA-PAGINA.
           IF WRK-PAGINA > 1
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE WRK-CABECALHO1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-PAGINA TO WRK-PAGINA-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING WRK-TITULO DELIMITED BY '  '
               ' - ' WRK-DS-DIA '/' WRK-DS-MES '/' WRK-DS-ANO
               '   PAGINA: ' WRK-PAGINA-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE WRK-CABECALHO3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0420-IMPRIMIR-LINHA.
           IF WRK-LINHA-PAGINA > 50
               PERFORM 0400-IMPRIMIR-CABECALHO
           END-IF.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-LINHA-PAGINA.

       0450-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'RETORNOS: ' WRK-QT-RETORNOS
               '  AUTORIZADAS: ' WRK-QT-AUTORIZADAS
               '  REJEITADAS: ' WRK-QT-REJEITADAS
               '  CANCELADAS: ' WRK-QT-CANCELADAS
               '  SEM PAR: ' WRK-QT-SEM-PAR
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CANCELAMENTOS REJEITADOS: ' WRK-QT-CANC-RECUS
               '  REJEITADAS PENDENTES DE CORRECAO: '
               WRK-QT-PENDENTES
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

       0500-REGRAVAR-ARQUIVOS.
           OPEN OUTPUT ARQ-NFE.
           PERFORM VARYING WRK-SUB-NFE FROM 1 BY 1
               UNTIL WRK-SUB-NFE > WRK-QT-NFE
               MOVE WRK-TN-REGISTRO(WRK-SUB-NFE) TO REG-NFE
               WRITE REG-NFE
           END-PERFORM.
           CLOSE ARQ-NFE.
