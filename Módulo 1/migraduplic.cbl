       IDENTIFICATION DIVISION.
       PROGRAM-ID. migraduplic.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = MIGRAÇÃO ÚNICA DO CONTAS A RECEBER PARA O REGISTRO
      *            COM O SALDO EM ABERTO DA DUPLICATA: O OPERADOR
      *            RENOMEIA O DUPLICATAS-ABERTAS ATUAL PARA
      *            DUPLICATAS-ABERTAS-ANT E ESTA MIGRAÇÃO O RELÊ NO
      *            LAYOUT ANTIGO, REGRAVANDO DUPLICATAS-ABERTAS COM O
      *            SALDO IGUAL AO VALOR NAS ABERTAS E ZERO NAS
      *            LIQUIDADAS; CADA LIQUIDADA ENTRA TAMBÉM NO
      *            HISTÓRICO PAGAMENTOS-DUPLICATAS COMO UM PAGAMENTO
      *            DO PRINCIPAL NA DATA DE PAGAMENTO, PARA O EXTRATO
      *            DO CLIENTE CONTINUAR ENXERGANDO OS PAGAMENTOS
      *            ANTERIORES - COMO O MIGRACADASTRO FEZ NA CHEGADA
      *            DO LIMITE
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ANTIGO ASSIGN TO 'DUPLICATAS-ABERTAS-ANT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ANTIGO.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOS-DUPLICATAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGAMENTOS.

       DATA DIVISION.
       FILE SECTION.
      * O REGISTRO COMO ERA ANTES DO SALDO EM ABERTO
       FD  ARQ-ANTIGO.
       01  REG-ANTIGO.
           02 REG-ANT-CLIENTE    PIC 9(06).
           02 REG-ANT-PEDIDO     PIC 9(06).
           02 REG-ANT-PARCELA    PIC 9(02).
           02 REG-ANT-EMISSAO    PIC 9(08).
           02 REG-ANT-VENCIMENTO PIC 9(08).
           02 REG-ANT-VALOR      PIC 9(08)V99.
           02 REG-ANT-SITUACAO   PIC X(01).
           02 REG-ANT-DATAPAGTO  PIC 9(08).
           02 REG-ANT-REMESSA    PIC X(01).

       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-PAGAMENTOS.
           COPY 'pagtodup.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ANTIGO     PIC X(02) VALUE '00'.
           88 ANTIGO-OK            VALUE '00'.
       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK        VALUE '00'.
       77 WRK-STATUS-PAGAMENTOS PIC X(02) VALUE '00'.
           88 PAGAMENTOS-OK        VALUE '00'.
       77 WRK-FIM-ANTIGO      PIC X(01) VALUE 'N'.
           88 FIM-ANTIGO         VALUE 'S'.
       77 WRK-QT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 WRK-QT-MIGRADOS     PIC 9(05) VALUE ZEROES.
       77 WRK-QT-HISTORICO    PIC 9(05) VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ANTIGO-OK
               PERFORM 0110-LER-ANTIGO
               PERFORM 0200-MIGRAR-REGISTRO UNTIL FIM-ANTIGO
               CLOSE ARQ-ANTIGO
               CLOSE ARQ-DUPLICATAS
               CLOSE ARQ-PAGAMENTOS
           END-IF.
           DISPLAY 'DUPLICATAS LIDAS.......: ' WRK-QT-LIDOS.
           DISPLAY 'DUPLICATAS MIGRADAS....: ' WRK-QT-MIGRADOS.
           DISPLAY 'PAGAMENTOS NO HISTÓRICO: ' WRK-QT-HISTORICO.
           DISPLAY 'FINAL DA MIGRAÇÃO DAS DUPLICATAS'.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '============================================'.
           DISPLAY 'MIGRAÇÃO DAS DUPLICATAS PARA O LAYOUT COM SALDO'.
           DISPLAY '============================================'.
           OPEN INPUT ARQ-ANTIGO.
           IF NOT ANTIGO-OK
               DISPLAY 'DUPLICATAS-ABERTAS-ANT NÃO ENCONTRADO - '
                   'RENOMEIE O DUPLICATAS-ABERTAS ATUAL PARA '
                   'DUPLICATAS-ABERTAS-ANT ANTES DE RODAR A MIGRAÇÃO'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-DUPLICATAS.
           IF NOT DUPLICATAS-OK
               DISPLAY 'NÃO FOI POSSÍVEL CRIAR O ARQUIVO DE '
                   'DUPLICATAS NOVO - STATUS ' WRK-STATUS-DUPLICATAS
               CLOSE ARQ-ANTIGO
               MOVE '99' TO WRK-STATUS-ANTIGO
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-PAGAMENTOS.
           IF NOT PAGAMENTOS-OK
               OPEN OUTPUT ARQ-PAGAMENTOS
           END-IF.

       0110-LER-ANTIGO.
           READ ARQ-ANTIGO
               AT END
                   MOVE 'S' TO WRK-FIM-ANTIGO
           END-READ.

       0200-MIGRAR-REGISTRO.
           ADD 1 TO WRK-QT-LIDOS.
           MOVE REG-ANT-CLIENTE    TO REG-DUP-CLIENTE.
           MOVE REG-ANT-PEDIDO     TO REG-DUP-PEDIDO.
           MOVE REG-ANT-PARCELA    TO REG-DUP-PARCELA.
           MOVE REG-ANT-EMISSAO    TO REG-DUP-EMISSAO.
           MOVE REG-ANT-VENCIMENTO TO REG-DUP-VENCIMENTO.
           MOVE REG-ANT-VALOR      TO REG-DUP-VALOR.
           MOVE REG-ANT-SITUACAO   TO REG-DUP-SITUACAO.
           MOVE REG-ANT-DATAPAGTO  TO REG-DUP-DATAPAGTO.
           MOVE REG-ANT-REMESSA    TO REG-DUP-REMESSA.
           IF REG-DUP-LIQUIDADA
               MOVE ZEROES TO REG-DUP-SALDO
               PERFORM 0210-GRAVAR-HISTORICO
           ELSE
               MOVE REG-DUP-VALOR TO REG-DUP-SALDO
           END-IF.
           MOVE SPACE TO REG-DUP-TIPO.
           WRITE REG-DUPLICATA.
           ADD 1 TO WRK-QT-MIGRADOS.
           PERFORM 0110-LER-ANTIGO.

       0210-GRAVAR-HISTORICO.
           MOVE REG-DUP-CLIENTE   TO REG-PGD-CLIENTE.
           MOVE REG-DUP-PEDIDO    TO REG-PGD-PEDIDO.
           MOVE REG-DUP-PARCELA   TO REG-PGD-PARCELA.
           MOVE REG-DUP-DATAPAGTO TO REG-PGD-DATA.
           MOVE REG-DUP-VALOR     TO REG-PGD-RECEBIDO.
           MOVE REG-DUP-VALOR     TO REG-PGD-PRINCIPAL.
           MOVE ZEROES            TO REG-PGD-MULTA.
           MOVE ZEROES            TO REG-PGD-JUROS.
           MOVE ZEROES            TO REG-PGD-SALDO.
           MOVE 'M' TO REG-PGD-ORIGEM.
           WRITE REG-PAGTO-DUPLICATA.
           ADD 1 TO WRK-QT-HISTORICO.
