       IDENTIFICATION DIVISION.
       PROGRAM-ID. migracadsuc.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = MIGRAÇÃO ÚNICA DO CADASTRO MESTRE INDEXADO PARA O
      *            REGISTRO COM O CÓDIGO SUCESSOR DO CLIENTE FUNDIDO:
      *            O REGISTRO CRESCEU DE NOVO E O ARQUIVO FÍSICO
      *            ATUAL NÃO ABRE MAIS NO LAYOUT NOVO (FILE STATUS
      *            39). O OPERADOR RENOMEIA O ARQUIVO ATUAL PARA
      *            CADASTRO-MASTER-ANT E ESTA MIGRAÇÃO O RELÊ NO
      *            LAYOUT COM O LIMITE DE CRÉDITO, REGRAVANDO
      *            CADASTRO-MASTER-IDX NO LAYOUT NOVO COM O SUCESSOR
      *            NASCENDO ZERADO, TUDO O MAIS PRESERVADO - COMO O
      *            MIGRACADASTRO FEZ NA CHEGADA DO LIMITE
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ANTIGO ASSIGN TO 'CADASTRO-MASTER-ANT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ANT-CODIGO
               FILE STATUS IS WRK-STATUS-ANTIGO.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.

       DATA DIVISION.
       FILE SECTION.
      * O REGISTRO COMO ERA ANTES DO CÓDIGO SUCESSOR
       FD  ARQ-ANTIGO.
       01  REG-ANTIGO.
           02 REG-ANT-CODIGO   PIC 9(06).
           02 REG-ANT-TIPO     PIC X(01).
           02 REG-ANT-NOME     PIC X(30).
           02 REG-ANT-UF       PIC X(02).
           02 REG-ANT-PRECO    PIC 9(08)V99.
           02 REG-ANT-SITUACAO PIC X(01).
           02 REG-ANT-TIPO-DOC PIC X(01).
           02 REG-ANT-CPFCNPJ  PIC X(14).
           02 REG-ANT-CEP      PIC 9(08).
           02 REG-ANT-LIMITE   PIC 9(08)V99.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ANTIGO   PIC X(02) VALUE '00'.
           88 ANTIGO-OK          VALUE '00'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-FIM-ANTIGO      PIC X(01) VALUE 'N'.
           88 FIM-ANTIGO         VALUE 'S'.
       77 WRK-QT-LIDOS        PIC 9(05) VALUE ZEROES.
       77 WRK-QT-MIGRADOS     PIC 9(05) VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ANTIGO-OK
               PERFORM 0110-LER-ANTIGO
               PERFORM 0200-MIGRAR-REGISTRO UNTIL FIM-ANTIGO
               CLOSE ARQ-ANTIGO
               CLOSE ARQ-CADASTRO
           END-IF.
           DISPLAY 'REGISTROS LIDOS...: ' WRK-QT-LIDOS.
           DISPLAY 'REGISTROS MIGRADOS: ' WRK-QT-MIGRADOS.
           DISPLAY 'FINAL DA MIGRAÇÃO DO CADASTRO'.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '============================================'.
           DISPLAY 'MIGRAÇÃO DO CADASTRO PARA O LAYOUT COM SUCESSOR'.
           DISPLAY '============================================'.
           OPEN INPUT ARQ-ANTIGO.
           IF NOT ANTIGO-OK
               DISPLAY 'CADASTRO-MASTER-ANT NÃO ENCONTRADO - '
                   'RENOMEIE O CADASTRO-MASTER-IDX ATUAL PARA '
                   'CADASTRO-MASTER-ANT ANTES DE RODAR A MIGRAÇÃO'
           ELSE
               OPEN OUTPUT ARQ-CADASTRO
               IF NOT CADASTRO-OK
                   DISPLAY 'NÃO FOI POSSÍVEL CRIAR O CADASTRO '
                       'NOVO - STATUS ' WRK-STATUS-CADASTRO
                   CLOSE ARQ-ANTIGO
                   MOVE '99' TO WRK-STATUS-ANTIGO
               END-IF
           END-IF.

       0110-LER-ANTIGO.
           READ ARQ-ANTIGO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ANTIGO
           END-READ.

       0200-MIGRAR-REGISTRO.
           ADD 1 TO WRK-QT-LIDOS.
           MOVE REG-ANT-CODIGO   TO REG-CAD-CODIGO.
           MOVE REG-ANT-TIPO     TO REG-CAD-TIPO.
           MOVE REG-ANT-NOME     TO REG-CAD-NOME.
           MOVE REG-ANT-UF       TO REG-CAD-UF.
           MOVE REG-ANT-PRECO    TO REG-CAD-PRECO.
           MOVE REG-ANT-SITUACAO TO REG-CAD-SITUACAO.
           MOVE REG-ANT-TIPO-DOC TO REG-CAD-TIPO-DOC.
           MOVE REG-ANT-CPFCNPJ  TO REG-CAD-CPFCNPJ.
           MOVE REG-ANT-CEP      TO REG-CAD-CEP.
           MOVE REG-ANT-LIMITE   TO REG-CAD-LIMITE.
           MOVE ZEROES           TO REG-CAD-SUCESSOR.
           WRITE REG-CADASTRO
               INVALID KEY
                   DISPLAY 'CÓDIGO DUPLICADO NO ARQUIVO ANTIGO: '
                       REG-ANT-CODIGO ' - REGISTRO IGNORADO'
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-MIGRADOS
           END-WRITE.
           PERFORM 0110-LER-ANTIGO.
