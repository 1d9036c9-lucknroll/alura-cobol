      *                    SIMULADA (SIMULAFRETE) SEM PUBLICAR; A
      *                    PUBLICAÇÃO ANEXA O ESTÁGIO INTEIRO EM
      *                    TAXAS-UF E ESVAZIA O ESTÁGIO
      * 15/10/2026 LUCAS  A PUBLICAÇÃO DO ESTÁGIO TAMBÉM SUBSTITUI
      *                    FAIXAS-CEP E TRANSPORTADORAS PELAS CÓPIAS EM
      *                    ESTÁGIO GRAVADAS PELA IMPORTAÇÃO DA TARIFA
      *                    (IMPORTATARIFA)
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-ESTAGIO ASSIGN TO 'TAXAS-UF-ESTAGIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTAGIO.
           SELECT ARQ-FAIXAS ASSIGN TO 'FAIXAS-CEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COPIA.
           SELECT ARQ-FAIXAS-EST ASSIGN TO 'FAIXAS-CEP-ESTAGIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COPIA.
           SELECT ARQ-TRANSPORTADORAS ASSIGN TO 'TRANSPORTADORAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COPIA.
           SELECT ARQ-TRANSP-EST ASSIGN TO 'TRANSPORTADORAS-ESTAGIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COPIA.

       DATA DIVISION.
       FILE SECTION.
           02 REG-TE-VIGENCIA PIC 9(08).
           02 REG-TE-TAXA     PIC 9(02)V99.

       FD  ARQ-FAIXAS.
       01  REG-FAIXA PIC X(26).

       FD  ARQ-FAIXAS-EST.
       01  REG-FAIXA-EST PIC X(26).

       FD  ARQ-TRANSPORTADORAS.
       01  REG-TRANSPORTADORA PIC X(43).

       FD  ARQ-TRANSP-EST.
       01  REG-TRANSP-EST PIC X(43).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-TAXAS PIC X(02) VALUE '00'.
           88 TAXAS-OK        VALUE '00'.
       77 WRK-FIM-ESTAGIO PIC X(01) VALUE 'N'.
           88 FIM-ESTAGIO    VALUE 'S'.
       77 WRK-QT-PUBLICADAS PIC 9(03) VALUE ZEROES.
      * CÓPIAS EM ESTÁGIO DAS FAIXAS DE CEP E DAS TRANSPORTADORAS,
      * GRAVADAS PELA IMPORTAÇÃO DA TARIFA (IMPORTATARIFA)
       77 WRK-STATUS-COPIA PIC X(02) VALUE '00'.
           88 COPIA-OK        VALUE '00'.
       77 WRK-FIM-COPIA PIC X(01) VALUE 'N'.
           88 FIM-COPIA    VALUE 'S'.
       77 WRK-QT-COPIADAS PIC 9(03) VALUE ZEROES.

       77 WRK-OPCAO    PIC 9(01) VALUE ZEROES.
       77 WRK-UF       PIC X(02) VALUE SPACES.
           DISPLAY '2 - INCLUIR TAXA COM VIGÊNCIA'.
           DISPLAY '3 - INCLUIR TAXA NO ESTÁGIO (SEM PUBLICAR)'.
           DISPLAY '4 - LISTAR O ESTÁGIO'.
           DISPLAY '5 - PUBLICAR O ESTÁGIO (TAXAS, FAIXAS DE CEP E '
               'TRANSPORTADORAS)'.
           DISPLAY '9 - SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO

      * A PUBLICAÇÃO ANEXA O ESTÁGIO INTEIRO NA TABELA VIVA (O
      * HISTÓRICO DE TAXAS-UF SEGUE SÓ CRESCENDO) E ESVAZIA O
      * ESTÁGIO; AS CÓPIAS EM ESTÁGIO DE FAIXAS-CEP E DE
      * TRANSPORTADORAS, QUANDO EXISTEM, SUBSTITUEM AS VIVAS
       0250-PUBLICAR-ESTAGIO.
           PERFORM 0255-PUBLICAR-TAXAS.
           PERFORM 0260-PUBLICAR-FAIXAS.
           PERFORM 0270-PUBLICAR-TRANSPORTADORAS.

       0255-PUBLICAR-TAXAS.
           MOVE ZEROES TO WRK-QT-PUBLICADAS.
           MOVE 'N' TO WRK-FIM-ESTAGIO.
           OPEN INPUT ARQ-ESTAGIO.
           IF NOT ESTAGIO-OK
               DISPLAY 'ESTÁGIO DE TAXAS VAZIO - NADA A PUBLICAR'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-TAXAS.
           ADD 1 TO WRK-QT-PUBLICADAS.
           PERFORM 0241-LER-ESTAGIO.

      * AS FAIXAS NÃO TÊM VIGÊNCIA: A CÓPIA EM ESTÁGIO VALE A PARTIR
      * DA PUBLICAÇÃO, QUE DEVE SER FEITA NA DATA DA TARIFA NOVA
       0260-PUBLICAR-FAIXAS.
           MOVE ZEROES TO WRK-QT-COPIADAS.
           MOVE 'N' TO WRK-FIM-COPIA.
           OPEN INPUT ARQ-FAIXAS-EST.
           IF NOT COPIA-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0261-LER-FAIXA-EST.
           IF FIM-COPIA
               CLOSE ARQ-FAIXAS-EST
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-FAIXAS.
           PERFORM 0262-PUBLICAR-FAIXA UNTIL FIM-COPIA.
           CLOSE ARQ-FAIXAS.
           CLOSE ARQ-FAIXAS-EST.
           OPEN OUTPUT ARQ-FAIXAS-EST.
           CLOSE ARQ-FAIXAS-EST.
           DISPLAY 'FAIXAS DE CEP PUBLICADAS: ' WRK-QT-COPIADAS.

       0261-LER-FAIXA-EST.
           READ ARQ-FAIXAS-EST
               AT END
                   MOVE 'S' TO WRK-FIM-COPIA
           END-READ.

       0262-PUBLICAR-FAIXA.
           MOVE REG-FAIXA-EST TO REG-FAIXA.
           WRITE REG-FAIXA.
           ADD 1 TO WRK-QT-COPIADAS.
           PERFORM 0261-LER-FAIXA-EST.

       0270-PUBLICAR-TRANSPORTADORAS.
           MOVE ZEROES TO WRK-QT-COPIADAS.
           MOVE 'N' TO WRK-FIM-COPIA.
           OPEN INPUT ARQ-TRANSP-EST.
           IF NOT COPIA-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0271-LER-TRANSP-EST.
           IF FIM-COPIA
               CLOSE ARQ-TRANSP-EST
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TRANSPORTADORAS.
           PERFORM 0272-PUBLICAR-TRANSP UNTIL FIM-COPIA.
           CLOSE ARQ-TRANSPORTADORAS.
           CLOSE ARQ-TRANSP-EST.
           OPEN OUTPUT ARQ-TRANSP-EST.
           CLOSE ARQ-TRANSP-EST.
           DISPLAY 'LINHAS DE TRANSPORTADORA PUBLICADAS: '
               WRK-QT-COPIADAS.

       0271-LER-TRANSP-EST.
           READ ARQ-TRANSP-EST
               AT END
                   MOVE 'S' TO WRK-FIM-COPIA
           END-READ.

       0272-PUBLICAR-TRANSP.
           MOVE REG-TRANSP-EST TO REG-TRANSPORTADORA.
           WRITE REG-TRANSPORTADORA.
           ADD 1 TO WRK-QT-COPIADAS.
           PERFORM 0271-LER-TRANSP-EST.

       0280-VALIDAR-UF.
           MOVE 'N' TO WRK-UF-ENCONTRADA.
           PERFORM VARYING WRK-SUB-UF FROM 1 BY 1
