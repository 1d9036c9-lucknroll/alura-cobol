       IDENTIFICATION DIVISION.
       PROGRAM-ID. importatarifa.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = IMPORTAR A TABELA DE PREÇOS QUE A TRANSPORTADORA
      *            MANDA EM ARQUIVO (TARIFA-TRANSPORTADORA) PARA O
      *            ESTÁGIO, SEM TOCAR NAS TABELAS VIVAS: AS TAXAS POR
      *            UF VÃO PARA TAXAS-UF-ESTAGIO COM A VIGÊNCIA
      *            INFORMADA, AS ZONAS DE CEP PARA A CÓPIA EM ESTÁGIO
      *            DAS FAIXAS (FAIXAS-CEP-ESTAGIO) E OS AJUSTES DA
      *            TRANSPORTADORA PARA A CÓPIA EM ESTÁGIO DO ARQUIVO
      *            DE TRANSPORTADORAS (TRANSPORTADORAS-ESTAGIO). CADA
      *            UF É VALIDADA PELA TABELA DE 27 UFs E CADA FAIXA DE
      *            CEP NOVA É CONFERIDA CONTRA SOBREPOSIÇÃO; QUALQUER
      *            ERRO RECUSA O ARQUIVO INTEIRO. O RELATÓRIO DE
      *            ALTERAÇÕES (RELATORIO-IMPORTA-TARIFA) MOSTRA O VALOR
      *            ATUAL, O NOVO E A VARIAÇÃO; DEPOIS O ESTÁGIO PASSA
      *            PELO SIMULAFRETE E É PUBLICADO PELO MANUTTAXAUF.
      *            LAYOUTS ACEITOS (POSIÇÕES FIXAS):
      *            1 - UM REGISTRO POR TIPO: U (TAXA DA UF), C (ZONA
      *                DE CEP) E T (AJUSTES DA TRANSPORTADORA NA UF)
      *            2 - UMA LINHA POR UF COM A TAXA, OS AJUSTES E ATÉ
      *                QUATRO ZONAS DE CEP
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TARIFA ASSIGN TO 'TARIFA-TRANSPORTADORA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TARIFA.
           SELECT ARQ-TAXAS ASSIGN TO 'TAXAS-UF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TAXAS.
           SELECT ARQ-ESTAGIO ASSIGN TO 'TAXAS-UF-ESTAGIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTAGIO.
           SELECT ARQ-FAIXAS ASSIGN TO 'FAIXAS-CEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FAIXAS.
           SELECT ARQ-FAIXAS-EST ASSIGN TO 'FAIXAS-CEP-ESTAGIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FAIXAS-EST.
           SELECT ARQ-TRANSPORTADORAS ASSIGN TO 'TRANSPORTADORAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP.
           SELECT ARQ-TRANSP-EST ASSIGN TO 'TRANSPORTADORAS-ESTAGIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSP-EST.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-IMPORTA-TARIFA'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TARIFA.
       01  REG-TARIFA PIC X(120).

       FD  ARQ-TAXAS.
       01  REG-TAXA-UF.
           02 REG-TX-UF       PIC X(02).
           02 REG-TX-VIGENCIA PIC 9(08).
           02 REG-TX-TAXA     PIC 9(02)V99.

       FD  ARQ-ESTAGIO.
       01  REG-TAXA-ESTAGIO.
           02 REG-TE-UF       PIC X(02).
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

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'tabelauf.cbl'.

       77 WRK-STATUS-TARIFA     PIC X(02) VALUE '00'.
           88 TARIFA-OK            VALUE '00'.
       77 WRK-STATUS-TAXAS      PIC X(02) VALUE '00'.
           88 TAXAS-OK             VALUE '00'.
       77 WRK-STATUS-ESTAGIO    PIC X(02) VALUE '00'.
           88 ESTAGIO-OK           VALUE '00'.
       77 WRK-STATUS-FAIXAS     PIC X(02) VALUE '00'.
           88 FAIXAS-OK            VALUE '00'.
       77 WRK-STATUS-FAIXAS-EST PIC X(02) VALUE '00'.
           88 FAIXAS-EST-OK        VALUE '00'.
       77 WRK-STATUS-TRANSP     PIC X(02) VALUE '00'.
           88 TRANSP-OK            VALUE '00'.
       77 WRK-STATUS-TRANSP-EST PIC X(02) VALUE '00'.
           88 TRANSP-EST-OK        VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

      * PARÂMETROS DA IMPORTAÇÃO
       77 WRK-TRANSP    PIC 9(02) VALUE ZEROES.
       77 WRK-NOME-TRANSP PIC X(15) VALUE SPACES.
       77 WRK-LAYOUT    PIC 9(01) VALUE ZEROES.
           88 LAYOUT-POR-TIPO  VALUE 1.
           88 LAYOUT-POR-UF    VALUE 2.
       01  WRK-VIGENCIA PIC 9(08) VALUE ZEROES.
       01  WRK-VIGENCIA-R REDEFINES WRK-VIGENCIA.
           02 WRK-VG-ANO PIC 9(04).
           02 WRK-VG-MES PIC 9(02).
           02 WRK-VG-DIA PIC 9(02).

      * LINHA DO ARQUIVO DA TRANSPORTADORA E SUAS VISÕES POR LAYOUT
       01  WRK-LINHA-TARIFA PIC X(120) VALUE SPACES.
       01  WRK-L1-TAXA REDEFINES WRK-LINHA-TARIFA.
           02 WRK-L1-TIPO      PIC X(01).
               88 L1-TAXA-UF      VALUE 'U'.
               88 L1-ZONA-CEP     VALUE 'C'.
               88 L1-AJUSTE       VALUE 'T'.
           02 WRK-L1-UF        PIC X(02).
           02 WRK-L1-TAXA-UF   PIC 9(02)V99.
           02 FILLER           PIC X(113).
       01  WRK-L1-ZONA REDEFINES WRK-LINHA-TARIFA.
           02 FILLER           PIC X(03).
           02 WRK-L1-CEP-INI   PIC 9(08).
           02 WRK-L1-CEP-FIM   PIC 9(08).
           02 WRK-L1-FATOR     PIC 9(03)V99.
           02 FILLER           PIC X(96).
       01  WRK-L1-AJUSTES REDEFINES WRK-LINHA-TARIFA.
           02 FILLER           PIC X(03).
           02 WRK-L1-AJUSTE-UF PIC 9(03)V99.
           02 WRK-L1-AJUSTE-KG PIC 9(03)V99 OCCURS 3 TIMES.
           02 WRK-L1-PRAZO     PIC 9(03).
           02 FILLER           PIC X(94).
       01  WRK-L2-LINHA-UF REDEFINES WRK-LINHA-TARIFA.
           02 WRK-L2-UF        PIC X(02).
           02 WRK-L2-TAXA-UF   PIC 9(02)V99.
           02 WRK-L2-AJUSTE-UF PIC 9(03)V99.
           02 WRK-L2-AJUSTE-KG PIC 9(03)V99 OCCURS 3 TIMES.
           02 WRK-L2-PRAZO     PIC 9(03).
           02 WRK-L2-QT-ZONAS  PIC 9(01).
           02 WRK-L2-ZONA OCCURS 4 TIMES.
               03 WRK-L2-CEP-INI PIC 9(08).
               03 WRK-L2-CEP-FIM PIC 9(08).
               03 WRK-L2-FATOR   PIC 9(03)V99.
           02 FILLER           PIC X(06).

      * CAMPOS DE UMA TAXA, ZONA OU AJUSTE EM VALIDAÇÃO
       77 WRK-UF        PIC X(02) VALUE SPACES.
       77 WRK-TAXA      PIC 9(02)V99 VALUE ZEROES.
       77 WRK-CEP-INI   PIC 9(08) VALUE ZEROES.
       77 WRK-CEP-FIM   PIC 9(08) VALUE ZEROES.
       77 WRK-FATOR     PIC 9(03)V99 VALUE ZEROES.
       77 WRK-AJUSTE-UF PIC 9(03)V99 VALUE ZEROES.
       01  WRK-AJUSTES-KG.
           02 WRK-AJUSTE-KG PIC 9(03)V99 OCCURS 3 TIMES.
       77 WRK-PRAZO     PIC 9(03) VALUE ZEROES.
       77 WRK-SUB-UF    PIC 9(02) VALUE ZEROES.
       77 WRK-UF-ENCONTRADA PIC X(01) VALUE 'N'.
           88 UF-ENCONTRADA    VALUE 'S'.
       77 WRK-SUB-KG    PIC 9(01) VALUE ZEROES.
       77 WRK-SUB-ZONA  PIC 9(01) VALUE ZEROES.
       77 WRK-LINHA-VALIDA PIC X(01) VALUE 'S'.
           88 LINHA-VALIDA    VALUE 'S'.

      * TAXAS, ZONAS E AJUSTES LIDOS DO ARQUIVO DA TRANSPORTADORA
       77 WRK-QT-NT PIC 9(02) VALUE ZEROES.
       77 WRK-SUB-NT PIC 9(02) COMP VALUE ZEROES.
       01  WRK-TAB-NOVAS-TAXAS.
           02 WRK-NT-ITEM OCCURS 27 TIMES.
               03 WRK-NT-UF       PIC X(02).
               03 WRK-NT-TAXA     PIC 9(02)V99.
       77 WRK-QT-NZ PIC 9(03) VALUE ZEROES.
       77 WRK-SUB-NZ PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-NOVAS-ZONAS.
           02 WRK-NZ-ITEM OCCURS 300 TIMES.
               03 WRK-NZ-UF       PIC X(02).
               03 WRK-NZ-CEP-INI  PIC 9(08).
               03 WRK-NZ-CEP-FIM  PIC 9(08).
               03 WRK-NZ-FATOR    PIC 9(03)V99.
       77 WRK-QT-NA PIC 9(02) VALUE ZEROES.
       77 WRK-SUB-NA PIC 9(02) COMP VALUE ZEROES.
       01  WRK-TAB-NOVOS-AJUSTES.
           02 WRK-NA-ITEM OCCURS 27 TIMES.
               03 WRK-NA-UF        PIC X(02).
               03 WRK-NA-AJUSTE-UF PIC 9(03)V99.
               03 WRK-NA-AJUSTE-KG PIC 9(03)V99 OCCURS 3 TIMES.
               03 WRK-NA-PRAZO     PIC 9(03).
               03 WRK-NA-EXISTIA   PIC X(01).
                   88 NA-EXISTIA      VALUE 'S'.
               03 WRK-NA-ANT-AJUSTE-UF PIC 9(03)V99.
               03 WRK-NA-ANT-AJUSTE-KG PIC 9(03)V99 OCCURS 3 TIMES.
               03 WRK-NA-ANT-PRAZO PIC 9(03).

      * TAXAS VIVAS (PARA A TAXA ATUAL DA UF) E O ESTÁGIO JÁ GRAVADO
       77 WRK-QT-TAXAS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-TX   PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-TAXAS.
           02 WRK-TX-ITEM OCCURS 300 TIMES.
               03 WRK-TX-UF       PIC X(02).
               03 WRK-TX-VIGENCIA PIC 9(08).
               03 WRK-TX-TAXA     PIC 9(02)V99.
       77 WRK-MELHOR-VIGENCIA PIC 9(08) VALUE ZEROES.
       77 WRK-QT-ESTAGIO PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ES     PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-ESTAGIO.
           02 WRK-ES-ITEM OCCURS 300 TIMES.
               03 WRK-ES-UF       PIC X(02).
               03 WRK-ES-VIGENCIA PIC 9(08).
               03 WRK-ES-TAXA     PIC 9(02)V99.

      * FAIXAS DE BASE (O ESTÁGIO AINDA NÃO PUBLICADO, SE HOUVER,
      * SENÃO A TABELA VIVA) E A CÓPIA MONTADA PARA O ESTÁGIO
       77 WRK-BASE-FAIXAS PIC X(01) VALUE 'V'.
           88 BASE-FAIXAS-ESTAGIO VALUE 'E'.
       77 WRK-QT-FB PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-FB PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-FAIXAS-BASE.
           02 WRK-FB-ITEM OCCURS 300 TIMES.
               03 WRK-FB-REGISTRO PIC X(26).
               03 WRK-FB-SITUACAO PIC X(01).
                   88 FB-MANTIDA      VALUE 'M'.
                   88 FB-TROCADA      VALUE 'T'.
                   88 FB-REFEITA      VALUE 'R'.
       77 WRK-QT-FE PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-FE PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-FE2 PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-FAIXAS-EST.
           02 WRK-FE-ITEM OCCURS 300 TIMES.
               03 WRK-FE-REGISTRO PIC X(26).
               03 WRK-FE-ORIGEM   PIC X(01).
                   88 FE-DA-TARIFA    VALUE 'N'.
       01  WRK-FAIXA-AUX.
           02 WRK-FA-UF      PIC X(02).
           02 WRK-FA-CEP-INI PIC 9(08).
           02 WRK-FA-CEP-FIM PIC 9(08).
           02 WRK-FA-FATOR   PIC 9(03)V99.
           02 WRK-FA-FROTA   PIC X(01).
           02 WRK-FA-ROTA    PIC 9(02).
       01  WRK-FAIXA-AUX2.
           02 WRK-FA2-UF      PIC X(02).
           02 WRK-FA2-CEP-INI PIC 9(08).
           02 WRK-FA2-CEP-FIM PIC 9(08).
           02 FILLER          PIC X(08).
       77 WRK-UF-COM-ZONA PIC X(01) VALUE 'N'.
           88 UF-COM-ZONA-NOVA VALUE 'S'.

      * TRANSPORTADORAS DE BASE, NA MESMA REGRA DAS FAIXAS
       77 WRK-BASE-TRANSP PIC X(01) VALUE 'V'.
           88 BASE-TRANSP-ESTAGIO VALUE 'E'.
       77 WRK-QT-TR PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-TR PIC 9(03) COMP VALUE ZEROES.
       77 WRK-ITEM-TR PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-TRANSP.
           02 WRK-TR-REGISTRO PIC X(43) OCCURS 90 TIMES.
       01  WRK-TRANSP-AUX.
           02 WRK-TA-CODIGO    PIC 9(02).
           02 WRK-TA-NOME      PIC X(15).
           02 WRK-TA-ATIVA     PIC X(01).
           02 WRK-TA-UF        PIC X(02).
           02 WRK-TA-AJUSTE-UF PIC 9(03)V99.
           02 WRK-TA-AJUSTE-KG PIC 9(03)V99 OCCURS 3 TIMES.
           02 WRK-TA-PRAZO     PIC 9(03).

      * CONTADORES E EDIÇÃO DO RELATÓRIO
       77 WRK-QT-LIDAS   PIC 9(05) VALUE ZEROES.
       77 WRK-QT-ERROS   PIC 9(05) VALUE ZEROES.
       77 WRK-QT-CONFERIR PIC 9(05) VALUE ZEROES.
       77 WRK-QT-EXCLUIDAS PIC 9(05) VALUE ZEROES.
       77 WRK-MSG-ERRO   PIC X(60) VALUE SPACES.
       77 WRK-ROTULO     PIC X(24) VALUE SPACES.
       77 WRK-VALOR-ANT  PIC 9(03)V99 VALUE ZEROES.
       77 WRK-VALOR-NOVO PIC 9(03)V99 VALUE ZEROES.
       77 WRK-VARIACAO   PIC S9(05)V99 VALUE ZEROES.
       77 WRK-ANT-ED     PIC ZZ9,99 VALUE ZEROES.
       77 WRK-NOVO-ED    PIC ZZ9,99 VALUE ZEROES.
       77 WRK-VARIACAO-ED PIC +ZZZZ9,99 VALUE ZEROES.
       77 WRK-PRAZO-ANT-ED PIC ZZ9 VALUE ZEROES.
       77 WRK-PRAZO-NOVO-ED PIC ZZ9 VALUE ZEROES.
      * VARIAÇÃO ACIMA DESTE PERCENTUAL (PARA MAIS OU PARA MENOS) SAI
      * MARCADA PARA CONFERÊNCIA - É ONDE APARECE O ERRO DE DIGITAÇÃO
       77 WRK-LIMITE-CONFERIR PIC 9(03)V99 VALUE 20,00.
       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'IMPORTAÇÃO DA TARIFA DA TRANSPORTADORA'.
           DISPLAY '========================================'.
           PERFORM 0100-PARAMETROS.
           IF WRK-TRANSP = ZEROES
               GOBACK
           END-IF.
           PERFORM 0150-CARREGAR-BASES.
           PERFORM 0160-LOCALIZAR-TRANSPORTADORA.
           IF WRK-NOME-TRANSP = SPACES
               DISPLAY 'TRANSPORTADORA ' WRK-TRANSP ' NÃO CADASTRADA '
                   'EM TRANSPORTADORAS - IMPORTAÇÃO CANCELADA'
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 0190-CABECALHO.
           PERFORM 0200-LER-TARIFA.
           IF WRK-QT-NT = ZEROES AND WRK-QT-NZ = ZEROES AND
              WRK-QT-NA = ZEROES AND WRK-QT-ERROS = ZEROES
               MOVE 'ARQUIVO DE TARIFA VAZIO OU NAO ENCONTRADO'
                   TO WRK-LINRELAT
               PERFORM 0790-GRAVAR-LINHA
               CLOSE ARQ-RELATORIO
               GOBACK
           END-IF.
           PERFORM 0300-MONTAR-FAIXAS-ESTAGIO.
           PERFORM 0350-VERIFICAR-SOBREPOSICAO.
           PERFORM 0400-MONTAR-TRANSP-ESTAGIO.
           IF WRK-QT-ERROS > ZEROES
               MOVE SPACES TO WRK-LINRELAT
               PERFORM 0790-GRAVAR-LINHA
               STRING 'IMPORTACAO RECUSADA - ' WRK-QT-ERROS
                   ' ERRO(S); NADA FOI GRAVADO NO ESTAGIO'
                   DELIMITED BY SIZE INTO WRK-LINRELAT
               PERFORM 0790-GRAVAR-LINHA
           ELSE
               PERFORM 0600-IMPRIMIR-ALTERACOES
               PERFORM 0700-GRAVAR-ESTAGIO
           END-IF.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'RELATÓRIO GRAVADO EM RELATORIO-IMPORTA-TARIFA'.
           DISPLAY 'FINAL DA IMPORTAÇÃO DA TARIFA'.
           GOBACK.

       0100-PARAMETROS.
           DISPLAY 'CÓDIGO DA TRANSPORTADORA (0 = DESISTIR):'.
           ACCEPT WRK-TRANSP FROM CONSOLE.
           IF WRK-TRANSP = ZEROES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'LAYOUT DO ARQUIVO (1 = UM REGISTRO POR TIPO '
               'U/C/T, 2 = UMA LINHA POR UF):'.
           ACCEPT WRK-LAYOUT FROM CONSOLE.
           IF NOT LAYOUT-POR-TIPO AND NOT LAYOUT-POR-UF
               DISPLAY 'LAYOUT INVÁLIDO - IMPORTAÇÃO CANCELADA'
               MOVE ZEROES TO WRK-TRANSP
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'VIGÊNCIA DAS TAXAS NOVAS (AAAAMMDD):'.
           ACCEPT WRK-VIGENCIA FROM CONSOLE.
           IF WRK-VG-ANO < 1900 OR WRK-VG-ANO > 2999 OR
              WRK-VG-MES < 1 OR WRK-VG-MES > 12 OR
              WRK-VG-DIA < 1 OR WRK-VG-DIA > 31
               DISPLAY 'DATA DE VIGÊNCIA INVÁLIDA - IMPORTAÇÃO '
                   'CANCELADA'
               MOVE ZEROES TO WRK-TRANSP
           END-IF.

      * TAXAS VIVAS E ESTÁGIO DE TAXAS; FAIXAS E TRANSPORTADORAS
      * VÊM DO ESTÁGIO QUANDO HÁ UMA IMPORTAÇÃO AINDA NÃO PUBLICADA,
      * PARA UMA SEGUNDA TRANSPORTADORA NÃO APAGAR A PRIMEIRA
       0150-CARREGAR-BASES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-TAXAS.
           IF TAXAS-OK
               PERFORM 0151-LER-TAXA
               PERFORM 0152-GUARDAR-TAXA UNTIL FIM-ARQUIVO
               CLOSE ARQ-TAXAS
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ESTAGIO.
           IF ESTAGIO-OK
               PERFORM 0153-LER-ESTAGIO
               PERFORM 0154-GUARDAR-ESTAGIO UNTIL FIM-ARQUIVO
               CLOSE ARQ-ESTAGIO
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-FAIXAS-EST.
           IF FAIXAS-EST-OK
               PERFORM 0155-LER-FAIXA-EST
               PERFORM 0156-GUARDAR-FAIXA-EST UNTIL FIM-ARQUIVO
               CLOSE ARQ-FAIXAS-EST
           END-IF.
           IF WRK-QT-FB > ZEROES
               MOVE 'E' TO WRK-BASE-FAIXAS
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               OPEN INPUT ARQ-FAIXAS
               IF FAIXAS-OK
                   PERFORM 0157-LER-FAIXA
                   PERFORM 0158-GUARDAR-FAIXA UNTIL FIM-ARQUIVO
                   CLOSE ARQ-FAIXAS
               END-IF
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-TRANSP-EST.
           IF TRANSP-EST-OK
               PERFORM 0165-LER-TRANSP-EST
               PERFORM 0166-GUARDAR-TRANSP-EST UNTIL FIM-ARQUIVO
               CLOSE ARQ-TRANSP-EST
           END-IF.
           IF WRK-QT-TR > ZEROES
               MOVE 'E' TO WRK-BASE-TRANSP
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               OPEN INPUT ARQ-TRANSPORTADORAS
               IF TRANSP-OK
                   PERFORM 0167-LER-TRANSP
                   PERFORM 0168-GUARDAR-TRANSP UNTIL FIM-ARQUIVO
                   CLOSE ARQ-TRANSPORTADORAS
               END-IF
           END-IF.

       0151-LER-TAXA.
           READ ARQ-TAXAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0152-GUARDAR-TAXA.
           IF WRK-QT-TAXAS < 300
               ADD 1 TO WRK-QT-TAXAS
               MOVE REG-TX-UF       TO WRK-TX-UF(WRK-QT-TAXAS)
               MOVE REG-TX-VIGENCIA TO WRK-TX-VIGENCIA(WRK-QT-TAXAS)
               MOVE REG-TX-TAXA     TO WRK-TX-TAXA(WRK-QT-TAXAS)
           END-IF.
           PERFORM 0151-LER-TAXA.

       0153-LER-ESTAGIO.
           READ ARQ-ESTAGIO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0154-GUARDAR-ESTAGIO.
           IF WRK-QT-ESTAGIO < 300
               ADD 1 TO WRK-QT-ESTAGIO
               MOVE REG-TE-UF       TO WRK-ES-UF(WRK-QT-ESTAGIO)
               MOVE REG-TE-VIGENCIA
                   TO WRK-ES-VIGENCIA(WRK-QT-ESTAGIO)
               MOVE REG-TE-TAXA     TO WRK-ES-TAXA(WRK-QT-ESTAGIO)
           END-IF.
           PERFORM 0153-LER-ESTAGIO.

       0155-LER-FAIXA-EST.
           READ ARQ-FAIXAS-EST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0156-GUARDAR-FAIXA-EST.
           MOVE REG-FAIXA-EST TO WRK-FAIXA-AUX.
           PERFORM 0159-GUARDAR-FAIXA-BASE.
           PERFORM 0155-LER-FAIXA-EST.

       0157-LER-FAIXA.
           READ ARQ-FAIXAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0158-GUARDAR-FAIXA.
           MOVE REG-FAIXA TO WRK-FAIXA-AUX.
           PERFORM 0159-GUARDAR-FAIXA-BASE.
           PERFORM 0157-LER-FAIXA.

      * FAIXA GRAVADA ANTES DA FROTA PRÓPRIA É DE TRANSPORTADORA
       0159-GUARDAR-FAIXA-BASE.
           IF WRK-FA-FROTA NOT = 'S' OR WRK-FA-ROTA IS NOT NUMERIC
               MOVE 'N'    TO WRK-FA-FROTA
               MOVE ZEROES TO WRK-FA-ROTA
           END-IF.
           IF WRK-QT-FB < 300
               ADD 1 TO WRK-QT-FB
               MOVE WRK-FAIXA-AUX TO WRK-FB-REGISTRO(WRK-QT-FB)
               MOVE 'M' TO WRK-FB-SITUACAO(WRK-QT-FB)
           END-IF.

       0160-LOCALIZAR-TRANSPORTADORA.
           MOVE SPACES TO WRK-NOME-TRANSP.
           PERFORM VARYING WRK-SUB-TR FROM 1 BY 1
               UNTIL WRK-SUB-TR > WRK-QT-TR
               MOVE WRK-TR-REGISTRO(WRK-SUB-TR) TO WRK-TRANSP-AUX
               IF WRK-TA-CODIGO = WRK-TRANSP
                   MOVE WRK-TA-NOME TO WRK-NOME-TRANSP
               END-IF
           END-PERFORM.

       0165-LER-TRANSP-EST.
           READ ARQ-TRANSP-EST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0166-GUARDAR-TRANSP-EST.
           IF WRK-QT-TR < 90
               ADD 1 TO WRK-QT-TR
               MOVE REG-TRANSP-EST TO WRK-TR-REGISTRO(WRK-QT-TR)
           END-IF.
           PERFORM 0165-LER-TRANSP-EST.

       0167-LER-TRANSP.
           READ ARQ-TRANSPORTADORAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0168-GUARDAR-TRANSP.
           IF WRK-QT-TR < 90
               ADD 1 TO WRK-QT-TR
               MOVE REG-TRANSPORTADORA TO WRK-TR-REGISTRO(WRK-QT-TR)
           END-IF.
           PERFORM 0167-LER-TRANSP.

       0190-CABECALHO.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.
           STRING 'IMPORTACAO DA TARIFA - TRANSPORTADORA '
               WRK-TRANSP ' ' WRK-NOME-TRANSP
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.
           STRING 'LAYOUT ' WRK-LAYOUT '  VIGENCIA DAS TAXAS '
               WRK-VG-DIA '/' WRK-VG-MES '/' WRK-VG-ANO
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.
           IF BASE-FAIXAS-ESTAGIO OR BASE-TRANSP-ESTAGIO
               MOVE 'COMPARADO COM O ESTAGIO AINDA NAO PUBLICADO'
                   TO WRK-LINRELAT
               PERFORM 0790-GRAVAR-LINHA
           END-IF.
           PERFORM 0790-GRAVAR-LINHA.

      * LEITURA DO ARQUIVO DA TRANSPORTADORA: CADA LINHA É
      * DESMONTADA PELO LAYOUT ESCOLHIDO E VALIDADA; OS ERROS SAEM
      * NO RELATÓRIO COM O NÚMERO DA LINHA
       0200-LER-TARIFA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-TARIFA.
           IF NOT TARIFA-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0210-LER-LINHA.
           PERFORM 0220-TRATAR-LINHA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TARIFA.

       0210-LER-LINHA.
           READ ARQ-TARIFA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0220-TRATAR-LINHA.
           ADD 1 TO WRK-QT-LIDAS.
           MOVE REG-TARIFA TO WRK-LINHA-TARIFA.
           IF WRK-LINHA-TARIFA NOT = SPACES
               IF LAYOUT-POR-TIPO
                   PERFORM 0230-LAYOUT-POR-TIPO
               ELSE
                   PERFORM 0240-LAYOUT-POR-UF
               END-IF
           END-IF.
           PERFORM 0210-LER-LINHA.

       0230-LAYOUT-POR-TIPO.
           MOVE WRK-L1-UF TO WRK-UF.
           EVALUATE TRUE
               WHEN L1-TAXA-UF
                   IF WRK-L1-TAXA-UF IS NOT NUMERIC
                       MOVE 'TAXA NAO NUMERICA' TO WRK-MSG-ERRO
                       PERFORM 0290-REGISTRAR-ERRO
                   ELSE
                       MOVE WRK-L1-TAXA-UF TO WRK-TAXA
                       PERFORM 0250-NOVA-TAXA
                   END-IF
               WHEN L1-ZONA-CEP
                   IF WRK-L1-CEP-INI IS NOT NUMERIC OR
                      WRK-L1-CEP-FIM IS NOT NUMERIC OR
                      WRK-L1-FATOR IS NOT NUMERIC
                       MOVE 'CEP OU FATOR NAO NUMERICO'
                           TO WRK-MSG-ERRO
                       PERFORM 0290-REGISTRAR-ERRO
                   ELSE
                       MOVE WRK-L1-CEP-INI TO WRK-CEP-INI
                       MOVE WRK-L1-CEP-FIM TO WRK-CEP-FIM
                       MOVE WRK-L1-FATOR   TO WRK-FATOR
                       PERFORM 0260-NOVA-ZONA
                   END-IF
               WHEN L1-AJUSTE
                   IF WRK-L1-AJUSTE-UF IS NOT NUMERIC OR
                      WRK-L1-AJUSTE-KG(1) IS NOT NUMERIC OR
                      WRK-L1-AJUSTE-KG(2) IS NOT NUMERIC OR
                      WRK-L1-AJUSTE-KG(3) IS NOT NUMERIC OR
                      WRK-L1-PRAZO IS NOT NUMERIC
                       MOVE 'AJUSTE OU PRAZO NAO NUMERICO'
                           TO WRK-MSG-ERRO
                       PERFORM 0290-REGISTRAR-ERRO
                   ELSE
                       MOVE WRK-L1-AJUSTE-UF TO WRK-AJUSTE-UF
                       MOVE WRK-L1-AJUSTE-KG(1) TO WRK-AJUSTE-KG(1)
                       MOVE WRK-L1-AJUSTE-KG(2) TO WRK-AJUSTE-KG(2)
                       MOVE WRK-L1-AJUSTE-KG(3) TO WRK-AJUSTE-KG(3)
                       MOVE WRK-L1-PRAZO TO WRK-PRAZO
                       PERFORM 0270-NOVO-AJUSTE
                   END-IF
               WHEN OTHER
                   MOVE 'TIPO DE REGISTRO DIFERENTE DE U, C OU T'
                       TO WRK-MSG-ERRO
                   PERFORM 0290-REGISTRAR-ERRO
           END-EVALUATE.

       0240-LAYOUT-POR-UF.
           MOVE WRK-L2-UF TO WRK-UF.
           IF WRK-L2-TAXA-UF IS NOT NUMERIC OR
              WRK-L2-AJUSTE-UF IS NOT NUMERIC OR
              WRK-L2-AJUSTE-KG(1) IS NOT NUMERIC OR
              WRK-L2-AJUSTE-KG(2) IS NOT NUMERIC OR
              WRK-L2-AJUSTE-KG(3) IS NOT NUMERIC OR
              WRK-L2-PRAZO IS NOT NUMERIC OR
              WRK-L2-QT-ZONAS IS NOT NUMERIC
               MOVE 'TAXA, AJUSTE OU PRAZO NAO NUMERICO'
                   TO WRK-MSG-ERRO
               PERFORM 0290-REGISTRAR-ERRO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-L2-QT-ZONAS > 4
               MOVE 'MAIS DE 4 ZONAS DE CEP NA LINHA' TO WRK-MSG-ERRO
               PERFORM 0290-REGISTRAR-ERRO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-L2-TAXA-UF TO WRK-TAXA.
           PERFORM 0250-NOVA-TAXA.
           MOVE WRK-L2-AJUSTE-UF    TO WRK-AJUSTE-UF.
           MOVE WRK-L2-AJUSTE-KG(1) TO WRK-AJUSTE-KG(1).
           MOVE WRK-L2-AJUSTE-KG(2) TO WRK-AJUSTE-KG(2).
           MOVE WRK-L2-AJUSTE-KG(3) TO WRK-AJUSTE-KG(3).
           MOVE WRK-L2-PRAZO        TO WRK-PRAZO.
           PERFORM 0270-NOVO-AJUSTE.
           PERFORM 0245-ZONA-DA-LINHA VARYING WRK-SUB-ZONA
               FROM 1 BY 1 UNTIL WRK-SUB-ZONA > WRK-L2-QT-ZONAS.

       0245-ZONA-DA-LINHA.
           IF WRK-L2-CEP-INI(WRK-SUB-ZONA) IS NOT NUMERIC OR
              WRK-L2-CEP-FIM(WRK-SUB-ZONA) IS NOT NUMERIC OR
              WRK-L2-FATOR(WRK-SUB-ZONA) IS NOT NUMERIC
               MOVE 'CEP OU FATOR DA ZONA NAO NUMERICO'
                   TO WRK-MSG-ERRO
               PERFORM 0290-REGISTRAR-ERRO
           ELSE
               MOVE WRK-L2-CEP-INI(WRK-SUB-ZONA) TO WRK-CEP-INI
               MOVE WRK-L2-CEP-FIM(WRK-SUB-ZONA) TO WRK-CEP-FIM
               MOVE WRK-L2-FATOR(WRK-SUB-ZONA)   TO WRK-FATOR
               PERFORM 0260-NOVA-ZONA
           END-IF.

       0250-NOVA-TAXA.
           PERFORM 0280-VALIDAR-UF.
           IF NOT UF-ENCONTRADA
               MOVE 'UF INVALIDA' TO WRK-MSG-ERRO
               PERFORM 0290-REGISTRAR-ERRO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TAXA = ZEROES
               MOVE 'TAXA ZERADA' TO WRK-MSG-ERRO
               PERFORM 0290-REGISTRAR-ERRO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-NT FROM 1 BY 1
               UNTIL WRK-SUB-NT > WRK-QT-NT
               IF WRK-NT-UF(WRK-SUB-NT) = WRK-UF
                   MOVE 'TAXA DA UF REPETIDA NO ARQUIVO'
                       TO WRK-MSG-ERRO
                   PERFORM 0290-REGISTRAR-ERRO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WRK-QT-NT.
           MOVE WRK-UF   TO WRK-NT-UF(WRK-QT-NT).
           MOVE WRK-TAXA TO WRK-NT-TAXA(WRK-QT-NT).

       0260-NOVA-ZONA.
           PERFORM 0280-VALIDAR-UF.
           IF NOT UF-ENCONTRADA
               MOVE 'UF INVALIDA' TO WRK-MSG-ERRO
               PERFORM 0290-REGISTRAR-ERRO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-CEP-INI > WRK-CEP-FIM
               MOVE 'CEP INICIAL MAIOR QUE O FINAL' TO WRK-MSG-ERRO
               PERFORM 0290-REGISTRAR-ERRO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-FATOR = ZEROES
               MOVE 'FATOR DA ZONA ZERADO' TO WRK-MSG-ERRO
               PERFORM 0290-REGISTRAR-ERRO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-NZ = 300
               MOVE 'MAIS DE 300 ZONAS DE CEP NO ARQUIVO'
                   TO WRK-MSG-ERRO
               PERFORM 0290-REGISTRAR-ERRO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-NZ.
           MOVE WRK-UF      TO WRK-NZ-UF(WRK-QT-NZ).
           MOVE WRK-CEP-INI TO WRK-NZ-CEP-INI(WRK-QT-NZ).
           MOVE WRK-CEP-FIM TO WRK-NZ-CEP-FIM(WRK-QT-NZ).
           MOVE WRK-FATOR   TO WRK-NZ-FATOR(WRK-QT-NZ).

       0270-NOVO-AJUSTE.
           PERFORM 0280-VALIDAR-UF.
           IF NOT UF-ENCONTRADA
               MOVE 'UF INVALIDA' TO WRK-MSG-ERRO
               PERFORM 0290-REGISTRAR-ERRO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-AJUSTE-UF = ZEROES OR WRK-AJUSTE-KG(1) = ZEROES OR
              WRK-AJUSTE-KG(2) = ZEROES OR WRK-AJUSTE-KG(3) = ZEROES
               MOVE 'AJUSTE ZERADO (100,00 = SEM ALTERACAO)'
                   TO WRK-MSG-ERRO
               PERFORM 0290-REGISTRAR-ERRO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-NA FROM 1 BY 1
               UNTIL WRK-SUB-NA > WRK-QT-NA
               IF WRK-NA-UF(WRK-SUB-NA) = WRK-UF
                   MOVE 'AJUSTE DA UF REPETIDO NO ARQUIVO'
                       TO WRK-MSG-ERRO
                   PERFORM 0290-REGISTRAR-ERRO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WRK-QT-NA.
           MOVE WRK-UF        TO WRK-NA-UF(WRK-QT-NA).
           MOVE WRK-AJUSTE-UF TO WRK-NA-AJUSTE-UF(WRK-QT-NA).
           MOVE WRK-AJUSTE-KG(1) TO WRK-NA-AJUSTE-KG(WRK-QT-NA, 1).
           MOVE WRK-AJUSTE-KG(2) TO WRK-NA-AJUSTE-KG(WRK-QT-NA, 2).
           MOVE WRK-AJUSTE-KG(3) TO WRK-NA-AJUSTE-KG(WRK-QT-NA, 3).
           MOVE WRK-PRAZO     TO WRK-NA-PRAZO(WRK-QT-NA).
           MOVE 'N'           TO WRK-NA-EXISTIA(WRK-QT-NA).

       0280-VALIDAR-UF.
           MOVE 'N' TO WRK-UF-ENCONTRADA.
           PERFORM VARYING WRK-SUB-UF FROM 1 BY 1
               UNTIL WRK-SUB-UF > 27 OR UF-ENCONTRADA
               IF WRK-TAB-UF-COD(WRK-SUB-UF) = WRK-UF
                   MOVE 'S' TO WRK-UF-ENCONTRADA
               END-IF
           END-PERFORM.

       0290-REGISTRAR-ERRO.
           ADD 1 TO WRK-QT-ERROS.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'ERRO LINHA ' WRK-QT-LIDAS ' UF ' WRK-UF ': '
               WRK-MSG-ERRO
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.

      * A CÓPIA EM ESTÁGIO DAS FAIXAS: AS ZONAS DE TRANSPORTADORA DAS
      * UFs QUE VIERAM NO ARQUIVO SÃO TROCADAS PELAS ZONAS NOVAS; AS
      * DEMAIS UFs E AS ZONAS DA FROTA PRÓPRIA FICAM COMO ESTÃO
       0300-MONTAR-FAIXAS-ESTAGIO.
           MOVE ZEROES TO WRK-QT-FE.
           PERFORM VARYING WRK-SUB-FB FROM 1 BY 1
               UNTIL WRK-SUB-FB > WRK-QT-FB
               MOVE WRK-FB-REGISTRO(WRK-SUB-FB) TO WRK-FAIXA-AUX
               MOVE WRK-FA-UF TO WRK-UF
               PERFORM 0305-UF-TEM-ZONA-NOVA
               IF UF-COM-ZONA-NOVA AND WRK-FA-FROTA NOT = 'S'
                   MOVE 'T' TO WRK-FB-SITUACAO(WRK-SUB-FB)
               ELSE
                   ADD 1 TO WRK-QT-FE
                   MOVE WRK-FAIXA-AUX TO WRK-FE-REGISTRO(WRK-QT-FE)
                   MOVE 'B' TO WRK-FE-ORIGEM(WRK-QT-FE)
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB-NZ FROM 1 BY 1
               UNTIL WRK-SUB-NZ > WRK-QT-NZ
               IF WRK-QT-FE < 300
                   MOVE WRK-NZ-UF(WRK-SUB-NZ)      TO WRK-FA-UF
                   MOVE WRK-NZ-CEP-INI(WRK-SUB-NZ) TO WRK-FA-CEP-INI
                   MOVE WRK-NZ-CEP-FIM(WRK-SUB-NZ) TO WRK-FA-CEP-FIM
                   MOVE WRK-NZ-FATOR(WRK-SUB-NZ)   TO WRK-FA-FATOR
                   MOVE 'N'    TO WRK-FA-FROTA
                   MOVE ZEROES TO WRK-FA-ROTA
                   ADD 1 TO WRK-QT-FE
                   MOVE WRK-FAIXA-AUX TO WRK-FE-REGISTRO(WRK-QT-FE)
                   MOVE 'N' TO WRK-FE-ORIGEM(WRK-QT-FE)
               ELSE
                   MOVE WRK-NZ-UF(WRK-SUB-NZ) TO WRK-UF
                   MOVE 'TABELA DE FAIXAS EM ESTAGIO CHEIA (300)'
                       TO WRK-MSG-ERRO
                   PERFORM 0295-REGISTRAR-ERRO-GERAL
               END-IF
           END-PERFORM.

       0305-UF-TEM-ZONA-NOVA.
           MOVE 'N' TO WRK-UF-COM-ZONA.
           PERFORM VARYING WRK-SUB-NZ FROM 1 BY 1
               UNTIL WRK-SUB-NZ > WRK-QT-NZ OR UF-COM-ZONA-NOVA
               IF WRK-NZ-UF(WRK-SUB-NZ) = WRK-UF
                   MOVE 'S' TO WRK-UF-COM-ZONA
               END-IF
           END-PERFORM.

       0295-REGISTRAR-ERRO-GERAL.
           ADD 1 TO WRK-QT-ERROS.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'ERRO UF ' WRK-UF ': ' WRK-MSG-ERRO
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.

      * TODA ZONA NOVA É CONFERIDA CONTRA AS DEMAIS FAIXAS DA CÓPIA
      * EM ESTÁGIO (NOVAS E MANTIDAS, INCLUSIVE AS DA FROTA PRÓPRIA);
      * SOBREPOSIÇÃO ENTRE DUAS FAIXAS ANTIGAS NÃO É DESTA IMPORTAÇÃO
       0350-VERIFICAR-SOBREPOSICAO.
           PERFORM 0355-COMPARAR-FAIXAS
               VARYING WRK-SUB-FE FROM 1 BY 1
                   UNTIL WRK-SUB-FE > WRK-QT-FE
               AFTER WRK-SUB-FE2 FROM 1 BY 1
                   UNTIL WRK-SUB-FE2 > WRK-QT-FE.

       0355-COMPARAR-FAIXAS.
           IF WRK-SUB-FE2 NOT > WRK-SUB-FE
               EXIT PARAGRAPH
           END-IF.
           IF NOT FE-DA-TARIFA(WRK-SUB-FE) AND
              NOT FE-DA-TARIFA(WRK-SUB-FE2)
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-FE-REGISTRO(WRK-SUB-FE)  TO WRK-FAIXA-AUX.
           MOVE WRK-FE-REGISTRO(WRK-SUB-FE2) TO WRK-FAIXA-AUX2.
           IF WRK-FA-CEP-INI NOT > WRK-FA2-CEP-FIM AND
              WRK-FA2-CEP-INI NOT > WRK-FA-CEP-FIM
               MOVE WRK-FA-UF TO WRK-UF
               MOVE SPACES TO WRK-MSG-ERRO
               STRING 'FAIXA ' WRK-FA-CEP-INI '-' WRK-FA-CEP-FIM
                   ' SOBREPOE ' WRK-FA2-UF ' ' WRK-FA2-CEP-INI '-'
                   WRK-FA2-CEP-FIM
                   DELIMITED BY SIZE INTO WRK-MSG-ERRO
               PERFORM 0295-REGISTRAR-ERRO-GERAL
           END-IF.

      * A CÓPIA EM ESTÁGIO DAS TRANSPORTADORAS: A LINHA DA
      * TRANSPORTADORA NA UF RECEBE OS AJUSTES NOVOS (GUARDANDO OS
      * ANTIGOS PARA O RELATÓRIO); UF SEM LINHA GANHA UMA LINHA ATIVA
       0400-MONTAR-TRANSP-ESTAGIO.
           PERFORM VARYING WRK-SUB-NA FROM 1 BY 1
               UNTIL WRK-SUB-NA > WRK-QT-NA
               PERFORM 0410-AJUSTAR-TRANSP-UF
           END-PERFORM.

       0410-AJUSTAR-TRANSP-UF.
           MOVE ZEROES TO WRK-ITEM-TR.
           PERFORM VARYING WRK-SUB-TR FROM 1 BY 1
               UNTIL WRK-SUB-TR > WRK-QT-TR OR WRK-ITEM-TR > ZEROES
               MOVE WRK-TR-REGISTRO(WRK-SUB-TR) TO WRK-TRANSP-AUX
               IF WRK-TA-CODIGO = WRK-TRANSP AND
                  WRK-TA-UF = WRK-NA-UF(WRK-SUB-NA)
                   MOVE WRK-SUB-TR TO WRK-ITEM-TR
               END-IF
           END-PERFORM.
           IF WRK-ITEM-TR > ZEROES
               MOVE WRK-TR-REGISTRO(WRK-ITEM-TR) TO WRK-TRANSP-AUX
               MOVE 'S' TO WRK-NA-EXISTIA(WRK-SUB-NA)
               MOVE WRK-TA-AJUSTE-UF
                   TO WRK-NA-ANT-AJUSTE-UF(WRK-SUB-NA)
               PERFORM VARYING WRK-SUB-KG FROM 1 BY 1
                   UNTIL WRK-SUB-KG > 3
                   MOVE WRK-TA-AJUSTE-KG(WRK-SUB-KG)
                       TO WRK-NA-ANT-AJUSTE-KG(WRK-SUB-NA, WRK-SUB-KG)
               END-PERFORM
               MOVE WRK-TA-PRAZO TO WRK-NA-ANT-PRAZO(WRK-SUB-NA)
           ELSE
               IF WRK-QT-TR = 90
                   MOVE WRK-NA-UF(WRK-SUB-NA) TO WRK-UF
                   MOVE 'ARQUIVO DE TRANSPORTADORAS CHEIO (90)'
                       TO WRK-MSG-ERRO
                   PERFORM 0295-REGISTRAR-ERRO-GERAL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WRK-QT-TR
               MOVE WRK-QT-TR TO WRK-ITEM-TR
               MOVE WRK-TRANSP      TO WRK-TA-CODIGO
               MOVE WRK-NOME-TRANSP TO WRK-TA-NOME
               MOVE 'S'             TO WRK-TA-ATIVA
               MOVE WRK-NA-UF(WRK-SUB-NA) TO WRK-TA-UF
           END-IF.
           MOVE WRK-NA-AJUSTE-UF(WRK-SUB-NA) TO WRK-TA-AJUSTE-UF.
           PERFORM VARYING WRK-SUB-KG FROM 1 BY 1 UNTIL WRK-SUB-KG > 3
               MOVE WRK-NA-AJUSTE-KG(WRK-SUB-NA, WRK-SUB-KG)
                   TO WRK-TA-AJUSTE-KG(WRK-SUB-KG)
           END-PERFORM.
           MOVE WRK-NA-PRAZO(WRK-SUB-NA) TO WRK-TA-PRAZO.
           MOVE WRK-TRANSP-AUX TO WRK-TR-REGISTRO(WRK-ITEM-TR).

      * RELATÓRIO DE ALTERAÇÕES: VALOR ATUAL, NOVO E VARIAÇÃO DE
      * CADA TAXA, ZONA E AJUSTE
       0600-IMPRIMIR-ALTERACOES.
           IF WRK-QT-NT > ZEROES
               MOVE 'TAXAS POR UF' TO WRK-LINRELAT
               PERFORM 0790-GRAVAR-LINHA
               PERFORM VARYING WRK-SUB-NT FROM 1 BY 1
                   UNTIL WRK-SUB-NT > WRK-QT-NT
                   PERFORM 0610-TAXA-ATUAL-DA-UF
                   MOVE WRK-NT-TAXA(WRK-SUB-NT) TO WRK-VALOR-NOVO
                   MOVE SPACES TO WRK-ROTULO
                   STRING 'TAXA UF ' WRK-NT-UF(WRK-SUB-NT)
                       DELIMITED BY SIZE INTO WRK-ROTULO
                   PERFORM 0690-LINHA-VARIACAO
               END-PERFORM
               PERFORM 0790-GRAVAR-LINHA
           END-IF.
           IF WRK-QT-NZ > ZEROES
               MOVE 'ZONAS DE CEP' TO WRK-LINRELAT
               PERFORM 0790-GRAVAR-LINHA
               PERFORM VARYING WRK-SUB-FE FROM 1 BY 1
                   UNTIL WRK-SUB-FE > WRK-QT-FE
                   IF FE-DA-TARIFA(WRK-SUB-FE)
                       PERFORM 0620-IMPRIMIR-ZONA
                   END-IF
               END-PERFORM
               PERFORM VARYING WRK-SUB-FB FROM 1 BY 1
                   UNTIL WRK-SUB-FB > WRK-QT-FB
                   IF FB-TROCADA(WRK-SUB-FB)
                       PERFORM 0630-IMPRIMIR-EXCLUIDA
                   END-IF
               END-PERFORM
               PERFORM 0790-GRAVAR-LINHA
           END-IF.
           IF WRK-QT-NA > ZEROES
               MOVE 'AJUSTES DA TRANSPORTADORA' TO WRK-LINRELAT
               PERFORM 0790-GRAVAR-LINHA
               PERFORM VARYING WRK-SUB-NA FROM 1 BY 1
                   UNTIL WRK-SUB-NA > WRK-QT-NA
                   PERFORM 0640-IMPRIMIR-AJUSTE
               END-PERFORM
               PERFORM 0790-GRAVAR-LINHA
           END-IF.
           STRING 'TAXAS ' WRK-QT-NT '  ZONAS ' WRK-QT-NZ
               '  ZONAS EXCLUIDAS ' WRK-QT-EXCLUIDAS
               '  AJUSTES ' WRK-QT-NA
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.
           STRING 'VARIACOES ACIMA DE 20% A CONFERIR: '
               WRK-QT-CONFERIR
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.
           MOVE 'GRAVADO NO ESTAGIO - SIMULAR NO SIMULAFRETE E '
               TO WRK-LINRELAT.
           MOVE 'PUBLICAR NO MANUTTAXAUF' TO WRK-LINRELAT(47:).
           PERFORM 0790-GRAVAR-LINHA.

      * TAXA ATUAL = A DE MAIOR VIGÊNCIA EM TAXAS-UF QUE NÃO PASSE DA
      * VIGÊNCIA NOVA; SEM NENHUMA, A TAXA COMPILADA DA UF
       0610-TAXA-ATUAL-DA-UF.
           MOVE ZEROES TO WRK-VALOR-ANT.
           PERFORM VARYING WRK-SUB-UF FROM 1 BY 1
               UNTIL WRK-SUB-UF > 27
               IF WRK-TAB-UF-COD(WRK-SUB-UF) = WRK-NT-UF(WRK-SUB-NT)
                   MOVE WRK-TAB-UF-TAXA(WRK-SUB-UF) TO WRK-VALOR-ANT
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WRK-MELHOR-VIGENCIA.
           PERFORM VARYING WRK-SUB-TX FROM 1 BY 1
               UNTIL WRK-SUB-TX > WRK-QT-TAXAS
               IF WRK-TX-UF(WRK-SUB-TX) = WRK-NT-UF(WRK-SUB-NT) AND
                  WRK-TX-VIGENCIA(WRK-SUB-TX) NOT > WRK-VIGENCIA AND
                  WRK-TX-VIGENCIA(WRK-SUB-TX) NOT <
                      WRK-MELHOR-VIGENCIA
                   MOVE WRK-TX-VIGENCIA(WRK-SUB-TX)
                       TO WRK-MELHOR-VIGENCIA
                   MOVE WRK-TX-TAXA(WRK-SUB-TX) TO WRK-VALOR-ANT
               END-IF
           END-PERFORM.

      * ZONA NOVA COM A MESMA FAIXA DE UMA ZONA TROCADA MOSTRA O
      * FATOR ANTIGO; AS TROCADAS SEM FAIXA IGUAL SAEM COMO EXCLUÍDAS
       0620-IMPRIMIR-ZONA.
           MOVE WRK-FE-REGISTRO(WRK-SUB-FE) TO WRK-FAIXA-AUX2.
           MOVE ZEROES TO WRK-VALOR-ANT.
           PERFORM VARYING WRK-SUB-FB FROM 1 BY 1
               UNTIL WRK-SUB-FB > WRK-QT-FB
               MOVE WRK-FB-REGISTRO(WRK-SUB-FB) TO WRK-FAIXA-AUX
               IF FB-TROCADA(WRK-SUB-FB) AND
                  WRK-FA-UF = WRK-FA2-UF AND
                  WRK-FA-CEP-INI = WRK-FA2-CEP-INI AND
                  WRK-FA-CEP-FIM = WRK-FA2-CEP-FIM
                   MOVE WRK-FA-FATOR TO WRK-VALOR-ANT
                   MOVE 'R' TO WRK-FB-SITUACAO(WRK-SUB-FB)
               END-IF
           END-PERFORM.
           MOVE WRK-FE-REGISTRO(WRK-SUB-FE) TO WRK-FAIXA-AUX.
           MOVE WRK-FA-FATOR TO WRK-VALOR-NOVO.
           MOVE SPACES TO WRK-ROTULO.
           STRING WRK-FA-UF ' ' WRK-FA-CEP-INI '-' WRK-FA-CEP-FIM
               DELIMITED BY SIZE INTO WRK-ROTULO.
           PERFORM 0690-LINHA-VARIACAO.

       0630-IMPRIMIR-EXCLUIDA.
           ADD 1 TO WRK-QT-EXCLUIDAS.
           MOVE WRK-FB-REGISTRO(WRK-SUB-FB) TO WRK-FAIXA-AUX.
           MOVE WRK-FA-FATOR TO WRK-ANT-ED.
           STRING WRK-FA-UF ' ' WRK-FA-CEP-INI '-' WRK-FA-CEP-FIM
               ' ATUAL ' WRK-ANT-ED '  EXCLUIDA (FORA DA TARIFA)'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.

       0640-IMPRIMIR-AJUSTE.
           IF NOT NA-EXISTIA(WRK-SUB-NA)
               STRING 'UF ' WRK-NA-UF(WRK-SUB-NA)
                   ' SEM LINHA NA TRANSPORTADORA - INCLUIDA ATIVA'
                   DELIMITED BY SIZE INTO WRK-LINRELAT
               PERFORM 0790-GRAVAR-LINHA
               MOVE ZEROES TO WRK-NA-ANT-AJUSTE-UF(WRK-SUB-NA)
                   WRK-NA-ANT-AJUSTE-KG(WRK-SUB-NA, 1)
                   WRK-NA-ANT-AJUSTE-KG(WRK-SUB-NA, 2)
                   WRK-NA-ANT-AJUSTE-KG(WRK-SUB-NA, 3)
                   WRK-NA-ANT-PRAZO(WRK-SUB-NA)
           END-IF.
           MOVE WRK-NA-ANT-AJUSTE-UF(WRK-SUB-NA) TO WRK-VALOR-ANT.
           MOVE WRK-NA-AJUSTE-UF(WRK-SUB-NA) TO WRK-VALOR-NOVO.
           MOVE SPACES TO WRK-ROTULO.
           STRING 'UF ' WRK-NA-UF(WRK-SUB-NA) ' AJUSTE DA UF'
               DELIMITED BY SIZE INTO WRK-ROTULO.
           PERFORM 0690-LINHA-VARIACAO.
           PERFORM VARYING WRK-SUB-KG FROM 1 BY 1 UNTIL WRK-SUB-KG > 3
               MOVE WRK-NA-ANT-AJUSTE-KG(WRK-SUB-NA, WRK-SUB-KG)
                   TO WRK-VALOR-ANT
               MOVE WRK-NA-AJUSTE-KG(WRK-SUB-NA, WRK-SUB-KG)
                   TO WRK-VALOR-NOVO
               MOVE SPACES TO WRK-ROTULO
               STRING 'UF ' WRK-NA-UF(WRK-SUB-NA) ' AJUSTE FAIXA KG '
                   WRK-SUB-KG
                   DELIMITED BY SIZE INTO WRK-ROTULO
               PERFORM 0690-LINHA-VARIACAO
           END-PERFORM.
           MOVE WRK-NA-ANT-PRAZO(WRK-SUB-NA) TO WRK-PRAZO-ANT-ED.
           MOVE WRK-NA-PRAZO(WRK-SUB-NA)     TO WRK-PRAZO-NOVO-ED.
           STRING 'UF ' WRK-NA-UF(WRK-SUB-NA) ' PRAZO DIAS UTEIS  '
               ' ATUAL    ' WRK-PRAZO-ANT-ED ' NOVO    '
               WRK-PRAZO-NOVO-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0790-GRAVAR-LINHA.

       0690-LINHA-VARIACAO.
           MOVE WRK-VALOR-NOVO TO WRK-NOVO-ED.
           IF WRK-VALOR-ANT = ZEROES
               STRING WRK-ROTULO ' ATUAL     -  NOVO ' WRK-NOVO-ED
                   '  NOVA'
                   DELIMITED BY SIZE INTO WRK-LINRELAT
               PERFORM 0790-GRAVAR-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-VALOR-ANT TO WRK-ANT-ED.
           COMPUTE WRK-VARIACAO ROUNDED =
               (WRK-VALOR-NOVO - WRK-VALOR-ANT) * 100 / WRK-VALOR-ANT.
           MOVE WRK-VARIACAO TO WRK-VARIACAO-ED.
           STRING WRK-ROTULO ' ATUAL ' WRK-ANT-ED ' NOVO ' WRK-NOVO-ED
               ' ' WRK-VARIACAO-ED '%'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           IF WRK-VARIACAO > WRK-LIMITE-CONFERIR OR
              WRK-VARIACAO < 0 - WRK-LIMITE-CONFERIR
               ADD 1 TO WRK-QT-CONFERIR
               MOVE '<< CONFERIR' TO WRK-LINRELAT(66:)
           END-IF.
           PERFORM 0790-GRAVAR-LINHA.

      * GRAVAÇÃO DO ESTÁGIO: TAXAS-UF-ESTAGIO PERDE AS LINHAS DAS
      * MESMAS UFs NA MESMA VIGÊNCIA (REIMPORTAÇÃO) E RECEBE AS NOVAS;
      * AS CÓPIAS DE FAIXAS E TRANSPORTADORAS SÃO REGRAVADAS INTEIRAS
       0700-GRAVAR-ESTAGIO.
           OPEN OUTPUT ARQ-ESTAGIO.
           PERFORM VARYING WRK-SUB-ES FROM 1 BY 1
               UNTIL WRK-SUB-ES > WRK-QT-ESTAGIO
               PERFORM 0710-MANTER-ESTAGIO
           END-PERFORM.
           PERFORM VARYING WRK-SUB-NT FROM 1 BY 1
               UNTIL WRK-SUB-NT > WRK-QT-NT
               MOVE WRK-NT-UF(WRK-SUB-NT)   TO REG-TE-UF
               MOVE WRK-VIGENCIA            TO REG-TE-VIGENCIA
               MOVE WRK-NT-TAXA(WRK-SUB-NT) TO REG-TE-TAXA
               WRITE REG-TAXA-ESTAGIO
           END-PERFORM.
           CLOSE ARQ-ESTAGIO.
           OPEN OUTPUT ARQ-FAIXAS-EST.
           PERFORM VARYING WRK-SUB-FE FROM 1 BY 1
               UNTIL WRK-SUB-FE > WRK-QT-FE
               MOVE WRK-FE-REGISTRO(WRK-SUB-FE) TO REG-FAIXA-EST
               WRITE REG-FAIXA-EST
           END-PERFORM.
           CLOSE ARQ-FAIXAS-EST.
           OPEN OUTPUT ARQ-TRANSP-EST.
           PERFORM VARYING WRK-SUB-TR FROM 1 BY 1
               UNTIL WRK-SUB-TR > WRK-QT-TR
               MOVE WRK-TR-REGISTRO(WRK-SUB-TR) TO REG-TRANSP-EST
               WRITE REG-TRANSP-EST
           END-PERFORM.
           CLOSE ARQ-TRANSP-EST.
           DISPLAY 'ESTÁGIO GRAVADO: ' WRK-QT-NT ' TAXA(S), '
               WRK-QT-FE ' FAIXA(S), ' WRK-QT-TR
               ' LINHA(S) DE TRANSPORTADORA'.

       0710-MANTER-ESTAGIO.
           IF WRK-ES-VIGENCIA(WRK-SUB-ES) = WRK-VIGENCIA
               PERFORM VARYING WRK-SUB-NT FROM 1 BY 1
                   UNTIL WRK-SUB-NT > WRK-QT-NT
                   IF WRK-NT-UF(WRK-SUB-NT) = WRK-ES-UF(WRK-SUB-ES)
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WRK-ES-UF(WRK-SUB-ES)       TO REG-TE-UF.
           MOVE WRK-ES-VIGENCIA(WRK-SUB-ES) TO REG-TE-VIGENCIA.
           MOVE WRK-ES-TAXA(WRK-SUB-ES)     TO REG-TE-TAXA.
           WRITE REG-TAXA-ESTAGIO.

       0790-GRAVAR-LINHA.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WRK-LINRELAT.
           MOVE SPACES TO WRK-LINRELAT.
