       IDENTIFICATION DIVISION.
       PROGRAM-ID. reldupla.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = RELATÓRIO DAS DECISÕES DE DUPLA APROVAÇÃO
      *            (ALTERACOES-PENDENTES): LISTA AS SOLICITAÇÕES JÁ
      *            APROVADAS OU REJEITADAS NO APROVAALTER, AGRUPADAS
      *            POR QUEM DECIDIU E EM ORDEM DE DATA E HORA DA
      *            DECISÃO, COM O TIPO, A CHAVE, O ANTES E O DEPOIS E
      *            O SOLICITANTE; TOTAL DE APROVADAS E REJEITADAS POR
      *            USUÁRIO E NO GERAL, E QUANTAS AINDA ESTÃO
      *            PENDENTES. PERÍODO OPCIONAL PELA DATA DA DECISÃO
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALTERACOES ASSIGN TO 'ALTERACOES-PENDENTES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALTERACOES.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-DUPLA-APROVACAO'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALTERACOES.
           COPY 'altpend.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ALTERACOES PIC X(02) VALUE '00'.
           88 ALTERACOES-OK        VALUE '00'.
       77 WRK-FIM-ALTERACOES PIC X(01) VALUE 'N'.
           88 FIM-ALTERACOES    VALUE 'S'.

       77 WRK-DATA-INI PIC 9(08) VALUE ZEROES.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROES.

      * DECISÕES DO PERÍODO, ORDENADAS POR DECISOR, DATA E HORA
       77 WRK-QT-DECISOES PIC 9(04) COMP VALUE ZEROES.
       77 WRK-QT-FORA     PIC 9(05) VALUE ZEROES.
       77 WRK-SUB-DEC     PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-DEC2    PIC 9(04) COMP VALUE ZEROES.
       77 WRK-TROCOU PIC X(01) VALUE 'N'.
           88 HOUVE-TROCA VALUE 'S'.
       01  WRK-TAB-DECISOES.
           02 WRK-TD-ITEM OCCURS 1000 TIMES.
               03 WRK-TD-ORDEM.
                   04 WRK-TD-DECISOR  PIC X(20).
                   04 WRK-TD-DATA     PIC 9(08).
                   04 WRK-TD-HORA     PIC 9(06).
               03 WRK-TD-NUMERO      PIC 9(06).
               03 WRK-TD-TIPO        PIC X(01).
               03 WRK-TD-SITUACAO    PIC X(01).
               03 WRK-TD-CHAVE       PIC X(20).
               03 WRK-TD-ANTES       PIC X(20).
               03 WRK-TD-DEPOIS      PIC X(20).
               03 WRK-TD-SOLICITANTE PIC X(20).
               03 WRK-TD-OBSERVACAO  PIC X(30).
       01  WRK-DEC-AUX PIC X(152).

       77 WRK-DECISOR-ATUAL PIC X(20) VALUE SPACES.
       77 WRK-QT-PENDENTES  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-APROV-DEC  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-REJEI-DEC  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-APROV-GER  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-REJEI-GER  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-ED         PIC ZZZZ9 VALUE ZEROES.
       77 WRK-QT2-ED        PIC ZZZZ9 VALUE ZEROES.
       77 WRK-TIPO-ED       PIC X(10) VALUE SPACES.
       77 WRK-DECISAO-ED    PIC X(09) VALUE SPACES.

       01  WRK-DATA-AUX.
           02 WRK-DA-ANO PIC 9(04).
           02 WRK-DA-MES PIC 9(02).
           02 WRK-DA-DIA PIC 9(02).
       01  WRK-DATA-AUX-NUM REDEFINES WRK-DATA-AUX PIC 9(08).
       01  WRK-DATA-ED.
           02 WRK-DE-DIA PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-MES PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-ANO PIC 9(04).
       01  WRK-HORA-AUX.
           02 WRK-HA-HH PIC 9(02).
           02 WRK-HA-MM PIC 9(02).
           02 WRK-HA-SS PIC 9(02).
       01  WRK-HORA-AUX-NUM REDEFINES WRK-HORA-AUX PIC 9(06).
       01  WRK-HORA-ED.
           02 WRK-HE-HH PIC 9(02).
           02 FILLER    PIC X(01) VALUE ':'.
           02 WRK-HE-MM PIC 9(02).
       01  WRK-LINRELAT PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'DECISÕES DE DUPLA APROVAÇÃO'.
           DISPLAY '========================================'.
           DISPLAY 'DECIDIDAS DESDE (AAAAMMDD, 0 = DESDE O INÍCIO):'.
           ACCEPT WRK-DATA-INI FROM CONSOLE.
           DISPLAY 'DECIDIDAS ATÉ (AAAAMMDD, 0 = ATÉ HOJE):'.
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           IF WRK-DATA-FIM = ZEROES
               MOVE 99999999 TO WRK-DATA-FIM
           END-IF.
           OPEN INPUT ARQ-ALTERACOES.
           IF ALTERACOES-OK
               PERFORM 0110-LER-ALTERACAO
               PERFORM 0120-SELECIONAR-ALTERACAO
                   UNTIL FIM-ALTERACOES
               CLOSE ARQ-ALTERACOES
           ELSE
               DISPLAY 'NÃO HÁ ALTERAÇÕES GRAVADAS'
           END-IF.
           PERFORM 0200-ORDENAR-DECISOES.
           PERFORM 0300-IMPRIMIR-RELATORIO.
           DISPLAY 'DECISÕES LISTADAS: ' WRK-QT-DECISOES.
           IF WRK-QT-FORA > ZEROES
               DISPLAY 'FORA DA TABELA...: ' WRK-QT-FORA
           END-IF.
           DISPLAY 'FINAL DO RELATÓRIO DE DUPLA APROVAÇÃO'.
           GOBACK.

       0110-LER-ALTERACAO.
           READ ARQ-ALTERACOES
               AT END
                   MOVE 'S' TO WRK-FIM-ALTERACOES
           END-READ.

       0120-SELECIONAR-ALTERACAO.
           IF ALT-PENDENTE
               ADD 1 TO WRK-QT-PENDENTES
               PERFORM 0110-LER-ALTERACAO
               EXIT PARAGRAPH
           END-IF.
           IF REG-ALT-DATA-DEC < WRK-DATA-INI OR
              REG-ALT-DATA-DEC > WRK-DATA-FIM
               PERFORM 0110-LER-ALTERACAO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QT-DECISOES < 1000
               ADD 1 TO WRK-QT-DECISOES
               MOVE REG-ALT-DECISOR
                   TO WRK-TD-DECISOR(WRK-QT-DECISOES)
               MOVE REG-ALT-DATA-DEC
                   TO WRK-TD-DATA(WRK-QT-DECISOES)
               MOVE REG-ALT-HORA-DEC
                   TO WRK-TD-HORA(WRK-QT-DECISOES)
               MOVE REG-ALT-NUMERO
                   TO WRK-TD-NUMERO(WRK-QT-DECISOES)
               MOVE REG-ALT-TIPO
                   TO WRK-TD-TIPO(WRK-QT-DECISOES)
               MOVE REG-ALT-SITUACAO
                   TO WRK-TD-SITUACAO(WRK-QT-DECISOES)
               MOVE REG-ALT-CHAVE
                   TO WRK-TD-CHAVE(WRK-QT-DECISOES)
               MOVE REG-ALT-ANTES
                   TO WRK-TD-ANTES(WRK-QT-DECISOES)
               MOVE REG-ALT-DEPOIS
                   TO WRK-TD-DEPOIS(WRK-QT-DECISOES)
               MOVE REG-ALT-SOLICITANTE
                   TO WRK-TD-SOLICITANTE(WRK-QT-DECISOES)
               MOVE REG-ALT-OBSERVACAO
                   TO WRK-TD-OBSERVACAO(WRK-QT-DECISOES)
           ELSE
               ADD 1 TO WRK-QT-FORA
           END-IF.
           PERFORM 0110-LER-ALTERACAO.

       0200-ORDENAR-DECISOES.
           MOVE 'S' TO WRK-TROCOU.
           PERFORM 0210-PASSADA-ORDENACAO UNTIL NOT HOUVE-TROCA.

       0210-PASSADA-ORDENACAO.
           MOVE 'N' TO WRK-TROCOU.
           PERFORM VARYING WRK-SUB-DEC FROM 1 BY 1
               UNTIL WRK-SUB-DEC > WRK-QT-DECISOES - 1
               COMPUTE WRK-SUB-DEC2 = WRK-SUB-DEC + 1
               IF WRK-TD-ORDEM(WRK-SUB-DEC) >
                  WRK-TD-ORDEM(WRK-SUB-DEC2)
                   MOVE WRK-TD-ITEM(WRK-SUB-DEC) TO WRK-DEC-AUX
                   MOVE WRK-TD-ITEM(WRK-SUB-DEC2)
                       TO WRK-TD-ITEM(WRK-SUB-DEC)
                   MOVE WRK-DEC-AUX TO WRK-TD-ITEM(WRK-SUB-DEC2)
                   MOVE 'S' TO WRK-TROCOU
               END-IF
           END-PERFORM.

       0300-IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE 'DECISOES DE DUPLA APROVACAO DE ALTERACOES SENSIVEIS'
               TO WRK-LINRELAT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           IF WRK-DATA-INI > ZEROES OR WRK-DATA-FIM < 99999999
               MOVE WRK-DATA-INI TO WRK-DATA-AUX-NUM
               PERFORM 0950-FORMATAR-DATA
               STRING 'DECIDIDAS DE ' WRK-DATA-ED
                   DELIMITED BY SIZE INTO WRK-LINRELAT
               IF WRK-DATA-FIM < 99999999
                   MOVE WRK-DATA-FIM TO WRK-DATA-AUX-NUM
                   PERFORM 0950-FORMATAR-DATA
                   MOVE WRK-DATA-ED TO WRK-LINRELAT(28:10)
                   MOVE 'ATE' TO WRK-LINRELAT(24:3)
               END-IF
           END-IF.
           PERFORM 0390-GRAVAR-LINHA.
           IF WRK-QT-DECISOES = ZEROES
               MOVE 'NENHUMA DECISAO NO PERIODO' TO WRK-LINRELAT
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           MOVE SPACES TO WRK-DECISOR-ATUAL.
           PERFORM VARYING WRK-SUB-DEC FROM 1 BY 1
               UNTIL WRK-SUB-DEC > WRK-QT-DECISOES
               IF WRK-SUB-DEC = 1 OR
                  WRK-TD-DECISOR(WRK-SUB-DEC) NOT = WRK-DECISOR-ATUAL
                   IF WRK-SUB-DEC > 1
                       PERFORM 0330-TOTAL-DECISOR
                   END-IF
                   PERFORM 0320-CABECALHO-DECISOR
               END-IF
               PERFORM 0310-LINHA-DECISAO
           END-PERFORM.
           IF WRK-QT-DECISOES > ZEROES
               PERFORM 0330-TOTAL-DECISOR
           END-IF.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-QT-APROV-GER TO WRK-QT-ED.
           MOVE WRK-QT-REJEI-GER TO WRK-QT2-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL GERAL - APROVADAS ' WRK-QT-ED
               '  REJEITADAS ' WRK-QT2-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-QT-PENDENTES TO WRK-QT-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'SOLICITACOES AINDA PENDENTES ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0390-GRAVAR-LINHA.
           CLOSE ARQ-RELATORIO.

       0310-LINHA-DECISAO.
           MOVE WRK-TD-DATA(WRK-SUB-DEC) TO WRK-DATA-AUX-NUM.
           PERFORM 0950-FORMATAR-DATA.
           MOVE WRK-TD-HORA(WRK-SUB-DEC) TO WRK-HORA-AUX-NUM.
           MOVE WRK-HA-HH TO WRK-HE-HH.
           MOVE WRK-HA-MM TO WRK-HE-MM.
           EVALUATE WRK-TD-TIPO(WRK-SUB-DEC)
               WHEN 'L'
                   MOVE 'LIMITE' TO WRK-TIPO-ED
               WHEN 'R'
                   MOVE 'REAJUSTE' TO WRK-TIPO-ED
               WHEN 'P'
                   MOVE 'PARAMETRO' TO WRK-TIPO-ED
               WHEN 'A'
                   MOVE 'REABERTURA' TO WRK-TIPO-ED
               WHEN OTHER
                   MOVE '?' TO WRK-TIPO-ED
           END-EVALUATE.
           IF WRK-TD-SITUACAO(WRK-SUB-DEC) = 'A'
               MOVE 'APROVADA' TO WRK-DECISAO-ED
               ADD 1 TO WRK-QT-APROV-DEC
               ADD 1 TO WRK-QT-APROV-GER
           ELSE
               MOVE 'REJEITADA' TO WRK-DECISAO-ED
               ADD 1 TO WRK-QT-REJEI-DEC
               ADD 1 TO WRK-QT-REJEI-GER
           END-IF.
           MOVE SPACES TO WRK-LINRELAT.
           STRING WRK-DATA-ED ' ' WRK-HORA-ED ' '
               WRK-TD-NUMERO(WRK-SUB-DEC) ' ' WRK-TIPO-ED ' '
               WRK-TD-CHAVE(WRK-SUB-DEC) ' '
               WRK-TD-ANTES(WRK-SUB-DEC) ' '
               WRK-TD-DEPOIS(WRK-SUB-DEC) ' '
               WRK-TD-SOLICITANTE(WRK-SUB-DEC) ' ' WRK-DECISAO-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0390-GRAVAR-LINHA.
           IF WRK-TD-OBSERVACAO(WRK-SUB-DEC) NOT = SPACES
               MOVE SPACES TO WRK-LINRELAT
               STRING '                 MOTIVO: '
                   WRK-TD-OBSERVACAO(WRK-SUB-DEC)
                   DELIMITED BY SIZE INTO WRK-LINRELAT
               PERFORM 0390-GRAVAR-LINHA
           END-IF.

       0320-CABECALHO-DECISOR.
           MOVE WRK-TD-DECISOR(WRK-SUB-DEC) TO WRK-DECISOR-ATUAL.
           MOVE ZEROES TO WRK-QT-APROV-DEC WRK-QT-REJEI-DEC.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0390-GRAVAR-LINHA.
           STRING 'DECISOR: ' WRK-DECISOR-ATUAL
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'DATA       HORA  NUMERO TIPO       CHAVE'
               '                ANTES                DEPOIS'
               '               SOLICITANTE          DECISAO'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0390-GRAVAR-LINHA.

       0330-TOTAL-DECISOR.
           MOVE WRK-QT-APROV-DEC TO WRK-QT-ED.
           MOVE WRK-QT-REJEI-DEC TO WRK-QT2-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'TOTAL DE ' WRK-DECISOR-ATUAL ' - APROVADAS '
               WRK-QT-ED '  REJEITADAS ' WRK-QT2-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0390-GRAVAR-LINHA.

       0390-GRAVAR-LINHA.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WRK-LINRELAT.

       0950-FORMATAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.
