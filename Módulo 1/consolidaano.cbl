      *                    O FECHAEXERCICIO GUARDA OS ANOS FISCAIS -
      *                    O HISTÓRICO ESCOLAR (HISTORICOESCOLAR)
      *                    IMPRIME DALI
      * 15/10/2026 LUCAS  FECHAMENTO POR DISCIPLINA: A MÉDIA ANUAL E
      *                    A REGRA SÃO APURADAS POR ALUNO E
      *                    DISCIPLINA, COM UMA LINHA DE CADA NO
      *                    HISTÓRICO PERMANENTE, E O DESFECHO DO ANO
      *                    SAI DO CONJUNTO - QUALQUER DISCIPLINA
      *                    INCOMPLETA, REPROVADA OU EM RECUPERAÇÃO
      *                    PESA SOBRE O ANO, NESSA ORDEM. O
      *                    HISTÓRICO SEM DISCIPLINA (TURMA DE UM SÓ
      *                    PAR DE NOTAS) FECHA COMO ANTES
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-HISTANO ASSIGN TO 'HISTORICO-ANOS-LETIVOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HISTANO.
           SELECT ARQ-DISCIPLINAS ASSIGN TO 'DISCIPLINAS-TURMA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HISTANO.
           COPY 'histano.cbl'.

       FD  ARQ-DISCIPLINAS.
           COPY 'disciplina.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'parametro.cbl'.

       77 WRK-FIM-HISTBIM PIC X(01) VALUE 'N'.
           88 FIM-HISTBIM    VALUE 'S'.

      * OS LANÇAMENTOS SÃO ACUMULADOS EM TABELA, UM ITEM POR ALUNO
      * E DISCIPLINA, COM AS MÉDIAS E A MARCA DOS BIMESTRES JÁ
      * LANÇADOS (BIMESTRE REPETIDO PARA A MESMA CHAVE PREVALECE O
      * ÚLTIMO LANÇAMENTO); A TABELA DE ALUNOS GUARDA A ORDEM DE
      * FECHAMENTO E QUANTAS DISCIPLINAS CADA UM TEM
       77 WRK-QT-ALUNOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ALU   PIC 9(03) COMP VALUE ZEROES.
       77 WRK-ALUNO-ACHADO PIC X(01) VALUE 'N'.
           88 ALUNO-ACHADO     VALUE 'S'.
       01  WRK-TAB-ALUNOS.
           02 WRK-TA-ITEM OCCURS 200 TIMES.
               03 WRK-TA-NOME    PIC X(20).
               03 WRK-TA-QT-DISC PIC 9(03).
       77 WRK-QT-ITENS  PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-ITEM  PIC 9(04) COMP VALUE ZEROES.
       77 WRK-ITEM-ACHADO PIC X(01) VALUE 'N'.
           88 ITEM-ACHADO      VALUE 'S'.
       01  WRK-TAB-ITENS.
           02 WRK-TI-ITEM OCCURS 2000 TIMES.
               03 WRK-TI-NOME       PIC X(20).
               03 WRK-TI-DISCIPLINA PIC X(04).
               03 WRK-TI-MEDIA PIC 9(02)V9 OCCURS 4 TIMES.
               03 WRK-TI-FREQ  PIC 9(03)   OCCURS 4 TIMES.
               03 WRK-TI-TEM   PIC X(01)   OCCURS 4 TIMES.

      * NOMES DAS DISCIPLINAS PARA O HISTÓRICO PERMANENTE
       77 WRK-STATUS-DISC PIC X(02) VALUE '00'.
           88 DISC-OK        VALUE '00'.
       77 WRK-FIM-DISC    PIC X(01) VALUE 'N'.
           88 FIM-DISC       VALUE 'S'.
       77 WRK-QT-DISC     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-DISC    PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-DISCIPLINAS.
           02 WRK-TD-ITEM OCCURS 300 TIMES.
               03 WRK-TD-CODIGO PIC X(04).
               03 WRK-TD-NOME   PIC X(20).
       77 WRK-DISCIPLINA  PIC X(04) VALUE SPACES.
       77 WRK-DISC-NOME   PIC X(20) VALUE SPACES.

      * GRAVIDADE DO DESFECHO: 1 APROVADO, 2 RECUPERAÇÃO FINAL,
      * 3 REPROVADO, 4 REPROVADO POR FALTAS, 5 HISTÓRICO
      * INCOMPLETO - O ANO DO ALUNO FICA COM A PIOR DAS DISCIPLINAS
       77 WRK-GRAVIDADE      PIC 9(01) VALUE ZEROES.
       77 WRK-PIOR-GRAVIDADE PIC 9(01) VALUE ZEROES.
       77 WRK-QT-DISC-ALU    PIC 9(03) VALUE ZEROES.
       77 WRK-SOMA-FINAIS    PIC 9(05)V99 VALUE ZEROES.
       01  WRK-TAB-MEDIAS-ALUNO.
           02 WRK-MA-BIM OCCURS 4 TIMES.
               03 WRK-MA-SOMA  PIC 9(05)V9.
               03 WRK-MA-QT    PIC 9(03).
               03 WRK-MA-MEDIA PIC 9(02)V9.

       77 WRK-SUB-BIM      PIC 9(01) VALUE ZEROES.
       77 WRK-QT-BIMESTRES PIC 9(01) VALUE ZEROES.
           PERFORM 0085-CARREGAR-PARAMETROS.
           DISPLAY 'ANO LETIVO QUE ESTÁ SENDO FECHADO (AAAA):'.
           ACCEPT WRK-ANO-LETIVO FROM CONSOLE.
           PERFORM 0090-CARREGAR-DISCIPLINAS.
           PERFORM 0100-CARREGAR-HISTORICO.
           IF WRK-QT-ALUNOS = ZEROES
               DISPLAY 'NÃO HÁ HISTÓRICO DE BIMESTRES PARA FECHAR'
               MOVE REG-PRM-VALOR TO WRK-MINIMO-FREQUENCIA
           END-IF.

      * SÓ O NOME DE CADA CÓDIGO, PARA O HISTÓRICO PERMANENTE
      * CONTINUAR LEGÍVEL MESMO QUE O CADASTRO MUDE DEPOIS
       0090-CARREGAR-DISCIPLINAS.
           MOVE ZEROES TO WRK-QT-DISC.
           OPEN INPUT ARQ-DISCIPLINAS.
           IF DISC-OK
               PERFORM 0091-LER-DISCIPLINA
               PERFORM 0092-GUARDAR-DISCIPLINA UNTIL FIM-DISC
               CLOSE ARQ-DISCIPLINAS
           END-IF.

       0091-LER-DISCIPLINA.
           READ ARQ-DISCIPLINAS
               AT END
                   MOVE 'S' TO WRK-FIM-DISC
           END-READ.

       0092-GUARDAR-DISCIPLINA.
           IF WRK-QT-DISC < 300
               ADD 1 TO WRK-QT-DISC
               MOVE REG-DIS-CODIGO TO WRK-TD-CODIGO(WRK-QT-DISC)
               MOVE REG-DIS-NOME   TO WRK-TD-NOME(WRK-QT-DISC)
           END-IF.
           PERFORM 0091-LER-DISCIPLINA.

       0100-CARREGAR-HISTORICO.
           OPEN INPUT ARQ-HISTBIM.
           IF HISTBIM-OK
                   ADD 1 TO WRK-QT-ALUNOS
                   MOVE WRK-QT-ALUNOS TO WRK-SUB-ALU
                   MOVE REG-HB-NOME TO WRK-TA-NOME(WRK-SUB-ALU)
                   MOVE ZEROES TO WRK-TA-QT-DISC(WRK-SUB-ALU)
               ELSE
                   DISPLAY 'TABELA DE ALUNOS CHEIA - LANÇAMENTO DE '
                       REG-HB-NOME ' IGNORADO'
                   PERFORM 0110-LER-HISTORICO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 0140-LOCALIZAR-ITEM.
           IF NOT ITEM-ACHADO
               IF WRK-QT-ITENS < 2000
                   ADD 1 TO WRK-QT-ITENS
                   MOVE WRK-QT-ITENS TO WRK-SUB-ITEM
                   MOVE REG-HB-NOME TO WRK-TI-NOME(WRK-SUB-ITEM)
                   MOVE REG-HB-DISCIPLINA
                       TO WRK-TI-DISCIPLINA(WRK-SUB-ITEM)
                   PERFORM VARYING WRK-SUB-BIM FROM 1 BY 1
                       UNTIL WRK-SUB-BIM > 4
                       MOVE ZEROES
                           TO WRK-TI-MEDIA(WRK-SUB-ITEM WRK-SUB-BIM)
                       MOVE ZEROES
                           TO WRK-TI-FREQ(WRK-SUB-ITEM WRK-SUB-BIM)
                       MOVE 'N'
                           TO WRK-TI-TEM(WRK-SUB-ITEM WRK-SUB-BIM)
                   END-PERFORM
                   ADD 1 TO WRK-TA-QT-DISC(WRK-SUB-ALU)
               ELSE
                   DISPLAY 'TABELA DE DISCIPLINAS CHEIA - '
                       'LANÇAMENTO DE ' REG-HB-NOME ' IGNORADO'
                   PERFORM 0110-LER-HISTORICO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE REG-HB-MEDIA
               TO WRK-TI-MEDIA(WRK-SUB-ITEM REG-HB-BIMESTRE).
           IF REG-HB-FREQUENCIA IS NUMERIC
               MOVE REG-HB-FREQUENCIA
                   TO WRK-TI-FREQ(WRK-SUB-ITEM REG-HB-BIMESTRE)
           ELSE
               MOVE ZEROES
                   TO WRK-TI-FREQ(WRK-SUB-ITEM REG-HB-BIMESTRE)
           END-IF.
           MOVE 'S' TO WRK-TI-TEM(WRK-SUB-ITEM REG-HB-BIMESTRE).
           PERFORM 0110-LER-HISTORICO.

       0130-LOCALIZAR-ALUNO.
               SUBTRACT 1 FROM WRK-SUB-ALU
           END-IF.

       0140-LOCALIZAR-ITEM.
           MOVE 'N' TO WRK-ITEM-ACHADO.
           PERFORM VARYING WRK-SUB-ITEM FROM 1 BY 1
               UNTIL WRK-SUB-ITEM > WRK-QT-ITENS OR ITEM-ACHADO
               IF WRK-TI-NOME(WRK-SUB-ITEM) = REG-HB-NOME AND
                  WRK-TI-DISCIPLINA(WRK-SUB-ITEM) = REG-HB-DISCIPLINA
                   MOVE 'S' TO WRK-ITEM-ACHADO
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WRK-SUB-ITEM
           END-IF.

      * CADA DISCIPLINA DO ALUNO É FECHADA PELA REGRA DO ANO E
      * ARQUIVADA; A LINHA DO DESFECHO LEVA A MÉDIA DAS
      * DISCIPLINAS EM CADA BIMESTRE E NA FINAL, COM A PIOR
      * SITUAÇÃO ENTRE ELAS. ALUNO SÓ COM A LINHA SEM DISCIPLINA
      * (TURMA DE UM SÓ PAR DE NOTAS) FECHA COM ELA, COMO ANTES;
      * SE TIVER AS DUAS, A LINHA SEM DISCIPLINA É DEIXADA DE LADO
       0200-FECHAR-ALUNO.
           MOVE ZEROES TO WRK-PIOR-GRAVIDADE.
           MOVE ZEROES TO WRK-QT-DISC-ALU.
           MOVE ZEROES TO WRK-SOMA-FINAIS.
           PERFORM VARYING WRK-SUB-BIM FROM 1 BY 1
               UNTIL WRK-SUB-BIM > 4
               MOVE ZEROES TO WRK-MA-SOMA(WRK-SUB-BIM)
               MOVE ZEROES TO WRK-MA-QT(WRK-SUB-BIM)
               MOVE ZEROES TO WRK-MA-MEDIA(WRK-SUB-BIM)
           END-PERFORM.
           PERFORM 0210-FECHAR-DISCIPLINA
               VARYING WRK-SUB-ITEM FROM 1 BY 1
               UNTIL WRK-SUB-ITEM > WRK-QT-ITENS.
           IF WRK-QT-DISC-ALU = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-BIM FROM 1 BY 1
               UNTIL WRK-SUB-BIM > 4
               IF WRK-MA-QT(WRK-SUB-BIM) > ZEROES
                   COMPUTE WRK-MA-MEDIA(WRK-SUB-BIM) ROUNDED =
                       WRK-MA-SOMA(WRK-SUB-BIM) /
                       WRK-MA-QT(WRK-SUB-BIM)
               ELSE
                   MOVE ZEROES TO WRK-MA-MEDIA(WRK-SUB-BIM)
               END-IF
           END-PERFORM.
           COMPUTE WRK-MEDIA-ANUAL ROUNDED =
               WRK-SOMA-FINAIS / WRK-QT-DISC-ALU.
           MOVE WRK-MEDIA-ANUAL TO WRK-MEDIA-ANUAL-ED.
           MOVE WRK-PIOR-GRAVIDADE TO WRK-GRAVIDADE.
           PERFORM 0230-NOMEAR-SITUACAO.
           EVALUATE WRK-GRAVIDADE
               WHEN 1
                   ADD 1 TO WRK-QT-APROVADO
               WHEN 2
                   ADD 1 TO WRK-QT-RECUPERACAO
               WHEN 3
                   ADD 1 TO WRK-QT-REPROVADO
               WHEN 4
                   ADD 1 TO WRK-QT-REP-FALTAS
               WHEN OTHER
                   ADD 1 TO WRK-QT-INCOMPLETO
           END-EVALUATE.
           DISPLAY WRK-TA-NOME(WRK-SUB-ALU) '  ' WRK-MEDIA-ANUAL-ED
               '       ' WRK-SITUACAO.
           MOVE SPACES TO WRK-DISCIPLINA.
           MOVE SPACES TO WRK-DISC-NOME.
           PERFORM 0250-ARQUIVAR-ALUNO.

      * A MÉDIA ANUAL É A MÉDIA DOS BIMESTRES LANÇADOS; DISCIPLINA
      * COM MENOS DE 4 BIMESTRES SAI COMO HISTÓRICO INCOMPLETO PARA
      * A SECRETARIA RESOLVER ANTES DA ATA FINAL
       0210-FECHAR-DISCIPLINA.
           IF WRK-TI-NOME(WRK-SUB-ITEM) NOT = WRK-TA-NOME(WRK-SUB-ALU)
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TI-DISCIPLINA(WRK-SUB-ITEM) = SPACES AND
              WRK-TA-QT-DISC(WRK-SUB-ALU) > 1
               DISPLAY WRK-TA-NOME(WRK-SUB-ALU)
                   ' - NOTAS SEM DISCIPLINA DESCONSIDERADAS'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-QT-BIMESTRES.
           MOVE ZEROES TO WRK-SOMA-MEDIAS.
           MOVE ZEROES TO WRK-SOMA-FREQ.
           PERFORM VARYING WRK-SUB-BIM FROM 1 BY 1
               UNTIL WRK-SUB-BIM > 4
               IF WRK-TI-TEM(WRK-SUB-ITEM WRK-SUB-BIM) = 'S'
                   ADD 1 TO WRK-QT-BIMESTRES
                   ADD WRK-TI-MEDIA(WRK-SUB-ITEM WRK-SUB-BIM)
                       TO WRK-SOMA-MEDIAS
                   ADD WRK-TI-FREQ(WRK-SUB-ITEM WRK-SUB-BIM)
                       TO WRK-SOMA-FREQ
                   ADD WRK-TI-MEDIA(WRK-SUB-ITEM WRK-SUB-BIM)
                       TO WRK-MA-SOMA(WRK-SUB-BIM)
                   ADD 1 TO WRK-MA-QT(WRK-SUB-BIM)
               END-IF
           END-PERFORM.
           COMPUTE WRK-MEDIA-ANUAL ROUNDED =
               WRK-SOMA-FREQ / WRK-QT-BIMESTRES.
           MOVE WRK-MEDIA-ANUAL TO WRK-MEDIA-ANUAL-ED.
           IF WRK-QT-BIMESTRES < 4
               MOVE 5 TO WRK-GRAVIDADE
           ELSE
               IF WRK-FREQ-ANUAL < WRK-MINIMO-FREQUENCIA
                   MOVE 4 TO WRK-GRAVIDADE
               ELSE
               IF WRK-MEDIA-ANUAL >= 7
                   MOVE 1 TO WRK-GRAVIDADE
               ELSE
                   IF WRK-MEDIA-ANUAL >= 5
                       MOVE 2 TO WRK-GRAVIDADE
                   ELSE
                       MOVE 3 TO WRK-GRAVIDADE
                   END-IF
               END-IF
               END-IF
           END-IF.
           IF WRK-GRAVIDADE > WRK-PIOR-GRAVIDADE
               MOVE WRK-GRAVIDADE TO WRK-PIOR-GRAVIDADE
           END-IF.
           ADD 1 TO WRK-QT-DISC-ALU.
           ADD WRK-MEDIA-ANUAL TO WRK-SOMA-FINAIS.
           IF WRK-TI-DISCIPLINA(WRK-SUB-ITEM) = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0230-NOMEAR-SITUACAO.
           MOVE WRK-TI-DISCIPLINA(WRK-SUB-ITEM) TO WRK-DISCIPLINA.
           MOVE WRK-DISCIPLINA TO WRK-DISC-NOME.
           PERFORM VARYING WRK-SUB-DISC FROM 1 BY 1
               UNTIL WRK-SUB-DISC > WRK-QT-DISC
               IF WRK-TD-CODIGO(WRK-SUB-DISC) = WRK-DISCIPLINA
                   MOVE WRK-TD-NOME(WRK-SUB-DISC) TO WRK-DISC-NOME
               END-IF
           END-PERFORM.
           DISPLAY '  ' WRK-DISC-NOME '  ' WRK-MEDIA-ANUAL-ED
               '  ' WRK-SITUACAO.
           PERFORM VARYING WRK-SUB-BIM FROM 1 BY 1
               UNTIL WRK-SUB-BIM > 4
               MOVE WRK-TI-MEDIA(WRK-SUB-ITEM WRK-SUB-BIM)
                   TO WRK-MA-MEDIA(WRK-SUB-BIM)
           END-PERFORM.
           PERFORM 0250-ARQUIVAR-ALUNO.

       0230-NOMEAR-SITUACAO.
           EVALUATE WRK-GRAVIDADE
               WHEN 1
                   MOVE 'APROVADO NO ANO' TO WRK-SITUACAO
               WHEN 2
                   MOVE 'RECUPERAÇÃO FINAL' TO WRK-SITUACAO
               WHEN 3
                   MOVE 'REPROVADO NO ANO' TO WRK-SITUACAO
               WHEN 4
                   MOVE 'REPROVADO POR FALTAS' TO WRK-SITUACAO
               WHEN OTHER
                   MOVE 'HISTÓRICO INCOMPLETO' TO WRK-SITUACAO
           END-EVALUATE.

      * O DESFECHO DO ANO FICA GUARDADO NO HISTÓRICO PERMANENTE,
      * DE ONDE O HISTÓRICO ESCOLAR É IMPRESSO ANOS DEPOIS; AS
      * MÉDIAS DOS BIMESTRES VÊM PREPARADAS EM WRK-MA-MEDIA
       0250-ARQUIVAR-ALUNO.
           MOVE WRK-TA-NOME(WRK-SUB-ALU) TO REG-HAL-NOME.
           MOVE WRK-ANO-LETIVO TO REG-HAL-ANO.
           PERFORM VARYING WRK-SUB-BIM FROM 1 BY 1
               UNTIL WRK-SUB-BIM > 4
               MOVE WRK-MA-MEDIA(WRK-SUB-BIM)
                   TO REG-HAL-MEDIA(WRK-SUB-BIM)
           END-PERFORM.
           MOVE WRK-MEDIA-ANUAL TO REG-HAL-FINAL.
           MOVE WRK-SITUACAO TO REG-HAL-SITUACAO.
           MOVE WRK-DISCIPLINA TO REG-HAL-DISCIPLINA.
           MOVE WRK-DISC-NOME TO REG-HAL-DISC-NOME.
           WRITE REG-HISTORICO-ANO.

       0300-IMPRIMIR-RESUMO.
