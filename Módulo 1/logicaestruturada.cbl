      *                    SITUAÇÃO DA MATRÍCULA (MANTIDAS PELO
      *                    MATRICULATURMA); ALUNO RETIRADO ('R') É
      *                    PULADO NO BOLETIM EM LOTE
      * 15/10/2026 LUCAS  BOLETIM POR DISCIPLINA: TURMA COM
      *                    DISCIPLINAS CADASTRADAS (DISCIPLINAS-TURMA)
      *                    TEM AS NOTAS DO BIMESTRE LIDAS DE
      *                    NOTAS-DISCIPLINA (LANCANOTAS), A REGRA
      *                    APLICADA POR DISCIPLINA COM A FREQUÊNCIA
      *                    DA CHAMADA DAQUELA DISCIPLINA, UMA LINHA
      *                    POR DISCIPLINA NO BOLETIM E NO
      *                    HISTORICO-BIMESTRES E A SITUAÇÃO DO ALUNO
      *                    NO BIMESTRE PELA PIOR DAS DISCIPLINAS;
      *                    TURMA SEM DISCIPLINAS SEGUE COM O PAR DE
      *                    NOTAS DO ARQUIVO DA TURMA
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-FALTAS ASSIGN TO 'FALTAS-ALUNOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FALTAS.
           SELECT ARQ-DISCIPLINAS ASSIGN TO 'DISCIPLINAS-TURMA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISC.
           SELECT ARQ-NOTAS ASSIGN TO 'NOTAS-DISCIPLINA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FALTAS.
           COPY 'faltaaluno.cbl'.

       FD  ARQ-DISCIPLINAS.
           COPY 'disciplina.cbl'.

       FD  ARQ-NOTAS.
           COPY 'notadisc.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'lotectl.cbl'.
           COPY 'parametro.cbl'.
           02 WRK-TF-ITEM OCCURS 500 TIMES.
               03 WRK-TF-NOME PIC X(20).
               03 WRK-TF-DATA PIC 9(08).
               03 WRK-TF-DISCIPLINA PIC X(04).

      * DISCIPLINAS DAS TURMAS E NOTAS DO BIMESTRE POR DISCIPLINA;
      * NOTA RELANÇADA PARA A MESMA CHAVE SUBSTITUI A ANTERIOR
       77 WRK-STATUS-DISC   PIC X(02) VALUE '00'.
           88 DISC-OK          VALUE '00'.
       77 WRK-FIM-DISC   PIC X(01) VALUE 'N'.
           88 FIM-DISC      VALUE 'S'.
       77 WRK-STATUS-NOTAS  PIC X(02) VALUE '00'.
           88 NOTAS-OK         VALUE '00'.
       77 WRK-FIM-NOTAS  PIC X(01) VALUE 'N'.
           88 FIM-NOTAS     VALUE 'S'.
       77 WRK-QT-TAB-DISC  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-DIS      PIC 9(03) COMP VALUE ZEROES.
       77 WRK-QT-DISC-TURMA PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-DISCIPLINAS.
           02 WRK-TD-ITEM OCCURS 300 TIMES.
               03 WRK-TD-TURMA  PIC X(03).
               03 WRK-TD-CODIGO PIC X(04).
               03 WRK-TD-NOME   PIC X(20).
               03 WRK-TD-CARGA  PIC 9(02).
       77 WRK-QT-TAB-NOTAS PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-NOTA     PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-NOTA-ACHADA PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-NOTAS.
           02 WRK-TN-ITEM OCCURS 2000 TIMES.
               03 WRK-TN-NOME       PIC X(20).
               03 WRK-TN-TURMA      PIC X(03).
               03 WRK-TN-DISCIPLINA PIC X(04).
               03 WRK-TN-NOTA-1     PIC 9(02)V9.
               03 WRK-TN-NOTA-2     PIC 9(02)V9.
       77 WRK-DISCIPLINA   PIC X(04) VALUE SPACES.
       77 WRK-TURMA        PIC X(03) VALUE SPACES.
       77 WRK-AULAS-DISC   PIC 9(03) VALUE ZEROES.
       77 WRK-FREQ-COLUNA  PIC 9(03) VALUE ZEROES.

      * GRAVIDADE DA SITUAÇÃO: 1 APROVADO, 2 EM RECUPERAÇÃO,
      * 3 REPROVADO, 4 REPROVADO POR FALTAS - NO BOLETIM POR
      * DISCIPLINA O ALUNO FICA COM A PIOR DELAS
       77 WRK-GRAVIDADE      PIC 9(01) VALUE ZEROES.
       77 WRK-PIOR-GRAVIDADE PIC 9(01) VALUE ZEROES.

      * CONFERÊNCIA DO ENQUADRAMENTO DO ARQUIVO DE ENTRADA EM LOTE
       77 WRK-TEM-CABECALHO  PIC X(01) VALUE 'N'.
           ELSE
               DISPLAY 'MÉDIA: ' WRK-MEDIA-ED
           END-IF.
           PERFORM 0210-APLICAR-REGRA.
           PERFORM 0220-CONTAR-SITUACAO.
           ADD 1 TO WRK-QT-TOTAL.
           IF WRK-NOME NOT = SPACES
               DISPLAY WRK-NOME ' - ' WRK-RESULTADO
           ELSE
               DISPLAY WRK-RESULTADO
           END-IF.

      * APROVADO, RECUPERAÇÃO OU REPROVADO - PRESENÇA ABAIXO DO
      * PISO REPROVA POR FALTAS, SEJA QUAL FOR A MÉDIA
       0210-APLICAR-REGRA.
           IF WRK-FREQUENCIA < WRK-MINIMO-FREQUENCIA
               MOVE 4 TO WRK-GRAVIDADE
           ELSE
               IF WRK-MEDIA >= 7
                   MOVE 1 TO WRK-GRAVIDADE
               ELSE
                   IF WRK-MEDIA >= 5
                       MOVE 2 TO WRK-GRAVIDADE
                   ELSE
                       MOVE 3 TO WRK-GRAVIDADE
                   END-IF
               END-IF
           END-IF.
           PERFORM 0215-NOMEAR-SITUACAO.

       0215-NOMEAR-SITUACAO.
           EVALUATE WRK-GRAVIDADE
               WHEN 1
                   MOVE 'APROVADO' TO WRK-RESULTADO
               WHEN 2
                   MOVE 'EM RECUPERAÇÃO' TO WRK-RESULTADO
               WHEN 3
                   MOVE 'REPROVADO' TO WRK-RESULTADO
               WHEN OTHER
                   MOVE 'REPROVADO POR FALTAS' TO WRK-RESULTADO
           END-EVALUATE.

       0220-CONTAR-SITUACAO.
           EVALUATE WRK-GRAVIDADE
               WHEN 1
                   ADD 1 TO WRK-QT-APROVADO
               WHEN 2
                   ADD 1 TO WRK-QT-RECUPERACAO
               WHEN 3
                   ADD 1 TO WRK-QT-REPROVADO
               WHEN OTHER
                   ADD 1 TO WRK-QT-REP-FALTAS
           END-EVALUATE.

       0300-FINALIZAR.
           DISPLAY '________________________'.
           MOVE 'N' TO WRK-BIMESTRE-OK.
           PERFORM 0505-PEDIR-BIMESTRE UNTIL BIMESTRE-VALIDO.
           PERFORM 0506-PREPARAR-FREQUENCIA.
           PERFORM 0580-CARREGAR-DISCIPLINAS.
           PERFORM 0590-CARREGAR-NOTAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ALUNOS.
           IF ALUNOS-OK
               PERFORM 0510-LER-ALUNO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-QT-DISC-TURMA.
           PERFORM VARYING WRK-SUB-DIS FROM 1 BY 1
               UNTIL WRK-SUB-DIS > WRK-QT-TAB-DISC
               IF WRK-TD-TURMA(WRK-SUB-DIS) = REG-ALUNO-TURMA
                   ADD 1 TO WRK-QT-DISC-TURMA
               END-IF
           END-PERFORM.
           IF WRK-QT-DISC-TURMA > ZEROES
               PERFORM 0600-BOLETIM-POR-DISCIPLINA
               PERFORM 0510-LER-ALUNO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WRK-DISCIPLINA.
           MOVE REG-ALUNO-NOME TO WRK-NOME.
           MOVE REG-ALUNO-NOTA-1 TO WRK-NOTA-1.
           MOVE REG-ALUNO-NOTA-2 TO WRK-NOTA-2.
               ADD 1 TO WRK-QT-TAB-FALTAS
               MOVE REG-FAL-NOME TO WRK-TF-NOME(WRK-QT-TAB-FALTAS)
               MOVE REG-FAL-DATA TO WRK-TF-DATA(WRK-QT-TAB-FALTAS)
               MOVE REG-FAL-DISCIPLINA
                   TO WRK-TF-DISCIPLINA(WRK-QT-TAB-FALTAS)
           END-IF.
           PERFORM 0507-LER-FALTA.

      * NA TURMA SEM DISCIPLINAS SÓ CONTA A FALTA NO DIA INTEIRO
       0509-DERIVAR-FREQUENCIA.
           MOVE ZEROES TO WRK-QT-FALTAS-ALU.
           PERFORM VARYING WRK-SUB-FAL FROM 1 BY 1
               UNTIL WRK-SUB-FAL > WRK-QT-TAB-FALTAS
               IF WRK-TF-NOME(WRK-SUB-FAL) = WRK-NOME AND
                  WRK-TF-DISCIPLINA(WRK-SUB-FAL) = SPACES
                   ADD 1 TO WRK-QT-FALTAS-ALU
               END-IF
           END-PERFORM.
           MOVE WRK-NOTA-2   TO REG-HB-NOTA-2.
           MOVE WRK-MEDIA    TO REG-HB-MEDIA.
           MOVE WRK-FREQUENCIA TO REG-HB-FREQUENCIA.
           MOVE WRK-DISCIPLINA TO REG-HB-DISCIPLINA.
           WRITE REG-HISTBIM.

       0530-IMPRIMIR-RESUMO.
               ' (' WRK-PCT-REPROVADO '%)'.
           DISPLAY 'REPROVADOS POR FALTAS.: ' WRK-QT-REP-FALTAS
               ' (' WRK-PCT-REP-FALTAS '%)'.

       0580-CARREGAR-DISCIPLINAS.
           MOVE ZEROES TO WRK-QT-TAB-DISC.
           MOVE 'N' TO WRK-FIM-DISC.
           OPEN INPUT ARQ-DISCIPLINAS.
           IF NOT DISC-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0581-LER-DISCIPLINA.
           PERFORM 0582-GUARDAR-DISCIPLINA UNTIL FIM-DISC.
           CLOSE ARQ-DISCIPLINAS.

       0581-LER-DISCIPLINA.
           READ ARQ-DISCIPLINAS
               AT END
                   MOVE 'S' TO WRK-FIM-DISC
           END-READ.

       0582-GUARDAR-DISCIPLINA.
           IF WRK-QT-TAB-DISC < 300
               ADD 1 TO WRK-QT-TAB-DISC
               MOVE REG-DIS-TURMA  TO WRK-TD-TURMA(WRK-QT-TAB-DISC)
               MOVE REG-DIS-CODIGO TO WRK-TD-CODIGO(WRK-QT-TAB-DISC)
               MOVE REG-DIS-NOME   TO WRK-TD-NOME(WRK-QT-TAB-DISC)
               MOVE REG-DIS-CARGA  TO WRK-TD-CARGA(WRK-QT-TAB-DISC)
           END-IF.
           PERFORM 0581-LER-DISCIPLINA.

      * SÓ AS NOTAS DO BIMESTRE DESTA RODADA; A MESMA CHAVE LANÇADA
      * DE NOVO SOBREPÕE A ANTERIOR NA TABELA
       0590-CARREGAR-NOTAS.
           MOVE ZEROES TO WRK-QT-TAB-NOTAS.
           IF WRK-QT-TAB-DISC = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-FIM-NOTAS.
           OPEN INPUT ARQ-NOTAS.
           IF NOT NOTAS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0591-LER-NOTA.
           PERFORM 0592-GUARDAR-NOTA UNTIL FIM-NOTAS.
           CLOSE ARQ-NOTAS.

       0591-LER-NOTA.
           READ ARQ-NOTAS
               AT END
                   MOVE 'S' TO WRK-FIM-NOTAS
           END-READ.

       0592-GUARDAR-NOTA.
           IF REG-ND-BIMESTRE NOT = WRK-BIMESTRE
               PERFORM 0591-LER-NOTA
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-ND-NOME       TO WRK-NOME.
           MOVE REG-ND-DISCIPLINA TO WRK-DISCIPLINA.
           MOVE REG-ND-TURMA      TO WRK-TURMA.
           PERFORM 0620-LOCALIZAR-NOTA.
           IF WRK-SUB-NOTA-ACHADA = ZEROES
               IF WRK-QT-TAB-NOTAS < 2000
                   ADD 1 TO WRK-QT-TAB-NOTAS
                   MOVE WRK-QT-TAB-NOTAS TO WRK-SUB-NOTA-ACHADA
               ELSE
                   DISPLAY 'TABELA DE NOTAS CHEIA - LANÇAMENTO DE '
                       REG-ND-NOME ' IGNORADO'
                   PERFORM 0591-LER-NOTA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE REG-ND-NOME TO WRK-TN-NOME(WRK-SUB-NOTA-ACHADA).
           MOVE REG-ND-TURMA TO WRK-TN-TURMA(WRK-SUB-NOTA-ACHADA).
           MOVE REG-ND-DISCIPLINA
               TO WRK-TN-DISCIPLINA(WRK-SUB-NOTA-ACHADA).
           MOVE REG-ND-NOTA-1 TO WRK-TN-NOTA-1(WRK-SUB-NOTA-ACHADA).
           MOVE REG-ND-NOTA-2 TO WRK-TN-NOTA-2(WRK-SUB-NOTA-ACHADA).
           PERFORM 0591-LER-NOTA.

      * UMA LINHA POR DISCIPLINA DA TURMA DO ALUNO; A SITUAÇÃO DO
      * ALUNO NO BIMESTRE É A PIOR ENTRE AS DISCIPLINAS AVALIADAS
       0600-BOLETIM-POR-DISCIPLINA.
           MOVE REG-ALUNO-NOME TO WRK-NOME.
           MOVE REG-ALUNO-TURMA TO WRK-TURMA.
           IF REG-ALUNO-FREQUENCIA IS NUMERIC
               MOVE REG-ALUNO-FREQUENCIA TO WRK-FREQ-COLUNA
           ELSE
               MOVE ZEROES TO WRK-FREQ-COLUNA
           END-IF.
           MOVE ZEROES TO WRK-PIOR-GRAVIDADE.
           DISPLAY WRK-NOME ' - TURMA ' REG-ALUNO-TURMA.
           PERFORM 0610-AVALIAR-DISCIPLINA
               VARYING WRK-SUB-DIS FROM 1 BY 1
               UNTIL WRK-SUB-DIS > WRK-QT-TAB-DISC.
           IF WRK-PIOR-GRAVIDADE = ZEROES
               DISPLAY WRK-NOME ' - NENHUMA DISCIPLINA AVALIADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-PIOR-GRAVIDADE TO WRK-GRAVIDADE.
           PERFORM 0215-NOMEAR-SITUACAO.
           PERFORM 0220-CONTAR-SITUACAO.
           ADD 1 TO WRK-QT-TOTAL.
           DISPLAY WRK-NOME ' - SITUAÇÃO NO BIMESTRE: '
               WRK-RESULTADO.

       0610-AVALIAR-DISCIPLINA.
           IF WRK-TD-TURMA(WRK-SUB-DIS) NOT = WRK-TURMA
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TD-CODIGO(WRK-SUB-DIS) TO WRK-DISCIPLINA.
           PERFORM 0620-LOCALIZAR-NOTA.
           IF WRK-SUB-NOTA-ACHADA = ZEROES
               DISPLAY '  ' WRK-TD-NOME(WRK-SUB-DIS)
                   ' SEM NOTAS LANÇADAS'
               MOVE SPACES TO REG-REJ-MOTIVO
               STRING 'SEM NOTAS LANÇADAS EM ' WRK-DISCIPLINA
                   DELIMITED BY SIZE INTO REG-REJ-MOTIVO
               PERFORM 0195-REGISTRAR-REJEITADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TN-NOTA-1(WRK-SUB-NOTA-ACHADA) TO WRK-NOTA-1.
           MOVE WRK-TN-NOTA-2(WRK-SUB-NOTA-ACHADA) TO WRK-NOTA-2.
           IF WRK-NOTA-1 = ZEROES OR WRK-NOTA-2 = ZEROES
               DISPLAY '  ' WRK-TD-NOME(WRK-SUB-DIS)
                   ' UMA DAS NOTAS É ZERO'
               MOVE SPACES TO REG-REJ-MOTIVO
               STRING 'NOTA ZERADA EM ' WRK-DISCIPLINA
                   DELIMITED BY SIZE INTO REG-REJ-MOTIVO
               PERFORM 0195-REGISTRAR-REJEITADO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-DIAS-LETIVOS > ZEROES
               PERFORM 0630-FREQUENCIA-DISCIPLINA
           ELSE
               MOVE WRK-FREQ-COLUNA TO WRK-FREQUENCIA
           END-IF.
           IF WRK-FREQUENCIA > 100
               DISPLAY '  ' WRK-TD-NOME(WRK-SUB-DIS)
                   ' FREQUÊNCIA INVÁLIDA'
               MOVE 'FREQUÊNCIA ACIMA DE 100%' TO REG-REJ-MOTIVO
               PERFORM 0195-REGISTRAR-REJEITADO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-MEDIA = (WRK-NOTA-1 + WRK-NOTA-2) / 2.
           MOVE WRK-MEDIA TO WRK-MEDIA-ED.
           PERFORM 0210-APLICAR-REGRA.
           DISPLAY '  ' WRK-TD-NOME(WRK-SUB-DIS) ' MÉDIA: '
               WRK-MEDIA-ED '  FREQ.: ' WRK-FREQUENCIA '%  '
               WRK-RESULTADO.
           IF WRK-GRAVIDADE > WRK-PIOR-GRAVIDADE
               MOVE WRK-GRAVIDADE TO WRK-PIOR-GRAVIDADE
           END-IF.
           PERFORM 0525-GRAVAR-HISTORICO.

       0620-LOCALIZAR-NOTA.
           MOVE ZEROES TO WRK-SUB-NOTA-ACHADA.
           PERFORM VARYING WRK-SUB-NOTA FROM 1 BY 1
               UNTIL WRK-SUB-NOTA > WRK-QT-TAB-NOTAS
                   OR WRK-SUB-NOTA-ACHADA > ZEROES
               IF WRK-TN-NOME(WRK-SUB-NOTA) = WRK-NOME AND
                  WRK-TN-TURMA(WRK-SUB-NOTA) = WRK-TURMA AND
                  WRK-TN-DISCIPLINA(WRK-SUB-NOTA) = WRK-DISCIPLINA
                   MOVE WRK-SUB-NOTA TO WRK-SUB-NOTA-ACHADA
               END-IF
           END-PERFORM.

      * AS AULAS DADAS NO PERÍODO SAEM DA CARGA SEMANAL SOBRE OS
      * DIAS LETIVOS (5 POR SEMANA); CONTAM AS FALTAS NA DISCIPLINA
      * E AS FALTAS NO DIA INTEIRO, QUE PERDEM TODAS AS AULAS DO DIA
       0630-FREQUENCIA-DISCIPLINA.
           COMPUTE WRK-AULAS-DISC ROUNDED =
               WRK-DIAS-LETIVOS * WRK-TD-CARGA(WRK-SUB-DIS) / 5.
           IF WRK-AULAS-DISC = ZEROES
               MOVE WRK-DIAS-LETIVOS TO WRK-AULAS-DISC
           END-IF.
           MOVE ZEROES TO WRK-QT-FALTAS-ALU.
           PERFORM VARYING WRK-SUB-FAL FROM 1 BY 1
               UNTIL WRK-SUB-FAL > WRK-QT-TAB-FALTAS
               IF WRK-TF-NOME(WRK-SUB-FAL) = WRK-NOME AND
                  (WRK-TF-DISCIPLINA(WRK-SUB-FAL) = WRK-DISCIPLINA
                   OR WRK-TF-DISCIPLINA(WRK-SUB-FAL) = SPACES)
                   ADD 1 TO WRK-QT-FALTAS-ALU
               END-IF
           END-PERFORM.
           IF WRK-QT-FALTAS-ALU > WRK-AULAS-DISC
               MOVE WRK-AULAS-DISC TO WRK-QT-FALTAS-ALU
           END-IF.
           COMPUTE WRK-FREQUENCIA ROUNDED =
               (WRK-AULAS-DISC - WRK-QT-FALTAS-ALU) * 100 /
               WRK-AULAS-DISC.
