       IDENTIFICATION DIVISION.
       PROGRAM-ID. aprovalanc.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = APROVAÇÃO DOS LANÇAMENTOS CONTÁBEIS MANUAIS
      *            PENDENTES EM LANCAMENTOS-MANUAIS (LANCAMANUAL E
      *            GERARECORRENTE): PARA CADA LANÇAMENTO MOSTRA AS
      *            PARTIDAS E OS TOTAIS, E O ADMINISTRADOR (01) OU
      *            GERENTE (03) IDENTIFICADO, QUE NÃO PODE SER QUEM O
      *            DIGITOU, APROVA OU REJEITA; O APROVADO É GRAVADO EM
      *            LANCAMENTOS-GL, SE A COMPETÊNCIA AINDA ESTIVER
      *            ABERTA, PARA O POSTAGL LEVAR AOS SALDOS DAS CONTAS
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-USUARIOS ASSIGN TO 'USUARIOS-SEGURANCA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-USUARIOS.
           SELECT ARQ-MANUAIS ASSIGN TO 'LANCAMENTOS-MANUAIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MANUAIS.
           SELECT ARQ-GL ASSIGN TO 'LANCAMENTOS-GL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-USUARIOS.
           COPY 'usuarseg.cbl'.

       FD  ARQ-MANUAIS.
           COPY 'lctoman.cbl'.

       FD  ARQ-GL.
       01  REG-GL.
           02 REG-GL-TIPO        PIC X(01).
           02 REG-GL-CONTA       PIC X(08).
           02 REG-GL-CENTRO      PIC X(06).
           02 REG-GL-VALOR       PIC 9(10)V99.
           02 REG-GL-COMPETENCIA PIC 9(06).
           02 REG-GL-QT          PIC 9(05).

       WORKING-STORAGE SECTION.
           COPY 'periodo.cbl'.

       77 WRK-STATUS-USUARIOS PIC X(02) VALUE '00'.
           88 USUARIOS-OK        VALUE '00'.
       77 WRK-STATUS-MANUAIS  PIC X(02) VALUE '00'.
           88 MANUAIS-OK         VALUE '00'.
       77 WRK-STATUS-GL       PIC X(02) VALUE '00'.
           88 GL-OK              VALUE '00'.
       77 WRK-FIM-USUARIOS PIC X(01) VALUE 'N'.
           88 FIM-USUARIOS    VALUE 'S'.
       77 WRK-FIM-MANUAIS  PIC X(01) VALUE 'N'.
           88 FIM-MANUAIS     VALUE 'S'.

       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-PIN         PIC 9(04) VALUE ZEROES.
       77 WRK-NIVEL       PIC 9(02) VALUE ZEROES.
       77 WRK-AUTORIZADO  PIC X(01) VALUE 'N'.
           88 APROVADOR-AUTORIZADO VALUE 'S'.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       77 WRK-QT-LINHAS  PIC 9(04) COMP VALUE ZEROES.
       77 WRK-TABELA-EXCEDIDA PIC X(01) VALUE 'N'.
           88 TABELA-EXCEDIDA    VALUE 'S'.
       77 WRK-SUB-LIN    PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-LANC   PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-LINHAS.
           02 WRK-TL-ITEM OCCURS 2000 TIMES.
               03 WRK-TL-REGISTRO PIC X(132).
               03 WRK-TL-VISTO    PIC X(01).

       77 WRK-NUMERO      PIC 9(06) VALUE ZEROES.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.
       77 WRK-DIGITADOR   PIC X(20) VALUE SPACES.
       77 WRK-DECISAO     PIC X(01) VALUE SPACES.
       77 WRK-ENCERRAR    PIC X(01) VALUE 'N'.
           88 REVISAO-ENCERRADA VALUE 'S'.
       77 WRK-ALTERADO    PIC X(01) VALUE 'N'.
           88 TABELA-ALTERADA  VALUE 'S'.
       77 WRK-TOTAL-DEBITOS  PIC 9(11)V99 VALUE ZEROES.
       77 WRK-TOTAL-CREDITOS PIC 9(11)V99 VALUE ZEROES.
       77 WRK-QT-APROVADOS  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-QT-REJEITADOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-QT-PULADOS    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-QT-DOC-ED     PIC ZZ9 VALUE ZEROES.

       77 WRK-VALOR-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-VALOR2-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'APROVAÇÃO DOS LANÇAMENTOS MANUAIS'.
           DISPLAY '========================================'.
           PERFORM 0050-IDENTIFICAR-APROVADOR.
           IF NOT APROVADOR-AUTORIZADO
               DISPLAY 'USUÁRIO OU PIN INVÁLIDO, OU SEM NÍVEL DE '
                   'ADMINISTRADOR OU GERENTE - ACESSO NEGADO'
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-LINHAS.
           IF TABELA-EXCEDIDA
               DISPLAY 'LANCAMENTOS-MANUAIS EXCEDE O LIMITE DE 2000 '
                   'DA TABELA - EXECUÇÃO RECUSADA PARA NÃO '
                   'TRUNCAR O ARQUIVO NA REGRAVAÇÃO'
               GOBACK
           END-IF.
           PERFORM 0200-REVISAR-LANCAMENTO
               VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
                   OR REVISAO-ENCERRADA.
           IF TABELA-ALTERADA
               PERFORM 0400-REGRAVAR-LINHAS
           END-IF.
           MOVE WRK-QT-APROVADOS TO WRK-QT-DOC-ED.
           DISPLAY 'LANÇAMENTOS APROVADOS.: ' WRK-QT-DOC-ED.
           MOVE WRK-QT-REJEITADOS TO WRK-QT-DOC-ED.
           DISPLAY 'LANÇAMENTOS REJEITADOS: ' WRK-QT-DOC-ED.
           MOVE WRK-QT-PULADOS TO WRK-QT-DOC-ED.
           DISPLAY 'LANÇAMENTOS MANTIDOS..: ' WRK-QT-DOC-ED.
           DISPLAY 'FINAL DA APROVAÇÃO DOS LANÇAMENTOS'.
           GOBACK.

       0050-IDENTIFICAR-APROVADOR.
           MOVE 'N' TO WRK-AUTORIZADO.
           DISPLAY 'USUÁRIO:'.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           DISPLAY 'PIN:'.
           ACCEPT WRK-PIN FROM CONSOLE.
           OPEN INPUT ARQ-USUARIOS.
           IF NOT USUARIOS-OK
               DISPLAY 'ARQUIVO DE SEGURANÇA NÃO ENCONTRADO - '
                   'CRIE OS USUÁRIOS PELO SEGADMIN'
           ELSE
               PERFORM 0060-LER-USUARIO
               PERFORM 0070-CONFERIR-USUARIO UNTIL FIM-USUARIOS
               CLOSE ARQ-USUARIOS
           END-IF.

       0060-LER-USUARIO.
           READ ARQ-USUARIOS
               AT END
                   MOVE 'S' TO WRK-FIM-USUARIOS
           END-READ.

      * O PIN ESTÁ CODIFICADO EM COMPLEMENTO DE NOVE, COMO NO
      * NIVEL88; CONTA BLOQUEADA NÃO APROVA
       0070-CONFERIR-USUARIO.
           IF REG-USU-USUARIO = WRK-USUARIO AND
              REG-USU-BLOQUEADO NOT = 'S' AND
              9999 - REG-USU-PIN-ENC = WRK-PIN
               MOVE REG-USU-NIVEL TO WRK-NIVEL
               IF WRK-NIVEL = 01 OR WRK-NIVEL = 03
                   MOVE 'S' TO WRK-AUTORIZADO
               END-IF
           END-IF.
           PERFORM 0060-LER-USUARIO.

       0100-CARREGAR-LINHAS.
           OPEN INPUT ARQ-MANUAIS.
           IF MANUAIS-OK
               PERFORM 0110-LER-LINHA
               PERFORM 0120-GUARDAR-LINHA UNTIL FIM-MANUAIS
               CLOSE ARQ-MANUAIS
           ELSE
               DISPLAY 'NÃO HÁ LANÇAMENTOS MANUAIS GRAVADOS'
           END-IF.

       0110-LER-LINHA.
           READ ARQ-MANUAIS
               AT END
                   MOVE 'S' TO WRK-FIM-MANUAIS
           END-READ.

       0120-GUARDAR-LINHA.
           IF WRK-QT-LINHAS < 2000
               ADD 1 TO WRK-QT-LINHAS
               MOVE REG-LANC-MANUAL
                   TO WRK-TL-REGISTRO(WRK-QT-LINHAS)
               MOVE 'N' TO WRK-TL-VISTO(WRK-QT-LINHAS)
           ELSE
               MOVE 'S' TO WRK-TABELA-EXCEDIDA
               MOVE 'S' TO WRK-FIM-MANUAIS
           END-IF.
           PERFORM 0110-LER-LINHA.

      * O LANÇAMENTO É DECIDIDO INTEIRO NA PRIMEIRA PARTIDA PENDENTE;
      * AS DEMAIS PARTIDAS DELE FICAM MARCADAS COMO VISTAS. QUEM
      * DIGITOU NÃO APROVA O PRÓPRIO LANÇAMENTO
       0200-REVISAR-LANCAMENTO.
           IF WRK-TL-VISTO(WRK-SUB-LIN) = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TL-REGISTRO(WRK-SUB-LIN) TO REG-LANC-MANUAL.
           IF NOT REG-LMN-PENDENTE
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-LMN-NUMERO      TO WRK-NUMERO.
           MOVE REG-LMN-COMPETENCIA TO WRK-COMPETENCIA.
           MOVE REG-LMN-DIGITADOR   TO WRK-DIGITADOR.
           DISPLAY '----------------------------------------'.
           DISPLAY 'LANÇAMENTO.: ' WRK-NUMERO
               '  COMPETÊNCIA: ' WRK-COMPETENCIA.
           DISPLAY 'DIGITADO POR ' WRK-DIGITADOR
               ' EM ' REG-LMN-DATA-DIGIT.
           IF REG-LMN-MODELO NOT = ZEROES
               DISPLAY 'GERADO DO MODELO RECORRENTE ' REG-LMN-MODELO
           END-IF.
           PERFORM 0220-MOSTRAR-PARTIDAS.
           IF WRK-DIGITADOR = WRK-USUARIO
               DISPLAY 'LANÇAMENTO DIGITADO PELO PRÓPRIO USUÁRIO - '
                   'APROVAÇÃO CABE A OUTRA PESSOA'
               MOVE 'B' TO WRK-DECISAO
               PERFORM 0300-APLICAR-DECISAO
               ADD 1 TO WRK-QT-PULADOS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY '(A)PROVAR, (R)EJEITAR, (P)ULAR OU (E)NCERRAR:'.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE WRK-DECISAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0250-APROVAR-LANCAMENTO
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WRK-DECISAO
                   PERFORM 0300-APLICAR-DECISAO
                   ADD 1 TO WRK-QT-REJEITADOS
                   DISPLAY 'LANÇAMENTO REJEITADO'
               WHEN 'E'
               WHEN 'e'
                   MOVE 'S' TO WRK-ENCERRAR
               WHEN OTHER
                   MOVE 'B' TO WRK-DECISAO
                   PERFORM 0300-APLICAR-DECISAO
                   ADD 1 TO WRK-QT-PULADOS
                   DISPLAY 'LANÇAMENTO MANTIDO PENDENTE'
           END-EVALUATE.

       0220-MOSTRAR-PARTIDAS.
           MOVE ZEROES TO WRK-TOTAL-DEBITOS WRK-TOTAL-CREDITOS.
           PERFORM VARYING WRK-SUB-LANC FROM WRK-SUB-LIN BY 1
               UNTIL WRK-SUB-LANC > WRK-QT-LINHAS
               MOVE WRK-TL-REGISTRO(WRK-SUB-LANC) TO REG-LANC-MANUAL
               IF REG-LMN-NUMERO = WRK-NUMERO AND
                  REG-LMN-PENDENTE
                   MOVE REG-LMN-VALOR TO WRK-VALOR-ED
                   DISPLAY REG-LMN-TIPO ' ' REG-LMN-CONTA ' '
                       REG-LMN-CENTRO ' ' WRK-VALOR-ED ' '
                       REG-LMN-HISTORICO
                   IF REG-LMN-DEBITO
                       ADD REG-LMN-VALOR TO WRK-TOTAL-DEBITOS
                   ELSE
                       ADD REG-LMN-VALOR TO WRK-TOTAL-CREDITOS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WRK-TOTAL-DEBITOS  TO WRK-VALOR-ED.
           MOVE WRK-TOTAL-CREDITOS TO WRK-VALOR2-ED.
           DISPLAY 'TOTAL DÉBITOS: ' WRK-VALOR-ED
               '  TOTAL CRÉDITOS: ' WRK-VALOR2-ED.

      * A COMPETÊNCIA PODE TER SIDO FECHADA DEPOIS DA DIGITAÇÃO; NESSE
      * CASO O LANÇAMENTO FICA PENDENTE PARA SER REJEITADO E REFEITO
      * NUMA COMPETÊNCIA ABERTA
       0250-APROVAR-LANCAMENTO.
           MOVE WRK-COMPETENCIA TO REG-PER-ANOMES.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'COMPETÊNCIA ' WRK-COMPETENCIA
                   ' FECHADA NO CONTROLE DE PERÍODOS - APROVAÇÃO '
                   'RECUSADA'
               MOVE 'B' TO WRK-DECISAO
               PERFORM 0300-APLICAR-DECISAO
               ADD 1 TO WRK-QT-PULADOS
               EXIT PARAGRAPH
           END-IF.
           IF WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
               DISPLAY 'DÉBITOS DIFEREM DOS CRÉDITOS - APROVAÇÃO '
                   'RECUSADA'
               MOVE 'B' TO WRK-DECISAO
               PERFORM 0300-APLICAR-DECISAO
               ADD 1 TO WRK-QT-PULADOS
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-GL.
           IF NOT GL-OK
               OPEN OUTPUT ARQ-GL
           END-IF.
           PERFORM VARYING WRK-SUB-LANC FROM WRK-SUB-LIN BY 1
               UNTIL WRK-SUB-LANC > WRK-QT-LINHAS
               MOVE WRK-TL-REGISTRO(WRK-SUB-LANC) TO REG-LANC-MANUAL
               IF REG-LMN-NUMERO = WRK-NUMERO AND
                  REG-LMN-PENDENTE
                   MOVE REG-LMN-TIPO        TO REG-GL-TIPO
                   MOVE REG-LMN-CONTA       TO REG-GL-CONTA
                   MOVE REG-LMN-CENTRO      TO REG-GL-CENTRO
                   MOVE REG-LMN-VALOR       TO REG-GL-VALOR
                   MOVE REG-LMN-COMPETENCIA TO REG-GL-COMPETENCIA
                   MOVE 1 TO REG-GL-QT
                   WRITE REG-GL
               END-IF
           END-PERFORM.
           CLOSE ARQ-GL.
           MOVE 'A' TO WRK-DECISAO.
           PERFORM 0300-APLICAR-DECISAO.
           ADD 1 TO WRK-QT-APROVADOS.
           DISPLAY 'LANÇAMENTO APROVADO E GRAVADO NO RAZÃO'.

      * DECISÃO 'B' (PULAR) SÓ MARCA AS PARTIDAS COMO VISTAS
       0300-APLICAR-DECISAO.
           PERFORM VARYING WRK-SUB-LANC FROM WRK-SUB-LIN BY 1
               UNTIL WRK-SUB-LANC > WRK-QT-LINHAS
               MOVE WRK-TL-REGISTRO(WRK-SUB-LANC) TO REG-LANC-MANUAL
               IF REG-LMN-NUMERO = WRK-NUMERO AND
                  REG-LMN-PENDENTE
                   MOVE 'S' TO WRK-TL-VISTO(WRK-SUB-LANC)
                   IF WRK-DECISAO NOT = 'B'
                       MOVE WRK-DECISAO TO REG-LMN-SITUACAO
                       MOVE WRK-USUARIO TO REG-LMN-APROVADOR
                       MOVE WRK-DATA-SYS-NUM TO REG-LMN-DATA-APROV
                       MOVE REG-LANC-MANUAL
                           TO WRK-TL-REGISTRO(WRK-SUB-LANC)
                       MOVE 'S' TO WRK-ALTERADO
                   END-IF
               END-IF
           END-PERFORM.

       0400-REGRAVAR-LINHAS.
           OPEN OUTPUT ARQ-MANUAIS.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
               MOVE WRK-TL-REGISTRO(WRK-SUB-LIN) TO REG-LANC-MANUAL
               WRITE REG-LANC-MANUAL
           END-PERFORM.
           CLOSE ARQ-MANUAIS.
