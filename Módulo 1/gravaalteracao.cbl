       IDENTIFICATION DIVISION.
       PROGRAM-ID. gravaalteracao.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = GRAVAÇÃO DE UMA ALTERAÇÃO SENSÍVEL COMO PENDENTE
      *            EM ALTERACOES-PENDENTES, CHAMADA PELA MANUTENÇÃO DO
      *            CADASTRO, PELO REAJUSTE DE PREÇOS, PELOS PARÂMETROS
      *            DE NEGÓCIO E PELO CONTROLE DE PERÍODOS: CONFERE O
      *            USUÁRIO E O PIN DO SOLICITANTE NO ARQUIVO DE
      *            SEGURANÇA (QUALQUER NÍVEL, CONTA NÃO BLOQUEADA),
      *            RECUSA UMA SEGUNDA SOLICITAÇÃO PENDENTE DO MESMO
      *            TIPO E CHAVE, NUMERA PELO MAIOR NÚMERO DO ARQUIVO
      *            MAIS UM E ANEXA A SOLICITAÇÃO PARA O APROVAALTER
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
           SELECT ARQ-ALTERACOES ASSIGN TO 'ALTERACOES-PENDENTES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALTERACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-USUARIOS.
           COPY 'usuarseg.cbl'.

      * SÓ OS CAMPOS DA CONFERÊNCIA; O REGISTRO INTEIRO VEM DO
      * CHAMADOR NO LAYOUT DO ALTPEND
       FD  ARQ-ALTERACOES.
       01  REG-ALT-ARQUIVO.
           02 REG-ALA-NUMERO   PIC 9(06).
           02 REG-ALA-TIPO     PIC X(01).
           02 REG-ALA-SITUACAO PIC X(01).
           02 REG-ALA-CHAVE    PIC X(20).
           02 FILLER           PIC X(198).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-USUARIOS   PIC X(02) VALUE '00'.
           88 USUARIOS-OK          VALUE '00'.
       77 WRK-STATUS-ALTERACOES PIC X(02) VALUE '00'.
           88 ALTERACOES-OK        VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

       77 WRK-AUTORIZADO PIC X(01) VALUE 'N'.
           88 SOLICITANTE-AUTORIZADO VALUE 'S'.
       77 WRK-JA-PENDENTE PIC X(01) VALUE 'N'.
           88 EXISTE-PENDENTE VALUE 'S'.
       77 WRK-ULTIMO-NUMERO PIC 9(06) VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).
       01  WRK-HORA-SYS.
           02 WRK-HS-HH   PIC 9(02).
           02 WRK-HS-MM   PIC 9(02).
           02 WRK-HS-SS   PIC 9(02).
           02 WRK-HS-CENT PIC 9(02).

       LINKAGE SECTION.
           COPY 'solalter.cbl'.
           COPY 'altpend.cbl'.

       PROCEDURE DIVISION USING REG-SOLICITACAO REG-ALTERACAO.
       0001-PRINCIPAL.
           MOVE ZEROES TO REG-SOL-NUMERO.
           PERFORM 0100-CONFERIR-SOLICITANTE.
           IF NOT SOLICITANTE-AUTORIZADO
               MOVE '1' TO REG-SOL-RETORNO
               GOBACK
           END-IF.
           PERFORM 0200-VARRER-ALTERACOES.
           IF EXISTE-PENDENTE
               MOVE '2' TO REG-SOL-RETORNO
               GOBACK
           END-IF.
           PERFORM 0300-GRAVAR-ALTERACAO.
           MOVE '0' TO REG-SOL-RETORNO.
           GOBACK.

      * O PIN ESTÁ CODIFICADO EM COMPLEMENTO DE NOVE, COMO NO
      * NIVEL88; CONTA BLOQUEADA NÃO SOLICITA
       0100-CONFERIR-SOLICITANTE.
           MOVE 'N' TO WRK-AUTORIZADO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-USUARIOS.
           IF USUARIOS-OK
               PERFORM 0110-LER-USUARIO
               PERFORM 0120-CONFERIR-USUARIO UNTIL FIM-ARQUIVO
               CLOSE ARQ-USUARIOS
           END-IF.

       0110-LER-USUARIO.
           READ ARQ-USUARIOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0120-CONFERIR-USUARIO.
           IF REG-USU-USUARIO = REG-SOL-USUARIO AND
              REG-SOL-USUARIO NOT = SPACES AND
              REG-USU-BLOQUEADO NOT = 'S' AND
              9999 - REG-USU-PIN-ENC = REG-SOL-PIN
               MOVE 'S' TO WRK-AUTORIZADO
           END-IF.
           PERFORM 0110-LER-USUARIO.

      * ARQUIVO AUSENTE É A PRIMEIRA SOLICITAÇÃO (NÚMERO 1)
       0200-VARRER-ALTERACOES.
           MOVE 'N' TO WRK-JA-PENDENTE.
           MOVE ZEROES TO WRK-ULTIMO-NUMERO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ALTERACOES.
           IF ALTERACOES-OK
               PERFORM 0210-LER-ALTERACAO
               PERFORM 0220-CONFERIR-ALTERACAO UNTIL FIM-ARQUIVO
               CLOSE ARQ-ALTERACOES
           END-IF.

       0210-LER-ALTERACAO.
           READ ARQ-ALTERACOES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0220-CONFERIR-ALTERACAO.
           IF REG-ALA-NUMERO > WRK-ULTIMO-NUMERO
               MOVE REG-ALA-NUMERO TO WRK-ULTIMO-NUMERO
           END-IF.
           IF REG-ALA-SITUACAO = 'P' AND
              REG-ALA-TIPO = REG-ALT-TIPO AND
              REG-ALA-CHAVE = REG-ALT-CHAVE
               MOVE 'S' TO WRK-JA-PENDENTE
           END-IF.
           PERFORM 0210-LER-ALTERACAO.

       0300-GRAVAR-ALTERACAO.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SYS FROM TIME.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-ULTIMO-NUMERO TO REG-ALT-NUMERO.
           MOVE 'P'               TO REG-ALT-SITUACAO.
           MOVE REG-SOL-USUARIO   TO REG-ALT-SOLICITANTE.
           MOVE WRK-DATA-SYS-NUM  TO REG-ALT-DATA-SOL.
           COMPUTE REG-ALT-HORA-SOL =
               WRK-HS-HH * 10000 + WRK-HS-MM * 100 + WRK-HS-SS.
           MOVE SPACES TO REG-ALT-DECISOR.
           MOVE ZEROES TO REG-ALT-DATA-DEC REG-ALT-HORA-DEC.
           OPEN EXTEND ARQ-ALTERACOES.
           IF NOT ALTERACOES-OK
               OPEN OUTPUT ARQ-ALTERACOES
           END-IF.
           WRITE REG-ALT-ARQUIVO FROM REG-ALTERACAO.
           CLOSE ARQ-ALTERACOES.
           MOVE WRK-ULTIMO-NUMERO TO REG-SOL-NUMERO.
