       IDENTIFICATION DIVISION.
       PROGRAM-ID. alcadadepto.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = ALÇADA DE APROVAÇÃO POR DEPARTAMENTO: LOCALIZA NO
      *            CADASTRO DEPARTAMENTOS O DEPARTAMENTO PEDIDO (OU O
      *            QUE RESPONDE PELA FILIAL) E DECIDE SE O USUÁRIO
      *            IDENTIFICADO PODE DECIDIR O ITEM: O GERENTE DO
      *            DEPARTAMENTO DECIDE ATÉ O TETO, ACIMA DELE SÓ O
      *            USUÁRIO DE ESCALAÇÃO (QUE TAMBÉM DECIDE ABAIXO).
      *            DEPARTAMENTO SEM GERENTE CADASTRADO CONTINUA COM A
      *            REGRA ANTIGA: ADMINISTRADOR (01) OU GERENTE (03).
      *            SERVE O APROVARAUMENTO, O LIBERAPEDIDO E O
      *            RELATÓRIO DE ESPERA DAS APROVAÇÕES
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEPTOS ASSIGN TO 'DEPARTAMENTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DEPTOS.
           COPY 'departamento.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-DEPTOS PIC X(02) VALUE '00'.
           88 DEPTOS-OK        VALUE '00'.
       77 WRK-FIM-DEPTOS PIC X(01) VALUE 'N'.
           88 FIM-DEPTOS    VALUE 'S'.
       77 WRK-DEPTO-ACHADO PIC X(01) VALUE 'N'.
           88 DEPTO-ACHADO     VALUE 'S'.

       LINKAGE SECTION.
           COPY 'alcada.cbl'.

       PROCEDURE DIVISION USING REG-ALCADA.
       0001-PRINCIPAL.
           MOVE SPACES TO REG-ALC-DESCRICAO REG-ALC-GERENTE
               REG-ALC-ESCALACAO.
           MOVE ZEROES TO REG-ALC-TETO.
           MOVE 'N' TO REG-ALC-ACIMA-TETO.
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           MOVE 'N' TO WRK-FIM-DEPTOS.
           OPEN INPUT ARQ-DEPTOS.
           IF DEPTOS-OK
               PERFORM 0100-LER-DEPTO
               PERFORM 0110-CONFERIR-DEPTO
                   UNTIL FIM-DEPTOS OR DEPTO-ACHADO
               CLOSE ARQ-DEPTOS
           END-IF.
           PERFORM 0200-DECIDIR.
           GOBACK.

       0100-LER-DEPTO.
           READ ARQ-DEPTOS
               AT END
                   MOVE 'S' TO WRK-FIM-DEPTOS
           END-READ.

      * O AUMENTO VEM PELO DEPARTAMENTO DO FUNCIONÁRIO; O PEDIDO,
      * SEM DEPARTAMENTO, PELA FILIAL. REGISTRO ANTIGO, SEM OS
      * CAMPOS DA ALÇADA, FICA SEM TETO E SEM FILIAL
       0110-CONFERIR-DEPTO.
           IF REG-DEP-TETO NOT NUMERIC
               MOVE ZEROES TO REG-DEP-TETO
           END-IF.
           IF REG-DEP-FILIAL NOT NUMERIC
               MOVE ZEROES TO REG-DEP-FILIAL
           END-IF.
           IF (REG-ALC-DEPTO NOT = SPACES AND
               REG-DEP-CODIGO = REG-ALC-DEPTO) OR
              (REG-ALC-DEPTO = SPACES AND
               REG-ALC-FILIAL > ZEROES AND
               REG-DEP-FILIAL = REG-ALC-FILIAL)
               MOVE 'S' TO WRK-DEPTO-ACHADO
               MOVE REG-DEP-DESCRICAO TO REG-ALC-DESCRICAO
               MOVE REG-DEP-GERENTE   TO REG-ALC-GERENTE
               MOVE REG-DEP-ESCALACAO TO REG-ALC-ESCALACAO
               MOVE REG-DEP-TETO      TO REG-ALC-TETO
           ELSE
               PERFORM 0100-LER-DEPTO
           END-IF.

      * TETO ZERADO = SEM TETO; SEM USUÁRIO DE ESCALAÇÃO O GERENTE
      * DECIDE QUALQUER VALOR
       0200-DECIDIR.
           MOVE 'N' TO REG-ALC-DECISAO.
           IF REG-ALC-GERENTE = SPACES
               IF REG-ALC-NIVEL = 01 OR REG-ALC-NIVEL = 03
                   MOVE 'L' TO REG-ALC-DECISAO
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF REG-ALC-TETO > ZEROES AND
              REG-ALC-VALOR > REG-ALC-TETO AND
              REG-ALC-ESCALACAO NOT = SPACES
               MOVE 'S' TO REG-ALC-ACIMA-TETO
           END-IF.
           IF REG-ALC-USUARIO = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF REG-ALC-USUARIO = REG-ALC-ESCALACAO
               MOVE 'E' TO REG-ALC-DECISAO
               EXIT PARAGRAPH
           END-IF.
           IF REG-ALC-USUARIO = REG-ALC-GERENTE AND
              NOT ALC-ACIMA-DO-TETO
               MOVE 'G' TO REG-ALC-DECISAO
           END-IF.
