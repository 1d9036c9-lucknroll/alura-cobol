      *                    CONCEDIDOS POR DEPARTAMENTO (DEPARTAMENTO
      *                    DO CADASTRO MESTRE; SEM DEPARTAMENTO CAI
      *                    NO GERAL)
      * 15/10/2026 LUCAS  O AUMENTO ENFILEIRADO PARA APROVAÇÃO PASSA A
      *                    LEVAR A DATA DE ENTRADA NA FILA
      * 15/10/2026 LUCAS  O AUMENTO QUE LEVA O SALÁRIO ACIMA DO
      *                    MÁXIMO DA FAIXA DO CARGO DO FUNCIONÁRIO
      *                    (CADASTRO CARGOS, CARGO NO CADASTRO MESTRE)
      *                    É AVISADO E VAI PARA A FILA DE APROVAÇÃO,
      *                    QUALQUER QUE SEJA O LIMITE-APROVACAO
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-MATRIZ ASSIGN TO 'MATRIZ-AUMENTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MATRIZ.
           SELECT ARQ-CARGOS ASSIGN TO 'CARGOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGOS.

       DATA DIVISION.
       FILE SECTION.
           02 REG-MTZ-CONCEITO PIC X(01).
           02 REG-MTZ-PCT      PIC 9(02)V99.

       FD  ARQ-CARGOS.
           COPY 'cargo.cbl'.

       FD  ARQ-PENDENTES.
           COPY 'pendentes.cbl'.

               03 WRK-TM-FAIXA    PIC 9(01).
               03 WRK-TM-CONCEITO PIC X(01).
               03 WRK-TM-PCT      PIC 9(02)V99.
      * MÁXIMO DA FAIXA SALARIAL DE CADA CARGO; AUMENTO QUE PASSA
      * DO MÁXIMO VAI SEMPRE PARA A FILA DE APROVAÇÃO
       77 WRK-STATUS-CARGOS PIC X(02) VALUE '00'.
           88 CARGOS-OK        VALUE '00'.
       77 WRK-FIM-CARGOS    PIC X(01) VALUE 'N'.
           88 FIM-CARGOS       VALUE 'S'.
       77 WRK-QT-CARGOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-CAR   PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-CARGOS.
           02 WRK-TC-ITEM OCCURS 100 TIMES.
               03 WRK-TC-CODIGO PIC X(04).
               03 WRK-TC-MAXIMO PIC 9(06)V99.
       77 WRK-CARGO-EMP    PIC X(04) VALUE SPACES.
       77 WRK-MAXIMO-CARGO PIC 9(06)V99 VALUE ZEROES.
       77 WRK-SALARIO-PROPOSTO PIC 9(07)V99 VALUE ZEROES.
       77 WRK-FAIXA-CASA  PIC 9(01) VALUE ZEROES.
       77 WRK-CONCEITO    PIC X(01) VALUE 'B'.
       77 WRK-PCT-AUMENTO PIC 9(02)V99 VALUE ZEROES.
           END-IF.
           PERFORM 0095-CARREGAR-AVALIACOES.
           PERFORM 0096-CARREGAR-MATRIZ.
           PERFORM 0099-CARREGAR-CARGOS.
           PERFORM 0090-SELECIONAR-MODO.
           PERFORM 0040-TRAVAR-FILA.
           IF FILA-EM-USO
           END-IF.
           PERFORM 0093-LER-MATRIZ.

       0099-CARREGAR-CARGOS.
           OPEN INPUT ARQ-CARGOS.
           IF CARGOS-OK
               PERFORM 0091-LER-CARGO
               PERFORM 0092-GUARDAR-CARGO UNTIL FIM-CARGOS
               CLOSE ARQ-CARGOS
           END-IF.

       0091-LER-CARGO.
           READ ARQ-CARGOS
               AT END
                   MOVE 'S' TO WRK-FIM-CARGOS
           END-READ.

       0092-GUARDAR-CARGO.
           IF WRK-QT-CARGOS < 100
               ADD 1 TO WRK-QT-CARGOS
               MOVE REG-CAR-CODIGO TO WRK-TC-CODIGO(WRK-QT-CARGOS)
               MOVE REG-CAR-MAXIMO TO WRK-TC-MAXIMO(WRK-QT-CARGOS)
           END-IF.
           PERFORM 0091-LER-CARGO.

       0090-SELECIONAR-MODO.
      * SE O LOTE NOTURNO TIVER GRAVADO O SINALIZADOR DE MODO LOTE,
      * SEGUE DIRETO PARA O MODO LOTE; CASO CONTRÁRIO, PERGUNTA NO
           DISPLAY 'MATRÍCULA DO FUNCIONARIO (0 SE AINDA SEM '
               'CADASTRO):'.
             ACCEPT WRK-MATRICULA.
           MOVE SPACES TO WRK-CARGO-EMP.
           IF WRK-MATRICULA > 0
               PERFORM 0110-LOCALIZAR-EMPREGADO
           END-IF.
                   MOVE 01 TO WRK-DIAENTRADA
               END-IF
               MOVE REG-EMP-SALARIO    TO WRK-SALARIO
               MOVE REG-EMP-CARGO      TO WRK-CARGO-EMP
           ELSE
               PERFORM 0111-LER-EMPREGADO
           END-IF.
       0114-VERIFICAR-DESLIGADO.
           MOVE 'N' TO WRK-EMP-DESLIGADO.
           MOVE 'GER ' TO WRK-DEPTO-EMP.
           MOVE SPACES TO WRK-CARGO-EMP.
           MOVE 'N' TO WRK-FIM-MASTER.
           OPEN INPUT ARQ-MASTER.
           IF MASTER-OK
               IF REG-EMP-DEPTO NOT = SPACES
                   MOVE REG-EMP-DEPTO TO WRK-DEPTO-EMP
               END-IF
               MOVE REG-EMP-CARGO TO WRK-CARGO-EMP
           END-IF.
           PERFORM 0111-LER-EMPREGADO.

               PERFORM 0211-LER-HISTORICO
           END-IF.

      * O AUMENTO QUE PASSA DO MÁXIMO DA FAIXA DO CARGO VAI PARA A
      * FILA MESMO ABAIXO DO LIMITE; SEM CARGO (OU CARGO FORA DO
      * CADASTRO) VALE SÓ O LIMITE
       0220-VERIFICAR-APROVACAO.
           PERFORM 0222-BUSCAR-MAXIMO-CARGO.
           COMPUTE WRK-SALARIO-PROPOSTO = WRK-SALARIO + WRK-AUMENTO.
           IF WRK-AUMENTO > ZEROES AND WRK-MAXIMO-CARGO > ZEROES AND
              WRK-SALARIO-PROPOSTO > WRK-MAXIMO-CARGO
               DISPLAY WRK-NOME
                   ' - AUMENTO LEVA O SALÁRIO ACIMA DO MÁXIMO DA '
                   'FAIXA DO CARGO ' WRK-CARGO-EMP
                   ' - ENVIADO PARA A FILA DE APROVAÇÃO DO GERENTE'
               PERFORM 0225-ENFILEIRAR-PENDENTE
               MOVE ZEROES TO WRK-AUMENTO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-AUMENTO > WRK-LIMITE-APROVACAO
               DISPLAY WRK-NOME
                   ' - AUMENTO ACIMA DO LIMITE - ENVIADO PARA A FILA '
               MOVE ZEROES TO WRK-AUMENTO
           END-IF.

       0222-BUSCAR-MAXIMO-CARGO.
           MOVE ZEROES TO WRK-MAXIMO-CARGO.
           IF WRK-CARGO-EMP = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-CAR FROM 1 BY 1
               UNTIL WRK-SUB-CAR > WRK-QT-CARGOS
               IF WRK-TC-CODIGO(WRK-SUB-CAR) = WRK-CARGO-EMP
                   MOVE WRK-TC-MAXIMO(WRK-SUB-CAR) TO WRK-MAXIMO-CARGO
               END-IF
           END-PERFORM.

       0225-ENFILEIRAR-PENDENTE.
           OPEN EXTEND ARQ-PENDENTES.
           IF NOT PENDENTES-OK
           MOVE WRK-SALARIO    TO REG-PEND-SALARIO.
           MOVE WRK-AUMENTO    TO REG-PEND-AUMENTO.
           MOVE WRK-DATAANO    TO REG-PEND-DATAANO.
           COMPUTE REG-PEND-INCLUSAO =
               WRK-DATAANO * 10000 + WRK-DATAMES * 100 + WRK-DATADIA.
           WRITE REG-PENDENTE.
           CLOSE ARQ-PENDENTES.

