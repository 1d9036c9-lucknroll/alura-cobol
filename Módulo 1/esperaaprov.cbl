       IDENTIFICATION DIVISION.
       PROGRAM-ID. esperaaprov.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = RELATÓRIO DE ESPERA DAS APROVAÇÕES: LISTA OS
      *            AUMENTOS DA FILA PENDENTES-APROVACAO E OS PEDIDOS
      *            DA FILA PEDIDOS-RETIDOS QUE ESPERAM DECISÃO HÁ
      *            MAIS DE N DIAS (INFORMADO, OU CHAVE
      *            DIAS-ESPERA-APROV, PADRÃO 5), COM O DEPARTAMENTO E
      *            QUEM DEVE DECIDIR PELA ALÇADA (ALCADADEPTO) - O
      *            GERENTE, OU O USUÁRIO DE ESCALAÇÃO QUANDO O VALOR
      *            PASSA DO TETO. AUMENTO ENFILEIRADO ANTES DA DATA
      *            DE ENTRADA NA FILA SAI SEMPRE, SEM OS DIAS
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PENDENTES ASSIGN TO 'PENDENTES-APROVACAO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PENDENTES.
           SELECT ARQ-RETIDOS ASSIGN TO 'PEDIDOS-RETIDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETIDOS.
           SELECT ARQ-MASTER ASSIGN TO 'FUNCIONARIOS-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MASTER.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-ESPERA'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PENDENTES.
           COPY 'pendentes.cbl'.

       FD  ARQ-RETIDOS.
           COPY 'pedretido.cbl'.

       FD  ARQ-MASTER.
           COPY 'funcionario.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'servdata.cbl'.
           COPY 'parametro.cbl'.
           COPY 'alcada.cbl'.

       77 WRK-STATUS-PENDENTES PIC X(02) VALUE '00'.
           88 PENDENTES-OK        VALUE '00'.
       77 WRK-STATUS-RETIDOS PIC X(02) VALUE '00'.
           88 RETIDOS-OK        VALUE '00'.
       77 WRK-STATUS-MASTER PIC X(02) VALUE '00'.
           88 MASTER-OK        VALUE '00'.
       77 WRK-FIM-PENDENTES PIC X(01) VALUE 'N'.
           88 FIM-PENDENTES    VALUE 'S'.
       77 WRK-FIM-RETIDOS PIC X(01) VALUE 'N'.
           88 FIM-RETIDOS    VALUE 'S'.
       77 WRK-FIM-MASTER PIC X(01) VALUE 'N'.
           88 FIM-MASTER    VALUE 'S'.

       77 WRK-DIAS-LIMITE PIC 9(03) VALUE 5.
       77 WRK-DIAS-INFORMADO PIC 9(03) VALUE ZEROES.
       77 WRK-DIAS-ESPERA PIC S9(07) VALUE ZEROES.
       77 WRK-DATA-ENTRADA PIC 9(08) VALUE ZEROES.
       77 WRK-QT-AUMENTOS PIC 9(05) VALUE ZEROES.
       77 WRK-QT-PEDIDOS  PIC 9(05) VALUE ZEROES.

      * DEPARTAMENTO DE CADA MATRÍCULA, PARA A ALÇADA DO AUMENTO
       77 WRK-QT-EMPREGADOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-EMP       PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-EMPREGADOS.
           02 WRK-TE-ITEM OCCURS 500 TIMES.
               03 WRK-TE-MATRICULA PIC 9(05).
               03 WRK-TE-DEPTO     PIC X(04).

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).

       01  WRK-DATA-DECOMP.
           02 WRK-DD-ANO PIC 9(04).
           02 WRK-DD-MES PIC 9(02).
           02 WRK-DD-DIA PIC 9(02).
       01  WRK-DATA-DECOMP-NUM REDEFINES WRK-DATA-DECOMP PIC 9(08).

       01  WRK-LINRELAT PIC X(80) VALUE SPACES.
       01  WRK-LINDET.
           02 WRK-LD-TIPO        PIC X(08).
           02 WRK-LD-ITEM        PIC 9(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WRK-LD-DESCRICAO   PIC X(20).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WRK-LD-DEPTO       PIC X(04).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WRK-LD-ENTRADA     PIC X(10).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WRK-LD-DIAS        PIC ZZZZ9.
           02 FILLER             PIC X(01) VALUE SPACES.
           02 WRK-LD-RESPONSAVEL PIC X(20).
       01  WRK-DESC-PEDIDO.
           02 FILLER          PIC X(08) VALUE 'CLIENTE '.
           02 WRK-DP-CLIENTE  PIC 9(06).
           02 FILLER          PIC X(06) VALUE SPACES.
       01  WRK-DEPTO-FILIAL.
           02 FILLER          PIC X(02) VALUE 'FL'.
           02 WRK-DF-FILIAL   PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'ESPERA DAS APROVAÇÕES'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           MOVE 'DIAS-ESPERA-APROV' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-DIAS-LIMITE
           END-IF.
           DISPLAY 'LISTAR O QUE ESPERA HÁ MAIS DE QUANTOS DIAS? '
               '(0 = ' WRK-DIAS-LIMITE ')'.
           ACCEPT WRK-DIAS-INFORMADO FROM CONSOLE.
           IF WRK-DIAS-INFORMADO > ZEROES
               MOVE WRK-DIAS-INFORMADO TO WRK-DIAS-LIMITE
           END-IF.
           PERFORM 0100-CARREGAR-DEPTOS-MASTER.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'RELATORIO DE ESPERA DAS APROVACOES - MAIS DE '
               WRK-DIAS-LIMITE ' DIAS' DELIMITED BY SIZE
               INTO WRK-LINRELAT.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE 'TIPO    ITEM   DESCRICAO            DEPT ENTRADA    '
               TO WRK-LINRELAT.
           MOVE ' DIAS DECIDE' TO WRK-LINRELAT(53:12).
           PERFORM 0900-GRAVAR-LINHA.
           PERFORM 0200-LISTAR-AUMENTOS.
           PERFORM 0300-LISTAR-PEDIDOS.
           MOVE SPACES TO WRK-LINRELAT.
           PERFORM 0900-GRAVAR-LINHA.
           STRING 'AUMENTOS EM ESPERA: ' WRK-QT-AUMENTOS
               '   PEDIDOS EM ESPERA: ' WRK-QT-PEDIDOS
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           PERFORM 0900-GRAVAR-LINHA.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'AUMENTOS EM ESPERA: ' WRK-QT-AUMENTOS.
           DISPLAY 'PEDIDOS EM ESPERA.: ' WRK-QT-PEDIDOS.
           DISPLAY 'FINAL DA ESPERA DAS APROVAÇÕES'.
           GOBACK.

       0100-CARREGAR-DEPTOS-MASTER.
           OPEN INPUT ARQ-MASTER.
           IF MASTER-OK
               PERFORM 0110-LER-EMPREGADO
               PERFORM 0120-GUARDAR-EMPREGADO UNTIL FIM-MASTER
               CLOSE ARQ-MASTER
           END-IF.

       0110-LER-EMPREGADO.
           READ ARQ-MASTER
               AT END
                   MOVE 'S' TO WRK-FIM-MASTER
           END-READ.

       0120-GUARDAR-EMPREGADO.
           IF WRK-QT-EMPREGADOS < 500
               ADD 1 TO WRK-QT-EMPREGADOS
               MOVE REG-EMP-MATRICULA
                   TO WRK-TE-MATRICULA(WRK-QT-EMPREGADOS)
               MOVE REG-EMP-DEPTO TO WRK-TE-DEPTO(WRK-QT-EMPREGADOS)
           END-IF.
           PERFORM 0110-LER-EMPREGADO.

       0200-LISTAR-AUMENTOS.
           OPEN INPUT ARQ-PENDENTES.
           IF NOT PENDENTES-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0210-LER-PENDENTE.
           PERFORM 0220-AVALIAR-PENDENTE UNTIL FIM-PENDENTES.
           CLOSE ARQ-PENDENTES.

       0210-LER-PENDENTE.
           READ ARQ-PENDENTES
               AT END
                   MOVE 'S' TO WRK-FIM-PENDENTES
           END-READ.

      * ITEM SEM DATA DE ENTRADA É ANTERIOR AO CAMPO E JÁ ESPERA HÁ
      * MAIS TEMPO DO QUE QUALQUER LIMITE RAZOÁVEL
       0220-AVALIAR-PENDENTE.
           MOVE ZEROES TO WRK-DATA-ENTRADA.
           IF REG-PEND-INCLUSAO IS NUMERIC
               MOVE REG-PEND-INCLUSAO TO WRK-DATA-ENTRADA
           END-IF.
           PERFORM 0800-CALCULAR-ESPERA.
           IF WRK-DATA-ENTRADA > ZEROES AND
              WRK-DIAS-ESPERA NOT > WRK-DIAS-LIMITE
               PERFORM 0210-LER-PENDENTE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-ALC-DEPTO.
           PERFORM VARYING WRK-SUB-EMP FROM 1 BY 1
               UNTIL WRK-SUB-EMP > WRK-QT-EMPREGADOS
                   OR REG-ALC-DEPTO NOT = SPACES
               IF WRK-TE-MATRICULA(WRK-SUB-EMP) = REG-PEND-MATRICULA
                   MOVE WRK-TE-DEPTO(WRK-SUB-EMP) TO REG-ALC-DEPTO
               END-IF
           END-PERFORM.
           MOVE ZEROES TO REG-ALC-FILIAL.
           MOVE REG-PEND-AUMENTO TO REG-ALC-VALOR.
           MOVE SPACES TO WRK-LINDET.
           MOVE 'AUMENTO' TO WRK-LD-TIPO.
           MOVE REG-PEND-MATRICULA TO WRK-LD-ITEM.
           MOVE REG-PEND-NOME TO WRK-LD-DESCRICAO.
           MOVE REG-ALC-DEPTO TO WRK-LD-DEPTO.
           PERFORM 0700-IDENTIFICAR-RESPONSAVEL.
           PERFORM 0850-FORMATAR-ENTRADA.
           MOVE WRK-LINDET TO WRK-LINRELAT.
           PERFORM 0900-GRAVAR-LINHA.
           ADD 1 TO WRK-QT-AUMENTOS.
           PERFORM 0210-LER-PENDENTE.

       0300-LISTAR-PEDIDOS.
           OPEN INPUT ARQ-RETIDOS.
           IF NOT RETIDOS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0310-LER-RETIDO.
           PERFORM 0320-AVALIAR-RETIDO UNTIL FIM-RETIDOS.
           CLOSE ARQ-RETIDOS.

       0310-LER-RETIDO.
           READ ARQ-RETIDOS
               AT END
                   MOVE 'S' TO WRK-FIM-RETIDOS
           END-READ.

      * O PEDIDO NÃO TEM DEPARTAMENTO: A ALÇADA VEM PELA FILIAL
       0320-AVALIAR-RETIDO.
           MOVE REG-RET-DATA TO WRK-DATA-ENTRADA.
           PERFORM 0800-CALCULAR-ESPERA.
           IF WRK-DIAS-ESPERA NOT > WRK-DIAS-LIMITE
               PERFORM 0310-LER-RETIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-ALC-DEPTO.
           MOVE REG-RET-FILIAL TO REG-ALC-FILIAL.
           MOVE REG-RET-TOTAL TO REG-ALC-VALOR.
           MOVE SPACES TO WRK-LINDET.
           MOVE 'PEDIDO' TO WRK-LD-TIPO.
           MOVE REG-RET-NUMERO TO WRK-LD-ITEM.
           MOVE REG-RET-CLIENTE TO WRK-DP-CLIENTE.
           MOVE WRK-DESC-PEDIDO TO WRK-LD-DESCRICAO.
           MOVE REG-RET-FILIAL TO WRK-DF-FILIAL.
           MOVE WRK-DEPTO-FILIAL TO WRK-LD-DEPTO.
           PERFORM 0700-IDENTIFICAR-RESPONSAVEL.
           PERFORM 0850-FORMATAR-ENTRADA.
           MOVE WRK-LINDET TO WRK-LINRELAT.
           PERFORM 0900-GRAVAR-LINHA.
           ADD 1 TO WRK-QT-PEDIDOS.
           PERFORM 0310-LER-RETIDO.

      * SÓ CONSULTA: SEM USUÁRIO O ALCADADEPTO DEVOLVE O GERENTE, O
      * USUÁRIO DE ESCALAÇÃO E SE O VALOR PASSA DO TETO
       0700-IDENTIFICAR-RESPONSAVEL.
           MOVE SPACES TO REG-ALC-USUARIO.
           MOVE ZEROES TO REG-ALC-NIVEL.
           CALL 'alcadadepto' USING REG-ALCADA.
           IF ALC-ACIMA-DO-TETO
               MOVE REG-ALC-ESCALACAO TO WRK-LD-RESPONSAVEL
           ELSE
               IF REG-ALC-GERENTE NOT = SPACES
                   MOVE REG-ALC-GERENTE TO WRK-LD-RESPONSAVEL
               ELSE
                   MOVE 'ADM OU GERENTE' TO WRK-LD-RESPONSAVEL
               END-IF
           END-IF.

       0800-CALCULAR-ESPERA.
           MOVE ZEROES TO WRK-DIAS-ESPERA.
           IF WRK-DATA-ENTRADA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE 8 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA-ENTRADA TO REG-SRV-DATA1.
           MOVE WRK-DATA-SYS-NUM TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF SRV-DATA-OK
               MOVE REG-SRV-DIAS-RES TO WRK-DIAS-ESPERA
           END-IF.

       0850-FORMATAR-ENTRADA.
           IF WRK-DATA-ENTRADA = ZEROES
               MOVE 'SEM DATA' TO WRK-LD-ENTRADA
               MOVE ZEROES TO WRK-LD-DIAS
           ELSE
               MOVE WRK-DATA-ENTRADA TO WRK-DATA-DECOMP-NUM
               STRING WRK-DD-DIA '/' WRK-DD-MES '/' WRK-DD-ANO
                   DELIMITED BY SIZE INTO WRK-LD-ENTRADA
               MOVE WRK-DIAS-ESPERA TO WRK-LD-DIAS
           END-IF.

       0900-GRAVAR-LINHA.
           WRITE REG-RELATORIO FROM WRK-LINRELAT.
           MOVE SPACES TO WRK-LINRELAT.
