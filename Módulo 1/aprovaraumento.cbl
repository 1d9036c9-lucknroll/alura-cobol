      *                    (MENUPRINCIPAL) EM VEZ DE VOLTAR AO MENU -
      *                    TROCADO POR GOBACK COMO O RESTO DO
      *                    PROGRAMA
      * 15/10/2026 LUCAS  A DECISÃO PASSA A SER DO GERENTE DO
      *                    DEPARTAMENTO DO FUNCIONÁRIO: O DECISOR SE
      *                    IDENTIFICA (USUÁRIO E PIN DO ARQUIVO DE
      *                    SEGURANÇA) E CADA AUMENTO PASSA PELA ALÇADA
      *                    DO ALCADADEPTO - O GERENTE ATÉ O TETO, O
      *                    USUÁRIO DE ESCALAÇÃO ACIMA DELE; O QUE
      *                    ESTÁ FORA DA ALÇADA DE QUEM DECIDE FICA NA
      *                    FILA (NO CONSOLE, NA EXPORTAÇÃO E NA
      *                    APLICAÇÃO). A FILA PASSA A SER REGRAVADA
      *                    PELOS ITENS NÃO DECIDIDOS, JÁ QUE OS
      *                    PULADOS FICAM NO MEIO DELA
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-APLICACAO ASSIGN TO 'RELATORIO-APLICACAO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-APLICACAO.
           SELECT ARQ-USUARIOS ASSIGN TO 'USUARIOS-SEGURANCA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-USUARIOS.
           SELECT ARQ-MASTER ASSIGN TO 'FUNCIONARIOS-MASTER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MASTER.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-APLICACAO.
       01  REG-APLICACAO PIC X(80).

       FD  ARQ-USUARIOS.
           COPY 'usuarseg.cbl'.

       FD  ARQ-MASTER.
           COPY 'funcionario.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'geracao.cbl'.
           COPY 'folhacred.cbl'.
           COPY 'alcada.cbl'.
       77 WRK-STATUS-PEND    PIC X(02) VALUE '00'.
           88 PENDENTES-OK      VALUE '00'.
       77 WRK-FIM-PENDENTES  PIC X(01) VALUE 'N'.
       77 WRK-QT-SEM-PAR  PIC 9(03) VALUE ZEROES.
       01  WRK-LINAPLICACAO PIC X(80) VALUE SPACES.

      * IDENTIFICAÇÃO DO DECISOR CONTRA O ARQUIVO DE SEGURANÇA; A
      * ALÇADA DE CADA AUMENTO SAI DO DEPARTAMENTO DO FUNCIONÁRIO
       77 WRK-STATUS-USUARIOS PIC X(02) VALUE '00'.
           88 USUARIOS-OK        VALUE '00'.
       77 WRK-FIM-USUARIOS PIC X(01) VALUE 'N'.
           88 FIM-USUARIOS    VALUE 'S'.
       77 WRK-STATUS-MASTER PIC X(02) VALUE '00'.
           88 MASTER-OK        VALUE '00'.
       77 WRK-FIM-MASTER PIC X(01) VALUE 'N'.
           88 FIM-MASTER    VALUE 'S'.
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-PIN         PIC 9(04) VALUE ZEROES.
       77 WRK-NIVEL       PIC 9(02) VALUE ZEROES.
       77 WRK-IDENTIFICADO PIC X(01) VALUE 'N'.
           88 DECISOR-IDENTIFICADO VALUE 'S'.
       77 WRK-QT-FORA-ALCADA PIC 9(03) VALUE ZEROES.
       77 WRK-QT-EXPORTADOS  PIC 9(03) VALUE ZEROES.
       77 WRK-QT-EMPREGADOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-EMP       PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-EMPREGADOS.
           02 WRK-TE-ITEM OCCURS 500 TIMES.
               03 WRK-TE-MATRICULA PIC 9(05).
               03 WRK-TE-DEPTO     PIC X(04).

       77 WRK-SALARIO-NOVO   PIC 9(06)V99 VALUE ZEROES.
       77 WRK-QT-APROVADOS   PIC 9(03) VALUE ZEROES.
       77 WRK-QT-REJEITADOS  PIC 9(03) VALUE ZEROES.
               03 WRK-TP-SALARIO    PIC 9(06)V99.
               03 WRK-TP-AUMENTO    PIC 9(06)V99.
               03 WRK-TP-DATAANO    PIC 9(04).
               03 WRK-TP-INCLUSAO   PIC 9(08).

      * SITUAÇÃO DE CADA ITEM NA APLICAÇÃO POR ARQUIVO: OS ITENS
      * APLICADOS SAEM DA FILA, OS DEMAIS SÃO REGRAVADOS

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0020-IDENTIFICAR-DECISOR.
           IF NOT DECISOR-IDENTIFICADO
               DISPLAY 'USUÁRIO OU PIN INVÁLIDO - ACESSO NEGADO'
               GOBACK
           END-IF.
           PERFORM 0040-TRAVAR-FILA.
           IF FILA-EM-USO
               DISPLAY 'FINAL DA APROVAÇÃO'
           END-IF.
           PERFORM 0100-INICIALIZAR.
           IF WRK-QT-PENDENTES > ZEROES AND NOT FILA-EXCEDIDA
               PERFORM 0110-CARREGAR-DEPTOS-MASTER
               PERFORM VARYING WRK-IDX-PEND FROM 1 BY 1
                   UNTIL WRK-IDX-PEND > WRK-QT-PENDENTES
                   MOVE 'N' TO WRK-TA-APLICADO(WRK-IDX-PEND)
               END-PERFORM
               PERFORM 0150-ESCOLHER-MODO
               EVALUATE TRUE
                   WHEN MODO-EXPORTAR
           DISPLAY '________________________'.
           DISPLAY 'AUMENTOS APROVADOS..: ' WRK-QT-APROVADOS.
           DISPLAY 'AUMENTOS REJEITADOS.: ' WRK-QT-REJEITADOS.
           DISPLAY 'FORA DA SUA ALÇADA..: ' WRK-QT-FORA-ALCADA.
           GOBACK.

      * O PIN ESTÁ CODIFICADO EM COMPLEMENTO DE NOVE, COMO NO
      * NIVEL88; CONTA BLOQUEADA NÃO DECIDE
       0020-IDENTIFICAR-DECISOR.
           MOVE 'N' TO WRK-IDENTIFICADO.
           DISPLAY 'USUÁRIO:'.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           DISPLAY 'PIN:'.
           ACCEPT WRK-PIN FROM CONSOLE.
           OPEN INPUT ARQ-USUARIOS.
           IF NOT USUARIOS-OK
               DISPLAY 'ARQUIVO DE SEGURANÇA NÃO ENCONTRADO - '
                   'CRIE OS USUÁRIOS PELO SEGADMIN'
           ELSE
               PERFORM 0025-LER-USUARIO
               PERFORM 0030-CONFERIR-USUARIO UNTIL FIM-USUARIOS
               CLOSE ARQ-USUARIOS
           END-IF.

       0025-LER-USUARIO.
           READ ARQ-USUARIOS
               AT END
                   MOVE 'S' TO WRK-FIM-USUARIOS
           END-READ.

       0030-CONFERIR-USUARIO.
           IF REG-USU-USUARIO = WRK-USUARIO AND
              REG-USU-BLOQUEADO NOT = 'S' AND
              9999 - REG-USU-PIN-ENC = WRK-PIN
               MOVE REG-USU-NIVEL TO WRK-NIVEL
               MOVE 'S' TO WRK-IDENTIFICADO
           END-IF.
           PERFORM 0025-LER-USUARIO.

      * A TRAVA VALE PARA A EXECUÇÃO INTEIRA: SEGURADA AQUI, NENHUM
      * ANEXO DO TEMPODECASA PODE ENTRAR NO MEIO DA REVISÃO E SER
      * PERDIDO NA REGRAVAÇÃO DA FILA
               DISPLAY 'NÃO HÁ FILA DE APROVAÇÃO PENDENTE'
           END-IF.

      * MATRÍCULA E DEPARTAMENTO DE CADA FUNCIONÁRIO, PARA A ALÇADA
       0110-CARREGAR-DEPTOS-MASTER.
           MOVE 'N' TO WRK-FIM-MASTER.
           OPEN INPUT ARQ-MASTER.
           IF MASTER-OK
               PERFORM 0115-LER-EMPREGADO
               PERFORM 0120-GUARDAR-EMPREGADO UNTIL FIM-MASTER
               CLOSE ARQ-MASTER
           END-IF.

       0115-LER-EMPREGADO.
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
           PERFORM 0115-LER-EMPREGADO.

       0150-ESCOLHER-MODO.
           DISPLAY 'MODO - (C)ONSOLE, (E)XPORTAR FILA PARA REVISÃO '
               'OU (A)PLICAR ARQUIVO DE DECISÕES:'.
           ACCEPT WRK-MODO FROM CONSOLE.

      * OS ITENS DA ALÇADA DE QUEM EXPORTA VÃO PARA O ARQUIVO DE
      * REVISÃO, COM A DECISÃO E O COMENTÁRIO EM BRANCO PARA O
      * GERENTE ANOTAR FORA DO TERMINAL; NADA SAI DA FILA NA
      * EXPORTAÇÃO
       0300-EXPORTAR-REVISAO.
           OPEN OUTPUT ARQ-REVISAO.
           PERFORM VARYING WRK-IDX-PEND FROM 1 BY 1
               UNTIL WRK-IDX-PEND > WRK-QT-PENDENTES
               MOVE WRK-TAB-PEND-ITEM(WRK-IDX-PEND) TO REG-PENDENTE
               PERFORM 0260-VERIFICAR-ALCADA
               IF ALC-AUTORIZADO
                   MOVE REG-PEND-MATRICULA TO REG-REV-MATRICULA
                   MOVE REG-PEND-NOME      TO REG-REV-NOME
                   MOVE REG-PEND-DATAANO   TO REG-REV-DATAANO
                   MOVE REG-PEND-AUMENTO   TO REG-REV-AUMENTO
                   MOVE SPACES TO REG-REV-DECISAO
                   MOVE SPACES TO REG-REV-COMENTARIO
                   WRITE REG-REVISAO
                   ADD 1 TO WRK-QT-EXPORTADOS
               ELSE
                   ADD 1 TO WRK-QT-FORA-ALCADA
               END-IF
           END-PERFORM.
           CLOSE ARQ-REVISAO.
           DISPLAY 'FILA EXPORTADA PARA REVISÃO: '
               WRK-QT-EXPORTADOS ' PENDÊNCIA(S)'.

      * CADA LINHA ANOTADA DO ARQUIVO DE REVISÃO É CASADA DE VOLTA
      * COM A FILA (MATRÍCULA + ANO) E APLICADA DE UMA VEZ, COM O
           MOVE 'RELATÓRIO DE APLICAÇÃO DE DECISÕES'
               TO REG-APLICACAO.
           WRITE REG-APLICACAO.
           PERFORM 0405-LER-REVISAO.
           PERFORM 0420-APLICAR-UMA UNTIL FIM-REVISAO.
           CLOSE ARQ-REVISAO.
               END-IF
           END-PERFORM.

      * LINHA FORA DA ALÇADA DE QUEM APLICA FICA NA FILA
       0435-APLICAR-DECISAO.
           MOVE WRK-TAB-PEND-ITEM(WRK-ITEM-ACHADO) TO REG-PENDENTE.
           PERFORM 0260-VERIFICAR-ALCADA.
           IF NOT ALC-AUTORIZADO
               ADD 1 TO WRK-QT-FORA-ALCADA
               STRING 'FORA DA ALÇADA: ' REG-REV-MATRICULA ' '
                   REG-REV-NOME ' ' REG-REV-DATAANO
                   DELIMITED BY SIZE INTO WRK-LINAPLICACAO
               PERFORM 0440-RELATAR-APLICACAO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-TA-APLICADO(WRK-ITEM-ACHADO).
           IF REG-REV-DECISAO = 'S'
               PERFORM 0210-GRAVAR-HISTORICO
                   END-IF
           END-READ.

      * AUMENTO FORA DA ALÇADA DE QUEM DECIDE É PULADO E FICA NA
      * FILA; CADA DECISÃO REGRAVA A FILA SÓ COM OS NÃO DECIDIDOS
       0200-PROCESSAR-PENDENTE.
           MOVE WRK-TAB-PEND-ITEM(WRK-IDX-PEND) TO REG-PENDENTE.
           PERFORM 0260-VERIFICAR-ALCADA.
           IF NOT ALC-AUTORIZADO
               ADD 1 TO WRK-QT-FORA-ALCADA
               DISPLAY '________________________'
               DISPLAY 'MATRÍCULA ' REG-PEND-MATRICULA ' '
                   REG-PEND-NOME ' - FORA DA SUA ALÇADA'
               IF ALC-ACIMA-DO-TETO
                   DISPLAY '   ACIMA DO TETO - DECIDE '
                       REG-ALC-ESCALACAO
               ELSE
                   IF REG-ALC-GERENTE NOT = SPACES
                       DISPLAY '   DECIDE ' REG-ALC-GERENTE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           DISPLAY '________________________'.
           DISPLAY 'MATRÍCULA....: ' REG-PEND-MATRICULA.
           DISPLAY 'FUNCIONÁRIO..: ' REG-PEND-NOME.
               PERFORM 0230-REGISTRAR-REJEITADO
               ADD 1 TO WRK-QT-REJEITADOS
           END-IF.
           MOVE 'S' TO WRK-TA-APLICADO(WRK-IDX-PEND).
           PERFORM 0450-REGRAVAR-FILA-NAO-APLICADA.

      * O DEPARTAMENTO DO FUNCIONÁRIO VEM DO CADASTRO MESTRE; SEM
      * DEPARTAMENTO (OU FORA DO CADASTRO) VALE A REGRA POR NÍVEL
       0260-VERIFICAR-ALCADA.
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
           MOVE WRK-USUARIO TO REG-ALC-USUARIO.
           MOVE WRK-NIVEL TO REG-ALC-NIVEL.
           IF REG-ALC-DEPTO = SPACES
               MOVE 'N' TO REG-ALC-DECISAO
               IF WRK-NIVEL = 01 OR WRK-NIVEL = 03
                   MOVE 'L' TO REG-ALC-DECISAO
               END-IF
               MOVE SPACES TO REG-ALC-GERENTE REG-ALC-ESCALACAO
               MOVE 'N' TO REG-ALC-ACIMA-TETO
           ELSE
               CALL 'alcadadepto' USING REG-ALCADA
           END-IF.

       0210-GRAVAR-HISTORICO.
           OPEN EXTEND ARQ-HISTAUMENTO.
