       IDENTIFICATION DIVISION.
       PROGRAM-ID. liberatitulo.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = REVISÃO DOS TÍTULOS A PAGAR BLOQUEADOS NA ENTRADA
      *            DA NOTA DO FORNECEDOR (NOTAFORNEC): PARA CADA
      *            DOCUMENTO BLOQUEADO MOSTRA AS LINHAS COM O PEDIDO,
      *            O RECEBIDO E A DIVERGÊNCIA ACHADA, E O
      *            ADMINISTRADOR (01) OU GERENTE (03) IDENTIFICADO
      *            LIBERA O DOCUMENTO PARA A RODADA DE PAGAMENTO OU O
      *            CANCELA; O REVISOR FICA GRAVADO NO TÍTULO
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
           SELECT ARQ-TITULOS ASSIGN TO 'TITULOS-PAGAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TITULOS.
           SELECT ARQ-NOTAS ASSIGN TO 'NOTAS-FORNECEDOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTAS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-USUARIOS.
           COPY 'usuarseg.cbl'.

       FD  ARQ-TITULOS.
           COPY 'titpagar.cbl'.

       FD  ARQ-NOTAS.
           COPY 'notaforn.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-USUARIOS PIC X(02) VALUE '00'.
           88 USUARIOS-OK        VALUE '00'.
       77 WRK-STATUS-TITULOS  PIC X(02) VALUE '00'.
           88 TITULOS-OK         VALUE '00'.
       77 WRK-STATUS-NOTAS    PIC X(02) VALUE '00'.
           88 NOTAS-OK           VALUE '00'.
       77 WRK-STATUS-CADASTRO PIC X(02) VALUE '00'.
           88 CADASTRO-OK        VALUE '00'.
       77 WRK-FIM-USUARIOS PIC X(01) VALUE 'N'.
           88 FIM-USUARIOS    VALUE 'S'.
       77 WRK-FIM-TITULOS  PIC X(01) VALUE 'N'.
           88 FIM-TITULOS     VALUE 'S'.
       77 WRK-FIM-NOTAS    PIC X(01) VALUE 'N'.
           88 FIM-NOTAS       VALUE 'S'.

       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-PIN         PIC 9(04) VALUE ZEROES.
       77 WRK-NIVEL       PIC 9(02) VALUE ZEROES.
       77 WRK-AUTORIZADO  PIC X(01) VALUE 'N'.
           88 REVISOR-AUTORIZADO VALUE 'S'.

       77 WRK-QT-TITULOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TABELA-EXCEDIDA PIC X(01) VALUE 'N'.
           88 TABELA-EXCEDIDA    VALUE 'S'.
       77 WRK-SUB-TIT    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-DOC    PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-TITULOS.
           02 WRK-TT-ITEM OCCURS 500 TIMES.
               03 WRK-TT-REGISTRO PIC X(80).
               03 WRK-TT-VISTO    PIC X(01).

       77 WRK-FORNECEDOR  PIC 9(06) VALUE ZEROES.
       77 WRK-DOCUMENTO   PIC X(10) VALUE SPACES.
       77 WRK-DECISAO     PIC X(01) VALUE SPACES.
       77 WRK-ENCERRAR    PIC X(01) VALUE 'N'.
           88 REVISAO-ENCERRADA VALUE 'S'.
       77 WRK-ALTERADO    PIC X(01) VALUE 'N'.
           88 TABELA-ALTERADA  VALUE 'S'.
       77 WRK-TOTAL-DOC   PIC 9(10)V99 VALUE ZEROES.
       77 WRK-QT-LIBERADOS  PIC 9(03) COMP VALUE ZEROES.
       77 WRK-QT-CANCELADOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-QT-PULADOS    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-QT-DOC-ED     PIC ZZ9 VALUE ZEROES.

       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-PRECO-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-PEDIDO-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-MOTIVO   PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'REVISÃO DOS TÍTULOS A PAGAR BLOQUEADOS'.
           DISPLAY '========================================'.
           PERFORM 0050-IDENTIFICAR-REVISOR.
           IF NOT REVISOR-AUTORIZADO
               DISPLAY 'USUÁRIO OU PIN INVÁLIDO, OU SEM NÍVEL DE '
                   'ADMINISTRADOR OU GERENTE - ACESSO NEGADO'
               GOBACK
           END-IF.
           PERFORM 0100-CARREGAR-TITULOS.
           IF TABELA-EXCEDIDA
               DISPLAY 'TITULOS-PAGAR EXCEDE O LIMITE DE 500 DA '
                   'TABELA - EXECUÇÃO RECUSADA PARA NÃO '
                   'TRUNCAR O ARQUIVO NA REGRAVAÇÃO'
               GOBACK
           END-IF.
           PERFORM 0200-REVISAR-TITULO
               VARYING WRK-SUB-TIT FROM 1 BY 1
               UNTIL WRK-SUB-TIT > WRK-QT-TITULOS
                   OR REVISAO-ENCERRADA.
           IF TABELA-ALTERADA
               PERFORM 0400-REGRAVAR-TITULOS
           END-IF.
           MOVE WRK-QT-LIBERADOS TO WRK-QT-DOC-ED.
           DISPLAY 'DOCUMENTOS LIBERADOS..: ' WRK-QT-DOC-ED.
           MOVE WRK-QT-CANCELADOS TO WRK-QT-DOC-ED.
           DISPLAY 'DOCUMENTOS CANCELADOS.: ' WRK-QT-DOC-ED.
           MOVE WRK-QT-PULADOS TO WRK-QT-DOC-ED.
           DISPLAY 'DOCUMENTOS MANTIDOS...: ' WRK-QT-DOC-ED.
           DISPLAY 'FINAL DA REVISÃO DOS TÍTULOS'.
           GOBACK.

       0050-IDENTIFICAR-REVISOR.
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
      * NIVEL88; CONTA BLOQUEADA NÃO REVISA
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

       0100-CARREGAR-TITULOS.
           OPEN INPUT ARQ-TITULOS.
           IF TITULOS-OK
               PERFORM 0110-LER-TITULO
               PERFORM 0120-GUARDAR-TITULO UNTIL FIM-TITULOS
               CLOSE ARQ-TITULOS
           ELSE
               DISPLAY 'NÃO HÁ TÍTULOS A PAGAR GRAVADOS'
           END-IF.

       0110-LER-TITULO.
           READ ARQ-TITULOS
               AT END
                   MOVE 'S' TO WRK-FIM-TITULOS
           END-READ.

       0120-GUARDAR-TITULO.
           IF WRK-QT-TITULOS < 500
               ADD 1 TO WRK-QT-TITULOS
               MOVE REG-TITULO-PAGAR
                   TO WRK-TT-REGISTRO(WRK-QT-TITULOS)
               MOVE 'N' TO WRK-TT-VISTO(WRK-QT-TITULOS)
           ELSE
               MOVE 'S' TO WRK-TABELA-EXCEDIDA
               MOVE 'S' TO WRK-FIM-TITULOS
           END-IF.
           PERFORM 0110-LER-TITULO.

      * O DOCUMENTO É DECIDIDO INTEIRO NA PRIMEIRA PARCELA
      * BLOQUEADA; AS DEMAIS PARCELAS DELE FICAM MARCADAS COMO VISTAS
       0200-REVISAR-TITULO.
           IF WRK-TT-VISTO(WRK-SUB-TIT) = 'S'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TT-REGISTRO(WRK-SUB-TIT) TO REG-TITULO-PAGAR.
           IF NOT REG-TIT-BLOQUEADO
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-TIT-FORNECEDOR TO WRK-FORNECEDOR.
           MOVE REG-TIT-DOCUMENTO  TO WRK-DOCUMENTO.
           DISPLAY '----------------------------------------'.
           PERFORM 0210-MOSTRAR-FORNECEDOR.
           DISPLAY 'DOCUMENTO..: ' WRK-DOCUMENTO
               '  EMISSÃO: ' REG-TIT-EMISSAO.
           PERFORM 0220-MOSTRAR-PARCELAS.
           PERFORM 0230-MOSTRAR-LINHAS.
           DISPLAY '(L)IBERAR, (C)ANCELAR, (P)ULAR OU (E)NCERRAR:'.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE WRK-DECISAO
               WHEN 'L'
               WHEN 'l'
                   MOVE 'L' TO WRK-DECISAO
                   PERFORM 0300-APLICAR-DECISAO
                   ADD 1 TO WRK-QT-LIBERADOS
                   DISPLAY 'DOCUMENTO LIBERADO PARA PAGAMENTO'
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WRK-DECISAO
                   PERFORM 0300-APLICAR-DECISAO
                   ADD 1 TO WRK-QT-CANCELADOS
                   DISPLAY 'DOCUMENTO CANCELADO'
               WHEN 'E'
               WHEN 'e'
                   MOVE 'S' TO WRK-ENCERRAR
               WHEN OTHER
                   MOVE 'B' TO WRK-DECISAO
                   PERFORM 0300-APLICAR-DECISAO
                   ADD 1 TO WRK-QT-PULADOS
                   DISPLAY 'DOCUMENTO MANTIDO BLOQUEADO'
           END-EVALUATE.

       0210-MOSTRAR-FORNECEDOR.
           MOVE SPACES TO REG-CAD-NOME.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               MOVE WRK-FORNECEDOR TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   INVALID KEY
                       MOVE SPACES TO REG-CAD-NOME
               END-READ
               CLOSE ARQ-CADASTRO
           END-IF.
           DISPLAY 'FORNECEDOR.: ' WRK-FORNECEDOR ' ' REG-CAD-NOME.

       0220-MOSTRAR-PARCELAS.
           MOVE ZEROES TO WRK-TOTAL-DOC.
           PERFORM VARYING WRK-SUB-DOC FROM WRK-SUB-TIT BY 1
               UNTIL WRK-SUB-DOC > WRK-QT-TITULOS
               MOVE WRK-TT-REGISTRO(WRK-SUB-DOC) TO REG-TITULO-PAGAR
               IF REG-TIT-FORNECEDOR = WRK-FORNECEDOR AND
                  REG-TIT-DOCUMENTO = WRK-DOCUMENTO AND
                  REG-TIT-BLOQUEADO
                   MOVE REG-TIT-VALOR TO WRK-VALOR-ED
                   DISPLAY 'PARCELA ' REG-TIT-PARCELA
                       '  VENCIMENTO ' REG-TIT-VENCIMENTO
                       '  VALOR ' WRK-VALOR-ED
                   ADD REG-TIT-VALOR TO WRK-TOTAL-DOC
               END-IF
           END-PERFORM.
           MOVE WRK-TOTAL-DOC TO WRK-VALOR-ED.
           DISPLAY 'TOTAL BLOQUEADO: ' WRK-VALOR-ED.

       0230-MOSTRAR-LINHAS.
           MOVE 'N' TO WRK-FIM-NOTAS.
           OPEN INPUT ARQ-NOTAS.
           IF NOT NOTAS-OK
               DISPLAY 'LINHAS DA NOTA NÃO ENCONTRADAS'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0235-LER-NOTA.
           PERFORM 0240-MOSTRAR-UMA-LINHA UNTIL FIM-NOTAS.
           CLOSE ARQ-NOTAS.

       0235-LER-NOTA.
           READ ARQ-NOTAS
               AT END
                   MOVE 'S' TO WRK-FIM-NOTAS
           END-READ.

       0240-MOSTRAR-UMA-LINHA.
           IF REG-NFF-FORNECEDOR = WRK-FORNECEDOR AND
              REG-NFF-DOCUMENTO = WRK-DOCUMENTO
               EVALUATE TRUE
                   WHEN REG-NFF-CONFERE
                       MOVE 'CONFERE' TO WRK-MOTIVO
                   WHEN REG-NFF-SEM-PEDIDO
                       MOVE 'PEDIDO DE OUTRO FORN.' TO WRK-MOTIVO
                   WHEN REG-NFF-NAO-RECEBIDO
                       MOVE 'NAO RECEBIDO' TO WRK-MOTIVO
                   WHEN REG-NFF-DIV-QTDE
                       MOVE 'QTDE ACIMA DO RECEB.' TO WRK-MOTIVO
                   WHEN REG-NFF-DIV-PRECO
                       MOVE 'PRECO ACIMA DO PEDIDO' TO WRK-MOTIVO
                   WHEN OTHER
                       MOVE SPACES TO WRK-MOTIVO
               END-EVALUATE
               MOVE REG-NFF-PRECO TO WRK-PRECO-ED
               MOVE REG-NFF-PRECO-PEDIDO TO WRK-PEDIDO-ED
               DISPLAY 'LINHA ' REG-NFF-LINHA
                   ' PEDIDO ' REG-NFF-PEDIDO
                   ' PRODUTO ' REG-NFF-PRODUTO
                   ' ' WRK-MOTIVO
               DISPLAY '   COBRADO ' REG-NFF-QTDE ' X ' WRK-PRECO-ED
                   '  PEDIDO ' REG-NFF-QTDE-PEDIDA ' X '
                   WRK-PEDIDO-ED
                   '  RECEBIDO ' REG-NFF-QTDE-RECEBIDA
           END-IF.
           PERFORM 0235-LER-NOTA.

      * DECISÃO 'B' (PULAR) SÓ MARCA AS PARCELAS COMO VISTAS
       0300-APLICAR-DECISAO.
           PERFORM VARYING WRK-SUB-DOC FROM WRK-SUB-TIT BY 1
               UNTIL WRK-SUB-DOC > WRK-QT-TITULOS
               MOVE WRK-TT-REGISTRO(WRK-SUB-DOC) TO REG-TITULO-PAGAR
               IF REG-TIT-FORNECEDOR = WRK-FORNECEDOR AND
                  REG-TIT-DOCUMENTO = WRK-DOCUMENTO AND
                  REG-TIT-BLOQUEADO
                   MOVE 'S' TO WRK-TT-VISTO(WRK-SUB-DOC)
                   IF WRK-DECISAO NOT = 'B'
                       MOVE WRK-DECISAO TO REG-TIT-SITUACAO
                       MOVE WRK-USUARIO TO REG-TIT-REVISOR
                       MOVE REG-TITULO-PAGAR
                           TO WRK-TT-REGISTRO(WRK-SUB-DOC)
                       MOVE 'S' TO WRK-ALTERADO
                   END-IF
               END-IF
           END-PERFORM.

       0400-REGRAVAR-TITULOS.
           OPEN OUTPUT ARQ-TITULOS.
           PERFORM VARYING WRK-SUB-TIT FROM 1 BY 1
               UNTIL WRK-SUB-TIT > WRK-QT-TITULOS
               MOVE WRK-TT-REGISTRO(WRK-SUB-TIT) TO REG-TITULO-PAGAR
               WRITE REG-TITULO-PAGAR
           END-PERFORM.
           CLOSE ARQ-TITULOS.
