      *                    POR FILIAL E OS CHECKPOINTS POR TERMINAL -
      *                    AS CHAMADAS DELES VOLTAVAM 'N' E NENHUMA
      *                    GERAÇÃO ERA GUARDADA ANTES DO OPEN OUTPUT
      * 15/10/2026 LUCAS  CATÁLOGO ESTENDIDO COM OS ENDEREÇOS DE
      *                    ENTREGA E O RAZÃO INDEXADO
      *                    RAZAO-CLIENTES-IDX, REGRAVADOS PELA FUSÃO
      *                    DE CLIENTES DUPLICADOS; O RAZÃO É LIDO EM
      *                    ORDEM DE CHAVE E RESTAURADO NA MESMA ORDEM
      * 15/10/2026 LUCAS  CATÁLOGO ESTENDIDO COM OS ACORDOS DE
      *                    RENEGOCIAÇÃO (ACORDOS), REGRAVADOS PELO
      *                    ACOMPANHAMENTO DOS ACORDOS
      * 15/10/2026 LUCAS  CATÁLOGO ESTENDIDO COM AS MENSALIDADES
      *                    ESCOLARES (MENSALIDADES) E OS RESPONSÁVEIS
      *                    FINANCEIROS DOS ALUNOS
      *                    (RESPONSAVEIS-ALUNOS), REGRAVADOS NA
      *                    RETIRADA DO ALUNO E PELO MATRICULATURMA
      * 15/10/2026 LUCAS  CABEÇALHO E ITENS DO PEDIDO PASSAM A SER OS
      *                    INDEXADOS PEDIDOS-CAB-IDX E PEDIDOS-ITEM-IDX,
      *                    LIDOS EM ORDEM DE CHAVE E RESTAURADOS NA
      *                    MESMA ORDEM, COMO O RAZÃO; AS GERAÇÕES
      *                    SEGUEM NOS MESMOS ARQUIVOS
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-METAS ASSIGN TO 'METAS-VENDAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ATUAL.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-PEDCAB-NUMERO
               ALTERNATE RECORD KEY IS REG-PEDCAB-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-ATUAL.
           SELECT ARQ-PEDITEM ASSIGN TO 'PEDIDOS-ITEM-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-PEDITEM-CHAVE
               FILE STATUS IS WRK-STATUS-ATUAL.
           SELECT ARQ-RETIDOS ASSIGN TO 'PEDIDOS-RETIDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO 'GERACOES-CKPT-UNTIL-T3'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GERACOES.
           SELECT ARQ-ENDERECOS ASSIGN TO 'ENDERECOS-ENTREGA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ATUAL.
           SELECT ARQ-RAZAO ASSIGN TO 'RAZAO-CLIENTES-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-RAZAO-CHAVE
               FILE STATUS IS WRK-STATUS-ATUAL.
           SELECT ARQ-GER-ENDERECOS
               ASSIGN TO 'GERACOES-ENDERECOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GERACOES.
           SELECT ARQ-GER-RAZAO
               ASSIGN TO 'GERACOES-RAZAO-IDX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GERACOES.
           SELECT ARQ-ACORDOS ASSIGN TO 'ACORDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ATUAL.
           SELECT ARQ-GER-ACORDOS
               ASSIGN TO 'GERACOES-ACORDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GERACOES.
           SELECT ARQ-MENSALIDADES ASSIGN TO 'MENSALIDADES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ATUAL.
           SELECT ARQ-GER-MENSALIDADES
               ASSIGN TO 'GERACOES-MENSALIDADES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GERACOES.
           SELECT ARQ-RESPONSAVEIS ASSIGN TO 'RESPONSAVEIS-ALUNOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ATUAL.
           SELECT ARQ-GER-RESPONSAVEIS
               ASSIGN TO 'GERACOES-RESPONSAVEIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GERACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-METAS.
       01  REG-METAS-LIN PIC X(1500).

      * CABEÇALHO E ITENS DO PEDIDO INDEXADOS TÊM REGISTRO FIXO,
      * COMO NO PEDCABIDX E NO PEDITEMIDX: CHAVE PELO NÚMERO (E
      * CLIENTE COMO CHAVE ALTERNATIVA) E CHAVE NÚMERO + SEQUÊNCIA
       FD  ARQ-PEDCAB.
       01  REG-PEDCAB-LIN.
           02 REG-PEDCAB-NUMERO  PIC X(06).
           02 FILLER             PIC X(08).
           02 REG-PEDCAB-CLIENTE PIC X(06).
           02 FILLER             PIC X(35).

       FD  ARQ-PEDITEM.
       01  REG-PEDITEM-LIN.
           02 REG-PEDITEM-CHAVE  PIC X(09).
           02 FILLER             PIC X(59).

       FD  ARQ-RETIDOS.
       01  REG-RETIDOS-LIN PIC X(1500).
       FD  ARQ-GER-CKPT-T3.
       01  REG-GER-CKPT-T3 PIC X(1505).

       FD  ARQ-ENDERECOS.
       01  REG-ENDERECOS-LIN PIC X(1500).

      * O RAZÃO INDEXADO TEM REGISTRO FIXO: CHAVE (CLIENTE + MÊS +
      * SEQUÊNCIA) E VALOR, COMO NO RAZAOIDX
       FD  ARQ-RAZAO.
       01  REG-RAZAO-LIN.
           02 REG-RAZAO-CHAVE PIC X(12).
           02 FILLER          PIC X(10).

       FD  ARQ-GER-ENDERECOS.
       01  REG-GER-ENDERECOS PIC X(1505).

       FD  ARQ-GER-RAZAO.
       01  REG-GER-RAZAO PIC X(1505).

       FD  ARQ-ACORDOS.
       01  REG-ACORDOS-LIN PIC X(1500).

       FD  ARQ-GER-ACORDOS.
       01  REG-GER-ACORDOS PIC X(1505).

       FD  ARQ-MENSALIDADES.
       01  REG-MENSALIDADES-LIN PIC X(1500).

       FD  ARQ-GER-MENSALIDADES.
       01  REG-GER-MENSALIDADES PIC X(1505).

       FD  ARQ-RESPONSAVEIS.
       01  REG-RESPONSAVEIS-LIN PIC X(1500).

       FD  ARQ-GER-RESPONSAVEIS.
       01  REG-GER-RESPONSAVEIS PIC X(1505).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ATUAL    PIC X(02) VALUE '00'.
           88 ATUAL-OK           VALUE '00'.
                   MOVE 8 TO WRK-ARQ-IDX
               WHEN 'METAS-VENDAS'
                   MOVE 9 TO WRK-ARQ-IDX
               WHEN 'PEDIDOS-CAB-IDX'
                   MOVE 10 TO WRK-ARQ-IDX
               WHEN 'PEDIDOS-ITEM-IDX'
                   MOVE 11 TO WRK-ARQ-IDX
               WHEN 'PEDIDOS-RETIDOS'
                   MOVE 12 TO WRK-ARQ-IDX
                   MOVE 17 TO WRK-ARQ-IDX
               WHEN 'CHECKPOINT-UNTIL-T3'
                   MOVE 18 TO WRK-ARQ-IDX
               WHEN 'ENDERECOS-ENTREGA'
                   MOVE 19 TO WRK-ARQ-IDX
               WHEN 'RAZAO-CLIENTES-IDX'
                   MOVE 20 TO WRK-ARQ-IDX
               WHEN 'ACORDOS'
                   MOVE 21 TO WRK-ARQ-IDX
               WHEN 'MENSALIDADES'
                   MOVE 22 TO WRK-ARQ-IDX
               WHEN 'RESPONSAVEIS-ALUNOS'
                   MOVE 23 TO WRK-ARQ-IDX
               WHEN OTHER
                   MOVE ZEROES TO WRK-ARQ-IDX
           END-EVALUATE.
               WHEN 16 OPEN INPUT ARQ-GER-CKPT-T1
               WHEN 17 OPEN INPUT ARQ-GER-CKPT-T2
               WHEN 18 OPEN INPUT ARQ-GER-CKPT-T3
               WHEN 19 OPEN INPUT ARQ-GER-ENDERECOS
               WHEN 20 OPEN INPUT ARQ-GER-RAZAO
               WHEN 21 OPEN INPUT ARQ-GER-ACORDOS
               WHEN 22 OPEN INPUT ARQ-GER-MENSALIDADES
               WHEN 23 OPEN INPUT ARQ-GER-RESPONSAVEIS
           END-EVALUATE.

       8200-FECHAR-GERACOES.
               WHEN 16 CLOSE ARQ-GER-CKPT-T1
               WHEN 17 CLOSE ARQ-GER-CKPT-T2
               WHEN 18 CLOSE ARQ-GER-CKPT-T3
               WHEN 19 CLOSE ARQ-GER-ENDERECOS
               WHEN 20 CLOSE ARQ-GER-RAZAO
               WHEN 21 CLOSE ARQ-GER-ACORDOS
               WHEN 22 CLOSE ARQ-GER-MENSALIDADES
               WHEN 23 CLOSE ARQ-GER-RESPONSAVEIS
           END-EVALUATE.

       8300-LER-GERACOES.
                           MOVE REG-GER-CKPT-T3
                               TO WRK-LINHA-GERACAO
                   END-READ
               WHEN 19
                   READ ARQ-GER-ENDERECOS
                       AT END MOVE 'S' TO WRK-FIM-GERACOES
                       NOT AT END
                           MOVE REG-GER-ENDERECOS
                               TO WRK-LINHA-GERACAO
                   END-READ
               WHEN 20
                   READ ARQ-GER-RAZAO
                       AT END MOVE 'S' TO WRK-FIM-GERACOES
                       NOT AT END
                           MOVE REG-GER-RAZAO
                               TO WRK-LINHA-GERACAO
                   END-READ
               WHEN 21
                   READ ARQ-GER-ACORDOS
                       AT END MOVE 'S' TO WRK-FIM-GERACOES
                       NOT AT END
                           MOVE REG-GER-ACORDOS
                               TO WRK-LINHA-GERACAO
                   END-READ
               WHEN 22
                   READ ARQ-GER-MENSALIDADES
                       AT END MOVE 'S' TO WRK-FIM-GERACOES
                       NOT AT END
                           MOVE REG-GER-MENSALIDADES
                               TO WRK-LINHA-GERACAO
                   END-READ
               WHEN 23
                   READ ARQ-GER-RESPONSAVEIS
                       AT END MOVE 'S' TO WRK-FIM-GERACOES
                       NOT AT END
                           MOVE REG-GER-RESPONSAVEIS
                               TO WRK-LINHA-GERACAO
                   END-READ
           END-EVALUATE.

       8400-ABRIR-ATUAL-ENTRADA.
               WHEN 16 OPEN INPUT ARQ-CKPT-T1
               WHEN 17 OPEN INPUT ARQ-CKPT-T2
               WHEN 18 OPEN INPUT ARQ-CKPT-T3
               WHEN 19 OPEN INPUT ARQ-ENDERECOS
               WHEN 20 OPEN INPUT ARQ-RAZAO
               WHEN 21 OPEN INPUT ARQ-ACORDOS
               WHEN 22 OPEN INPUT ARQ-MENSALIDADES
               WHEN 23 OPEN INPUT ARQ-RESPONSAVEIS
           END-EVALUATE.

       8500-ABRIR-GERACOES-SAIDA.
               WHEN 16 OPEN OUTPUT ARQ-GER-CKPT-T1
               WHEN 17 OPEN OUTPUT ARQ-GER-CKPT-T2
               WHEN 18 OPEN OUTPUT ARQ-GER-CKPT-T3
               WHEN 19 OPEN OUTPUT ARQ-GER-ENDERECOS
               WHEN 20 OPEN OUTPUT ARQ-GER-RAZAO
               WHEN 21 OPEN OUTPUT ARQ-GER-ACORDOS
               WHEN 22 OPEN OUTPUT ARQ-GER-MENSALIDADES
               WHEN 23 OPEN OUTPUT ARQ-GER-RESPONSAVEIS
           END-EVALUATE.

       8600-GRAVAR-GERACOES.
                   FROM WRK-LINHA-GERACAO
               WHEN 18 WRITE REG-GER-CKPT-T3
                   FROM WRK-LINHA-GERACAO
               WHEN 19 WRITE REG-GER-ENDERECOS
                   FROM WRK-LINHA-GERACAO
               WHEN 20 WRITE REG-GER-RAZAO
                   FROM WRK-LINHA-GERACAO
               WHEN 21 WRITE REG-GER-ACORDOS
                   FROM WRK-LINHA-GERACAO
               WHEN 22 WRITE REG-GER-MENSALIDADES
                   FROM WRK-LINHA-GERACAO
               WHEN 23 WRITE REG-GER-RESPONSAVEIS
                   FROM WRK-LINHA-GERACAO
           END-EVALUATE.

       8700-FECHAR-ATUAL.
               WHEN 16 CLOSE ARQ-CKPT-T1
               WHEN 17 CLOSE ARQ-CKPT-T2
               WHEN 18 CLOSE ARQ-CKPT-T3
               WHEN 19 CLOSE ARQ-ENDERECOS
               WHEN 20 CLOSE ARQ-RAZAO
               WHEN 21 CLOSE ARQ-ACORDOS
               WHEN 22 CLOSE ARQ-MENSALIDADES
               WHEN 23 CLOSE ARQ-RESPONSAVEIS
           END-EVALUATE.

       8800-LER-ATUAL.
                               TO WRK-REGISTRO
                   END-READ
               WHEN 10
                   READ ARQ-PEDCAB NEXT RECORD
                       AT END MOVE 'S' TO WRK-FIM-ATUAL
                       NOT AT END
                           MOVE REG-PEDCAB-LIN
                               TO WRK-REGISTRO
                   END-READ
               WHEN 11
                   READ ARQ-PEDITEM NEXT RECORD
                       AT END MOVE 'S' TO WRK-FIM-ATUAL
                       NOT AT END
                           MOVE REG-PEDITEM-LIN
                           MOVE REG-CKPT-T3-LIN
                               TO WRK-REGISTRO
                   END-READ
               WHEN 19
                   READ ARQ-ENDERECOS
                       AT END MOVE 'S' TO WRK-FIM-ATUAL
                       NOT AT END
                           MOVE REG-ENDERECOS-LIN
                               TO WRK-REGISTRO
                   END-READ
               WHEN 20
                   READ ARQ-RAZAO NEXT RECORD
                       AT END MOVE 'S' TO WRK-FIM-ATUAL
                       NOT AT END
                           MOVE REG-RAZAO-LIN
                               TO WRK-REGISTRO
                   END-READ
               WHEN 21
                   READ ARQ-ACORDOS
                       AT END MOVE 'S' TO WRK-FIM-ATUAL
                       NOT AT END
                           MOVE REG-ACORDOS-LIN
                               TO WRK-REGISTRO
                   END-READ
               WHEN 22
                   READ ARQ-MENSALIDADES
                       AT END MOVE 'S' TO WRK-FIM-ATUAL
                       NOT AT END
                           MOVE REG-MENSALIDADES-LIN
                               TO WRK-REGISTRO
                   END-READ
               WHEN 23
                   READ ARQ-RESPONSAVEIS
                       AT END MOVE 'S' TO WRK-FIM-ATUAL
                       NOT AT END
                           MOVE REG-RESPONSAVEIS-LIN
                               TO WRK-REGISTRO
                   END-READ
           END-EVALUATE.

       8900-ABRIR-ATUAL-SAIDA.
               WHEN 16 OPEN OUTPUT ARQ-CKPT-T1
               WHEN 17 OPEN OUTPUT ARQ-CKPT-T2
               WHEN 18 OPEN OUTPUT ARQ-CKPT-T3
               WHEN 19 OPEN OUTPUT ARQ-ENDERECOS
               WHEN 20 OPEN OUTPUT ARQ-RAZAO
               WHEN 21 OPEN OUTPUT ARQ-ACORDOS
               WHEN 22 OPEN OUTPUT ARQ-MENSALIDADES
               WHEN 23 OPEN OUTPUT ARQ-RESPONSAVEIS
           END-EVALUATE.

       9000-GRAVAR-ATUAL.
                   FROM WRK-REGISTRO
               WHEN 18 WRITE REG-CKPT-T3-LIN
                   FROM WRK-REGISTRO
               WHEN 19 WRITE REG-ENDERECOS-LIN
                   FROM WRK-REGISTRO
               WHEN 20 WRITE REG-RAZAO-LIN
                   FROM WRK-REGISTRO
               WHEN 21 WRITE REG-ACORDOS-LIN
                   FROM WRK-REGISTRO
               WHEN 22 WRITE REG-MENSALIDADES-LIN
                   FROM WRK-REGISTRO
               WHEN 23 WRITE REG-RESPONSAVEIS-LIN
                   FROM WRK-REGISTRO
           END-EVALUATE.
