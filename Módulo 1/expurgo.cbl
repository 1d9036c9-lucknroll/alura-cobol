      *                    DO RETORNO DE BOLETOS; A RETENÇÃO VEM DA
      *                    LINHA DUPLICATAS-ABERTAS DO
      *                    EXPURGO-PARAMETROS, COMO AS DEMAIS
      * 15/10/2026 LUCAS  INCLUÍDO O HISTÓRICO DOS MOVIMENTOS DE
      *                    ESTOQUE JÁ BAIXADOS (HISTORICO-MOVIMENTOS,
      *                    REGRA M, PELA DATA AAAAMMDD DO MOVIMENTO):
      *                    O VENCIDO VAI PARA MORTO-MOVIMENTOS, QUE O
      *                    PONTO DE REPOSIÇÃO (PONTOREPOS) TAMBÉM LÊ
      *                    PARA A DEMANDA DO MESMO MÊS DO ANO PASSADO
      * 15/10/2026 LUCAS  A DUPLICATA RENEGOCIADA NUM ACORDO DE
      *                    COBRANÇA (SITUAÇÃO R) SAI PELA REGRA L COMO A
      *                    LIQUIDADA, PELA DATA DO ACORDO
      * 15/10/2026 LUCAS  A MENSALIDADE CANCELADA PELA RETIRADA DO
      *                    ALUNO (SITUAÇÃO C) TAMBÉM SAI PELA REGRA L,
      *                    PELA DATA DO CANCELAMENTO
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ATUAL.
           SELECT ARQ-HISTMOV ASSIGN TO 'HISTORICO-MOVIMENTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ATUAL.
           SELECT ARQ-MORTO-REJEITADOS
               ASSIGN TO 'MORTO-REJEITADOS'
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO 'MORTO-DUPLICATAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MORTO.
           SELECT ARQ-MORTO-HISTMOV ASSIGN TO 'MORTO-MOVIMENTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MORTO.
           SELECT ARQ-CTL-PONTE ASSIGN TO 'PONTE-CONTROLE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTL.
       FD  ARQ-DUPLICATAS.
       01  REG-DUPLICATAS-LIN PIC X(80).

       FD  ARQ-HISTMOV.
       01  REG-HISTMOV-LIN PIC X(80).

       FD  ARQ-MORTO-REJEITADOS.
       01  REG-MORTO-REJEITADOS PIC X(89).

       FD  ARQ-MORTO-DUPLICATAS.
       01  REG-MORTO-DUPLICATAS PIC X(89).

       FD  ARQ-MORTO-HISTMOV.
       01  REG-MORTO-HISTMOV PIC X(89).

       FD  ARQ-CTL-PONTE.
       01  REG-CTL-PONTE.
           02 REG-CTP-DATA   PIC 9(08).
       77 WRK-FIM-CTL        PIC X(01) VALUE 'N'.
           88 FIM-CTL           VALUE 'S'.

      * OS SETE ARQUIVOS FAXINADOS E A REGRA DE EXPURGO DE CADA UM:
      * D = DATA DD/MM/AAAA NO INÍCIO DA LINHA, A = ARQUIVO DA FOLHA
      * NO LAYOUT DO BANCO (DETALHES '1' EXPURGADOS PELO ANO NA
      * POSIÇÃO 27, CABEÇALHO MANTIDO, RODAPÉ REGERADO),
      * T = LINHAS JÁ REPASSADAS PELA PONTE, R = REJEITOS JÁ
      * TRATADOS, L = DUPLICATAS LIQUIDADAS COM PAGAMENTO ANTERIOR
      * AO CORTE (AS ABERTAS NUNCA SAEM), M = MOVIMENTO DE ESTOQUE
      * PELA DATA AAAAMMDD NAS COLUNAS 8-15
       77 WRK-ARQ-IDX      PIC 9(01) VALUE ZEROES.
       01  WRK-TAB-ARQUIVOS.
           02 FILLER PIC X(21) VALUE 'REJEITADOS-LOG      R'.
           02 FILLER PIC X(21) VALUE 'DETALHE-VENDAS      T'.
           02 FILLER PIC X(21) VALUE 'EXPORTACAO-FOLHA    A'.
           02 FILLER PIC X(21) VALUE 'DUPLICATAS-ABERTAS  L'.
           02 FILLER PIC X(21) VALUE 'HISTORICO-MOVIMENTOSM'.
       01  WRK-TAB-ARQUIVOS-R REDEFINES WRK-TAB-ARQUIVOS.
           02 WRK-TA-ITEM OCCURS 7 TIMES.
               03 WRK-TA-NOME  PIC X(20).
               03 WRK-TA-REGRA PIC X(01).

           88 REGRA-PONTE     VALUE 'T'.
           88 REGRA-RETRAB    VALUE 'R'.
           88 REGRA-LIQUIDADA VALUE 'L'.
           88 REGRA-MOVIMENTO VALUE 'M'.
       77 WRK-MESES-RETER  PIC 9(03) VALUE ZEROES.
       77 WRK-TEM-PARAMETRO PIC X(01) VALUE 'N'.
           88 TEM-PARAMETRO    VALUE 'S'.
           02 WRK-RD-PAGMES   PIC X(02).
           02 FILLER          PIC X(33).

      * VISÃO DE MOVIMENTO DE ESTOQUE DA MESMA LINHA, PARA A REGRA M:
      * PRODUTO E TIPO NAS 7 PRIMEIRAS COLUNAS, DATA AAAAMMDD A SEGUIR
       01  WRK-REGISTRO-MOV REDEFINES WRK-REGISTRO.
           02 FILLER          PIC X(07).
           02 WRK-RM-ANO      PIC X(04).
           02 WRK-RM-MES      PIC X(02).
           02 FILLER          PIC X(67).

       01  WRK-REG-MORTO.
           02 WRK-MT-DATA  PIC 9(08).
           02 FILLER       PIC X(01) VALUE SPACE.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM VARYING WRK-ARQ-IDX FROM 1 BY 1
               UNTIL WRK-ARQ-IDX > 7
               PERFORM 0200-EXPURGAR-ARQUIVO
           END-PERFORM.
           PERFORM 0300-FINALIZAR.
                   PERFORM 0233-RETENCAO-POR-TRATADO
               WHEN REGRA-LIQUIDADA
                   PERFORM 0234-RETENCAO-POR-LIQUIDADA
               WHEN REGRA-MOVIMENTO
                   PERFORM 0235-RETENCAO-POR-MOVIMENTO
           END-EVALUATE.

       0231-RETENCAO-POR-DATA.
               MOVE 'N' TO WRK-MANTER
           END-IF.

      * SÓ A DUPLICATA LIQUIDADA COM PAGAMENTO ANTERIOR AO CORTE (OU
      * A RENEGOCIADA NUM ACORDO ANTERIOR AO CORTE, CUJA DATA DE
      * PAGAMENTO É A DO ACORDO, OU A CANCELADA PELA RETIRADA DO
      * ALUNO, PELA DATA DO CANCELAMENTO) SAI PARA O ARQUIVO MORTO; AS
      * ABERTAS E AS LIQUIDADAS RECENTES FICAM - É O QUE ABRE
      * ESPAÇO NAS TABELAS DA BAIXA,
      * DA REMESSA E DO RETORNO DE BOLETOS
       0234-RETENCAO-POR-LIQUIDADA.
           IF (WRK-RD-SITUACAO = 'L' OR WRK-RD-SITUACAO = 'R' OR
               WRK-RD-SITUACAO = 'C')
               AND WRK-RD-PAGANO IS NUMERIC
               AND WRK-RD-PAGMES IS NUMERIC
               MOVE WRK-RD-PAGANO TO WRK-ANO-NUM
               END-IF
           END-IF.

      * O MOVIMENTO DE ESTOQUE SAI PELO MÊS DA DATA DO MOVIMENTO; A
      * RETENÇÃO DEVE COBRIR AO MENOS OS MESES QUE O PONTO DE
      * REPOSIÇÃO LÊ, MAS O ARQUIVO MORTO TAMBÉM É LIDO POR ELE
       0235-RETENCAO-POR-MOVIMENTO.
           IF WRK-RM-ANO IS NUMERIC AND WRK-RM-MES IS NUMERIC
               MOVE WRK-RM-ANO TO WRK-ANO-NUM
               MOVE WRK-RM-MES TO WRK-MES-NUM
               COMPUTE WRK-ANOMES-LINHA =
                   WRK-ANO-NUM * 100 + WRK-MES-NUM
               IF WRK-ANOMES-LINHA < WRK-ANOMES-CORTE
                   MOVE 'N' TO WRK-MANTER
               END-IF
           END-IF.

      * SEGUNDO PASSO: O ARQUIVO ORIGINAL É REGRAVADO SÓ COM OS
      * REGISTROS MANTIDOS
       0250-REGRAVAR-MANTIDOS.
               WHEN 4 OPEN INPUT ARQ-DETALHE
               WHEN 5 OPEN INPUT ARQ-FOLHA
               WHEN 6 OPEN INPUT ARQ-DUPLICATAS
               WHEN 7 OPEN INPUT ARQ-HISTMOV
           END-EVALUATE.

       8200-FECHAR-ATUAL.
               WHEN 4 CLOSE ARQ-DETALHE
               WHEN 5 CLOSE ARQ-FOLHA
               WHEN 6 CLOSE ARQ-DUPLICATAS
               WHEN 7 CLOSE ARQ-HISTMOV
           END-EVALUATE.

       8300-LER-ATUAL.
                       NOT AT END
                           MOVE REG-DUPLICATAS-LIN TO WRK-REGISTRO
                   END-READ
               WHEN 7
                   READ ARQ-HISTMOV
                       AT END MOVE 'S' TO WRK-FIM-ATUAL
                       NOT AT END
                           MOVE REG-HISTMOV-LIN TO WRK-REGISTRO
                   END-READ
           END-EVALUATE.

       8400-ABRIR-MORTO.
               WHEN 4 OPEN EXTEND ARQ-MORTO-DETALHE
               WHEN 5 OPEN EXTEND ARQ-MORTO-FOLHA
               WHEN 6 OPEN EXTEND ARQ-MORTO-DUPLICATAS
               WHEN 7 OPEN EXTEND ARQ-MORTO-HISTMOV
           END-EVALUATE.
           IF NOT MORTO-OK
               EVALUATE WRK-ARQ-IDX
                   WHEN 4 OPEN OUTPUT ARQ-MORTO-DETALHE
                   WHEN 5 OPEN OUTPUT ARQ-MORTO-FOLHA
                   WHEN 6 OPEN OUTPUT ARQ-MORTO-DUPLICATAS
                   WHEN 7 OPEN OUTPUT ARQ-MORTO-HISTMOV
               END-EVALUATE
           END-IF.

               WHEN 4 CLOSE ARQ-MORTO-DETALHE
               WHEN 5 CLOSE ARQ-MORTO-FOLHA
               WHEN 6 CLOSE ARQ-MORTO-DUPLICATAS
               WHEN 7 CLOSE ARQ-MORTO-HISTMOV
           END-EVALUATE.

       8600-GRAVAR-MORTO.
               WHEN 5 WRITE REG-MORTO-FOLHA FROM WRK-REG-MORTO
               WHEN 6 WRITE REG-MORTO-DUPLICATAS
                   FROM WRK-REG-MORTO
               WHEN 7 WRITE REG-MORTO-HISTMOV FROM WRK-REG-MORTO
           END-EVALUATE.

       8700-ABRIR-ATUAL-SAIDA.
               WHEN 4 OPEN OUTPUT ARQ-DETALHE
               WHEN 5 OPEN OUTPUT ARQ-FOLHA
               WHEN 6 OPEN OUTPUT ARQ-DUPLICATAS
               WHEN 7 OPEN OUTPUT ARQ-HISTMOV
           END-EVALUATE.

       8800-GRAVAR-ATUAL.
               WHEN 4 WRITE REG-DETALHE-LIN FROM WRK-REGISTRO
               WHEN 5 WRITE REG-FOLHA-LIN FROM WRK-REGISTRO
               WHEN 6 WRITE REG-DUPLICATAS-LIN FROM WRK-REGISTRO
               WHEN 7 WRITE REG-HISTMOV-LIN FROM WRK-REGISTRO
           END-EVALUATE.

       0990-GRAVAR-RESULTADO-ETAPA.
