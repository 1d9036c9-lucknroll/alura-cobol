      * DATA = 01/09/2026
      * 01/09/2026 LUCAS  LEITURA TROCADA PARA O RAZÃO INDEXADO
      *                    RAZAO-CLIENTES-IDX (CARGA PELO RAZAOCONV)
      * 15/10/2026 LUCAS  OS PAGAMENTOS PASSAM A VIR DO HISTÓRICO
      *                    PAGAMENTOS-DUPLICATAS: CADA PAGAMENTO, TOTAL
      *                    OU PARCIAL, ABATE O PRINCIPAL PAGO NO MÊS EM
      *                    QUE ENTROU, E O SALDO FINAL É O SALDO EM
      *                    ABERTO; MULTA E JUROS PAGOS SAEM EM LINHA
      *                    INFORMATIVA
      * 15/10/2026 LUCAS  A DEVOLUÇÃO E O USO DO CRÉDITO DELA
      *                    (CREDITOCLI) SAEM COM HISTÓRICO PRÓPRIO
      *                    E O EXTRATO TRAZ, DEPOIS DO SALDO FINAL, O
      *                    CRÉDITO DE DEVOLUÇÃO AINDA DISPONÍVEL
      ****************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-RAZ-CHAVE
               FILE STATUS IS WRK-STATUS-RAZAO.
           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOS-DUPLICATAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGAMENTOS.
           SELECT ARQ-USOS ASSIGN TO 'USOS-CREDITO-CLIENTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-USOS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  ARQ-RAZAO.
           COPY 'razaoidx.cbl'.

       FD  ARQ-PAGAMENTOS.
           COPY 'pagtodup.cbl'.

       FD  ARQ-USOS.
           COPY 'usocred.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-RAZAO      PIC X(02) VALUE '00'.
           88 RAZAO-OK             VALUE '00'.
       77 WRK-STATUS-PAGAMENTOS PIC X(02) VALUE '00'.
           88 PAGAMENTOS-OK        VALUE '00'.
       77 WRK-STATUS-USOS       PIC X(02) VALUE '00'.
           88 USOS-OK              VALUE '00'.
       77 WRK-STATUS-CADASTRO   PIC X(02) VALUE '00'.
           88 CADASTRO-OK          VALUE '00'.
       77 WRK-FIM-RAZAO       PIC X(01) VALUE 'N'.
           88 FIM-RAZAO           VALUE 'S'.
       77 WRK-FIM-PAGAMENTOS  PIC X(01) VALUE 'N'.
           88 FIM-PAGAMENTOS      VALUE 'S'.
       77 WRK-FIM-USOS        PIC X(01) VALUE 'N'.
           88 FIM-USOS            VALUE 'S'.

       77 WRK-MES-EXTRATO PIC 9(02) VALUE ZEROES.
       77 WRK-MES-PAGTO   PIC 9(02) VALUE ZEROES.
           02 WRK-TAB-CLI-ITEM OCCURS 200 TIMES.
               03 WRK-TC-CODIGO   PIC 9(06).
               03 WRK-TC-ANTERIOR PIC S9(10)V99.
               03 WRK-TC-CREDITO  PIC S9(10)V99.

      * USOS DO CRÉDITO DE DEVOLUÇÃO DO CLIENTE DA VEZ, PELA CHAVE DO
      * LANÇAMENTO DE CONSUMO NO RAZÃO, PARA O HISTÓRICO DA LINHA
       77 WRK-QT-USOS     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-USO     PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-USOS.
           02 WRK-TAB-USO-ITEM OCCURS 100 TIMES.
               03 WRK-TU-MES  PIC 9(02).
               03 WRK-TU-SEQ  PIC 9(04).
               03 WRK-TU-TIPO PIC X(01).
       77 WRK-CREDITO-DISP PIC S9(10)V99 VALUE ZEROES.

       77 WRK-CLIENTE-VEZ  PIC 9(06) VALUE ZEROES.
       77 WRK-SALDO        PIC S9(10)V99 VALUE ZEROES.

      * PRIMEIRA PASSADA: LEVANTA OS CLIENTES COM MOVIMENTO E O
      * SALDO ANTERIOR AO MÊS (VENDAS DOS MESES ANTERIORES MENOS OS
      * PRINCIPAL DOS PAGAMENTOS APLICADOS ANTES DO MÊS, TOTAIS OU
      * PARCIAIS, PELO HISTÓRICO DE PAGAMENTOS DAS DUPLICATAS)
       0100-LEVANTAR-CLIENTES.
           OPEN INPUT ARQ-RAZAO.
           IF RAZAO-OK
           ELSE
               DISPLAY 'RAZÃO DE VENDAS POR CLIENTE NÃO ENCONTRADO'
           END-IF.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF PAGAMENTOS-OK
               PERFORM 0130-LER-PAGAMENTO
               PERFORM 0140-ACUMULAR-PAGAMENTO UNTIL FIM-PAGAMENTOS
               CLOSE ARQ-PAGAMENTOS
           END-IF.

       0110-LER-RAZAO.
           IF CLIENTE-NA-TABELA AND REG-RAZ-MES < WRK-MES-EXTRATO
               ADD REG-RAZ-VALOR TO WRK-TC-ANTERIOR(WRK-SUB-CLI)
           END-IF.
           IF CLIENTE-NA-TABELA AND REG-RAZ-VALOR < ZEROES
               SUBTRACT REG-RAZ-VALOR FROM WRK-TC-CREDITO(WRK-SUB-CLI)
           END-IF.
           PERFORM 0110-LER-RAZAO.

       0130-LER-PAGAMENTO.
           READ ARQ-PAGAMENTOS
               AT END
                   MOVE 'S' TO WRK-FIM-PAGAMENTOS
           END-READ.

       0140-ACUMULAR-PAGAMENTO.
           MOVE REG-PGD-DATA TO WRK-DATA-DECOMP.
           MOVE REG-PGD-CLIENTE TO REG-RAZ-CLIENTE.
           PERFORM 0150-LOCALIZAR-CLIENTE-TABELA.
           IF CLIENTE-NA-TABELA AND
              WRK-DC-MES < WRK-MES-EXTRATO
               SUBTRACT REG-PGD-PRINCIPAL
                   FROM WRK-TC-ANTERIOR(WRK-SUB-CLI)
           END-IF.
           PERFORM 0130-LER-PAGAMENTO.

       0150-LOCALIZAR-CLIENTE-TABELA.
           MOVE 'N' TO WRK-CLI-ACHADO.
                   MOVE REG-RAZ-CLIENTE
                       TO WRK-TC-CODIGO(WRK-QT-CLIENTES)
                   MOVE ZEROES TO WRK-TC-ANTERIOR(WRK-QT-CLIENTES)
                   MOVE ZEROES TO WRK-TC-CREDITO(WRK-QT-CLIENTES)
                   MOVE WRK-QT-CLIENTES TO WRK-SUB-CLI
                   MOVE 'S' TO WRK-CLI-ACHADO
               ELSE
       0300-EXTRATO-DE-UM-CLIENTE.
           MOVE WRK-TC-CODIGO(WRK-SUB-CLI) TO WRK-CLIENTE-VEZ.
           MOVE WRK-TC-ANTERIOR(WRK-SUB-CLI) TO WRK-SALDO.
           PERFORM 0350-CARREGAR-USOS.
           PERFORM 0310-CABECALHO-CLIENTE.
           MOVE 'SALDO ANTERIOR' TO WRK-LL-HISTORICO.
           MOVE WRK-SALDO TO WRK-LL-VALOR.
           MOVE WRK-SALDO TO WRK-LL-VALOR.
           MOVE WRK-LINLANCA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WRK-CREDITO-DISP > ZEROES
               MOVE 'CREDITO DE DEVOLUCAO DISPONIV.'
                   TO WRK-LL-HISTORICO
               MOVE WRK-CREDITO-DISP TO WRK-LL-VALOR
               MOVE WRK-LINLANCA TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       0310-CABECALHO-CLIENTE.
           ADD 1 TO WRK-PAGINA.
       0335-IMPRIMIR-UMA-VENDA.
           IF REG-RAZ-CLIENTE = WRK-CLIENTE-VEZ AND
              REG-RAZ-MES = WRK-MES-EXTRATO
               PERFORM 0337-HISTORICO-RAZAO
               MOVE REG-RAZ-VALOR TO WRK-LL-VALOR
               MOVE WRK-LINLANCA TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           PERFORM 0110-LER-RAZAO.

      * O LANÇAMENTO NEGATIVO É A DEVOLUÇÃO; O POSITIVO GRAVADO NO USO
      * DO CRÉDITO (APLICAÇÃO OU REEMBOLSO) DEVOLVE AO SALDO O CRÉDITO
      * QUE JÁ TINHA SIDO ABATIDO
       0337-HISTORICO-RAZAO.
           MOVE 'VENDA NO MES' TO WRK-LL-HISTORICO.
           IF REG-RAZ-VALOR < ZEROES
               MOVE 'DEVOLUCAO NO MES' TO WRK-LL-HISTORICO
           END-IF.
           PERFORM VARYING WRK-SUB-USO FROM 1 BY 1
               UNTIL WRK-SUB-USO > WRK-QT-USOS
               IF WRK-TU-MES(WRK-SUB-USO) = REG-RAZ-MES AND
                  WRK-TU-SEQ(WRK-SUB-USO) = REG-RAZ-SEQ
                   IF WRK-TU-TIPO(WRK-SUB-USO) = 'A'
                       MOVE 'CREDITO APLICADO EM DUPLICATA'
                           TO WRK-LL-HISTORICO
                   ELSE
                       MOVE 'CREDITO REEMBOLSADO'
                           TO WRK-LL-HISTORICO
                   END-IF
               END-IF
           END-PERFORM.

      * O CRÉDITO DISPONÍVEL É O TOTAL DAS DEVOLUÇÕES DO CLIENTE NO
      * RAZÃO MENOS O QUE JÁ FOI APLICADO OU REEMBOLSADO
       0350-CARREGAR-USOS.
           MOVE ZEROES TO WRK-QT-USOS.
           MOVE WRK-TC-CREDITO(WRK-SUB-CLI) TO WRK-CREDITO-DISP.
           MOVE 'N' TO WRK-FIM-USOS.
           OPEN INPUT ARQ-USOS.
           IF USOS-OK
               PERFORM 0355-LER-USO
               PERFORM 0360-GUARDAR-USO UNTIL FIM-USOS
               CLOSE ARQ-USOS
           END-IF.

       0355-LER-USO.
           READ ARQ-USOS
               AT END
                   MOVE 'S' TO WRK-FIM-USOS
           END-READ.

       0360-GUARDAR-USO.
           IF REG-UCR-CLIENTE = WRK-CLIENTE-VEZ
               SUBTRACT REG-UCR-VALOR FROM WRK-CREDITO-DISP
               IF WRK-QT-USOS < 100
                   ADD 1 TO WRK-QT-USOS
                   MOVE REG-UCR-MES-USO TO WRK-TU-MES(WRK-QT-USOS)
                   MOVE REG-UCR-SEQ-USO TO WRK-TU-SEQ(WRK-QT-USOS)
                   MOVE REG-UCR-TIPO    TO WRK-TU-TIPO(WRK-QT-USOS)
               END-IF
           END-IF.
           PERFORM 0355-LER-USO.

      * O PAGAMENTO ABATE DO SALDO SÓ O PRINCIPAL; A MULTA E OS
      * JUROS PAGOS JUNTO SAEM NUMA LINHA INFORMATIVA, FORA DO SALDO
       0340-IMPRIMIR-PAGAMENTOS-MES.
           MOVE 'N' TO WRK-FIM-PAGAMENTOS.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF PAGAMENTOS-OK
               PERFORM 0130-LER-PAGAMENTO
               PERFORM 0345-IMPRIMIR-UM-PAGAMENTO
                   UNTIL FIM-PAGAMENTOS
               CLOSE ARQ-PAGAMENTOS
           END-IF.

       0345-IMPRIMIR-UM-PAGAMENTO.
           IF REG-PGD-CLIENTE = WRK-CLIENTE-VEZ
               MOVE REG-PGD-DATA TO WRK-DATA-DECOMP
               IF WRK-DC-MES = WRK-MES-EXTRATO
                   IF REG-PGD-SALDO = ZEROES
                       MOVE 'PAGAMENTO APLICADO' TO WRK-LL-HISTORICO
                   ELSE
                       MOVE 'PAGAMENTO PARCIAL APLICADO'
                           TO WRK-LL-HISTORICO
                   END-IF
                   IF PGD-CREDITO
                       MOVE 'CREDITO ABATIDO DA DUPLICATA'
                           TO WRK-LL-HISTORICO
                   END-IF
                   COMPUTE WRK-LL-VALOR = REG-PGD-PRINCIPAL * -1
                   MOVE WRK-LINLANCA TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   SUBTRACT REG-PGD-PRINCIPAL FROM WRK-SALDO
                   IF REG-PGD-MULTA > ZEROES OR
                      REG-PGD-JUROS > ZEROES
                       MOVE '  (MULTA E JUROS PAGOS)'
                           TO WRK-LL-HISTORICO
                       COMPUTE WRK-LL-VALOR =
                           REG-PGD-MULTA + REG-PGD-JUROS
                       MOVE WRK-LINLANCA TO REG-RELATORIO
                       WRITE REG-RELATORIO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0130-LER-PAGAMENTO.
