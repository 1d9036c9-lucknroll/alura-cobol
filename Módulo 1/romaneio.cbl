       IDENTIFICATION DIVISION.
       PROGRAM-ID. romaneio.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = ROMANEIO DE ENTREGA DA FROTA PRÓPRIA: OS PEDIDOS
      *            EXPEDIDOS PELA SEPARAÇÃO PARA CEP DE ZONA DA FROTA
      *            PRÓPRIA (ENTREGAS-FROTA) SÃO DISTRIBUÍDOS PELOS
      *            CAMINHÕES ATIVOS DA ROTA (VEICULOS-FROTA, MANTIDO
      *            AQUI), COM AS PARADAS NA ORDEM DO CEP E A CARGA
      *            CONFERIDA CONTRA A CAPACIDADE DE CADA CAMINHÃO -
      *            O QUE NÃO CABE FICA PARA O ROMANEIO SEGUINTE. O
      *            ROMANEIO SAI EM ROMANEIO-ENTREGA COM O CLIENTE, O
      *            ENDEREÇO DE ENTREGA (ENDERECOS-ENTREGA), OS
      *            VOLUMES E O VALOR A COBRAR (PEDIDO À VISTA, SEM
      *            DUPLICATA). NO RETORNO O MOTORISTA CONFIRMA CADA
      *            PARADA COMO ENTREGUE OU NÃO ENTREGUE, COM A
      *            OCORRÊNCIA; A NÃO ENTREGUE VOLTA A FICAR PENDENTE
      * DATA = 15/10/2026
      * 15/10/2026 LUCAS  VALOR A COBRAR LIDO PELA CHAVE DO PEDIDO EM
      *                    PEDIDOS-CAB-IDX
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ENTREGAS ASSIGN TO 'ENTREGAS-FROTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENTREGAS.
           SELECT ARQ-VEICULOS ASSIGN TO 'VEICULOS-FROTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VEICULOS.
           SELECT ARQ-PEDCAB ASSIGN TO 'PEDIDOS-CAB-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-PC-NUMERO
               ALTERNATE RECORD KEY IS REG-PC-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-STATUS-PEDCAB.
           SELECT ARQ-DUPLICATAS ASSIGN TO 'DUPLICATAS-ABERTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DUPLICATAS.
           SELECT ARQ-ENDERECOS ASSIGN TO 'ENDERECOS-ENTREGA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENDERECOS.
           SELECT ARQ-CADASTRO ASSIGN TO 'CADASTRO-MASTER-IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CAD-CODIGO
               FILE STATUS IS WRK-STATUS-CADASTRO.
           SELECT ARQ-RELATORIO ASSIGN TO 'ROMANEIO-ENTREGA'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ENTREGAS.
           COPY 'entregafrota.cbl'.

       FD  ARQ-VEICULOS.
           COPY 'veiculofrota.cbl'.

       FD  ARQ-PEDCAB.
           COPY 'pedcabidx.cbl'.

       FD  ARQ-DUPLICATAS.
           COPY 'duplicata.cbl'.

       FD  ARQ-ENDERECOS.
           COPY 'endentrega.cbl'.

       FD  ARQ-CADASTRO.
           COPY 'cadastro.cbl'.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ENTREGAS  PIC X(02) VALUE '00'.
           88 ENTREGAS-OK         VALUE '00'.
       77 WRK-STATUS-VEICULOS  PIC X(02) VALUE '00'.
           88 VEICULOS-OK         VALUE '00'.
       77 WRK-STATUS-PEDCAB    PIC X(02) VALUE '00'.
           88 PEDCAB-OK           VALUE '00'.
       77 WRK-STATUS-DUPLICATAS PIC X(02) VALUE '00'.
           88 DUPLICATAS-OK       VALUE '00'.
       77 WRK-STATUS-ENDERECOS PIC X(02) VALUE '00'.
           88 ENDERECOS-OK        VALUE '00'.
       77 WRK-STATUS-CADASTRO  PIC X(02) VALUE '00'.
           88 CADASTRO-OK         VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA     VALUE 'S'.
       77 WRK-ALT-ENTREGAS PIC X(01) VALUE 'N'.
           88 ENTREGAS-ALTERADAS VALUE 'S'.
       77 WRK-ALT-VEICULOS PIC X(01) VALUE 'N'.
           88 VEICULOS-ALTERADOS VALUE 'S'.
       77 WRK-CADASTRO-ABERTO PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO    VALUE 'S'.

       77 WRK-OPCAO  PIC X(01) VALUE SPACES.
           88 OPCAO-VEICULOS  VALUE 'V'.
           88 OPCAO-PENDENTES VALUE 'E'.
           88 OPCAO-GERAR     VALUE 'G'.
           88 OPCAO-RETORNO   VALUE 'R'.
           88 OPCAO-SAIR      VALUE '0'.

      * PARADAS CARREGADAS INTEIRAS E REGRAVADAS NA SAÍDA, COMO AS
      * RECLAMAÇÕES DE FRETE
       77 WRK-QT-ENTREGAS PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-ENT     PIC 9(04) COMP VALUE ZEROES.
       77 WRK-ENT-ACHADA  PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-ENTREGAS.
           02 WRK-TE-REGISTRO PIC X(112) OCCURS 2000 TIMES.

      * CAMINHÕES DA FROTA, COM A CARGA, AS PARADAS E O NÚMERO DO
      * ROMANEIO MONTADO NA GERAÇÃO DA VEZ
       77 WRK-QT-VEICULOS PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-VEI     PIC 9(03) COMP VALUE ZEROES.
       77 WRK-VEI-ACHADO  PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-VEICULOS.
           02 WRK-TV-ITEM OCCURS 50 TIMES.
               03 WRK-TV-REGISTRO PIC X(59).
               03 WRK-TV-CARGA    PIC 9(06)V99.
               03 WRK-TV-PARADAS  PIC 9(03).
               03 WRK-TV-ROMANEIO PIC 9(06).

      * PARADAS A ROTEIRIZAR ORDENADAS POR ROTA E CEP (E PEDIDO,
      * PARA O MESMO CEP), APONTANDO PARA A TABELA DE PARADAS
       77 WRK-QT-ORDEM  PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-ORD   PIC 9(04) COMP VALUE ZEROES.
       77 WRK-SUB-ORD2  PIC 9(04) COMP VALUE ZEROES.
       01  WRK-TAB-ORDEM.
           02 WRK-TO-ITEM OCCURS 2000 TIMES.
               03 WRK-TO-CHAVE.
                   04 WRK-TO-ROTA   PIC 9(02).
                   04 WRK-TO-CEP    PIC 9(08).
                   04 WRK-TO-PEDIDO PIC 9(06).
               03 WRK-TO-SUB PIC 9(04).
       01  WRK-ORDEM-AUX PIC X(20).
       77 WRK-TROCOU PIC X(01) VALUE 'S'.
           88 HOUVE-TROCA VALUE 'S'.

       77 WRK-ULTIMO-ROMANEIO PIC 9(06) VALUE ZEROES.
       77 WRK-ROMANEIO        PIC 9(06) VALUE ZEROES.
       77 WRK-PARADA          PIC 9(03) VALUE ZEROES.
       77 WRK-MAIOR-PARADA    PIC 9(03) VALUE ZEROES.
       77 WRK-ROTA-COM-VEICULO PIC X(01) VALUE 'N'.
           88 ROTA-COM-VEICULO   VALUE 'S'.
       77 WRK-QT-ALOCADAS     PIC 9(04) VALUE ZEROES.
       77 WRK-QT-SEM-VEICULO  PIC 9(04) VALUE ZEROES.
       77 WRK-QT-SEM-CAPACIDADE PIC 9(04) VALUE ZEROES.
       77 WRK-QT-ROMANEIOS    PIC 9(03) VALUE ZEROES.
       77 WRK-QT-ENTREGUES    PIC 9(03) VALUE ZEROES.
       77 WRK-QT-NAO-ENTREGUES PIC 9(03) VALUE ZEROES.
       77 WRK-QT-LISTADAS     PIC 9(04) VALUE ZEROES.

      * VALOR A COBRAR: O PEDIDO À VISTA NÃO TEM DUPLICATA E É PAGO
      * NA ENTREGA; O PEDIDO A PRAZO SEGUE NA COBRANÇA NORMAL
       77 WRK-VALOR-PEDIDO PIC 9(10)V99 VALUE ZEROES.
       77 WRK-PEDIDO-PRAZO PIC X(01) VALUE 'N'.
           88 PEDIDO-A-PRAZO  VALUE 'S'.
       77 WRK-PEDIDO-ACHADO PIC X(01) VALUE 'N'.
           88 PEDIDO-ACHADO    VALUE 'S'.
       77 WRK-TOTAL-COBRAR  PIC 9(10)V99 VALUE ZEROES.
       77 WRK-TOTAL-VOLUMES PIC 9(06) VALUE ZEROES.

      * DIGITAÇÃO DO VEÍCULO E DO RETORNO
       77 WRK-CODIGO      PIC 9(02) VALUE ZEROES.
       77 WRK-PLACA       PIC X(07) VALUE SPACES.
       77 WRK-DESCRICAO   PIC X(20) VALUE SPACES.
       77 WRK-MOTORISTA   PIC X(20) VALUE SPACES.
       77 WRK-CAPACIDADE  PIC 9(05)V99 VALUE ZEROES.
       77 WRK-ROTA        PIC 9(02) VALUE ZEROES.
       77 WRK-SITUACAO    PIC X(01) VALUE SPACES.
           88 SITUACAO-VALIDA VALUE 'A' 'I'.
       77 WRK-RESULTADO   PIC X(01) VALUE SPACES.
           88 RESULTADO-ENTREGUE VALUE 'E'.
           88 RESULTADO-VALIDO   VALUE 'E' 'N'.
       77 WRK-OCORRENCIA  PIC X(30) VALUE SPACES.

      * ENDEREÇO E NOME DA PARADA PARA O ROMANEIO
       77 WRK-NOME-CLIENTE PIC X(30) VALUE SPACES.
       77 WRK-END-ACHADO   PIC X(01) VALUE 'N'.
           88 ENDERECO-ACHADO VALUE 'S'.
       77 WRK-LOGRADOURO   PIC X(30) VALUE SPACES.
       77 WRK-CIDADE       PIC X(20) VALUE SPACES.
       77 WRK-UF           PIC X(02) VALUE SPACES.

       77 WRK-PESO-ED    PIC ZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-CAPAC-ED   PIC ZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-CARGA-ED   PIC ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-VALOR-ED   PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-VOLUMES-ED PIC ZZZZ9 VALUE ZEROES.
       77 WRK-TOTVOL-ED  PIC ZZZZZ9 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).
       77 WRK-DATA-ED PIC X(10) VALUE SPACES.

       01  WRK-LINRELAT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'ROMANEIO DE ENTREGA DA FROTA PRÓPRIA'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           STRING WRK-DS-DIA '/' WRK-DS-MES '/' WRK-DS-ANO
               DELIMITED BY SIZE INTO WRK-DATA-ED.
           PERFORM 0100-CARREGAR-ENTREGAS.
           IF TABELA-CHEIA
               DISPLAY 'MAIS DE 2000 PARADAS NO ARQUIVO DE ENTREGAS '
                   '- ROMANEIO RECUSADO'
               GOBACK
           END-IF.
           PERFORM 0150-CARREGAR-VEICULOS.
           PERFORM 0200-PROCESSAR-OPCAO UNTIL OPCAO-SAIR.
           IF ENTREGAS-ALTERADAS
               PERFORM 0800-GRAVAR-ENTREGAS
           END-IF.
           IF VEICULOS-ALTERADOS
               PERFORM 0810-GRAVAR-VEICULOS
           END-IF.
           DISPLAY 'FINAL DO ROMANEIO DA FROTA PRÓPRIA'.
           GOBACK.

       0100-CARREGAR-ENTREGAS.
           OPEN INPUT ARQ-ENTREGAS.
           IF ENTREGAS-OK
               PERFORM 0110-LER-ENTREGA
               PERFORM 0120-GUARDAR-ENTREGA UNTIL FIM-ARQUIVO
               CLOSE ARQ-ENTREGAS
           END-IF.

       0110-LER-ENTREGA.
           READ ARQ-ENTREGAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0120-GUARDAR-ENTREGA.
           IF WRK-QT-ENTREGAS < 2000
               ADD 1 TO WRK-QT-ENTREGAS
               MOVE REG-ENTREGA-FROTA
                   TO WRK-TE-REGISTRO(WRK-QT-ENTREGAS)
               IF REG-EFR-ROMANEIO IS NUMERIC AND
                  REG-EFR-ROMANEIO > WRK-ULTIMO-ROMANEIO
                   MOVE REG-EFR-ROMANEIO TO WRK-ULTIMO-ROMANEIO
               END-IF
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM 0110-LER-ENTREGA.

       0150-CARREGAR-VEICULOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           INITIALIZE WRK-TAB-VEICULOS.
           OPEN INPUT ARQ-VEICULOS.
           IF VEICULOS-OK
               PERFORM 0160-LER-VEICULO
               PERFORM 0170-GUARDAR-VEICULO UNTIL FIM-ARQUIVO
               CLOSE ARQ-VEICULOS
           END-IF.

       0160-LER-VEICULO.
           READ ARQ-VEICULOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0170-GUARDAR-VEICULO.
           IF WRK-QT-VEICULOS < 50
               ADD 1 TO WRK-QT-VEICULOS
               MOVE REG-VEICULO-FROTA
                   TO WRK-TV-REGISTRO(WRK-QT-VEICULOS)
           ELSE
               DISPLAY 'VEICULOS-FROTA EXCEDE O LIMITE DE 50 - '
                   'VEÍCULO IGNORADO: ' REG-VEI-CODIGO
           END-IF.
           PERFORM 0160-LER-VEICULO.

       0200-PROCESSAR-OPCAO.
           DISPLAY '________________________________________'.
           DISPLAY '(V) CAMINHÕES DA FROTA (INCLUIR/ALTERAR)'.
           DISPLAY '(E) LISTAR ENTREGAS PENDENTES'.
           DISPLAY '(G) GERAR ROMANEIOS'.
           DISPLAY '(R) RETORNO DO MOTORISTA'.
           DISPLAY '(0) SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-VEICULOS
                   PERFORM 0300-VEICULOS
               WHEN OPCAO-PENDENTES
                   PERFORM 0350-LISTAR-PENDENTES
               WHEN OPCAO-GERAR
                   PERFORM 0400-GERAR-ROMANEIOS
               WHEN OPCAO-RETORNO
                   PERFORM 0500-RETORNO
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

      * CÓDIGO EXISTENTE É ALTERADO (TODOS OS CAMPOS REDIGITADOS);
      * CÓDIGO NOVO É INCLUÍDO. CAMINHÃO FORA DE USO FICA INATIVO,
      * NUNCA É EXCLUÍDO - OS ROMANEIOS ANTIGOS APONTAM PARA ELE
       0300-VEICULOS.
           PERFORM 0310-LISTAR-VEICULO
               VARYING WRK-SUB-VEI FROM 1 BY 1
               UNTIL WRK-SUB-VEI > WRK-QT-VEICULOS.
           DISPLAY 'CÓDIGO DO CAMINHÃO (0 = VOLTAR):'.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           IF WRK-CODIGO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-VEI-ACHADO.
           PERFORM VARYING WRK-SUB-VEI FROM 1 BY 1
               UNTIL WRK-SUB-VEI > WRK-QT-VEICULOS
                   OR WRK-VEI-ACHADO > ZEROES
               MOVE WRK-TV-REGISTRO(WRK-SUB-VEI) TO REG-VEICULO-FROTA
               IF REG-VEI-CODIGO = WRK-CODIGO
                   MOVE WRK-SUB-VEI TO WRK-VEI-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-VEI-ACHADO = ZEROES
               IF WRK-QT-VEICULOS NOT < 50
                   DISPLAY 'TABELA DE CAMINHÕES CHEIA'
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'CAMINHÃO NOVO - INCLUSÃO'
           ELSE
               DISPLAY 'CAMINHÃO JÁ CADASTRADO - ALTERAÇÃO'
           END-IF.
           DISPLAY 'PLACA:'.
           ACCEPT WRK-PLACA FROM CONSOLE.
           DISPLAY 'DESCRIÇÃO DO VEÍCULO:'.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           DISPLAY 'MOTORISTA:'.
           ACCEPT WRK-MOTORISTA FROM CONSOLE.
           DISPLAY 'CAPACIDADE DE CARGA EM KG (FORMATO 99999,99):'.
           ACCEPT WRK-CAPACIDADE FROM CONSOLE.
           IF WRK-CAPACIDADE = ZEROES
               DISPLAY 'CAPACIDADE ZERADA - CAMINHÃO RECUSADO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'ROTA ATENDIDA (A MESMA DAS FAIXAS DE CEP):'.
           ACCEPT WRK-ROTA FROM CONSOLE.
           IF WRK-ROTA = ZEROES
               DISPLAY 'ROTA ZERADA - CAMINHÃO RECUSADO'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WRK-SITUACAO.
           PERFORM 0320-PEDIR-SITUACAO UNTIL SITUACAO-VALIDA.
           MOVE WRK-CODIGO     TO REG-VEI-CODIGO.
           MOVE WRK-PLACA      TO REG-VEI-PLACA.
           MOVE WRK-DESCRICAO  TO REG-VEI-DESCRICAO.
           MOVE WRK-MOTORISTA  TO REG-VEI-MOTORISTA.
           MOVE WRK-CAPACIDADE TO REG-VEI-CAPACIDADE.
           MOVE WRK-ROTA       TO REG-VEI-ROTA.
           MOVE WRK-SITUACAO   TO REG-VEI-SITUACAO.
           IF WRK-VEI-ACHADO = ZEROES
               ADD 1 TO WRK-QT-VEICULOS
               MOVE WRK-QT-VEICULOS TO WRK-VEI-ACHADO
           END-IF.
           MOVE REG-VEICULO-FROTA TO WRK-TV-REGISTRO(WRK-VEI-ACHADO).
           MOVE 'S' TO WRK-ALT-VEICULOS.
           DISPLAY 'CAMINHÃO ' WRK-CODIGO ' GRAVADO'.

       0310-LISTAR-VEICULO.
           MOVE WRK-TV-REGISTRO(WRK-SUB-VEI) TO REG-VEICULO-FROTA.
           MOVE REG-VEI-CAPACIDADE TO WRK-CAPAC-ED.
           DISPLAY REG-VEI-CODIGO ' ' REG-VEI-PLACA ' '
               REG-VEI-DESCRICAO ' ROTA ' REG-VEI-ROTA
               ' CAP ' WRK-CAPAC-ED ' KG ' REG-VEI-SITUACAO.

       0320-PEDIR-SITUACAO.
           DISPLAY 'SITUAÇÃO (A = ATIVO, I = INATIVO):'.
           ACCEPT WRK-SITUACAO FROM CONSOLE.
           IF NOT SITUACAO-VALIDA
               DISPLAY 'SITUAÇÃO INVÁLIDA'
           END-IF.

      * PARADAS AINDA SEM ENTREGA: PENDENTES, NÃO ENTREGUES (QUE
      * VOLTAM PARA O PRÓXIMO ROMANEIO) E AS QUE ESTÃO NA RUA
       0350-LISTAR-PENDENTES.
           MOVE ZEROES TO WRK-QT-LISTADAS.
           PERFORM VARYING WRK-SUB-ENT FROM 1 BY 1
               UNTIL WRK-SUB-ENT > WRK-QT-ENTREGAS
               MOVE WRK-TE-REGISTRO(WRK-SUB-ENT) TO REG-ENTREGA-FROTA
               IF NOT EFR-ENTREGUE
                   PERFORM 0360-LISTAR-PARADA
               END-IF
           END-PERFORM.
           IF WRK-QT-LISTADAS = ZEROES
               DISPLAY 'NÃO HÁ ENTREGAS PENDENTES'
           END-IF.

       0360-LISTAR-PARADA.
           ADD 1 TO WRK-QT-LISTADAS.
           MOVE REG-EFR-PESO TO WRK-PESO-ED.
           DISPLAY 'ROTA ' REG-EFR-ROTA ' CEP ' REG-EFR-CEP
               ' PEDIDO ' REG-EFR-PEDIDO ' CLIENTE ' REG-EFR-CLIENTE
               ' ' WRK-PESO-ED ' KG SIT ' REG-EFR-SITUACAO.
           IF EFR-EM-ROMANEIO
               DISPLAY '    NA RUA NO ROMANEIO ' REG-EFR-ROMANEIO
                   ' CAMINHÃO ' REG-EFR-VEICULO
           END-IF.
           IF EFR-NAO-ENTREGUE
               DISPLAY '    ' REG-EFR-TENTATIVAS ' TENTATIVA(S): '
                   REG-EFR-OCORRENCIA
           END-IF.

      * A GERAÇÃO PEGA TODAS AS PARADAS A ROTEIRIZAR NA ORDEM DE
      * ROTA E CEP E PÕE CADA UMA NO PRIMEIRO CAMINHÃO ATIVO DA
      * ROTA ONDE O PESO AINDA CABE; CADA CAMINHÃO CARREGADO GANHA
      * UM NÚMERO DE ROMANEIO
       0400-GERAR-ROMANEIOS.
           IF WRK-QT-VEICULOS = ZEROES
               DISPLAY 'NÃO HÁ CAMINHÕES CADASTRADOS NA FROTA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0410-MONTAR-ORDEM.
           IF WRK-QT-ORDEM = ZEROES
               DISPLAY 'NÃO HÁ ENTREGAS PENDENTES PARA ROMANEIO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0420-ORDENAR-PARADAS.
           PERFORM VARYING WRK-SUB-VEI FROM 1 BY 1
               UNTIL WRK-SUB-VEI > WRK-QT-VEICULOS
               MOVE ZEROES TO WRK-TV-CARGA(WRK-SUB-VEI)
               MOVE ZEROES TO WRK-TV-PARADAS(WRK-SUB-VEI)
               MOVE ZEROES TO WRK-TV-ROMANEIO(WRK-SUB-VEI)
           END-PERFORM.
           MOVE ZEROES TO WRK-QT-ALOCADAS.
           MOVE ZEROES TO WRK-QT-SEM-VEICULO.
           MOVE ZEROES TO WRK-QT-SEM-CAPACIDADE.
           MOVE ZEROES TO WRK-QT-ROMANEIOS.
           PERFORM 0430-ALOCAR-PARADA
               VARYING WRK-SUB-ORD FROM 1 BY 1
               UNTIL WRK-SUB-ORD > WRK-QT-ORDEM.
           IF WRK-QT-ALOCADAS > ZEROES
               PERFORM 0450-IMPRIMIR-ROMANEIOS
               MOVE 'S' TO WRK-ALT-ENTREGAS
           END-IF.
           DISPLAY 'ROMANEIOS GERADOS.............: ' WRK-QT-ROMANEIOS.
           DISPLAY 'PARADAS NOS ROMANEIOS.........: ' WRK-QT-ALOCADAS.
           DISPLAY 'PENDENTES POR FALTA DE ESPAÇO.: '
               WRK-QT-SEM-CAPACIDADE.
           DISPLAY 'PENDENTES EM ROTA SEM CAMINHÃO: '
               WRK-QT-SEM-VEICULO.

       0410-MONTAR-ORDEM.
           MOVE ZEROES TO WRK-QT-ORDEM.
           PERFORM VARYING WRK-SUB-ENT FROM 1 BY 1
               UNTIL WRK-SUB-ENT > WRK-QT-ENTREGAS
               MOVE WRK-TE-REGISTRO(WRK-SUB-ENT) TO REG-ENTREGA-FROTA
               IF EFR-A-ROTEIRIZAR
                   ADD 1 TO WRK-QT-ORDEM
                   MOVE REG-EFR-ROTA   TO WRK-TO-ROTA(WRK-QT-ORDEM)
                   MOVE REG-EFR-CEP    TO WRK-TO-CEP(WRK-QT-ORDEM)
                   MOVE REG-EFR-PEDIDO TO WRK-TO-PEDIDO(WRK-QT-ORDEM)
                   MOVE WRK-SUB-ENT    TO WRK-TO-SUB(WRK-QT-ORDEM)
               END-IF
           END-PERFORM.

      * ORDENAÇÃO PELA CHAVE ROTA, CEP E PEDIDO, COMO A LISTA DE
      * SEPARAÇÃO ORDENA A CAMINHADA DO ARMAZÉM
       0420-ORDENAR-PARADAS.
           MOVE 'S' TO WRK-TROCOU.
           PERFORM 0421-PASSADA-ORDENACAO UNTIL NOT HOUVE-TROCA.

       0421-PASSADA-ORDENACAO.
           MOVE 'N' TO WRK-TROCOU.
           PERFORM VARYING WRK-SUB-ORD FROM 1 BY 1
               UNTIL WRK-SUB-ORD > WRK-QT-ORDEM - 1
               IF WRK-TO-CHAVE(WRK-SUB-ORD) >
                   WRK-TO-CHAVE(WRK-SUB-ORD + 1)
                   PERFORM 0422-TROCAR-PARADAS
                   MOVE 'S' TO WRK-TROCOU
               END-IF
           END-PERFORM.

       0422-TROCAR-PARADAS.
           COMPUTE WRK-SUB-ORD2 = WRK-SUB-ORD + 1.
           MOVE WRK-TO-ITEM(WRK-SUB-ORD)  TO WRK-ORDEM-AUX.
           MOVE WRK-TO-ITEM(WRK-SUB-ORD2) TO WRK-TO-ITEM(WRK-SUB-ORD).
           MOVE WRK-ORDEM-AUX TO WRK-TO-ITEM(WRK-SUB-ORD2).

       0430-ALOCAR-PARADA.
           MOVE WRK-TO-SUB(WRK-SUB-ORD) TO WRK-SUB-ENT.
           MOVE WRK-TE-REGISTRO(WRK-SUB-ENT) TO REG-ENTREGA-FROTA.
           MOVE ZEROES TO WRK-VEI-ACHADO.
           MOVE 'N' TO WRK-ROTA-COM-VEICULO.
           PERFORM VARYING WRK-SUB-VEI FROM 1 BY 1
               UNTIL WRK-SUB-VEI > WRK-QT-VEICULOS
                   OR WRK-VEI-ACHADO > ZEROES
               MOVE WRK-TV-REGISTRO(WRK-SUB-VEI) TO REG-VEICULO-FROTA
               IF VEI-ATIVO AND REG-VEI-ROTA = REG-EFR-ROTA
                   MOVE 'S' TO WRK-ROTA-COM-VEICULO
                   IF WRK-TV-CARGA(WRK-SUB-VEI) + REG-EFR-PESO
                       NOT > REG-VEI-CAPACIDADE
                       MOVE WRK-SUB-VEI TO WRK-VEI-ACHADO
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-VEI-ACHADO = ZEROES
               MOVE REG-EFR-PESO TO WRK-PESO-ED
               IF ROTA-COM-VEICULO
                   ADD 1 TO WRK-QT-SEM-CAPACIDADE
                   DISPLAY 'PEDIDO ' REG-EFR-PEDIDO ' (' WRK-PESO-ED
                       ' KG) NÃO CABE NOS CAMINHÕES DA ROTA '
                       REG-EFR-ROTA ' - FICA PENDENTE'
               ELSE
                   ADD 1 TO WRK-QT-SEM-VEICULO
                   DISPLAY 'ROTA ' REG-EFR-ROTA ' SEM CAMINHÃO '
                       'ATIVO - PEDIDO ' REG-EFR-PEDIDO
                       ' FICA PENDENTE'
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TV-REGISTRO(WRK-VEI-ACHADO) TO REG-VEICULO-FROTA.
           IF WRK-TV-ROMANEIO(WRK-VEI-ACHADO) = ZEROES
               ADD 1 TO WRK-ULTIMO-ROMANEIO
               ADD 1 TO WRK-QT-ROMANEIOS
               MOVE WRK-ULTIMO-ROMANEIO
                   TO WRK-TV-ROMANEIO(WRK-VEI-ACHADO)
           END-IF.
           ADD REG-EFR-PESO TO WRK-TV-CARGA(WRK-VEI-ACHADO).
           ADD 1 TO WRK-TV-PARADAS(WRK-VEI-ACHADO).
           PERFORM 0440-VALOR-A-COBRAR.
           MOVE 'R' TO REG-EFR-SITUACAO.
           MOVE WRK-TV-ROMANEIO(WRK-VEI-ACHADO) TO REG-EFR-ROMANEIO.
           MOVE REG-VEI-CODIGO TO REG-EFR-VEICULO.
           MOVE WRK-TV-PARADAS(WRK-VEI-ACHADO) TO REG-EFR-PARADA.
           MOVE WRK-DATA-SYS-NUM TO REG-EFR-DATA-ROMANEIO.
           MOVE ZEROES TO REG-EFR-DATA-RETORNO.
           MOVE REG-ENTREGA-FROTA TO WRK-TE-REGISTRO(WRK-SUB-ENT).
           ADD 1 TO WRK-QT-ALOCADAS.

       0440-VALOR-A-COBRAR.
           MOVE ZEROES TO WRK-VALOR-PEDIDO.
           MOVE 'N' TO WRK-PEDIDO-ACHADO.
           MOVE 'N' TO WRK-PEDIDO-PRAZO.
           OPEN INPUT ARQ-PEDCAB.
           IF PEDCAB-OK
               MOVE REG-EFR-PEDIDO TO REG-PC-NUMERO
               READ ARQ-PEDCAB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-PEDIDO-ACHADO
                       MOVE REG-PC-TOTAL TO WRK-VALOR-PEDIDO
               END-READ
               CLOSE ARQ-PEDCAB
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-DUPLICATAS.
           IF DUPLICATAS-OK
               PERFORM 0443-LER-DUPLICATA
               PERFORM 0444-CONFERIR-DUPLICATA
                   UNTIL FIM-ARQUIVO OR PEDIDO-A-PRAZO
               CLOSE ARQ-DUPLICATAS
           END-IF.
           IF PEDIDO-A-PRAZO
               MOVE ZEROES TO REG-EFR-COBRAR
           ELSE
               MOVE WRK-VALOR-PEDIDO TO REG-EFR-COBRAR
           END-IF.

       0443-LER-DUPLICATA.
           READ ARQ-DUPLICATAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0444-CONFERIR-DUPLICATA.
           IF REG-DUP-PEDIDO = REG-EFR-PEDIDO
               MOVE 'S' TO WRK-PEDIDO-PRAZO
           ELSE
               PERFORM 0443-LER-DUPLICATA
           END-IF.

      * UM ROMANEIO POR CAMINHÃO CARREGADO, COM AS PARADAS NA ORDEM
      * DO CEP; O CADASTRO SÓ DÁ O NOME DO CLIENTE, E SEM ELE O
      * ROMANEIO SAI ASSIM MESMO
       0450-IMPRIMIR-ROMANEIOS.
           OPEN INPUT ARQ-CADASTRO.
           IF CADASTRO-OK
               MOVE 'S' TO WRK-CADASTRO-ABERTO
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM VARYING WRK-SUB-VEI FROM 1 BY 1
               UNTIL WRK-SUB-VEI > WRK-QT-VEICULOS
               IF WRK-TV-ROMANEIO(WRK-SUB-VEI) > ZEROES
                   PERFORM 0460-IMPRIMIR-UM-ROMANEIO
               END-IF
           END-PERFORM.
           CLOSE ARQ-RELATORIO.
           IF CADASTRO-ABERTO
               CLOSE ARQ-CADASTRO
               MOVE 'N' TO WRK-CADASTRO-ABERTO
           END-IF.
           DISPLAY 'ROMANEIOS GRAVADOS EM ROMANEIO-ENTREGA'.

       0460-IMPRIMIR-UM-ROMANEIO.
           MOVE WRK-TV-REGISTRO(WRK-SUB-VEI) TO REG-VEICULO-FROTA.
           MOVE WRK-TV-ROMANEIO(WRK-SUB-VEI) TO WRK-ROMANEIO.
           MOVE 'EMPRESA XYZ COMERCIO LTDA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'ROMANEIO DE ENTREGA - FROTA PROPRIA  NUMERO '
               WRK-ROMANEIO '  DATA ' WRK-DATA-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'CAMINHAO ' REG-VEI-CODIGO ' PLACA ' REG-VEI-PLACA
               ' ' REG-VEI-DESCRICAO ' ROTA ' REG-VEI-ROTA
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE REG-VEI-CAPACIDADE TO WRK-CAPAC-ED.
           MOVE WRK-TV-CARGA(WRK-SUB-VEI) TO WRK-CARGA-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'MOTORISTA ' REG-VEI-MOTORISTA
               ' CAPACIDADE ' WRK-CAPAC-ED ' KG CARGA '
               WRK-CARGA-ED ' KG'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ZEROES TO WRK-TOTAL-COBRAR.
           MOVE ZEROES TO WRK-TOTAL-VOLUMES.
           PERFORM VARYING WRK-SUB-ORD FROM 1 BY 1
               UNTIL WRK-SUB-ORD > WRK-QT-ORDEM
               MOVE WRK-TO-SUB(WRK-SUB-ORD) TO WRK-SUB-ENT
               MOVE WRK-TE-REGISTRO(WRK-SUB-ENT) TO REG-ENTREGA-FROTA
               IF EFR-EM-ROMANEIO AND
                  REG-EFR-ROMANEIO = WRK-ROMANEIO
                   PERFORM 0470-IMPRIMIR-PARADA
               END-IF
           END-PERFORM.
           MOVE WRK-TOTAL-VOLUMES TO WRK-TOTVOL-ED.
           MOVE WRK-TOTAL-COBRAR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'PARADAS ' WRK-TV-PARADAS(WRK-SUB-VEI)
               '  VOLUMES ' WRK-TOTVOL-ED
               '  TOTAL A COBRAR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'ASSINATURA DO MOTORISTA: ______________________'
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO.

       0470-IMPRIMIR-PARADA.
           PERFORM 0480-LOCALIZAR-CLIENTE.
           PERFORM 0490-LOCALIZAR-ENDERECO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING 'PARADA ' REG-EFR-PARADA ' PEDIDO ' REG-EFR-PEDIDO
               ' CLIENTE ' REG-EFR-CLIENTE ' ' WRK-NOME-CLIENTE
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           IF ENDERECO-ACHADO
               STRING '   ' WRK-LOGRADOURO ' ' WRK-CIDADE ' '
                   WRK-UF
                   DELIMITED BY SIZE INTO WRK-LINRELAT
           ELSE
               STRING '   ENDERECO NAO CADASTRADO PARA O CEP - '
                   'CONFIRMAR COM O CLIENTE'
                   DELIMITED BY SIZE INTO WRK-LINRELAT
           END-IF.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE REG-EFR-VOLUMES TO WRK-VOLUMES-ED.
           MOVE REG-EFR-PESO    TO WRK-PESO-ED.
           MOVE REG-EFR-COBRAR  TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINRELAT.
           STRING '   CEP ' REG-EFR-CEP ' VOLUMES ' WRK-VOLUMES-ED
               ' PESO ' WRK-PESO-ED ' COBRAR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO WRK-LINRELAT.
           STRING '   RECEBEDOR: ____________________  ( ) ENTREGUE  '
               '( ) NAO ENTREGUE'
               DELIMITED BY SIZE INTO WRK-LINRELAT.
           MOVE WRK-LINRELAT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD REG-EFR-VOLUMES TO WRK-TOTAL-VOLUMES.
           ADD REG-EFR-COBRAR  TO WRK-TOTAL-COBRAR.

       0480-LOCALIZAR-CLIENTE.
           MOVE 'CLIENTE NAO CADASTRADO' TO WRK-NOME-CLIENTE.
           IF CADASTRO-ABERTO
               MOVE REG-EFR-CLIENTE TO REG-CAD-CODIGO
               READ ARQ-CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-CAD-NOME TO WRK-NOME-CLIENTE
               END-READ
           END-IF.

      * O ENDEREÇO DE ENTREGA DO CLIENTE COM O CEP DA PARADA (O CEP
      * QUE O PEDIDO GUARDOU DO ENDEREÇO ESCOLHIDO NA ENTRADA)
       0490-LOCALIZAR-ENDERECO.
           MOVE 'N' TO WRK-END-ACHADO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-ENDERECOS.
           IF NOT ENDERECOS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0491-LER-ENDERECO.
           PERFORM 0492-CONFERIR-ENDERECO
               UNTIL FIM-ARQUIVO OR ENDERECO-ACHADO.
           CLOSE ARQ-ENDERECOS.

       0491-LER-ENDERECO.
           READ ARQ-ENDERECOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0492-CONFERIR-ENDERECO.
           IF REG-END-CLIENTE = REG-EFR-CLIENTE AND
              REG-END-CEP = REG-EFR-CEP
               MOVE 'S' TO WRK-END-ACHADO
               MOVE REG-END-LOGRADOURO TO WRK-LOGRADOURO
               MOVE REG-END-CIDADE     TO WRK-CIDADE
               MOVE REG-END-UF         TO WRK-UF
           ELSE
               PERFORM 0491-LER-ENDERECO
           END-IF.

      * O RETORNO PERCORRE AS PARADAS DO ROMANEIO NA ORDEM DE
      * ENTREGA; A NÃO ENTREGUE GUARDA A OCORRÊNCIA, CONTA A
      * TENTATIVA E VOLTA PARA O PRÓXIMO ROMANEIO
       0500-RETORNO.
           DISPLAY 'NÚMERO DO ROMANEIO (0 = DESISTIR):'.
           ACCEPT WRK-ROMANEIO FROM CONSOLE.
           IF WRK-ROMANEIO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-MAIOR-PARADA.
           PERFORM VARYING WRK-SUB-ENT FROM 1 BY 1
               UNTIL WRK-SUB-ENT > WRK-QT-ENTREGAS
               MOVE WRK-TE-REGISTRO(WRK-SUB-ENT) TO REG-ENTREGA-FROTA
               IF EFR-EM-ROMANEIO AND
                  REG-EFR-ROMANEIO = WRK-ROMANEIO AND
                  REG-EFR-PARADA > WRK-MAIOR-PARADA
                   MOVE REG-EFR-PARADA TO WRK-MAIOR-PARADA
               END-IF
           END-PERFORM.
           IF WRK-MAIOR-PARADA = ZEROES
               DISPLAY 'ROMANEIO NÃO ENCONTRADO OU JÁ BAIXADO'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-QT-ENTREGUES.
           MOVE ZEROES TO WRK-QT-NAO-ENTREGUES.
           PERFORM 0510-BAIXAR-PARADA
               VARYING WRK-PARADA FROM 1 BY 1
               UNTIL WRK-PARADA > WRK-MAIOR-PARADA.
           DISPLAY 'ROMANEIO ' WRK-ROMANEIO ' BAIXADO: '
               WRK-QT-ENTREGUES ' ENTREGUE(S), '
               WRK-QT-NAO-ENTREGUES ' NÃO ENTREGUE(S)'.

       0510-BAIXAR-PARADA.
           MOVE ZEROES TO WRK-ENT-ACHADA.
           PERFORM VARYING WRK-SUB-ENT FROM 1 BY 1
               UNTIL WRK-SUB-ENT > WRK-QT-ENTREGAS
                   OR WRK-ENT-ACHADA > ZEROES
               MOVE WRK-TE-REGISTRO(WRK-SUB-ENT) TO REG-ENTREGA-FROTA
               IF EFR-EM-ROMANEIO AND
                  REG-EFR-ROMANEIO = WRK-ROMANEIO AND
                  REG-EFR-PARADA = WRK-PARADA
                   MOVE WRK-SUB-ENT TO WRK-ENT-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-ENT-ACHADA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TE-REGISTRO(WRK-ENT-ACHADA) TO REG-ENTREGA-FROTA.
           DISPLAY 'PARADA ' REG-EFR-PARADA ' PEDIDO ' REG-EFR-PEDIDO
               ' CLIENTE ' REG-EFR-CLIENTE ' CEP ' REG-EFR-CEP.
           MOVE SPACES TO WRK-RESULTADO.
           PERFORM 0520-PEDIR-RESULTADO UNTIL RESULTADO-VALIDO.
           MOVE WRK-DATA-SYS-NUM TO REG-EFR-DATA-RETORNO.
           IF RESULTADO-ENTREGUE
               MOVE 'E' TO REG-EFR-SITUACAO
               MOVE SPACES TO REG-EFR-OCORRENCIA
               ADD 1 TO WRK-QT-ENTREGUES
           ELSE
               MOVE SPACES TO WRK-OCORRENCIA
               PERFORM 0530-PEDIR-OCORRENCIA
                   UNTIL WRK-OCORRENCIA NOT = SPACES
               MOVE 'N' TO REG-EFR-SITUACAO
               MOVE WRK-OCORRENCIA TO REG-EFR-OCORRENCIA
               IF REG-EFR-TENTATIVAS IS NOT NUMERIC
                   MOVE ZEROES TO REG-EFR-TENTATIVAS
               END-IF
               ADD 1 TO REG-EFR-TENTATIVAS
               ADD 1 TO WRK-QT-NAO-ENTREGUES
           END-IF.
           MOVE REG-ENTREGA-FROTA TO WRK-TE-REGISTRO(WRK-ENT-ACHADA).
           MOVE 'S' TO WRK-ALT-ENTREGAS.

       0520-PEDIR-RESULTADO.
           DISPLAY '(E) ENTREGUE  (N) NÃO ENTREGUE:'.
           ACCEPT WRK-RESULTADO FROM CONSOLE.
           IF NOT RESULTADO-VALIDO
               DISPLAY 'RESPOSTA INVÁLIDA'
           END-IF.

       0530-PEDIR-OCORRENCIA.
           DISPLAY 'OCORRÊNCIA (AUSENTE, RECUSOU, ENDEREÇO...):'.
           ACCEPT WRK-OCORRENCIA FROM CONSOLE.
           IF WRK-OCORRENCIA = SPACES
               DISPLAY 'OCORRÊNCIA OBRIGATÓRIA'
           END-IF.

       0800-GRAVAR-ENTREGAS.
           OPEN OUTPUT ARQ-ENTREGAS.
           PERFORM VARYING WRK-SUB-ENT FROM 1 BY 1
               UNTIL WRK-SUB-ENT > WRK-QT-ENTREGAS
               MOVE WRK-TE-REGISTRO(WRK-SUB-ENT) TO REG-ENTREGA-FROTA
               WRITE REG-ENTREGA-FROTA
           END-PERFORM.
           CLOSE ARQ-ENTREGAS.

       0810-GRAVAR-VEICULOS.
           OPEN OUTPUT ARQ-VEICULOS.
           PERFORM VARYING WRK-SUB-VEI FROM 1 BY 1
               UNTIL WRK-SUB-VEI > WRK-QT-VEICULOS
               MOVE WRK-TV-REGISTRO(WRK-SUB-VEI) TO REG-VEICULO-FROTA
               WRITE REG-VEICULO-FROTA
           END-PERFORM.
           CLOSE ARQ-VEICULOS.
