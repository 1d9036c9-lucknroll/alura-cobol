      *                    PRAZO GRAVADO) - O RELATÓRIO DE ATRASOS
      *                    (ATRASOFRETE) COBRA O QUE PASSOU DA
      *                    PROMESSA SEM CONFIRMAÇÃO
      * 15/10/2026 LUCAS  A TRANSPORTADORA PASSA A SER ESCOLHIDA PELO
      *                    CUSTO EFETIVO: PREÇO MAIS A PENALIDADE POR
      *                    PONTO DO SCORE DE SERVIÇO DO SCORETRANSP
      *                    (CHAVE PENALIDADE-SCORE-FRETE); A ESCOLHIDA E
      *                    A SEGUNDA OPÇÃO SAEM COM SCORE E MOTIVO, E O
      *                    OPERADOR PODE TROCAR A TRANSPORTADORA COM
      *                    JUSTIFICATIVA GRAVADA EM LOG-ESCOLHA-TRANSP
      * 15/10/2026 LUCAS  CEP EM FAIXA MARCADA COMO ZONA DA FROTA
      *                    PRÓPRIA (MANUTFAIXACEP) NÃO COTA
      *                    TRANSPORTADORA: A COTAÇÃO INTERATIVA MOSTRA O
      *                    AVISO SEM GERAR EDI, E A REMESSA DO LOTE É
      *                    CONTADA À PARTE, SEM EDI NEM COTAÇÃO GRAVADA
      ****************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-EDI-T3 ASSIGN TO 'EDI-TRANSP-03'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EDI.
           SELECT ARQ-SCORE ASSIGN TO 'SCORE-TRANSPORTADORAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SCORE.
           SELECT ARQ-LOG-ESCOLHA ASSIGN TO 'LOG-ESCOLHA-TRANSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOG-ESCOLHA.

       DATA DIVISION.
       FILE SECTION.
           02 REG-FX-CEP-INI PIC 9(08).
           02 REG-FX-CEP-FIM PIC 9(08).
           02 REG-FX-FATOR   PIC 9(03)V99.
           02 REG-FX-FROTA   PIC X(01).
           02 REG-FX-ROTA    PIC 9(02).

       FD  ARQ-TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
       FD  ARQ-EDI-T3.
       01  REG-EDI-T3 PIC X(60).

       FD  ARQ-SCORE.
           COPY 'scorefrete.cbl'.

      * TROCA DA TRANSPORTADORA ESCOLHIDA PELO OPERADOR, COM A
      * SUGERIDA PELA COTAÇÃO E A JUSTIFICATIVA
       FD  ARQ-LOG-ESCOLHA.
       01  REG-LOG-ESCOLHA.
           02 REG-LGE-DATA      PIC 9(08).
           02 REG-LGE-UF        PIC X(02).
           02 REG-LGE-PRODUTO   PIC 9(06).
           02 REG-LGE-CLIENTE   PIC 9(06).
           02 REG-LGE-SUGERIDA  PIC 9(02).
           02 REG-LGE-FRETE-SUG PIC 9(06)V99.
           02 REG-LGE-ESCOLHIDA PIC 9(02).
           02 REG-LGE-FRETE-ESC PIC 9(06)V99.
           02 REG-LGE-JUSTIFICATIVA PIC X(60).

       WORKING-STORAGE SECTION.
       77 WRK-COD-PRODUTO  PIC 9(06)        VALUE ZEROES.
       77 WRK-COD-CLIENTE  PIC 9(06)        VALUE ZEROES.
       77 WRK-RC-ETAPA     PIC 9(02)     VALUE ZEROES.
       77 WRK-QT-ETAPA     PIC 9(05)     VALUE ZEROES.
       77 WRK-QT-REJ-LOTE  PIC 9(05)     VALUE ZEROES.
       77 WRK-QT-FROTA     PIC 9(05)     VALUE ZEROES.
       77 WRK-CHAVE-REJEICAO PIC X(20)   VALUE SPACES.

      * TRANSPORTADORAS ATIVAS E SEUS AJUSTES: UMA LINHA DO ARQUIVO
       77 WRK-TRA-NOME-VICE PIC X(15) VALUE SPACES.
       77 WRK-VICE-ED       PIC ZZZ9,99 VALUE ZEROES.

      * SCORE DE SERVIÇO POR TRANSPORTADORA E UF (SCORETRANSP): VALE
      * A COMPETÊNCIA MAIS RECENTE QUE NÃO PASSE DO MÊS DA COTAÇÃO,
      * E SEM SCORE A TRANSPORTADORA NÃO É PENALIZADA (100). O CUSTO
      * EFETIVO É O PREÇO MAIS A PENALIDADE POR PONTO ABAIXO DE 100
      * (CHAVE PENALIDADE-SCORE-FRETE); A ESCOLHIDA É A DE MENOR
      * CUSTO EFETIVO E O FRETE COBRADO CONTINUA SENDO O SEU PREÇO
       77 WRK-STATUS-SCORE PIC X(02) VALUE '00'.
           88 SCORE-OK        VALUE '00'.
       77 WRK-FIM-SCORE    PIC X(01) VALUE 'N'.
           88 FIM-SCORE       VALUE 'S'.
       77 WRK-QT-SCORES    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-SCO      PIC 9(03) COMP VALUE ZEROES.
       01  WRK-TAB-SCORES.
           02 WRK-TS-ITEM OCCURS 600 TIMES.
               03 WRK-TS-TRANSP      PIC 9(02).
               03 WRK-TS-UF          PIC X(02).
               03 WRK-TS-COMPETENCIA PIC 9(06).
               03 WRK-TS-SCORE       PIC 9(03)V99.
       77 WRK-PENALIDADE-PONTO PIC 9(03)V99 VALUE 0,50.
       77 WRK-COMP-COTACAO  PIC 9(06) VALUE ZEROES.
       77 WRK-MELHOR-COMP   PIC 9(06) VALUE ZEROES.
       77 WRK-SCORE-TRA     PIC 9(03)V99 VALUE ZEROES.
       77 WRK-CUSTO-TRA     PIC 9(07)V99 VALUE ZEROES.
       77 WRK-MENOR-CUSTO   PIC 9(07)V99 VALUE ZEROES.
       77 WRK-VICE-CUSTO    PIC 9(07)V99 VALUE ZEROES.
       77 WRK-SCORE-ESC     PIC 9(03)V99 VALUE ZEROES.
       77 WRK-SCORE-VICE    PIC 9(03)V99 VALUE ZEROES.
       77 WRK-SCORE-ED      PIC ZZ9,99 VALUE ZEROES.
       77 WRK-CUSTO-ED      PIC ZZZZZZ9,99 VALUE ZEROES.
       77 WRK-MOTIVO-ESCOLHA PIC X(50) VALUE SPACES.

      * TROCA PELO OPERADOR NA COTAÇÃO INTERATIVA
       77 WRK-STATUS-LOG-ESCOLHA PIC X(02) VALUE '00'.
           88 LOG-ESCOLHA-OK  VALUE '00'.
       77 WRK-TRA-OPERADOR  PIC 9(02) VALUE ZEROES.
       77 WRK-TRA-ACHADA    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-JUSTIFICATIVA PIC X(60) VALUE SPACES.

      * FAIXAS DE CEP E O FATOR DE ZONA DA COTAÇÃO DA VEZ (100,00 =
      * TAXA CHEIA DA UF, QUANDO NENHUMA FAIXA COBRE O CEP)
       77 WRK-STATUS-FAIXAS PIC X(02) VALUE '00'.
               03 WRK-TF-CEP-INI PIC 9(08).
               03 WRK-TF-CEP-FIM PIC 9(08).
               03 WRK-TF-FATOR   PIC 9(03)V99.
               03 WRK-TF-FROTA   PIC X(01).
       77 WRK-CEP       PIC 9(08) VALUE ZEROES.
       77 WRK-FATOR-CEP PIC 9(03)V99 VALUE 100,00.
       77 WRK-FAIXA-ACHADA PIC X(01) VALUE 'N'.
           88 FAIXA-ACHADA    VALUE 'S'.
      * CEP EM ZONA DA FROTA PRÓPRIA: A ENTREGA É FEITA PELO NOSSO
      * CAMINHÃO (ROMANEIO) E NÃO HÁ TRANSPORTADORA A COTAR
       77 WRK-ZONA-FROTA PIC X(01) VALUE 'N'.
           88 ZONA-FROTA-PROPRIA VALUE 'S'.

      * TAXAS POR UF COM VIGÊNCIA, CARREGADAS DO ARQUIVO TAXAS-UF;
      * VALE A TAXA DE MAIOR VIGÊNCIA QUE NÃO PASSE DA DATA DA
           PERFORM 0080-CARREGAR-TAXAS-UF.
           PERFORM 0085-CARREGAR-FAIXAS-CEP.
           PERFORM 0090-CARREGAR-TRANSPORTADORAS.
           PERFORM 0093-CARREGAR-SCORES.
           PERFORM 0095-VERIFICAR-MODOLOTE.
           IF MODOLOTE-ATIVO
               PERFORM 0500-PROCESSAR-LOTE
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-TAXA-KG-FAIXA3
           END-IF.
           MOVE 'PENALIDADE-SCORE-FRETE' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-PENALIDADE-PONTO
           END-IF.

       0080-CARREGAR-TAXAS-UF.
           OPEN INPUT ARQ-TAXAS.
               MOVE REG-FX-CEP-INI TO WRK-TF-CEP-INI(WRK-QT-FAIXAS)
               MOVE REG-FX-CEP-FIM TO WRK-TF-CEP-FIM(WRK-QT-FAIXAS)
               MOVE REG-FX-FATOR   TO WRK-TF-FATOR(WRK-QT-FAIXAS)
               MOVE REG-FX-FROTA   TO WRK-TF-FROTA(WRK-QT-FAIXAS)
           END-IF.
           PERFORM 0086-LER-FAIXA.

           END-IF.
           PERFORM 0091-LER-TRANSPORTADORA.

       0093-CARREGAR-SCORES.
           OPEN INPUT ARQ-SCORE.
           IF SCORE-OK
               PERFORM 0094-LER-SCORE
               PERFORM 0096-GUARDAR-SCORE UNTIL FIM-SCORE
               CLOSE ARQ-SCORE
           END-IF.

       0094-LER-SCORE.
           READ ARQ-SCORE
               AT END
                   MOVE 'S' TO WRK-FIM-SCORE
           END-READ.

       0096-GUARDAR-SCORE.
           IF WRK-QT-SCORES < 600 AND REG-SCF-SCORE IS NUMERIC
               ADD 1 TO WRK-QT-SCORES
               MOVE REG-SCF-TRANSP TO WRK-TS-TRANSP(WRK-QT-SCORES)
               MOVE REG-SCF-UF     TO WRK-TS-UF(WRK-QT-SCORES)
               MOVE REG-SCF-COMPETENCIA
                   TO WRK-TS-COMPETENCIA(WRK-QT-SCORES)
               MOVE REG-SCF-SCORE  TO WRK-TS-SCORE(WRK-QT-SCORES)
           END-IF.
           PERFORM 0094-LER-SCORE.

       0095-VERIFICAR-MODOLOTE.
           MOVE 'N' TO WRK-MODOLOTE-ATIVO.
           OPEN INPUT ARQ-MODOLOTE.
               * WRK-FATOR-CEP / 100 + WRK-FRETE-PESO.
           MOVE ZEROES TO WRK-TRA-ESCOLHIDA.
           MOVE ZEROES TO WRK-TRA-VICE.
           IF WRK-QT-TRANSP > 0 AND NOT ZONA-FROTA-PROPRIA
               PERFORM 0220-COTAR-TRANSPORTADORAS
           END-IF.
           IF WRK-VALOR >= WRK-LIMITE-FRETE-GRATIS
           COMPUTE WRK-FRETE-PESO = WRK-PESO * WRK-TAXA-KG.

      * A PRIMEIRA FAIXA DA UF QUE COBRE O CEP DE DESTINO DÁ O FATOR
      * DE ZONA; SEM FAIXA (OU SEM CEP) VALE A TAXA CHEIA DA UF. A
      * FAIXA MARCADA COMO FROTA PRÓPRIA DISPENSA A TRANSPORTADORA
       0215-LOCALIZAR-FAIXA-CEP.
           MOVE 100,00 TO WRK-FATOR-CEP.
           MOVE 'N' TO WRK-FAIXA-ACHADA.
           MOVE 'N' TO WRK-ZONA-FROTA.
           IF WRK-CEP = ZEROES OR WRK-QT-FAIXAS = ZEROES
               EXIT PARAGRAPH
           END-IF.
                  WRK-CEP NOT > WRK-TF-CEP-FIM(WRK-SUB-FX)
                   MOVE WRK-TF-FATOR(WRK-SUB-FX) TO WRK-FATOR-CEP
                   MOVE 'S' TO WRK-FAIXA-ACHADA
                   IF WRK-TF-FROTA(WRK-SUB-FX) = 'S'
                       MOVE 'S' TO WRK-ZONA-FROTA
                   END-IF
               END-IF
           END-PERFORM.

      * CADA TRANSPORTADORA ATIVA COM LINHA PARA A UF DE DESTINO É
      * COTADA COM SEUS AJUSTES; A DE MENOR CUSTO EFETIVO (PREÇO MAIS
      * A PENALIDADE DO SCORE DE SERVIÇO) LEVA E A SEGUNDA OPÇÃO FICA
      * GUARDADA, COM O MOTIVO, PARA O JULGAMENTO DO OPERADOR
       0220-COTAR-TRANSPORTADORAS.
           MOVE 999999,99 TO WRK-MENOR-FRETE.
           MOVE 999999,99 TO WRK-VICE-FRETE.
           MOVE 9999999,99 TO WRK-MENOR-CUSTO.
           MOVE 9999999,99 TO WRK-VICE-CUSTO.
           MOVE SPACES TO WRK-MOTIVO-ESCOLHA.
           COMPUTE WRK-COMP-COTACAO = WRK-DATA-COTACAO / 100.
           PERFORM VARYING WRK-SUB-TRA FROM 1 BY 1
               UNTIL WRK-SUB-TRA > WRK-QT-TRANSP
               IF WRK-TT-UF(WRK-SUB-TRA) = WRK-UF
           END-PERFORM.
           IF WRK-TRA-ESCOLHIDA > 0
               MOVE WRK-MENOR-FRETE TO WRK-FRETE
               PERFORM 0225-MOTIVO-ESCOLHA
           END-IF.

       0225-MOTIVO-ESCOLHA.
           EVALUATE TRUE
               WHEN WRK-TRA-VICE = 0
                   MOVE 'UNICA TRANSPORTADORA PARA A UF'
                       TO WRK-MOTIVO-ESCOLHA
               WHEN WRK-MENOR-FRETE NOT > WRK-VICE-FRETE
                   MOVE 'MENOR PRECO E MENOR CUSTO EFETIVO'
                       TO WRK-MOTIVO-ESCOLHA
               WHEN OTHER
                   MOVE 'SCORE DE SERVICO COMPENSA O PRECO MAIOR'
                       TO WRK-MOTIVO-ESCOLHA
           END-EVALUATE.

       0230-COTAR-UMA-TRANSPORTADORA.
           PERFORM 0232-PRECO-TRANSPORTADORA.
           PERFORM 0235-SCORE-TRANSPORTADORA.
           COMPUTE WRK-CUSTO-TRA = WRK-FRETE-TRA +
               WRK-PENALIDADE-PONTO * (100 - WRK-SCORE-TRA).
           IF WRK-CUSTO-TRA < WRK-MENOR-CUSTO
               MOVE WRK-MENOR-CUSTO TO WRK-VICE-CUSTO
               MOVE WRK-MENOR-FRETE TO WRK-VICE-FRETE
               MOVE WRK-SCORE-ESC TO WRK-SCORE-VICE
               MOVE WRK-TRA-ESCOLHIDA TO WRK-TRA-VICE
               MOVE WRK-TRA-NOME-ESC TO WRK-TRA-NOME-VICE
               MOVE WRK-CUSTO-TRA TO WRK-MENOR-CUSTO
               MOVE WRK-FRETE-TRA TO WRK-MENOR-FRETE
               MOVE WRK-SCORE-TRA TO WRK-SCORE-ESC
               MOVE WRK-TT-CODIGO(WRK-SUB-TRA) TO WRK-TRA-ESCOLHIDA
               MOVE WRK-TT-NOME(WRK-SUB-TRA) TO WRK-TRA-NOME-ESC
           ELSE
               IF WRK-CUSTO-TRA < WRK-VICE-CUSTO
                   MOVE WRK-CUSTO-TRA TO WRK-VICE-CUSTO
                   MOVE WRK-FRETE-TRA TO WRK-VICE-FRETE
                   MOVE WRK-SCORE-TRA TO WRK-SCORE-VICE
                   MOVE WRK-TT-CODIGO(WRK-SUB-TRA) TO WRK-TRA-VICE
                   MOVE WRK-TT-NOME(WRK-SUB-TRA)
                       TO WRK-TRA-NOME-VICE
               END-IF
           END-IF.

       0232-PRECO-TRANSPORTADORA.
           COMPUTE WRK-FRETE-TRA =
               (WRK-VALOR * WRK-TAXA-UF / 100)
               * WRK-FATOR-CEP / 100
               * WRK-TT-AJUSTE-UF(WRK-SUB-TRA) / 100
               + WRK-FRETE-PESO
               * WRK-TT-AJUSTE-KG(WRK-SUB-TRA, WRK-FAIXA-PESO)
               / 100.

       0235-SCORE-TRANSPORTADORA.
           MOVE 100 TO WRK-SCORE-TRA.
           MOVE ZEROES TO WRK-MELHOR-COMP.
           PERFORM VARYING WRK-SUB-SCO FROM 1 BY 1
               UNTIL WRK-SUB-SCO > WRK-QT-SCORES
               IF WRK-TS-TRANSP(WRK-SUB-SCO) =
                      WRK-TT-CODIGO(WRK-SUB-TRA) AND
                  WRK-TS-UF(WRK-SUB-SCO) = WRK-UF AND
                  WRK-TS-COMPETENCIA(WRK-SUB-SCO) NOT >
                      WRK-COMP-COTACAO AND
                  WRK-TS-COMPETENCIA(WRK-SUB-SCO) NOT <
                      WRK-MELHOR-COMP
                   MOVE WRK-TS-COMPETENCIA(WRK-SUB-SCO)
                       TO WRK-MELHOR-COMP
                   MOVE WRK-TS-SCORE(WRK-SUB-SCO) TO WRK-SCORE-TRA
               END-IF
           END-PERFORM.

       0300-FINALIZAR.
           MOVE WRK-FRETE TO WRK-FRETE-ED.
           DISPLAY 'ESTADO: ' WRK-UF.
           IF WRK-VALOR >= WRK-LIMITE-FRETE-GRATIS
               DISPLAY 'FRETE GRÁTIS - VALOR ACIMA DO LIMITE'
           END-IF.
           IF ZONA-FROTA-PROPRIA
               DISPLAY 'CEP EM ZONA DA FROTA PRÓPRIA - ENTREGA PELO '
                   'ROMANEIO, SEM TRANSPORTADORA'
           END-IF.
           IF WRK-TRA-ESCOLHIDA > 0
               MOVE WRK-MENOR-FRETE TO WRK-VICE-ED
               MOVE WRK-SCORE-ESC TO WRK-SCORE-ED
               MOVE WRK-MENOR-CUSTO TO WRK-CUSTO-ED
               DISPLAY 'TRANSPORTADORA ESCOLHIDA: '
                   WRK-TRA-NOME-ESC ' R$' WRK-VICE-ED
                   ' SCORE ' WRK-SCORE-ED
                   ' CUSTO EFETIVO R$' WRK-CUSTO-ED
               IF WRK-TRA-VICE > 0
                   MOVE WRK-VICE-FRETE TO WRK-VICE-ED
                   MOVE WRK-SCORE-VICE TO WRK-SCORE-ED
                   MOVE WRK-VICE-CUSTO TO WRK-CUSTO-ED
                   DISPLAY 'SEGUNDA OPÇÃO: ' WRK-TRA-NOME-VICE
                       ' R$' WRK-VICE-ED
                       ' SCORE ' WRK-SCORE-ED
                       ' CUSTO EFETIVO R$' WRK-CUSTO-ED
               END-IF
               DISPLAY 'MOTIVO DA ESCOLHA: ' WRK-MOTIVO-ESCOLHA
               PERFORM 0320-CONFIRMAR-ESCOLHA
               MOVE WRK-FRETE TO WRK-FRETE-ED
           END-IF.
           DISPLAY 'VALOR DO FRETE: R$' WRK-FRETE-ED.
           IF QUER-SEGURO
               MOVE WRK-SEGURO TO WRK-SEGURO-ED
               DISPLAY 'VALOR DO SEGURO: R$' WRK-SEGURO-ED
           END-IF.
           IF NOT ZONA-FROTA-PROPRIA
               PERFORM 0310-GERAR-EDI
           END-IF.

      * O OPERADOR PODE TROCAR A TRANSPORTADORA SUGERIDA POR OUTRA
      * COTADA PARA A UF, COM JUSTIFICATIVA OBRIGATÓRIA GRAVADA NO
      * LOG DE ESCOLHAS; O FRETE PASSA A SER O PREÇO DA TROCADA
       0320-CONFIRMAR-ESCOLHA.
           DISPLAY 'CÓDIGO DE OUTRA TRANSPORTADORA (0 = MANTER A '
               'ESCOLHIDA):'.
           ACCEPT WRK-TRA-OPERADOR FROM CONSOLE.
           IF WRK-TRA-OPERADOR = ZEROES OR
              WRK-TRA-OPERADOR = WRK-TRA-ESCOLHIDA
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WRK-TRA-ACHADA.
           PERFORM VARYING WRK-SUB-TRA FROM 1 BY 1
               UNTIL WRK-SUB-TRA > WRK-QT-TRANSP
                   OR WRK-TRA-ACHADA > ZEROES
               IF WRK-TT-CODIGO(WRK-SUB-TRA) = WRK-TRA-OPERADOR AND
                  WRK-TT-UF(WRK-SUB-TRA) = WRK-UF
                   MOVE WRK-SUB-TRA TO WRK-TRA-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-TRA-ACHADA = ZEROES
               DISPLAY 'TRANSPORTADORA NÃO COTADA PARA A UF - MANTIDA '
                   'A ESCOLHIDA'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TRA-ACHADA TO WRK-SUB-TRA.
           PERFORM 0232-PRECO-TRANSPORTADORA.
           MOVE SPACES TO WRK-JUSTIFICATIVA.
           PERFORM 0325-PEDIR-JUSTIFICATIVA
               UNTIL WRK-JUSTIFICATIVA NOT = SPACES.
           OPEN EXTEND ARQ-LOG-ESCOLHA.
           IF NOT LOG-ESCOLHA-OK
               OPEN OUTPUT ARQ-LOG-ESCOLHA
           END-IF.
           MOVE WRK-DATA-COTACAO  TO REG-LGE-DATA.
           MOVE WRK-UF            TO REG-LGE-UF.
           MOVE WRK-COD-PRODUTO   TO REG-LGE-PRODUTO.
           MOVE WRK-COD-CLIENTE   TO REG-LGE-CLIENTE.
           MOVE WRK-TRA-ESCOLHIDA TO REG-LGE-SUGERIDA.
           MOVE WRK-MENOR-FRETE   TO REG-LGE-FRETE-SUG.
           MOVE WRK-TRA-OPERADOR  TO REG-LGE-ESCOLHIDA.
           MOVE WRK-FRETE-TRA     TO REG-LGE-FRETE-ESC.
           MOVE WRK-JUSTIFICATIVA TO REG-LGE-JUSTIFICATIVA.
           WRITE REG-LOG-ESCOLHA.
           CLOSE ARQ-LOG-ESCOLHA.
           MOVE WRK-TRA-OPERADOR TO WRK-TRA-ESCOLHIDA.
           MOVE WRK-TT-NOME(WRK-SUB-TRA) TO WRK-TRA-NOME-ESC.
           IF WRK-VALOR < WRK-LIMITE-FRETE-GRATIS
               MOVE WRK-FRETE-TRA TO WRK-FRETE
           END-IF.
           DISPLAY 'TRANSPORTADORA TROCADA PELO OPERADOR: '
               WRK-TRA-NOME-ESC.

       0325-PEDIR-JUSTIFICATIVA.
           DISPLAY 'JUSTIFICATIVA DA TROCA:'.
           ACCEPT WRK-JUSTIFICATIVA FROM CONSOLE.
           IF WRK-JUSTIFICATIVA = SPACES
               DISPLAY 'JUSTIFICATIVA OBRIGATÓRIA'
           END-IF.

      * MODO LOTE: UMA REMESSA POR REGISTRO, O MESMO CÁLCULO DA
      * COTAÇÃO INTERATIVA, SEM PROMPT - INVÁLIDOS VÃO PARA O LOG
               CLOSE ARQ-COTACOES
               DISPLAY 'COTAÇÕES GERADAS....: ' WRK-QT-ETAPA
               DISPLAY 'REMESSAS REJEITADAS.: ' WRK-QT-REJ-LOTE
               DISPLAY 'REMESSAS FROTA PRÓPRIA SEM COTAÇÃO: '
                   WRK-QT-FROTA
           END-IF.

       0510-LER-REMESSA.
                   PERFORM 0165-REGISTRAR-REJEITADO-LOTE
               ELSE
                   PERFORM 0200-PROCESSAR
                   PERFORM 0525-DESPACHAR-REMESSA
               END-IF
           END-IF.
           PERFORM 0510-LER-REMESSA.

      * REMESSA PARA ZONA DA FROTA PRÓPRIA NÃO VAI PARA EDI NEM
      * GERA COTAÇÃO: QUEM ENTREGA É O CAMINHÃO DO ROMANEIO
       0525-DESPACHAR-REMESSA.
           IF ZONA-FROTA-PROPRIA
               ADD 1 TO WRK-QT-FROTA
           ELSE
               PERFORM 0310-GERAR-EDI
               PERFORM 0530-GRAVAR-COTACAO
               ADD 1 TO WRK-QT-ETAPA
           END-IF.

       0530-GRAVAR-COTACAO.
           MOVE WRK-COD-PRODUTO TO REG-COT-PRODUTO.
           MOVE WRK-COD-CLIENTE TO REG-COT-CLIENTE.
