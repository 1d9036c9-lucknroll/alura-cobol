      *                    PELO TREINOREFRESH) E TODO MENU CARREGA O
      *                    AVISO - O APRENDIZ RODA A SUÍTE INTEIRA
      *                    SEM ENCOSTAR NA PRODUÇÃO
      * 15/10/2026 LUCAS  INCLUÍDAS A FOLHA MENSAL E A MANUTENÇÃO DAS
      *                    FAIXAS DE INSS E IRRF
      * 15/10/2026 LUCAS  INCLUÍDOS A DIGITAÇÃO DO PONTO DIÁRIO E O
      *                    ESPELHO DE PONTO MENSAL
      * 15/10/2026 LUCAS  INCLUÍDA A PROVISÃO MENSAL DE 13º E FÉRIAS
      * 15/10/2026 LUCAS  INCLUÍDO O RELATÓRIO DE ESPERA DAS APROVAÇÕES
      * 15/10/2026 LUCAS  INCLUÍDOS OS CARGOS COM FAIXA SALARIAL E O
      *                    RELATÓRIO DE SALÁRIOS FORA DA FAIXA
      * 15/10/2026 LUCAS  INCLUÍDOS A NOTA DO FORNECEDOR, A REVISÃO DOS
      *                    TÍTULOS BLOQUEADOS E O PAGAMENTO DOS
      *                    FORNECEDORES
      * 15/10/2026 LUCAS  INCLUÍDA A TRANSFERÊNCIA ENTRE FILIAIS
      * 15/10/2026 LUCAS  INCLUÍDO O ENDEREÇAMENTO DO ARMAZÉM
      * 15/10/2026 LUCAS  INCLUÍDA A MONTAGEM E DESMONTAGEM DE KITS
      * 15/10/2026 LUCAS  INCLUÍDA A TABELA DE UNIDADES DE MEDIDA
      * 15/10/2026 LUCAS  INCLUÍDO O PONTO DE REPOSIÇÃO PELA DEMANDA
      * 15/10/2026 LUCAS  INCLUÍDO O RELATÓRIO DE ESTOQUE PARADO E GIRO
      * 15/10/2026 LUCAS  INCLUÍDAS A CLASSIFICAÇÃO ABC COM O CALENDÁRIO
      *                    DA CONTAGEM CÍCLICA E A ACURÁCIA DO
      *                    INVENTÁRIO
      * 15/10/2026 LUCAS  INCLUÍDO O RELATÓRIO DE MARGEM BRUTA
      * 15/10/2026 LUCAS  INCLUÍDOS O ORÇAMENTO DE VENDA E A TAXA DE
      *                    CONVERSÃO DE ORÇAMENTOS EM PEDIDOS
      * 15/10/2026 LUCAS  INCLUÍDA A ALTERAÇÃO DE PEDIDO EM ABERTO
      * 15/10/2026 LUCAS  INCLUÍDA A IMPORTAÇÃO DE PEDIDOS DA LOJA WEB
      * 15/10/2026 LUCAS  INCLUÍDO O RASTREIO DE PEDIDO PONTA A PONTA
      * 15/10/2026 LUCAS  INCLUÍDA A VISÃO 360 DO CLIENTE
      * 15/10/2026 LUCAS  INCLUÍDA A FUSÃO DE CLIENTES DUPLICADOS E AS
      *                    GERAÇÕES DO RAZÃO INDEXADO NA LISTA DO TREINO
      * 15/10/2026 LUCAS  HISTÓRICO DE PAGAMENTOS DAS DUPLICATAS NA
      *                    LISTA DO TREINO
      * 15/10/2026 LUCAS  CARTAS DE COBRANÇA NO MENU; LOG DAS CARTAS E
      *                    CLIENTES BLOQUEADOS NA LISTA DO TREINO
      * 15/10/2026 LUCAS  INCLUÍDOS O ACORDO DE COBRANÇA E O
      *                    ACOMPANHAMENTO DOS ACORDOS; ACORDOS E SUAS
      *                    GERAÇÕES NA LISTA DO TREINO
      * 15/10/2026 LUCAS  FECHAMENTO DA PDD E BAIXA PARA
      *                    PERDA/RECUPERAÇÃO NO MENU; SALDOS E
      *                    MOVIMENTOS DA PDD NO MODO TREINAMENTO
      * 15/10/2026 LUCAS  INCLUÍDO O USO DOS CRÉDITOS DE DEVOLUÇÃO DO
      *                    CLIENTE (CREDITOCLI); USOS-CREDITO-CLIENTE
      *                    E TITULOS-PAGAR ENTRAM NA LISTA DO MODO
      *                    TREINO
      * 15/10/2026 LUCAS  INCLUÍDOS O FLUXO DE CAIXA PROJETADO
      *                    (FLUXOCAIXA) E A MANUTENÇÃO DAS DESPESAS
      *                    FIXAS (MANUTDESPFIX)
      * 15/10/2026 LUCAS  INCLUÍDOS OS LANÇAMENTOS CONTÁBEIS MANUAIS
      *                    (LANCAMANUAL) E A APROVAÇÃO DELES
      *                    (APROVALANC)
      * 15/10/2026 LUCAS  INCLUÍDOS O DRE POR CENTRO DE CUSTO (DRE) E A
      *                    MANUTENÇÃO DA ESTRUTURA DO DRE (MANUTDRE)
      * 15/10/2026 LUCAS  INCLUÍDA A CONCILIAÇÃO DO RAZÃO GERAL COM OS
      *                    RAZÕES AUXILIARES
      * 15/10/2026 LUCAS  INCLUÍDOS O CADASTRO DO ATIVO IMOBILIZADO, A
      *                    DEPRECIAÇÃO MENSAL E O MAPA DO IMOBILIZADO
      * 15/10/2026 LUCAS  INCLUÍDOS A MANUTENÇÃO DO ORÇAMENTO DE
      *                    DESPESAS E O ORÇADO X REALIZADO DAS DESPESAS
      *                    POR CENTRO DE CUSTO
      * 15/10/2026 LUCAS  INCLUÍDOS O RETORNO E O CANCELAMENTO DA NF-E;
      *                    AS OPÇÕES DO MENU PASSAM A TER TRÊS DÍGITOS
      *                    (A SAÍDA PASSA DE 99 PARA 999) E NFE-NOTAS E
      *                    NFE-REMESSA ENTRAM NA LISTA DO MODO
      *                    TREINAMENTO
      * 15/10/2026 LUCAS  INCLUÍDAS AS RECLAMAÇÕES DE FRETE
      *                    (AVARIA/EXTRAVIO)
      * 15/10/2026 LUCAS  INCLUÍDO O ROMANEIO DE ENTREGA DA FROTA
      *                    PRÓPRIA
      * 15/10/2026 LUCAS  INCLUÍDA A IMPORTAÇÃO DA TARIFA DAS
      *                    TRANSPORTADORAS
      * 15/10/2026 LUCAS  INCLUÍDA A OPÇÃO DE RENTABILIDADE DO FRETE
      * 15/10/2026 LUCAS  INCLUÍDA A OPÇÃO DE IMPORTAÇÃO DOS ÍNDICES DE
      *                    MERCADO
      * 15/10/2026 LUCAS  OPÇÃO 106: CALENDÁRIO DE VENCIMENTOS DAS
      *                    APLICAÇÕES (VENCINVEST)
      * 15/10/2026 LUCAS  OPÇÕES 107 E 108: APROVAÇÃO DAS ALTERAÇÕES
      *                    PENDENTES (APROVAALTER) E RELATÓRIO DAS
      *                    DECISÕES DE DUPLA APROVAÇÃO (RELDUPLA);
      *                    ALTERACOES-PENDENTES NO MODO TREINAMENTO
      * 15/10/2026 LUCAS  OPÇÃO 109: ATENDIMENTO AO TITULAR DOS DADOS
      *                    (LGPDTITULAR); LOG-LGPD NO MODO TREINAMENTO
      * 15/10/2026 LUCAS  OPÇÃO 110: TENDÊNCIA DAS ETAPAS E PREVISÃO
      *                    DA JANELA NOTURNA (TENDLOTE)
      * 15/10/2026 LUCAS  OPÇÃO 111: PROVA ZERO DAS VENDAS DO DIA
      *                    (PROVAZERO); PROVA-ZERO-POSICAO NO MODO
      *                    TREINAMENTO
      * 15/10/2026 LUCAS  O AMBIENTE DE TREINAMENTO REDIRECIONA OS
      *                    INDEXADOS PEDIDOS-CAB-IDX E PEDIDOS-ITEM-IDX
      *                    NO LUGAR DOS ANTIGOS PEDIDOS-CAB E
      *                    PEDIDOS-ITEM
      ****************************

       ENVIRONMENT DIVISION.
      * POR NÍVEL NA ORDEM 01 ADM / 02 USUÁRIO / 03 GERENTE / 04
      * CONVIDADO - OPÇÃO SEM 'S' NO NÍVEL DO OPERADOR NÃO APARECE
       01  WRK-TAB-MENU-DADOS.
           02 FILLER PIC X(41)
               VALUE '001-- VENDAS --          (TITULO)    SSSS'.
           02 FILLER PIC X(41)
               VALUE '002FECHAMENTO DO ANO     projeto_fin SNSN'.
           02 FILLER PIC X(41)
               VALUE '003VENDAS DO DIA (BALCAO)until       SSSN'.
           02 FILLER PIC X(41)
               VALUE '004PEDIDO DE VENDA       pedidovenda SSSN'.
           02 FILLER PIC X(41)
               VALUE '005LANCAMENTO DE VENDAS  vendas      SSSN'.
           02 FILLER PIC X(41)
               VALUE '006CRITICA DAS VENDAS    editavendas SNSN'.
           02 FILLER PIC X(41)
               VALUE '007RETRABALHO REJEITADOS retrabalho  SNSN'.
           02 FILLER PIC X(41)
               VALUE '008PONTE DO DETALHE      pontevendas SNSN'.
           02 FILLER PIC X(41)
               VALUE '009-- ESTOQUE --         (TITULO)    SSSN'.
           02 FILLER PIC X(41)
               VALUE '010MOVIMENTOS DE ESTOQUE estoquemov  SSSN'.
           02 FILLER PIC X(41)
               VALUE '011POSTAGEM DO ESTOQUE   estoquepost SNSN'.
           02 FILLER PIC X(41)
               VALUE '012REPOSICAO DE ESTOQUE  estoquereor SSSN'.
           02 FILLER PIC X(41)
               VALUE '013-- FRETE --           (TITULO)    SSSS'.
           02 FILLER PIC X(41)
               VALUE '014COTACAO DE FRETE      freteevalua SSSS'.
           02 FILLER PIC X(41)
               VALUE '015RETORNO EDI           retornoedi  SNSN'.
           02 FILLER PIC X(41)
               VALUE '016FAIXAS DE CEP         manutfaixac SNSN'.
           02 FILLER PIC X(41)
               VALUE '017TAXAS POR UF          manuttaxauf SNSN'.
           02 FILLER PIC X(41)
               VALUE '018-- RECURSOS HUMANOS --(TITULO)    SNSN'.
           02 FILLER PIC X(41)
               VALUE '019AUMENTOS TEMPO CASA   tempodecasa SNSN'.
           02 FILLER PIC X(41)
               VALUE '020FILA DE APROVACAO     aprovaraume SNSN'.
           02 FILLER PIC X(41)
               VALUE '021PREVISAO DE AUMENTOS  previsaoaum SNSN'.
           02 FILLER PIC X(41)
               VALUE '022CONCILIACAO DA FOLHA  reconfolha  SNSN'.
           02 FILLER PIC X(41)
               VALUE '023-- INVESTIMENTOS --   (TITULO)    SSSS'.
           02 FILLER PIC X(41)
               VALUE '024SIMULACAO             investiment SSSS'.
           02 FILLER PIC X(41)
               VALUE '025-- RELATORIOS --      (TITULO)    SSSS'.
           02 FILLER PIC X(41)
               VALUE '026MAIORES CLIENTES      topclientes SSSS'.
           02 FILLER PIC X(41)
               VALUE '027APURACAO DE ICMS      apuraicms   SNSN'.
           02 FILLER PIC X(41)
               VALUE '028ORCADO X REALIZADO    orcadoreali SNSN'.
           02 FILLER PIC X(41)
               VALUE '029CONCILIACAO BANCARIA  reconciliac SNSN'.
           02 FILLER PIC X(41)
               VALUE '030PAINEL MENSAL         painelmensa SNSN'.
           02 FILLER PIC X(41)
               VALUE '031ESTATISTICAS SEMANAIS estatsemana SNSN'.
           02 FILLER PIC X(41)
               VALUE '032CONSULTA DA AUDITORIA consultaaud SNNN'.
           02 FILLER PIC X(41)
               VALUE '033-- UTILITARIOS --     (TITULO)    SNSN'.
           02 FILLER PIC X(41)
               VALUE '034CADASTRO MESTRE       cadastroman SNSN'.
           02 FILLER PIC X(41)
               VALUE '035TRIAGEM DE DOCUMENTOS mostracpf   SNSN'.
           02 FILLER PIC X(41)
               VALUE '036IMPORTACAO DE DEPOSITOimportadepo SNSN'.
           02 FILLER PIC X(41)
               VALUE '037REPRECIFICACAO        reprecifica SNSN'.
           02 FILLER PIC X(41)
               VALUE '038TABELA DE ICMS        manuticms   SNSN'.
           02 FILLER PIC X(41)
               VALUE '039METAS DE VENDAS       manutmetas  SNSN'.
           02 FILLER PIC X(41)
               VALUE '040FECHAMENTO DO EXERCICIfechaexerci SNNN'.
           02 FILLER PIC X(41)
               VALUE '041FERIADOS              manutferiad SNSN'.
           02 FILLER PIC X(41)
               VALUE '042PARAMETROS DE NEGOCIO manutparame SNNN'.
           02 FILLER PIC X(41)
               VALUE '043RESTAURAR GERACOES    restaurageraSNNN'.
           02 FILLER PIC X(41)
               VALUE '044LOTE NOTURNO          lotenoturno SNNN'.
           02 FILLER PIC X(41)
               VALUE '045SEGURANCA DE USUARIOS segadmin    SNNN'.
           02 FILLER PIC X(41)
               VALUE '046-- COMPLEMENTOS --    (TITULO)    SSSN'.
           02 FILLER PIC X(41)
               VALUE '047LIBERACAO DE CREDITO  liberapedidoSNSN'.
           02 FILLER PIC X(41)
               VALUE '048DEVOLUCAO DE VENDA    devolucao   SSSN'.
           02 FILLER PIC X(41)
               VALUE '049FLASH DIARIO          flashdiario SNSN'.
           02 FILLER PIC X(41)
               VALUE '050ACAO MATINAL          acaomatinal SNSN'.
           02 FILLER PIC X(41)
               VALUE '051SPOOL DE RELATORIOS   spoolconsoleSNSN'.
           02 FILLER PIC X(41)
               VALUE '052CATALOGO NOTURNO      manutcatalogSNNN'.
           02 FILLER PIC X(41)
               VALUE '053SANDBOX DE TREINO     treinorefresSNNN'.
           02 FILLER PIC X(41)
               VALUE '054FOLHA MENSAL          folhamensal SNSN'.
           02 FILLER PIC X(41)
               VALUE '055FAIXAS DE INSS E IRRF manutfaixas SNNN'.
           02 FILLER PIC X(41)
               VALUE '056PONTO DIARIO          digitaponto SNSN'.
           02 FILLER PIC X(41)
               VALUE '057ESPELHO DE PONTO      espelhopontoSNSN'.
           02 FILLER PIC X(41)
               VALUE '058PROVISAO 13 E FERIAS  provisaofolhSNSN'.
           02 FILLER PIC X(41)
               VALUE '059ESPERA DE APROVACOES  esperaaprov SNSN'.
           02 FILLER PIC X(41)
               VALUE '060CARGOS E FAIXAS       manutcargo  SNSN'.
           02 FILLER PIC X(41)
               VALUE '061SALARIOS FORA DA FAIXAforadafaixa SNSN'.
           02 FILLER PIC X(41)
               VALUE '062NOTA DO FORNECEDOR    notafornec  SNSN'.
           02 FILLER PIC X(41)
               VALUE '063TITULOS BLOQUEADOS    liberatituloSNSN'.
           02 FILLER PIC X(41)
               VALUE '064PAGAMENTO FORNECEDORESpagatitulos SNSN'.
           02 FILLER PIC X(41)
               VALUE '065TRANSFERENCIA FILIAIS transfilial SSSN'.
           02 FILLER PIC X(41)
               VALUE '066ENDERECAMENTO ARMAZEM manutender  SSSN'.
           02 FILLER PIC X(41)
               VALUE '067MONTAGEM DE KITS      montagemkit SSSN'.
           02 FILLER PIC X(41)
               VALUE '068UNIDADES DE MEDIDA    manutunid   SSSN'.
           02 FILLER PIC X(41)
               VALUE '069PONTO DE REPOSICAO    pontorepos  SSSN'.
           02 FILLER PIC X(41)
               VALUE '070ESTOQUE PARADO E GIRO giroestoque SSSN'.
           02 FILLER PIC X(41)
               VALUE '071CLASSIFICACAO ABC     classeabc   SSSN'.
           02 FILLER PIC X(41)
               VALUE '072ACURACIA INVENTARIO   acuraciainv SSSN'.
           02 FILLER PIC X(41)
               VALUE '073MARGEM BRUTA          margembruta SSSN'.
           02 FILLER PIC X(41)
               VALUE '074ORCAMENTO DE VENDA    orcamvenda  SSSN'.
           02 FILLER PIC X(41)
               VALUE '075CONVERSAO ORCAMENTOS  convorcam   SSSN'.
           02 FILLER PIC X(41)
               VALUE '076ALTERACAO DE PEDIDO   alterapedidoSSSN'.
           02 FILLER PIC X(41)
               VALUE '077IMPORTACAO LOJA WEB   importaweb  SNSN'.
           02 FILLER PIC X(41)
               VALUE '078RASTREIO DE PEDIDO    rastreiaped SSSN'.
           02 FILLER PIC X(41)
               VALUE '079VISAO 360 DO CLIENTE  visaoclienteSSSN'.
           02 FILLER PIC X(41)
               VALUE '080FUSAO DE CLIENTES     fundeclienteSNSN'.
           02 FILLER PIC X(41)
               VALUE '081CARTAS DE COBRANCA    cartacobrancSNSN'.
           02 FILLER PIC X(41)
               VALUE '082ACORDO DE COBRANCA    acordocobranSNSN'.
           02 FILLER PIC X(41)
               VALUE '083ACOMPANHAMENTO DE ACORacompacordo SNSN'.
           02 FILLER PIC X(41)
               VALUE '084PDD FECHAMENTO MENSAL provisaopdd SNSN'.
           02 FILLER PIC X(41)
               VALUE '085PDD BAIXA/RECUPERACAO perdapdd    SNSN'.
           02 FILLER PIC X(41)
               VALUE '086CREDITO DE DEVOLUCAO  creditocli  SNSN'.
           02 FILLER PIC X(41)
               VALUE '087FLUXO DE CAIXA PROJET.fluxocaixa  SNSN'.
           02 FILLER PIC X(41)
               VALUE '088DESPESAS FIXAS        manutdespfixSNSN'.
           02 FILLER PIC X(41)
               VALUE '089LANCAMENTO MANUAL     lancamanual SNSN'.
           02 FILLER PIC X(41)
               VALUE '090APROVACAO LANC. MANUALaprovalanc  SNSN'.
           02 FILLER PIC X(41)
               VALUE '091DRE POR CENTRO DE CUSTdre         SNSN'.
           02 FILLER PIC X(41)
               VALUE '092ESTRUTURA DO DRE      manutdre    SNSN'.
           02 FILLER PIC X(41)
               VALUE '093CONCILIACAO RAZAO AUX.concilrazao SNSN'.
           02 FILLER PIC X(41)
               VALUE '094CADASTRO IMOBILIZADO  manutimobil SNSN'.
           02 FILLER PIC X(41)
               VALUE '095DEPRECIACAO MENSAL    depreciacao SNSN'.
           02 FILLER PIC X(41)
               VALUE '096MAPA DO IMOBILIZADO   mapaimobil  SNSN'.
           02 FILLER PIC X(41)
               VALUE '097ORCAMENTO DE DESPESAS manutorcdespSNSN'.
           02 FILLER PIC X(41)
               VALUE '098ORCADO X REAL DESPESASorcdespesas SNSN'.
           02 FILLER PIC X(41)
               VALUE '099RETORNO DA NF-E       nferetorno  SNSN'.
           02 FILLER PIC X(41)
               VALUE '100CANCELAMENTO DE NF-E  nfecancela  SNSN'.
           02 FILLER PIC X(41)
               VALUE '101RECLAMACOES DE FRETE  reclamafreteSNSN'.
           02 FILLER PIC X(41)
               VALUE '102ROMANEIO FROTA PROPRIAromaneio    SNSN'.
           02 FILLER PIC X(41)
               VALUE '103IMPORTACAO DE TARIFA  importatarifSNSN'.
           02 FILLER PIC X(41)
               VALUE '104RENTABILIDADE DO FRETErentabfrete SNSN'.
           02 FILLER PIC X(41)
               VALUE '105IMPORTACAO DE INDICES importaindicSNSN'.
           02 FILLER PIC X(41)
               VALUE '106VENCIMENTOS APLICACOESvencinvest  SNSN'.
           02 FILLER PIC X(41)
               VALUE '107APROVACAO ALTERACOES  aprovaalter SNSN'.
           02 FILLER PIC X(41)
               VALUE '108DECISOES DUPLA APROV. reldupla    SNSN'.
           02 FILLER PIC X(41)
               VALUE '109DADOS DO TITULAR LGPD lgpdtitular SNSN'.
           02 FILLER PIC X(41)
               VALUE '110PREVISAO JANELA LOTE  tendlote    SNNN'.
           02 FILLER PIC X(41)
               VALUE '111PROVA ZERO DO DIA     provazero   SNSN'.
       01  WRK-TAB-MENU REDEFINES WRK-TAB-MENU-DADOS.
           02 WRK-TM-ITEM OCCURS 111 TIMES.
               03 WRK-TM-NUMERO   PIC 9(03).
               03 WRK-TM-TITULO   PIC X(22).
               03 WRK-TM-PROGRAMA PIC X(12).
               03 WRK-TM-NIVEIS.
                   04 WRK-TM-NIVEL-OK PIC X(01) OCCURS 4 TIMES.

       77 WRK-SUB-MENU PIC 9(03) VALUE ZEROES.
       77 WRK-OPCAO    PIC 9(03) VALUE ZEROES.
       77 WRK-OPCAO-VALIDA PIC X(01) VALUE 'N'.
           88 OPCAO-VALIDA    VALUE 'S'.

           02 FILLER PIC X(25) VALUE 'TOTAIS-ANO-FILIAL'.
           02 FILLER PIC X(25) VALUE 'VENDAS-DIA'.
           02 FILLER PIC X(25) VALUE 'MOVIMENTOS-ESTOQUE'.
           02 FILLER PIC X(25) VALUE 'PEDIDOS-CAB-IDX'.
           02 FILLER PIC X(25) VALUE 'PEDIDOS-ITEM-IDX'.
           02 FILLER PIC X(25) VALUE 'DUPLICATAS-ABERTAS'.
           02 FILLER PIC X(25) VALUE 'DETALHE-VENDAS'.
           02 FILLER PIC X(25) VALUE 'CHECKPOINT-UNTIL'.
           02 FILLER PIC X(25) VALUE 'GERACOES-CKPT-UNTIL-T3'.
           02 FILLER PIC X(25) VALUE 'CHECKPOINT-PROJETO-FINAL'.
           02 FILLER PIC X(25) VALUE 'ESTATISTICAS-VENDAS'.
           02 FILLER PIC X(25) VALUE 'GERACOES-RAZAO-IDX'.
           02 FILLER PIC X(25) VALUE 'PAGAMENTOS-DUPLICATAS'.
           02 FILLER PIC X(25) VALUE 'CARTAS-COBRANCA-LOG'.
           02 FILLER PIC X(25) VALUE 'CLIENTES-BLOQUEADOS'.
           02 FILLER PIC X(25) VALUE 'ACORDOS'.
           02 FILLER PIC X(25) VALUE 'ACORDOS-TITULOS'.
           02 FILLER PIC X(25) VALUE 'GERACOES-ACORDOS'.
           02 FILLER PIC X(25) VALUE 'SALDOS-PDD'.
           02 FILLER PIC X(25) VALUE 'MOVIMENTOS-PDD'.
           02 FILLER PIC X(25) VALUE 'USOS-CREDITO-CLIENTE'.
           02 FILLER PIC X(25) VALUE 'TITULOS-PAGAR'.
           02 FILLER PIC X(25) VALUE 'LANCAMENTOS-MANUAIS'.
           02 FILLER PIC X(25) VALUE 'BENS-IMOBILIZADO'.
           02 FILLER PIC X(25) VALUE 'NFE-NOTAS'.
           02 FILLER PIC X(25) VALUE 'NFE-REMESSA'.
           02 FILLER PIC X(25) VALUE 'ALTERACOES-PENDENTES'.
           02 FILLER PIC X(25) VALUE 'LOG-LGPD'.
           02 FILLER PIC X(25) VALUE 'PROVA-ZERO-POSICAO'.
       01  WRK-TAB-ARQ REDEFINES WRK-TAB-ARQ-DADOS.
           02 WRK-TA-ARQUIVO PIC X(25) OCCURS 61 TIMES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-IDENTIFICAR-OPERADOR.
           IF AUTENTICADO
               PERFORM 0140-PERGUNTAR-TREINO
               PERFORM 0200-MENU UNTIL WRK-OPCAO = 999
           END-IF.
           DISPLAY 'FINAL DO CONSOLE'.
           STOP RUN.
      * PROGRAMAS CHAMADOS NESTA SESSÃO DO CONSOLE
       0150-REDIRECIONAR-TREINO.
           PERFORM VARYING WRK-SUB-ARQ FROM 1 BY 1
               UNTIL WRK-SUB-ARQ > 61
               MOVE SPACES TO WRK-NOME-DD
               MOVE SPACES TO WRK-NOME-PLANO
               MOVE SPACES TO WRK-NOME-TREINO
               DISPLAY '*** MODO TREINAMENTO ***'
           END-IF.
           PERFORM VARYING WRK-SUB-MENU FROM 1 BY 1
               UNTIL WRK-SUB-MENU > 111
               IF WRK-TM-NIVEL-OK(WRK-SUB-MENU, WRK-NIVEL) = 'S'
                   IF WRK-TM-PROGRAMA(WRK-SUB-MENU) = '(TITULO)'
                       DISPLAY '   ' WRK-TM-TITULO(WRK-SUB-MENU)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY '999 - SAIR'.
           DISPLAY 'OPÇÃO:'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF WRK-OPCAO NOT = 999
               PERFORM 0210-EXECUTAR-OPCAO
           END-IF.

       0210-EXECUTAR-OPCAO.
           MOVE 'N' TO WRK-OPCAO-VALIDA.
           PERFORM VARYING WRK-SUB-MENU FROM 1 BY 1
               UNTIL WRK-SUB-MENU > 111 OR OPCAO-VALIDA
               IF WRK-TM-NUMERO(WRK-SUB-MENU) = WRK-OPCAO AND
                  WRK-TM-PROGRAMA(WRK-SUB-MENU) NOT = '(TITULO)' AND
                  WRK-TM-NIVEL-OK(WRK-SUB-MENU, WRK-NIVEL) = 'S'
               WHEN 53 CALL 'treinorefresh'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 54 CALL 'folhamensal'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 55 CALL 'manutfaixas'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 56 CALL 'digitaponto'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 57 CALL 'espelhoponto'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 58 CALL 'provisaofolha'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 59 CALL 'esperaaprov'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 60 CALL 'manutcargo'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 61 CALL 'foradafaixa'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 62 CALL 'notafornec'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 63 CALL 'liberatitulo'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 64 CALL 'pagatitulos'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 65 CALL 'transfilial'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 66 CALL 'manutender'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 67 CALL 'montagemkit'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 68 CALL 'manutunid'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 69 CALL 'pontorepos'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 70 CALL 'giroestoque'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 71 CALL 'classeabc'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 72 CALL 'acuraciainv'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 73 CALL 'margembruta'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 74 CALL 'orcamvenda'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 75 CALL 'convorcam'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 76 CALL 'alterapedido'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 77 CALL 'importaweb'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 78 CALL 'rastreiaped'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 79 CALL 'visaocliente'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 80 CALL 'fundecliente'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 81 CALL 'cartacobranca'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 82 CALL 'acordocobranca'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 83 CALL 'acompacordo'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 84 CALL 'provisaopdd'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 85 CALL 'perdapdd'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 86 CALL 'creditocli'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 87 CALL 'fluxocaixa'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 88 CALL 'manutdespfix'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 89 CALL 'lancamanual'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 90 CALL 'aprovalanc'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 91 CALL 'dre'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 92 CALL 'manutdre'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 93 CALL 'concilrazao'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 94 CALL 'manutimobil'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 95 CALL 'depreciacao'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 96 CALL 'mapaimobil'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 97 CALL 'manutorcdesp'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 98 CALL 'orcdespesas'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 099 CALL 'nferetorno'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 100 CALL 'nfecancela'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 101 CALL 'reclamafrete'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 102 CALL 'romaneio'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 103 CALL 'importatarifa'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 104 CALL 'rentabfrete'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 105 CALL 'importaindices'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 106 CALL 'vencinvest'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 107 CALL 'aprovaalter'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 108 CALL 'reldupla'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 109 CALL 'lgpdtitular'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 110 CALL 'tendlote'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
               WHEN 111 CALL 'provazero'
                   ON EXCEPTION DISPLAY 'PROGRAMA INDISPONÍVEL'
               END-CALL
           END-EVALUATE.
