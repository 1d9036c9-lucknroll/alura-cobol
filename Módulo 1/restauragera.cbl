      * 01/09/2026 LUCAS  MENU ESTENDIDO COM OS ARQUIVOS NOVOS DO
      *                    CATÁLOGO DO SALVAGERACAO (OPÇÕES 6-18),
      *                    ACOMPANHANDO A EXTENSÃO DO GUARDIÃO
      * 15/10/2026 LUCAS  MENU ESTENDIDO COM ENDERECOS-ENTREGA E
      *                    RAZAO-CLIENTES-IDX (OPÇÕES 19-20), O
      *                    CAMINHO DE VOLTA DE UMA FUSÃO DE CLIENTES
      * 15/10/2026 LUCAS  MENU ESTENDIDO COM OS ACORDOS DE RENEGOCIAÇÃO
      *                    (OPÇÃO 21)
      * 15/10/2026 LUCAS  MENU ESTENDIDO COM AS MENSALIDADES E OS
      *                    RESPONSÁVEIS DOS ALUNOS (OPÇÕES 22-23)
      * 15/10/2026 LUCAS  CABEÇALHO E ITENS DO PEDIDO NO CATÁLOGO COM
      *                    OS NOMES DOS INDEXADOS PEDIDOS-CAB-IDX E
      *                    PEDIDOS-ITEM-IDX
      ****************************

       ENVIRONMENT DIVISION.
           DISPLAY '7 - REMESSAS-FRETE'.
           DISPLAY '8 - FUNCIONARIOS-MASTER'.
           DISPLAY '9 - METAS-VENDAS'.
           DISPLAY '10 - PEDIDOS-CAB-IDX'.
           DISPLAY '11 - PEDIDOS-ITEM-IDX'.
           DISPLAY '12 - PEDIDOS-RETIDOS'.
           DISPLAY '13 - CATALOGO-NOTURNO'.
           DISPLAY '14 - ALUNOS-TURMA'.
           DISPLAY '16 - CHECKPOINT-UNTIL-T1'.
           DISPLAY '17 - CHECKPOINT-UNTIL-T2'.
           DISPLAY '18 - CHECKPOINT-UNTIL-T3'.
           DISPLAY '19 - ENDERECOS-ENTREGA'.
           DISPLAY '20 - RAZAO-CLIENTES-IDX'.
           DISPLAY '21 - ACORDOS'.
           DISPLAY '22 - MENSALIDADES'.
           DISPLAY '23 - RESPONSAVEIS-ALUNOS'.
           DISPLAY '99 - SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF WRK-OPCAO > 0 AND WRK-OPCAO < 24
               PERFORM 0100-ESCOLHER-ARQUIVO
               PERFORM 0200-LISTAR-GERACOES
               IF REG-GER-QT = ZEROES
               WHEN 8 MOVE 'FUNCIONARIOS-MASTER'
                   TO REG-GER-ARQUIVO
               WHEN 9 MOVE 'METAS-VENDAS' TO REG-GER-ARQUIVO
               WHEN 10 MOVE 'PEDIDOS-CAB-IDX' TO REG-GER-ARQUIVO
               WHEN 11 MOVE 'PEDIDOS-ITEM-IDX' TO REG-GER-ARQUIVO
               WHEN 12 MOVE 'PEDIDOS-RETIDOS' TO REG-GER-ARQUIVO
               WHEN 13 MOVE 'CATALOGO-NOTURNO' TO REG-GER-ARQUIVO
               WHEN 14 MOVE 'ALUNOS-TURMA' TO REG-GER-ARQUIVO
                   TO REG-GER-ARQUIVO
               WHEN 18 MOVE 'CHECKPOINT-UNTIL-T3'
                   TO REG-GER-ARQUIVO
               WHEN 19 MOVE 'ENDERECOS-ENTREGA' TO REG-GER-ARQUIVO
               WHEN 20 MOVE 'RAZAO-CLIENTES-IDX'
                   TO REG-GER-ARQUIVO
               WHEN 21 MOVE 'ACORDOS' TO REG-GER-ARQUIVO
               WHEN 22 MOVE 'MENSALIDADES' TO REG-GER-ARQUIVO
               WHEN 23 MOVE 'RESPONSAVEIS-ALUNOS'
                   TO REG-GER-ARQUIVO
           END-EVALUATE.

       0200-LISTAR-GERACOES.
