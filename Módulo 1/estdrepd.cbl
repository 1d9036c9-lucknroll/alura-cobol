      ******************************************************************
      * COPYBOOK = ESTDREPD
      * AUTOR = LUCAS
      * OBJETIVO = ESTRUTURA PADRÃO DO DRE, NO LAYOUT DO ESTDRE, PARA
      *            O PLANO DE CONTAS DA EMPRESA (3 = RECEITAS, 4 =
      *            CUSTOS E DESPESAS): VALE QUANDO O ARQUIVO
      *            ESTRUTURA-DRE NÃO EXISTE OU ESTÁ VAZIO E É O PONTO
      *            DE PARTIDA DO MANUTDRE
      * DATA = 15/10/2026
      ******************************************************************
       01  WRK-EDR-PADRAO-DADOS.
           02 FILLER PIC X(34)
               VALUE '01LRECEITA BRUTA DE VENDAS        '.
           02 FILLER PIC X(34)
               VALUE '01M31      C                      '.
           02 FILLER PIC X(34)
               VALUE '02L(-) DEVOLUCOES E DEDUCOES      '.
           02 FILLER PIC X(34)
               VALUE '02M31      D                      '.
           02 FILLER PIC X(34)
               VALUE '03L(=) RECEITA LIQUIDA           S'.
           02 FILLER PIC X(34)
               VALUE '04L(-) CUSTO DAS MERCADORIAS      '.
           02 FILLER PIC X(34)
               VALUE '04M4102                           '.
           02 FILLER PIC X(34)
               VALUE '05L(=) LUCRO BRUTO               S'.
           02 FILLER PIC X(34)
               VALUE '06L(-) FRETES                     '.
           02 FILLER PIC X(34)
               VALUE '06M4103                           '.
           02 FILLER PIC X(34)
               VALUE '07L(-) DESPESAS COM PESSOAL       '.
           02 FILLER PIC X(34)
               VALUE '07M4104                           '.
           02 FILLER PIC X(34)
               VALUE '08L(-) PERDAS COM CLIENTES (PDD)  '.
           02 FILLER PIC X(34)
               VALUE '08M4105                           '.
           02 FILLER PIC X(34)
               VALUE '09L(-) OUTRAS DESPESAS OPERAC.    '.
           02 FILLER PIC X(34)
               VALUE '09M4                              '.
           02 FILLER PIC X(34)
               VALUE '10L(+) RECEITAS FINANC. E OUTRAS  '.
           02 FILLER PIC X(34)
               VALUE '10M3                              '.
           02 FILLER PIC X(34)
               VALUE '11L(=) RESULTADO OPERACIONAL     S'.
       01  WRK-EDR-PADRAO REDEFINES WRK-EDR-PADRAO-DADOS.
           02 WRK-EP-REGISTRO PIC X(34) OCCURS 19 TIMES.
       77 WRK-QT-EDR-PADRAO PIC 9(02) COMP VALUE 19.
