      ******************************************************************
      * COPYBOOK = SERVFILIAL
      * AUTOR = LUCAS
      * OBJETIVO = ÁREA DE COMUNICAÇÃO COM O SALDOFILIAL, O MÓDULO
      *            CENTRAL DO SALDO DE ESTOQUE POR FILIAL: O CHAMADOR
      *            PREENCHE A FUNÇÃO, O PRODUTO, A FILIAL (00 = FILIAL
      *            PADRÃO DO ESTOQUE, PARÂMETRO FILIAL-PADRAO-ESTOQUE)
      *            E A QUANTIDADE, E RECEBE O SALDO DA FILIAL DEPOIS
      *            DA OPERAÇÃO E O CÓDIGO DE RETORNO (0 = OK, 1 = SEM
      *            SALDO OU DISPONÍVEL, 2 = ARQUIVO INDISPONÍVEL, 3 =
      *            FILIAL NÃO CADASTRADA OU INATIVA)
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-SERVFILIAL.
           02 REG-SFS-FUNCAO     PIC 9(01).
               88 SFS-MOVIMENTAR     VALUE 1.
               88 SFS-RESERVAR       VALUE 2.
               88 SFS-LIBERAR        VALUE 3.
               88 SFS-DEFINIR-MINIMO VALUE 4.
               88 SFS-DESPACHAR      VALUE 5.
               88 SFS-CHEGAR         VALUE 6.
               88 SFS-CONSULTAR      VALUE 7.
               88 SFS-BAIXAR-VENDA   VALUE 8.
               88 SFS-VALIDAR-FILIAL VALUE 9.
           02 REG-SFS-PRODUTO    PIC 9(06).
           02 REG-SFS-FILIAL     PIC 9(02).
           02 REG-SFS-DESTINO    PIC 9(02).
           02 REG-SFS-QTDE       PIC S9(07).
           02 REG-SFS-MINIMO     PIC 9(05).
           02 REG-SFS-SALDO      PIC S9(07).
           02 REG-SFS-RESERVADO  PIC S9(07).
           02 REG-SFS-TRANSITO   PIC S9(07).
           02 REG-SFS-RETORNO    PIC 9(01).
               88 SFS-OK              VALUE 0.
               88 SFS-SEM-SALDO       VALUE 1.
               88 SFS-ARQUIVO-ERRO    VALUE 2.
               88 SFS-FILIAL-INVALIDA VALUE 3.
