      ******************************************************************
      * COPYBOOK = SALDOFIL
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO SALDO DE ESTOQUE POR PRODUTO E FILIAL
      *            (SALDOS-FILIAL): A PRATELEIRA DE CADA FILIAL, COM
      *            O RESERVADO PELOS PEDIDOS DA FILIAL, O MÍNIMO DE
      *            REPOSIÇÃO DA FILIAL E O QUE ESTÁ EM TRÂNSITO DE
      *            OUTRA FILIAL PARA ELA; O SALDO CONSOLIDADO
      *            (SALDOS-ESTOQUE) CONTINUA SENDO A SOMA DAS FILIAIS
      *            MAIS O EM TRÂNSITO, COM O CUSTO MÉDIO DA EMPRESA
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-SALDO-FILIAL.
           02 REG-SFL-CHAVE.
               03 REG-SFL-PRODUTO PIC 9(06).
               03 REG-SFL-FILIAL  PIC 9(02).
           02 REG-SFL-QTDE      PIC S9(07).
           02 REG-SFL-MINIMO    PIC 9(05).
           02 REG-SFL-RESERVADO PIC S9(07).
           02 REG-SFL-TRANSITO  PIC S9(07).
