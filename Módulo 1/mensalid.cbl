      ******************************************************************
      * COPYBOOK = MENSALID
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DAS MENSALIDADES FATURADAS (MENSALIDADES):
      *            UMA LINHA POR ALUNO E COMPETÊNCIA, GRAVADA PELO
      *            FATURAMENTO MENSAL COM A DUPLICATA QUE ELA GEROU EM
      *            DUPLICATAS-ABERTAS (CLIENTE, NÚMERO E PARCELA = MÊS
      *            DA COMPETÊNCIA). O NÚMERO É UM POR ALUNO E ANO,
      *            TOMADO DA SEQUÊNCIA DE PEDIDOS NA PRIMEIRA
      *            MENSALIDADE DO ANO. A RETIRADA DO ALUNO
      *            (CANCELAMENSAL) PASSA AS FUTURAS A CANCELADAS
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-MENSALIDADE.
           02 REG-MEN-COMPETENCIA PIC 9(06).
           02 REG-MEN-ALUNO       PIC X(20).
           02 REG-MEN-TURMA       PIC X(03).
           02 REG-MEN-CLIENTE     PIC 9(06).
           02 REG-MEN-PEDIDO      PIC 9(06).
           02 REG-MEN-PARCELA     PIC 9(02).
           02 REG-MEN-VENCIMENTO  PIC 9(08).
           02 REG-MEN-VALOR-CHEIO PIC 9(06)V99.
           02 REG-MEN-PROPORCAO   PIC 9(03).
           02 REG-MEN-DESCONTO    PIC 9(06)V99.
           02 REG-MEN-VALOR       PIC 9(08)V99.
           02 REG-MEN-SITUACAO    PIC X(01).
               88 REG-MEN-FATURADA  VALUE 'F'.
               88 REG-MEN-CANCELADA VALUE 'C'.
           02 REG-MEN-DATA-CANCEL PIC 9(08).
