      * 22/08/2026 LUCAS  AUMENTO ALARGADO PARA 9(06)V99 - COM 15%
      *                    SOBRE SALÁRIOS ACIMA DE 6.666,67 O CAMPO
      *                    DE TRÊS DÍGITOS TRUNCAVA O VALOR
      * 15/10/2026 LUCAS  INCLUÍDA A DATA DE ENTRADA NA FILA, PARA O
      *                    RELATÓRIO DE ESPERA DAS APROVAÇÕES
      ******************************************************************
       01  REG-PENDENTE.
           02 REG-PEND-MATRICULA  PIC 9(05).
           02 REG-PEND-SALARIO    PIC 9(06)V99.
           02 REG-PEND-AUMENTO    PIC 9(06)V99.
           02 REG-PEND-DATAANO    PIC 9(04).
           02 REG-PEND-INCLUSAO   PIC 9(08).
