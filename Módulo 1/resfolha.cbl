      ******************************************************************
      * COPYBOOK = RESFOLHA
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO ARQUIVO DE RESULTADO DA FOLHA MENSAL
      *            (FOLHA-MENSAL): UM REGISTRO POR FUNCIONÁRIO E
      *            COMPETÊNCIA, COM O SALÁRIO, OS DESCONTOS LEGAIS, O
      *            LÍQUIDO CREDITADO E O FGTS DEPOSITADO PELA EMPRESA.
      *            O ARQUIVO SÓ CRESCE; A PRÓPRIA FOLHA USA AS LINHAS
      *            DA COMPETÊNCIA PARA NÃO PAGAR O MESMO MÊS DUAS VEZES
      * DATA = 15/10/2026
      * -------------------------------------------------------------- *
      * 15/10/2026 LUCAS  INCLUÍDOS OS PROVENTOS (HORAS EXTRAS E
      *                    ADICIONAL NOTURNO) E OS DESCONTOS (FALTAS)
      *                    APURADOS NO PONTO-DIARIO
      ******************************************************************
       01  REG-RESFOLHA.
           02 REG-RFO-COMPETENCIA PIC 9(06).
           02 REG-RFO-MATRICULA   PIC 9(05).
           02 REG-RFO-NOME        PIC X(20).
           02 REG-RFO-DEPTO       PIC X(04).
           02 REG-RFO-SALARIO     PIC 9(08)V99.
           02 REG-RFO-PROVENTOS   PIC 9(08)V99.
           02 REG-RFO-DESCONTOS   PIC 9(08)V99.
           02 REG-RFO-BRUTO       PIC 9(08)V99.
           02 REG-RFO-INSS        PIC 9(06)V99.
           02 REG-RFO-BASE-IRRF   PIC 9(08)V99.
           02 REG-RFO-IRRF        PIC 9(06)V99.
           02 REG-RFO-LIQUIDO     PIC 9(08)V99.
           02 REG-RFO-FGTS        PIC 9(06)V99.
