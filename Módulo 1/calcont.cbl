      ******************************************************************
      * COPYBOOK = CALCONT
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO CALENDÁRIO DA CONTAGEM CÍCLICA
      *            (CALENDARIO-CONTAGEM): O DIA ÚTIL EM QUE CADA
      *            PRODUTO É CONTADO NO MÊS - A TODO MÊS, B UMA VEZ
      *            POR TRIMESTRE E C UMA VEZ POR ANO. GERADO PELO
      *            CLASSEABC; O GERACONTAGEM ABRE SÓ A FATIA DO DIA
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-CALENDARIO-CONTAGEM.
           02 REG-CAC-DATA    PIC 9(08).
           02 REG-CAC-PRODUTO PIC 9(06).
           02 REG-CAC-CLASSE  PIC X(01).
