      ******************************************************************
      * COPYBOOK = PROVFOLHA
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO ARQUIVO DE SALDOS DA PROVISÃO DE 13º E
      *            DE FÉRIAS (PROVISOES-FOLHA): UM REGISTRO POR
      *            FUNCIONÁRIO E COMPETÊNCIA COM OS MESES DO 13º, O 13º
      *            JÁ PAGO NO ANO, OS DIAS DE FÉRIAS ADQUIRIDOS E NÃO
      *            GOZADOS E OS SALDOS PROVISIONADOS. O ARQUIVO SÓ
      *            CRESCE; O FECHAMENTO SEGUINTE LANÇA A DIFERENÇA
      *            CONTRA O ÚLTIMO SALDO DE CADA MATRÍCULA
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-PROVFOLHA.
           02 REG-PVF-COMPETENCIA  PIC 9(06).
           02 REG-PVF-MATRICULA    PIC 9(05).
           02 REG-PVF-DEPTO        PIC X(04).
           02 REG-PVF-MESES-13     PIC 9(02).
           02 REG-PVF-PAGO-13      PIC 9(08)V99.
           02 REG-PVF-SALDO-13     PIC 9(08)V99.
           02 REG-PVF-DIAS-FERIAS  PIC 9(03)V99.
           02 REG-PVF-SALDO-FERIAS PIC 9(08)V99.
