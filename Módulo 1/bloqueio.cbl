      ******************************************************************
      * COPYBOOK = BLOQUEIO
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DOS CLIENTES BLOQUEADOS PELA COBRANÇA
      *            (CLIENTES-BLOQUEADOS): REFEITO INTEIRO A CADA
      *            RODADA DAS CARTAS DE COBRANÇA (CARTACOBRANCA) COM
      *            OS CLIENTES CUJA DUPLICATA MAIS ANTIGA PASSOU DO
      *            ATRASO DE BLOQUEIO - O CLIENTE QUE PAGA SAI NA
      *            RODADA SEGUINTE. A ENTRADA DE PEDIDO E A
      *            IMPORTAÇÃO DA LOJA WEB MANDAM TODO PEDIDO DE
      *            CLIENTE BLOQUEADO PARA A FILA DE RETIDOS, TENHA
      *            ELE LIMITE OU NÃO
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-BLOQUEIO.
           02 REG-BLQ-CLIENTE     PIC 9(06).
           02 REG-BLQ-DATA        PIC 9(08).
           02 REG-BLQ-DIAS-ATRASO PIC 9(05).
           02 REG-BLQ-PEDIDO      PIC 9(06).
           02 REG-BLQ-PARCELA     PIC 9(02).
