      ******************************************************************
      * COPYBOOK = USOCRED
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO USO DOS CRÉDITOS DE DEVOLUÇÃO DOS
      *            CLIENTES (USOS-CREDITO-CLIENTE): UMA LINHA POR
      *            VALOR DE CRÉDITO APLICADO EM DUPLICATA EM ABERTO
      *            (TIPO A) OU REEMBOLSADO PELO CONTAS A PAGAR (TIPO
      *            R), COM A CHAVE DO CRÉDITO NO RAZÃO (O LANÇAMENTO
      *            NEGATIVO GRAVADO PELA DEVOLUÇÃO) E A CHAVE DO
      *            LANÇAMENTO QUE O CONSUMIU - GRAVADO PELO
      *            CREDITOCLI E LIDO POR ELE E PELO EXTRATO DO
      *            CLIENTE; O CRÉDITO DISPONÍVEL É O VALOR DO
      *            LANÇAMENTO DA DEVOLUÇÃO MENOS OS USOS DELE
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-USO-CREDITO.
           02 REG-UCR-CLIENTE    PIC 9(06).
           02 REG-UCR-MES        PIC 9(02).
           02 REG-UCR-SEQ        PIC 9(04).
           02 REG-UCR-DATA       PIC 9(08).
           02 REG-UCR-TIPO       PIC X(01).
               88 REG-UCR-APLICACAO VALUE 'A'.
               88 REG-UCR-REEMBOLSO VALUE 'R'.
           02 REG-UCR-PEDIDO     PIC 9(06).
           02 REG-UCR-PARCELA    PIC 9(02).
           02 REG-UCR-VALOR      PIC 9(08)V99.
           02 REG-UCR-MES-USO    PIC 9(02).
           02 REG-UCR-SEQ-USO    PIC 9(04).
