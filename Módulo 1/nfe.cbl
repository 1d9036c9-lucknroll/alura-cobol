      ******************************************************************
      * COPYBOOK = NFE
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO REGISTRO DAS NF-E EMITIDAS (NFE-NOTAS):
      *            UMA LINHA POR NOTA DE VENDA COM A CHAVE DE ACESSO
      *            GERADA PELA NOTAVENDA, A SITUAÇÃO NA SEFAZ E O
      *            PROTOCOLO OU O MOTIVO DA REJEIÇÃO DEVOLVIDOS PELO
      *            RETORNO (NFERETORNO), E OS DADOS DO CANCELAMENTO
      *            PEDIDO PELO NFECANCELA. A MESMA SITUAÇÃO VAI PARA
      *            O CABEÇALHO DO PEDIDO (REG-PC-NFE); O FRETE
      *            COBRADO DO CLIENTE NA NOTA FICA GUARDADO PARA A
      *            RENTABILIDADE DO FRETE (RENTABFRETE)
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-NFE.
           02 REG-NFE-NOTA       PIC 9(06).
           02 REG-NFE-PEDIDO     PIC 9(06).
           02 REG-NFE-FILIAL     PIC 9(02).
           02 REG-NFE-CLIENTE    PIC 9(06).
           02 REG-NFE-EMISSAO    PIC 9(08).
           02 REG-NFE-VALOR      PIC 9(10)V99.
           02 REG-NFE-CHAVE      PIC X(44).
           02 REG-NFE-SITUACAO   PIC X(01).
               88 NFE-ENVIADA         VALUE 'E'.
               88 NFE-AUTORIZADA      VALUE 'A'.
               88 NFE-REJEITADA       VALUE 'R'.
               88 NFE-CANCELANDO      VALUE 'X'.
               88 NFE-CANCELADA       VALUE 'C'.
           02 REG-NFE-PROTOCOLO  PIC X(15).
           02 REG-NFE-DATA-AUT   PIC 9(08).
           02 REG-NFE-HORA-AUT   PIC 9(06).
           02 REG-NFE-STATUS     PIC 9(03).
           02 REG-NFE-MOTIVO     PIC X(60).
           02 REG-NFE-DATA-CANC  PIC 9(08).
           02 REG-NFE-PROT-CANC  PIC X(15).
           02 REG-NFE-JUSTIFICATIVA PIC X(60).
           02 REG-NFE-FRETE      PIC 9(08)V99.
