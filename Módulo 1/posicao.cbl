      ******************************************************************
      * COPYBOOK = POSICAO
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DA CARTEIRA REAL DE INVESTIMENTOS
      *            (POSICOES-INVESTIMENTO), MANTIDA PELO POSICOES E
      *            LIDA PELO VENCINVEST: UMA LINHA POR APLICAÇÃO, COM
      *            A REMUNERAÇÃO (FIXA OU PÓS-FIXADA), O VENCIMENTO
      *            (ZERO = SEM VENCIMENTO), A LIQUIDEZ - (D)IÁRIA OU
      *            SÓ NO (V)ENCIMENTO - E A SITUAÇÃO (E = ENCERRADA
      *            PELO RESGATE TOTAL). LINHA GRAVADA ANTES DO
      *            VENCIMENTO VEM COM OS CAMPOS NOVOS EM BRANCO E VALE
      *            COMO ATIVA, DE LIQUIDEZ DIÁRIA E SEM VENCIMENTO
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-POSICAO.
           02 REG-POS-ID      PIC 9(05).
           02 REG-POS-PRODUTO PIC X(15).
           02 REG-POS-INICIO  PIC 9(08).
           02 REG-POS-VALOR   PIC 9(08)V99.
           02 REG-POS-TAXA    PIC 9(03)V99.
           02 REG-POS-TIPO    PIC X(01).
               88 POS-INDEXADA    VALUE 'P' 'I'.
           02 REG-POS-INDICE  PIC X(05).
           02 REG-POS-FATOR   PIC 9(03)V99.
           02 REG-POS-VENCTO  PIC 9(08).
           02 REG-POS-LIQUIDEZ PIC X(01).
               88 POS-LIQ-NO-VENCTO VALUE 'V'.
           02 REG-POS-SITUACAO PIC X(01).
               88 POS-ENCERRADA   VALUE 'E'.
