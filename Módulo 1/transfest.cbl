      ******************************************************************
      * COPYBOOK = TRANSFEST
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO DOCUMENTO DE TRANSFERÊNCIA DE ESTOQUE
      *            ENTRE FILIAIS (TRANSFERENCIAS-ESTOQUE): NASCE EM
      *            TRÂNSITO NO DESPACHO (A QUANTIDADE JÁ SAIU DA
      *            PRATELEIRA DA ORIGEM) E FICA RECEBIDO NA CHEGADA
      *            AO DESTINO, COM A DATA DE CADA PASSO
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-TRANSFERENCIA.
           02 REG-TRF-NUMERO     PIC 9(06).
           02 REG-TRF-DATA       PIC 9(08).
           02 REG-TRF-PRODUTO    PIC 9(06).
           02 REG-TRF-QTDE       PIC 9(07).
           02 REG-TRF-ORIGEM     PIC 9(02).
           02 REG-TRF-DESTINO    PIC 9(02).
           02 REG-TRF-SITUACAO   PIC X(01).
               88 REG-TRF-EM-TRANSITO VALUE 'T'.
               88 REG-TRF-RECEBIDA    VALUE 'R'.
           02 REG-TRF-DATA-RECEB PIC 9(08).
