      *            PEDIDOS E LIDO PELOS RELATÓRIOS QUE IMPRIMIAM SÓ
      *            'FILIAL 03'
      * DATA = 01/09/2026
      * -------------------------------------------------------------- *
      * 15/10/2026 LUCAS  INCLUÍDOS OS DADOS FISCAIS DA FILIAL COMO
      *                    EMITENTE DA NF-E (CNPJ, INSCRIÇÃO ESTADUAL,
      *                    LOGRADOURO, CIDADE E CEP); REGISTRO ANTIGO
      *                    CHEGA COM BRANCOS E A FILIAL NÃO EMITE NF-E
      *                    ATÉ O MANUTFILIAL COMPLETAR OS DADOS
      ******************************************************************
       01  REG-FILIAL-CAD.
           02 REG-FIL-CODIGO   PIC 9(02).
           02 REG-FIL-SITUACAO PIC X(01).
               88 REG-FIL-ATIVA   VALUE 'A'.
               88 REG-FIL-INATIVA VALUE 'I'.
           02 REG-FIL-CNPJ       PIC X(14).
           02 REG-FIL-IE         PIC X(14).
           02 REG-FIL-LOGRADOURO PIC X(30).
           02 REG-FIL-CIDADE     PIC X(20).
           02 REG-FIL-CEP        PIC X(08).
