      ******************************************************************
      * COPYBOOK = ORDMONTAGEM
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DA ORDEM DE MONTAGEM/DESMONTAGEM DE KIT
      *            (ORDENS-MONTAGEM), GRAVADA PELO MONTAGEMKIT JUNTO
      *            COM O MOVIMENTO DE ESTOQUE QUE A BAIXA APLICA: O
      *            KIT, A QUANTIDADE DE KITS, A FILIAL DO ARMAZÉM E O
      *            CUSTO UNITÁRIO ESTIMADO NA EMISSÃO (SOMA DO CUSTO
      *            MÉDIO DOS COMPONENTES NA MONTAGEM, CUSTO MÉDIO DO
      *            KIT NA DESMONTAGEM)
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-ORDEM-MONTAGEM.
           02 REG-OMT-NUMERO  PIC 9(06).
           02 REG-OMT-DATA    PIC 9(08).
           02 REG-OMT-TIPO    PIC X(01).
               88 REG-OMT-MONTAGEM    VALUE 'M'.
               88 REG-OMT-DESMONTAGEM VALUE 'D'.
           02 REG-OMT-KIT     PIC 9(06).
           02 REG-OMT-QTDE    PIC 9(05).
           02 REG-OMT-FILIAL  PIC 9(02).
           02 REG-OMT-CUSTO   PIC 9(08)V99.
