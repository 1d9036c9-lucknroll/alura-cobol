      *            VALIDADO NA ENTRADA DE PEDIDO E NO BALCÃO E LIDO
      *            PELA APURAÇÃO MENSAL DE COMISSÕES (COMISSAO)
      * DATA = 01/09/2026
      * -------------------------------------------------------------- *
      * 15/10/2026 LUCAS  INCLUÍDA A BASE DA COMISSÃO: V (OU BRANCO)
      *                    PAGA NA VENDA, R PAGA NO RECEBIMENTO DE CADA
      *                    DUPLICATA, PROPORCIONAL AO VALOR RECEBIDO
      ******************************************************************
       01  REG-VENDEDOR.
           02 REG-VEN-CODIGO   PIC 9(03).
           02 REG-VEN-SITUACAO PIC X(01).
               88 REG-VEN-ATIVO   VALUE 'A'.
               88 REG-VEN-INATIVO VALUE 'I'.
           02 REG-VEN-BASE-COMISSAO PIC X(01).
               88 REG-VEN-COMISSAO-VENDA       VALUE 'V' SPACE.
               88 REG-VEN-COMISSAO-RECEBIMENTO VALUE 'R'.
