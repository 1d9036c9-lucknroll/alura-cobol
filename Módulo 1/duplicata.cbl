      *                    GRAVADA PELO GERADOR DE REMESSA DE BOLETOS
      *                    (REMESSABOLETO) PARA A MESMA DUPLICATA NÃO
      *                    SAIR EM DUAS REMESSAS
      * 15/10/2026 LUCAS  INCLUÍDO O SALDO EM ABERTO DO PRINCIPAL: O
      *                    PAGAMENTO PARCIAL ABATE O SALDO E A
      *                    DUPLICATA SÓ LIQUIDA QUANDO ELE ZERA; A
      *                    DATA DE PAGAMENTO PASSA A SER A DO ÚLTIMO
      *                    PAGAMENTO RECEBIDO (MIGRAÇÃO PELO
      *                    MIGRADUPLIC)
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO R (RENEGOCIADA): A
      *                    DUPLICATA VENCIDA QUE ENTRA NUM ACORDO DE
      *                    COBRANÇA (ACORDOCOBRANCA) SAI DO CONTAS A
      *                    RECEBER EM ABERTO COM O SALDO DA DATA DO
      *                    ACORDO, QUE FICA NA DATA DE PAGAMENTO; O
      *                    ACORDO QUE A SUBSTITUIU ESTÁ EM
      *                    ACORDOS-TITULOS
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO P (BAIXADA PARA PERDA): A
      *                    DUPLICATA BAIXADA CONTRA A PROVISÃO PARA
      *                    DEVEDORES DUVIDOSOS (PERDAPDD) SAI DO CONTAS
      *                    A RECEBER EM ABERTO COM O SALDO AINDA
      *                    DEVIDO, ABATIDO PELAS RECUPERAÇÕES; A DATA
      *                    DE PAGAMENTO GUARDA A DATA DA BAIXA
      * 15/10/2026 LUCAS  INCLUÍDA A SITUAÇÃO C (CANCELADA): A
      *                    MENSALIDADE ESCOLAR COM VENCIMENTO DEPOIS
      *                    DA RETIRADA DO ALUNO (CANCELAMENSAL) SAI
      *                    DO CONTAS A RECEBER SEM PAGAMENTO; A DATA
      *                    DE PAGAMENTO GUARDA A DATA DO CANCELAMENTO
      * 15/10/2026 LUCAS  INCLUÍDO O TIPO DO TÍTULO: M É A
      *                    MENSALIDADE ESCOLAR (MENSALIDADES), QUE NÃO
      *                    PASSA PELO RAZÃO DE VENDAS DO CLIENTE; EM
      *                    BRANCO É A DUPLICATA DE VENDA (O REGISTRO
      *                    ANTERIOR, SEM O CAMPO, É LIDO COMO VENDA)
      ******************************************************************
       01  REG-DUPLICATA.
           02 REG-DUP-CLIENTE    PIC 9(06).
           02 REG-DUP-SITUACAO   PIC X(01).
               88 REG-DUP-ABERTA    VALUE 'A'.
               88 REG-DUP-LIQUIDADA VALUE 'L'.
               88 REG-DUP-RENEGOCIADA VALUE 'R'.
               88 REG-DUP-PERDA     VALUE 'P'.
               88 REG-DUP-CANCELADA VALUE 'C'.
           02 REG-DUP-DATAPAGTO  PIC 9(08).
           02 REG-DUP-REMESSA    PIC X(01).
               88 REG-DUP-REMETIDA  VALUE 'S'.
           02 REG-DUP-SALDO      PIC 9(08)V99.
           02 REG-DUP-TIPO       PIC X(01).
               88 REG-DUP-VENDA       VALUE SPACE.
               88 REG-DUP-MENSALIDADE VALUE 'M'.
