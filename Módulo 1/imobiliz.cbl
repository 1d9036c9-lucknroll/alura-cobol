      ******************************************************************
      * COPYBOOK = IMOBILIZ
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO CADASTRO DO ATIVO IMOBILIZADO
      *            (BENS-IMOBILIZADO): UM BEM POR LINHA, COM FILIAL,
      *            CENTRO DE CUSTO, AQUISIÇÃO, VIDA ÚTIL EM MESES E
      *            MÉTODO DE DEPRECIAÇÃO (L = LINEAR, S = SOMA DOS
      *            DÍGITOS DOS MESES). A DEPRECIAÇÃO ACUMULADA, OS
      *            MESES JÁ DEPRECIADOS E A ÚLTIMA COMPETÊNCIA SÃO
      *            ATUALIZADOS PELA DEPRECIAÇÃO MENSAL (DEPRECIACAO);
      *            A BAIXA (ALIENAÇÃO) GUARDA DATA, VALOR DE VENDA E O
      *            GANHO OU PERDA APURADO PELO MANUTIMOBIL
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-BEM.
           02 REG-BEM-NUMERO       PIC 9(05).
           02 REG-BEM-DESCRICAO    PIC X(30).
           02 REG-BEM-FILIAL       PIC 9(02).
           02 REG-BEM-CENTRO       PIC X(06).
           02 REG-BEM-AQUISICAO    PIC 9(08).
           02 REG-BEM-VALOR        PIC 9(10)V99.
           02 REG-BEM-RESIDUAL     PIC 9(10)V99.
           02 REG-BEM-VIDA-MESES   PIC 9(03).
           02 REG-BEM-METODO       PIC X(01).
               88 REG-BEM-LINEAR      VALUE 'L'.
               88 REG-BEM-SOMA-DIGITOS VALUE 'S'.
           02 REG-BEM-SITUACAO     PIC X(01).
               88 REG-BEM-ATIVO       VALUE 'A'.
               88 REG-BEM-SUSPENSO    VALUE 'S'.
               88 REG-BEM-BAIXADO     VALUE 'B'.
           02 REG-BEM-DEPR-ACUM    PIC 9(10)V99.
           02 REG-BEM-MESES-DEPR   PIC 9(03).
           02 REG-BEM-ULT-COMPET   PIC 9(06).
           02 REG-BEM-DATA-BAIXA   PIC 9(08).
           02 REG-BEM-VALOR-VENDA  PIC 9(10)V99.
           02 REG-BEM-RESULTADO    PIC S9(10)V99.
