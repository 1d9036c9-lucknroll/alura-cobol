      ******************************************************************
      * COPYBOOK = DEPARTAMENTO
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO CADASTRO DE DEPARTAMENTOS (DEPARTAMENTOS),
      *            MANTIDO PELO MANUTDEPTO: CÓDIGO E DESCRIÇÃO, O
      *            USUÁRIO GERENTE RESPONSÁVEL, O USUÁRIO DE
      *            ESCALAÇÃO, O TETO DA ALÇADA DO GERENTE E A FILIAL
      *            PELA QUAL O DEPARTAMENTO RESPONDE. LIDO PELO
      *            ALCADADEPTO, QUE DECIDE QUEM APROVA CADA AUMENTO
      *            E CADA PEDIDO RETIDO. REGISTRO ANTIGO SEM OS
      *            CAMPOS DA ALÇADA CHEGA COM BRANCOS NO LUGAR
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-DEPARTAMENTO.
           02 REG-DEP-CODIGO    PIC X(04).
           02 REG-DEP-DESCRICAO PIC X(20).
           02 REG-DEP-GERENTE   PIC X(20).
           02 REG-DEP-ESCALACAO PIC X(20).
           02 REG-DEP-TETO      PIC 9(08)V99.
           02 REG-DEP-FILIAL    PIC 9(02).
