      ******************************************************************
      * COPYBOOK = SOLALTER
      * AUTOR = LUCAS
      * OBJETIVO = ÁREA DE COMUNICAÇÃO COM O GRAVAALTERACAO: O
      *            CHAMADOR INFORMA O USUÁRIO E O PIN DO SOLICITANTE
      *            (CONFERIDOS NO ARQUIVO DE SEGURANÇA) JUNTO COM A
      *            ALTERAÇÃO PREENCHIDA (ALTPEND); RECEBE O NÚMERO DA
      *            SOLICITAÇÃO GRAVADA OU O MOTIVO DA RECUSA
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-SOLICITACAO.
           02 REG-SOL-USUARIO PIC X(20).
           02 REG-SOL-PIN     PIC 9(04).
           02 REG-SOL-RETORNO PIC X(01).
               88 SOL-GRAVADA         VALUE '0'.
               88 SOL-USUARIO-INVALIDO VALUE '1'.
               88 SOL-JA-PENDENTE     VALUE '2'.
           02 REG-SOL-NUMERO  PIC 9(06).
