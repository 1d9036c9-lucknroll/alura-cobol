      *            COM A SEQUÊNCIA, O PROGRAMA CHAMADO, O SINALIZADOR
      *            DE ATIVA, A POLÍTICA DE ETAPA CRÍTICA, A ETAPA DA
      *            QUAL DEPENDE (ZERO = NENHUMA), A FREQUÊNCIA
      *            (D=DIÁRIA, U=SÓ DIA ÚTIL, M=MENSAL NO DIA N,
      *            S=SEMANAL NO DIA DA SEMANA N, 1=SEGUNDA A
      *            7=DOMINGO) E O DIA DO MÊS OU DA SEMANA PARA A
      *            FREQUÊNCIA MENSAL OU SEMANAL. MANTIDO PELO
      *            MANUTCATALOGO E LIDO PELO LOTENOTURNO - INCLUIR UM
      *            PROGRAMA NA NOITE DEIXA DE SER MUDANÇA DE CÓDIGO
      * DATA = 01/09/2026
      * -------------------------------------------------------------- *
      * 15/10/2026 LUCAS  INCLUÍDA A FREQUÊNCIA SEMANAL (S)
      ******************************************************************
       01  REG-CATALOGO-NOTURNO.
           02 REG-CAT-SEQ        PIC 9(02).
               88 CAT-FREQ-DIARIA    VALUE 'D'.
               88 CAT-FREQ-DIA-UTIL  VALUE 'U'.
               88 CAT-FREQ-MENSAL    VALUE 'M'.
               88 CAT-FREQ-SEMANAL   VALUE 'S'.
           02 REG-CAT-DIA        PIC 9(02).
