      ******************************************************************
      * COPYBOOK = PONTO
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO ARQUIVO INDEXADO DE MARCAÇÕES DE PONTO
      *            (PONTO-DIARIO), UMA POR FUNCIONÁRIO E DIA, CHAVE
      *            MATRÍCULA + DATA: ENTRADA E SAÍDA (HHMM), INTERVALO
      *            EM MINUTOS, HORAS TRABALHADAS E A SEPARAÇÃO EM
      *            HORAS EXTRAS A 50% E A 100% (DOMINGO E FERIADO DO
      *            ARQUIVO FERIADOS) E HORAS NOTURNAS (22H ÀS 5H),
      *            MAIS O CÓDIGO DE AUSÊNCIA DO DIA. GRAVADO PELO
      *            DIGITAPONTO, LIDO PELO ESPELHOPONTO E PELA FOLHA
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-PONTO.
           02 REG-PON-CHAVE.
               03 REG-PON-MATRICULA PIC 9(05).
               03 REG-PON-DATA      PIC 9(08).
           02 REG-PON-ENTRADA    PIC 9(04).
           02 REG-PON-SAIDA      PIC 9(04).
           02 REG-PON-INTERVALO  PIC 9(03).
           02 REG-PON-TRABALHADAS PIC 9(02)V99.
           02 REG-PON-EXTRA-50   PIC 9(02)V99.
           02 REG-PON-EXTRA-100  PIC 9(02)V99.
           02 REG-PON-NOTURNAS   PIC 9(02)V99.
           02 REG-PON-AUSENCIA   PIC X(01).
               88 PON-PRESENTE       VALUE ' '.
               88 PON-FALTA          VALUE 'F'.
               88 PON-JUSTIFICADA    VALUE 'J'.
               88 PON-ATESTADO       VALUE 'A'.
               88 PON-AUSENCIA-VALIDA VALUE ' ' 'F' 'J' 'A'.
