      *                    OS RELATÓRIOS DE AUMENTO SUBTOTALIZAM POR
      *                    DEPARTAMENTO E O CUSTO APROVADO SAI NA
      *                    EXPORTAÇÃO CONTÁBIL POR CENTRO (FOLHAGL)
      * 15/10/2026 LUCAS  INCLUÍDO O CARGO DO FUNCIONÁRIO (CADASTRO
      *                    CARGOS, COM A FAIXA SALARIAL), MANTIDO PELO
      *                    MANUTCARGO (BRANCO = SEM CARGO)
      ******************************************************************
       01  REG-EMPREGADO.
           02 REG-EMP-MATRICULA  PIC 9(05).
           02 REG-EMP-DATADESLIG PIC 9(08).
           02 REG-EMP-MOTIVO     PIC X(20).
           02 REG-EMP-DEPTO      PIC X(04).
           02 REG-EMP-CARGO      PIC X(04).
