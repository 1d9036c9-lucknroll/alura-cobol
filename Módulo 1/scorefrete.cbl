      ******************************************************************
      * COPYBOOK = SCOREFRETE
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO SCORE MENSAL DAS TRANSPORTADORAS
      *            (SCORE-TRANSPORTADORAS): UMA LINHA POR COMPETÊNCIA,
      *            TRANSPORTADORA E UF COM AS CONTAGENS E OS
      *            PERCENTUAIS DE ENTREGA NO PRAZO (ATRASOS SEM
      *            CONFIRMAÇÃO, COMO NO ATRASOFRETE), DE FATURA DENTRO
      *            DA TOLERÂNCIA (COMO NO AUDITAFRETE) E DE RETORNO
      *            EDI SEM RECUSA OU REPRECIFICAÇÃO (COMO NO
      *            RETORNOEDI) - GRAVADO PELO SCORETRANSP E LIDO PELA
      *            COTAÇÃO (FRETEEVALUATE); O SCORE VAI DE 0 A 100 E
      *            100 É A TRANSPORTADORA SEM NENHUMA FALHA; AS
      *            RECLAMAÇÕES DE AVARIA/EXTRAVIO DO MÊS
      *            (RECLAMAFRETE) ENTRAM COMO QUARTO PERCENTUAL
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-SCORE-FRETE.
           02 REG-SCF-COMPETENCIA PIC 9(06).
           02 REG-SCF-TRANSP      PIC 9(02).
           02 REG-SCF-UF          PIC X(02).
           02 REG-SCF-COTACOES    PIC 9(05).
           02 REG-SCF-ATRASADAS   PIC 9(05).
           02 REG-SCF-EDI-FALHA   PIC 9(05).
           02 REG-SCF-FATURAS     PIC 9(05).
           02 REG-SCF-ACIMA       PIC 9(05).
           02 REG-SCF-PCT-PRAZO   PIC 9(03)V99.
           02 REG-SCF-PCT-FATURA  PIC 9(03)V99.
           02 REG-SCF-PCT-EDI     PIC 9(03)V99.
           02 REG-SCF-SCORE       PIC 9(03)V99.
           02 REG-SCF-SINISTROS   PIC 9(05).
           02 REG-SCF-PCT-SINISTRO PIC 9(03)V99.
