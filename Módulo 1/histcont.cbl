      ******************************************************************
      * COPYBOOK = HISTCONT
      * AUTOR = LUCAS
      * OBJETIVO = LAYOUT DO HISTÓRICO DAS CONTAGENS APURADAS
      *            (HISTORICO-CONTAGENS): UMA LINHA POR PRODUTO
      *            ENCERRADO NA APURAÇÃO DO CONTAGEMVAR, COM A CLASSE
      *            ABC, AS QUANTIDADES E SE A DIFERENÇA FICOU DENTRO
      *            DA TOLERÂNCIA - BASE DO RELATÓRIO MENSAL DE
      *            ACURÁCIA (ACURACIAINV)
      * DATA = 15/10/2026
      ******************************************************************
       01  REG-HISTORICO-CONTAGEM.
           02 REG-HCT-DATA     PIC 9(08).
           02 REG-HCT-PRODUTO  PIC 9(06).
           02 REG-HCT-CLASSE   PIC X(01).
           02 REG-HCT-SISTEMA  PIC S9(07).
           02 REG-HCT-CONTADO  PIC 9(07).
           02 REG-HCT-DENTRO   PIC X(01).
               88 REG-HCT-NA-TOLERANCIA VALUE 'S'.
