      * 01/09/2026 LUCAS  O LIMITE DE CRÉDITO NASCE ZERADO (SEM
      *                    LIMITE) NA CARGA, PARA SER DEFINIDO PELA
      *                    MANUTENÇÃO DO CADASTRO
      * 15/10/2026 LUCAS  O CÓDIGO SUCESSOR NASCE ZERADO NA CARGA,
      *                    SÓ A FUSÃO DE CLIENTES O PREENCHE
      ****************************

       ENVIRONMENT DIVISION.
           MOVE SPACES         TO REG-CAD-CPFCNPJ.
           MOVE ZEROES         TO REG-CAD-CEP.
           MOVE ZEROES         TO REG-CAD-LIMITE.
           MOVE ZEROES         TO REG-CAD-SUCESSOR.
           WRITE REG-CADASTRO
               INVALID KEY
                   ADD 1 TO WRK-QT-DUPLICADOS
