               MOVE ZEROES TO REG-EMP-DATADESLIG
               MOVE SPACES TO REG-EMP-MOTIVO
               MOVE SPACES TO REG-EMP-DEPTO
               MOVE SPACES TO REG-EMP-CARGO
               WRITE REG-EMPREGADO
           END-PERFORM.
           CLOSE ARQ-MASTER.
