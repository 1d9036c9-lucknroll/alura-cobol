      *            A APURAÇÃO MENSAL DE COMISSÕES LÊ DAQUI E O DONO
      *            PARA DE CALCULAR COMISSÃO NO PAPEL
      * DATA = 01/09/2026
      * 15/10/2026 LUCAS  INCLUÍDA A BASE DA COMISSÃO DO VENDEDOR: NA
      *                    VENDA (V) OU NO RECEBIMENTO DAS DUPLICATAS
      *                    (R)
      ****************************

       ENVIRONMENT DIVISION.
       77 WRK-NOME   PIC X(20) VALUE SPACES.
       77 WRK-PCT    PIC 9(02)V99 VALUE ZEROES.
       77 WRK-PCT-ED PIC Z9,99 VALUE ZEROES.
       77 WRK-BASE   PIC X(01) VALUE SPACES.
           88 BASE-VALIDA VALUE 'V' 'R'.

       77 WRK-QT-VENDEDORES PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-VEN       PIC 9(03) COMP VALUE ZEROES.
               03 WRK-TV-NOME     PIC X(20).
               03 WRK-TV-PCT      PIC 9(02)V99.
               03 WRK-TV-SITUACAO PIC X(01).
               03 WRK-TV-BASE     PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                   TO WRK-TV-PCT(WRK-QT-VENDEDORES)
               MOVE REG-VEN-SITUACAO
                   TO WRK-TV-SITUACAO(WRK-QT-VENDEDORES)
               MOVE REG-VEN-BASE-COMISSAO
                   TO WRK-TV-BASE(WRK-QT-VENDEDORES)
               IF WRK-TV-BASE(WRK-QT-VENDEDORES) = SPACE
                   MOVE 'V' TO WRK-TV-BASE(WRK-QT-VENDEDORES)
               END-IF
           END-IF.
           PERFORM 0110-LER-VENDEDOR.

           MOVE WRK-NOME   TO WRK-TV-NOME(WRK-QT-VENDEDORES).
           MOVE WRK-PCT    TO WRK-TV-PCT(WRK-QT-VENDEDORES).
           MOVE 'A'        TO WRK-TV-SITUACAO(WRK-QT-VENDEDORES).
           MOVE WRK-BASE   TO WRK-TV-BASE(WRK-QT-VENDEDORES).
           DISPLAY 'VENDEDOR INCLUÍDO'.

       0220-ALTERAR.
           MOVE WRK-TV-PCT(WRK-VEN-ACHADO) TO WRK-PCT-ED.
           DISPLAY 'VENDEDOR ATUAL: '
               WRK-TV-NOME(WRK-VEN-ACHADO) ' COMISSÃO '
               WRK-PCT-ED '% BASE ' WRK-TV-BASE(WRK-VEN-ACHADO).
           PERFORM 0270-PEDIR-DADOS.
           MOVE WRK-NOME TO WRK-TV-NOME(WRK-VEN-ACHADO).
           MOVE WRK-PCT  TO WRK-TV-PCT(WRK-VEN-ACHADO).
           MOVE WRK-BASE TO WRK-TV-BASE(WRK-VEN-ACHADO).
           DISPLAY 'VENDEDOR ALTERADO'.

       0230-DESATIVAR.
               DISPLAY WRK-TV-CODIGO(WRK-SUB-VEN) ' '
                   WRK-TV-NOME(WRK-SUB-VEN) ' '
                   WRK-PCT-ED '% '
                   WRK-TV-SITUACAO(WRK-SUB-VEN) ' '
                   WRK-TV-BASE(WRK-SUB-VEN)
           END-PERFORM.

       0250-PEDIR-CODIGO.
           ACCEPT WRK-NOME FROM CONSOLE.
           DISPLAY 'PERCENTUAL DE COMISSÃO (FORMATO 99,99):'.
           ACCEPT WRK-PCT FROM CONSOLE.
           MOVE SPACES TO WRK-BASE.
           PERFORM 0275-PEDIR-BASE UNTIL BASE-VALIDA.

      * V PAGA A COMISSÃO NA VENDA; R SÓ NO RECEBIMENTO DE CADA
      * DUPLICATA, PROPORCIONAL AO VALOR RECEBIDO
       0275-PEDIR-BASE.
           DISPLAY 'COMISSÃO PAGA NA (V) VENDA OU NO (R) RECEBIMENTO:'.
           ACCEPT WRK-BASE FROM CONSOLE.
           IF NOT BASE-VALIDA
               DISPLAY 'BASE INVÁLIDA - INFORME V OU R'
           END-IF.

       0400-GRAVAR-VENDEDORES.
           OPEN OUTPUT ARQ-VENDEDORES.
               MOVE WRK-TV-PCT(WRK-SUB-VEN)    TO REG-VEN-PCT
               MOVE WRK-TV-SITUACAO(WRK-SUB-VEN)
                   TO REG-VEN-SITUACAO
               MOVE WRK-TV-BASE(WRK-SUB-VEN)
                   TO REG-VEN-BASE-COMISSAO
               WRITE REG-VENDEDOR
           END-PERFORM.
           CLOSE ARQ-VENDEDORES.
