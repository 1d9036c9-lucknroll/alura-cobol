       IDENTIFICATION DIVISION.
       PROGRAM-ID. calculaencargo.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = CÁLCULO DOS ENCARGOS DE ATRASO DE UMA DUPLICATA,
      *            CHAMADO COM A ÁREA DO COPYBOOK ENCARGO PELA BAIXA
      *            CONTRA OS DEPÓSITOS E PELO RETORNO DE BOLETOS:
      *            PAGO ATÉ O VENCIMENTO, NÃO HÁ ENCARGO; DEPOIS
      *            DELE, A MULTA (MULTA-ATRASO-PCT SOBRE O SALDO,
      *            COBRADA UMA VEZ SÓ - NO PRIMEIRO PAGAMENTO EM
      *            ATRASO) E OS JUROS SIMPLES PRO RATA DIA
      *            (JUROS-MES-PCT AO MÊS DE 30 DIAS SOBRE O SALDO,
      *            CORRIDOS DESDE O VENCIMENTO OU DESDE O ÚLTIMO
      *            PAGAMENTO EM ATRASO). O VALOR PAGO QUITA PRIMEIRO
      *            A MULTA, DEPOIS OS JUROS E POR ÚLTIMO O PRINCIPAL;
      *            O ENCARGO QUE O PAGAMENTO NÃO COBRE NÃO SE
      *            ACUMULA PARA O PRÓXIMO, E O QUE PASSA DO TOTAL
      *            DEVIDO VOLTA COMO EXCEDENTE. AS TAXAS VÊM DO
      *            PARAMETROS-NEGOCIO PELO BUSCAPARAMETRO, COM O
      *            PADRÃO COMPILADO QUANDO A CHAVE NÃO EXISTE
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY 'parametro.cbl'.
           COPY 'servdata.cbl'.

      * AS TAXAS SÃO LIDAS UMA VEZ POR RUN UNIT
       77 WRK-TAXAS-CARREGADAS PIC X(01) VALUE 'N'.
           88 TAXAS-CARREGADAS    VALUE 'S'.
       77 WRK-MULTA-PCT   PIC 9(03)V99 VALUE 2,00.
       77 WRK-JUROS-PCT   PIC 9(03)V99 VALUE 1,00.
       77 WRK-INICIO-JUROS PIC 9(08) VALUE ZEROES.
       77 WRK-DIAS-JUROS  PIC 9(05) VALUE ZEROES.
       77 WRK-RESTO       PIC 9(08)V99 VALUE ZEROES.

       LINKAGE SECTION.
           COPY 'encargo.cbl'.

       PROCEDURE DIVISION USING REG-ENCARGO-PEDIDO.
       0001-PRINCIPAL.
           IF NOT TAXAS-CARREGADAS
               PERFORM 0100-CARREGAR-TAXAS
           END-IF.
           MOVE ZEROES TO REG-ENC-DIAS-ATRASO.
           MOVE ZEROES TO REG-ENC-MULTA.
           MOVE ZEROES TO REG-ENC-JUROS.
           IF REG-ENC-DATA-PAGTO > REG-ENC-VENCIMENTO
               PERFORM 0200-CALCULAR-ENCARGOS
           END-IF.
           COMPUTE REG-ENC-TOTAL =
               REG-ENC-SALDO + REG-ENC-MULTA + REG-ENC-JUROS.
           PERFORM 0300-DIVIDIR-PAGAMENTO.
           GOBACK.

       0100-CARREGAR-TAXAS.
           MOVE 'MULTA-ATRASO-PCT' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-MULTA-PCT
           END-IF.
           MOVE 'JUROS-MES-PCT' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-JUROS-PCT
           END-IF.
           MOVE 'S' TO WRK-TAXAS-CARREGADAS.

      * A MULTA SÓ ENTRA SE NENHUM PAGAMENTO ANTERIOR FOI FEITO EM
      * ATRASO; OS JUROS CORREM DO VENCIMENTO, OU DO ÚLTIMO PAGAMENTO
      * EM ATRASO, QUE JÁ COBROU OS DIAS ANTERIORES
       0200-CALCULAR-ENCARGOS.
           MOVE 8 TO REG-SRV-FUNCAO.
           MOVE REG-ENC-VENCIMENTO TO REG-SRV-DATA1.
           MOVE REG-ENC-DATA-PAGTO TO REG-SRV-DATA2.
           CALL 'servicodata' USING REG-SERVDATA.
           IF NOT SRV-DATA-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-SRV-DIAS-RES TO REG-ENC-DIAS-ATRASO.
           IF REG-ENC-ULT-PAGTO > REG-ENC-VENCIMENTO
               MOVE REG-ENC-ULT-PAGTO TO WRK-INICIO-JUROS
           ELSE
               MOVE REG-ENC-VENCIMENTO TO WRK-INICIO-JUROS
               COMPUTE REG-ENC-MULTA ROUNDED =
                   REG-ENC-SALDO * WRK-MULTA-PCT / 100
           END-IF.
           MOVE ZEROES TO WRK-DIAS-JUROS.
           IF REG-ENC-DATA-PAGTO > WRK-INICIO-JUROS
               MOVE WRK-INICIO-JUROS TO REG-SRV-DATA1
               CALL 'servicodata' USING REG-SERVDATA
               IF SRV-DATA-OK
                   MOVE REG-SRV-DIAS-RES TO WRK-DIAS-JUROS
               END-IF
           END-IF.
           COMPUTE REG-ENC-JUROS ROUNDED =
               REG-ENC-SALDO * WRK-JUROS-PCT / 100
                   * WRK-DIAS-JUROS / 30.

      * ORDEM DE IMPUTAÇÃO: MULTA, JUROS, PRINCIPAL, EXCEDENTE
       0300-DIVIDIR-PAGAMENTO.
           MOVE REG-ENC-VALOR-PAGO TO WRK-RESTO.
           IF WRK-RESTO > REG-ENC-MULTA
               MOVE REG-ENC-MULTA TO REG-ENC-APL-MULTA
           ELSE
               MOVE WRK-RESTO TO REG-ENC-APL-MULTA
           END-IF.
           SUBTRACT REG-ENC-APL-MULTA FROM WRK-RESTO.
           IF WRK-RESTO > REG-ENC-JUROS
               MOVE REG-ENC-JUROS TO REG-ENC-APL-JUROS
           ELSE
               MOVE WRK-RESTO TO REG-ENC-APL-JUROS
           END-IF.
           SUBTRACT REG-ENC-APL-JUROS FROM WRK-RESTO.
           IF WRK-RESTO > REG-ENC-SALDO
               MOVE REG-ENC-SALDO TO REG-ENC-APL-PRINC
           ELSE
               MOVE WRK-RESTO TO REG-ENC-APL-PRINC
           END-IF.
           SUBTRACT REG-ENC-APL-PRINC FROM WRK-RESTO.
           MOVE WRK-RESTO TO REG-ENC-EXCEDENTE.
           COMPUTE REG-ENC-NOVO-SALDO =
               REG-ENC-SALDO - REG-ENC-APL-PRINC.
