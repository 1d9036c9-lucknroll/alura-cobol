      *                    A RECUSAR A EXECUÇÃO (COMO A FILA DE
      *                    APROVAÇÃO): O EXCEDENTE ERA DESCARTADO E
      *                    SUMIA NA REGRAVAÇÃO
      * 15/10/2026 LUCAS  O AJUSTE POSTADO VAI PARA A FILIAL PADRÃO
      *                    DO ESTOQUE (FILIAL 00 NO MOVIMENTO)
      * 15/10/2026 LUCAS  APURAÇÃO PARCIAL PARA A CONTAGEM CÍCLICA: A
      *                    LINHA SEM DIFERENÇA FICA ENCERRADA ('E'), A
      *                    AJUSTADA E A ENCERRADA SAEM DA CONTAGEM-
      *                    ABERTA NA REGRAVAÇÃO E AS PENDENTES FICAM
      *                    PARA A PRÓXIMA APURAÇÃO. CADA LINHA FECHADA
      *                    VAI PARA O HISTORICO-CONTAGENS COM A CLASSE
      *                    ABC E SE FICOU DENTRO DA TOLERÂNCIA
      *                    (CONTAGEM-TOLERANCIA, PERCENTUAL - PADRÃO 2)
      * 15/10/2026 LUCAS  O MOVIMENTO GERADO LEVA O PEDIDO E O KIT
      *                    PRONTO ZERADOS
      ****************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WRK-STATUS-MOVIMENTOS.
           SELECT ARQ-RELATORIO ASSIGN TO 'RELATORIO-DIFERENCAS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-HISTCONT ASSIGN TO 'HISTORICO-CONTAGENS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HISTCONT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELATORIO.
       01  REG-RELATORIO PIC X(80).

       FD  ARQ-HISTCONT.
           COPY 'histcont.cbl'.

       WORKING-STORAGE SECTION.
           COPY 'parametro.cbl'.

       77 WRK-STATUS-CONTAGEM   PIC X(02) VALUE '00'.
           88 CONTAGEM-OK          VALUE '00'.
       77 WRK-STATUS-MOVIMENTOS PIC X(02) VALUE '00'.
           88 MOVIMENTOS-OK        VALUE '00'.
       77 WRK-STATUS-HISTCONT   PIC X(02) VALUE '00'.
           88 HISTCONT-OK          VALUE '00'.
       77 WRK-FIM-CONTAGEM PIC X(01) VALUE 'N'.
           88 FIM-CONTAGEM    VALUE 'S'.

       77 WRK-DIF-ED     PIC -ZZZZZZ9 VALUE ZEROES.
       77 WRK-QT-DIFERENCAS PIC 9(05) VALUE ZEROES.
       77 WRK-QT-AJUSTADOS  PIC 9(05) VALUE ZEROES.
       77 WRK-QT-ENCERRADOS PIC 9(05) VALUE ZEROES.
       77 WRK-QT-PENDENTES  PIC 9(05) VALUE ZEROES.

      * TOLERÂNCIA DA ACURÁCIA, EM PERCENTUAL DA QUANTIDADE DO SISTEMA
       77 WRK-TOLERANCIA PIC 9(03)V99 VALUE 2.
       77 WRK-DIF-ABS    PIC 9(07) VALUE ZEROES.
       77 WRK-SISTEMA-ABS PIC 9(07) VALUE ZEROES.
       77 WRK-DENTRO     PIC X(01) VALUE 'N'.
       77 WRK-APROVA     PIC X(01) VALUE 'N'.
           88 AJUSTE-APROVADO VALUE 'S'.

           DISPLAY 'APURAÇÃO DO INVENTÁRIO FÍSICO'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           MOVE 'CONTAGEM-TOLERANCIA' TO REG-PRM-CHAVE.
           CALL 'buscaparametro' USING REG-PARAMETRO-PEDIDO.
           IF PRM-ACHADO
               MOVE REG-PRM-VALOR TO WRK-TOLERANCIA
           END-IF.
           PERFORM 0100-CARREGAR-CONTAGEM.
           IF TABELA-EXCEDIDA
               DISPLAY 'CONTAGEM-ABERTA EXCEDE O LIMITE DE 500 DA '
               VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS.
           CLOSE ARQ-RELATORIO.
           IF WRK-QT-AJUSTADOS > ZEROES OR WRK-QT-ENCERRADOS > ZEROES
               PERFORM 0400-REGRAVAR-CONTAGEM
           END-IF.
           DISPLAY 'DIFERENÇAS APURADAS..: ' WRK-QT-DIFERENCAS.
           DISPLAY 'AJUSTES POSTADOS.....: ' WRK-QT-AJUSTADOS.
           DISPLAY 'ENCERRADOS SEM AJUSTE: ' WRK-QT-ENCERRADOS.
           DISPLAY 'AINDA EM ABERTO......: ' WRK-QT-PENDENTES.
           DISPLAY 'FINAL DA APURAÇÃO DO INVENTÁRIO'.
           GOBACK.


      * SÓ A LINHA JÁ CONTADA ENTRA NA APURAÇÃO; A DIFERENÇA
      * APROVADA VIRA AJUSTE COM REFERÊNCIA DE INVENTÁRIO E A LINHA
      * PASSA A AJUSTADA; SEM DIFERENÇA, A LINHA FICA ENCERRADA. A
      * LINHA AINDA PENDENTE (OUTRA FATIA DO CICLO) SÓ É CONTADA
       0200-APURAR-LINHA.
           MOVE WRK-TC-REGISTRO(WRK-SUB-LIN) TO REG-CONTAGEM.
           IF NOT REG-CNT-CONTADO-JA
               IF REG-CNT-PENDENTE
                   ADD 1 TO WRK-QT-PENDENTES
               END-IF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-DIFERENCA =
               REG-CNT-CONTADO - REG-CNT-SISTEMA.
           PERFORM 0250-VERIFICAR-TOLERANCIA.
           IF WRK-DIFERENCA = ZEROES
               MOVE 'E' TO REG-CNT-SITUACAO
               MOVE REG-CONTAGEM TO WRK-TC-REGISTRO(WRK-SUB-LIN)
               PERFORM 0350-REGISTRAR-HISTORICO
               ADD 1 TO WRK-QT-ENCERRADOS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QT-DIFERENCAS.
               PERFORM 0300-POSTAR-AJUSTE
               MOVE 'A' TO REG-CNT-SITUACAO
               MOVE REG-CONTAGEM TO WRK-TC-REGISTRO(WRK-SUB-LIN)
               PERFORM 0350-REGISTRAR-HISTORICO
               ADD 1 TO WRK-QT-AJUSTADOS
           END-IF.

      * DENTRO DA TOLERÂNCIA QUANDO A DIFERENÇA NÃO PASSA DO
      * PERCENTUAL SOBRE O SISTEMA; COM O SISTEMA ZERADO OU NEGATIVO
      * SÓ A CONTAGEM EXATA CONTA COMO ACERTO
       0250-VERIFICAR-TOLERANCIA.
           MOVE 'N' TO WRK-DENTRO.
           IF WRK-DIFERENCA < ZEROES
               COMPUTE WRK-DIF-ABS = WRK-DIFERENCA * -1
           ELSE
               MOVE WRK-DIFERENCA TO WRK-DIF-ABS
           END-IF.
           IF REG-CNT-SISTEMA > ZEROES
               MOVE REG-CNT-SISTEMA TO WRK-SISTEMA-ABS
               IF WRK-DIF-ABS * 100 NOT >
                  WRK-TOLERANCIA * WRK-SISTEMA-ABS
                   MOVE 'S' TO WRK-DENTRO
               END-IF
           ELSE
               IF WRK-DIF-ABS = ZEROES
                   MOVE 'S' TO WRK-DENTRO
               END-IF
           END-IF.

       0300-POSTAR-AJUSTE.
           OPEN EXTEND ARQ-MOVIMENTOS.
           IF NOT MOVIMENTOS-OK
           MOVE 'INVENTARIO'     TO REG-MOV-REF.
           MOVE SPACES           TO REG-MOV-LOTE.
           MOVE ZEROES           TO REG-MOV-VALIDADE.
           MOVE ZEROES           TO REG-MOV-FILIAL.
           MOVE ZEROES           TO REG-MOV-PEDIDO.
           MOVE ZEROES           TO REG-MOV-KIT-PRONTO.
           WRITE REG-MOVIMENTO.
           CLOSE ARQ-MOVIMENTOS.

       0350-REGISTRAR-HISTORICO.
           OPEN EXTEND ARQ-HISTCONT.
           IF NOT HISTCONT-OK
               OPEN OUTPUT ARQ-HISTCONT
           END-IF.
           MOVE WRK-DATA-SYS-NUM TO REG-HCT-DATA.
           MOVE REG-CNT-PRODUTO  TO REG-HCT-PRODUTO.
           MOVE REG-CNT-CLASSE   TO REG-HCT-CLASSE.
           MOVE REG-CNT-SISTEMA  TO REG-HCT-SISTEMA.
           MOVE REG-CNT-CONTADO  TO REG-HCT-CONTADO.
           MOVE WRK-DENTRO       TO REG-HCT-DENTRO.
           WRITE REG-HISTORICO-CONTAGEM.
           CLOSE ARQ-HISTCONT.

      * A LINHA AJUSTADA OU ENCERRADA JÁ ESTÁ NO HISTÓRICO E SAI DO
      * ARQUIVO; FICAM AS PENDENTES E AS CONTADAS SEM APROVAÇÃO
       0400-REGRAVAR-CONTAGEM.
           OPEN OUTPUT ARQ-CONTAGEM.
           PERFORM VARYING WRK-SUB-LIN FROM 1 BY 1
               UNTIL WRK-SUB-LIN > WRK-QT-LINHAS
               MOVE WRK-TC-REGISTRO(WRK-SUB-LIN) TO REG-CONTAGEM
               IF NOT REG-CNT-AJUSTADO AND NOT REG-CNT-ENCERRADO
                   WRITE REG-CONTAGEM
               END-IF
           END-PERFORM.
           CLOSE ARQ-CONTAGEM.
