       IDENTIFICATION DIVISION.
       PROGRAM-ID. manutimobil.
      ****************************
      * ÁREA DE COMENTÁRIOS
      * AUTOR = LUCAS
      * OBJETIVO = MANUTENÇÃO DO CADASTRO DO ATIVO IMOBILIZADO
      *            (BENS-IMOBILIZADO): LISTAR, INCLUIR (DESCRIÇÃO,
      *            FILIAL VALIDADA NO SALDOFILIAL, CENTRO DE CUSTO,
      *            AQUISIÇÃO, VALOR, VALOR RESIDUAL, VIDA ÚTIL E
      *            MÉTODO), ALTERAR, SUSPENDER/REATIVAR A DEPRECIAÇÃO,
      *            EXCLUIR O BEM AINDA NÃO DEPRECIADO E DAR BAIXA POR
      *            ALIENAÇÃO: A BAIXA APURA O GANHO OU A PERDA (VALOR
      *            DE VENDA MENOS O VALOR CONTÁBIL) E ANEXA EM
      *            LANCAMENTOS-GL, NO CENTRO DE CUSTO DO BEM, O
      *            RECEBIMENTO, A SAÍDA DA DEPRECIAÇÃO ACUMULADA E DO
      *            CUSTO E O RESULTADO - RECUSADA SE A COMPETÊNCIA DA
      *            BAIXA ESTIVER FECHADA EM PERIODOS-CONTABEIS. CONTAS
      *            DAS LINHAS 'DEPREC', 'BXIMOB' E 'ALIENA' DO
      *            MAPA-CONTAS OU O PADRÃO COMPILADO
      * DATA = 15/10/2026
      ****************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BENS ASSIGN TO 'BENS-IMOBILIZADO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BENS.
           SELECT ARQ-MAPA-CONTAS ASSIGN TO 'MAPA-CONTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT ARQ-GL ASSIGN TO 'LANCAMENTOS-GL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-BENS.
           COPY 'imobiliz.cbl'.

       FD  ARQ-MAPA-CONTAS.
       01  REG-MAPA-CONTA.
           02 REG-MC-MES          PIC 9(02).
           02 REG-MC-CONTA-DEB    PIC X(08).
           02 REG-MC-CONTA-CRED   PIC X(08).
           02 REG-MC-CENTRO-CUSTO PIC X(06).

       FD  ARQ-GL.
       01  REG-GL.
           02 REG-GL-TIPO        PIC X(01).
           02 REG-GL-CONTA       PIC X(08).
           02 REG-GL-CENTRO      PIC X(06).
           02 REG-GL-VALOR       PIC 9(10)V99.
           02 REG-GL-COMPETENCIA PIC 9(06).
           02 REG-GL-QT          PIC 9(05).

       WORKING-STORAGE SECTION.
           COPY 'servdata.cbl'.
           COPY 'servfilial.cbl'.
           COPY 'periodo.cbl'.

       77 WRK-STATUS-BENS PIC X(02) VALUE '00'.
           88 BENS-OK        VALUE '00'.
       77 WRK-STATUS-MAPA PIC X(02) VALUE '00'.
           88 MAPA-OK        VALUE '00'.
       77 WRK-STATUS-GL   PIC X(02) VALUE '00'.
           88 GL-OK          VALUE '00'.
       77 WRK-FIM-BENS PIC X(01) VALUE 'N'.
           88 FIM-BENS    VALUE 'S'.
       77 WRK-FIM-MAPA PIC X(01) VALUE 'N'.
           88 FIM-MAPA    VALUE 'S'.

      * CONTAS DO IMOBILIZADO: AS LINHAS 'DEPREC' (DESPESA /
      * DEPRECIAÇÃO ACUMULADA), 'BXIMOB' (CAIXA / CUSTO DO BEM) E
      * 'ALIENA' (PERDA / GANHO) DO MAPA DE CONTAS DO MÊS DA BAIXA
      * PREVALECEM SOBRE O PADRÃO COMPILADO
       77 WRK-GL-DESP-DEPR   PIC X(08) VALUE '41060001'.
       77 WRK-GL-DEPR-ACUM   PIC X(08) VALUE '12010009'.
       77 WRK-GL-CAIXA       PIC X(08) VALUE '11010001'.
       77 WRK-GL-IMOBILIZADO PIC X(08) VALUE '12010001'.
       77 WRK-GL-PERDA       PIC X(08) VALUE '41070001'.
       77 WRK-GL-GANHO       PIC X(08) VALUE '32040001'.
       77 WRK-GL-TIPO-VEZ    PIC X(01) VALUE SPACES.
       77 WRK-GL-CONTA-VEZ   PIC X(08) VALUE SPACES.
       77 WRK-GL-VALOR-VEZ   PIC 9(10)V99 VALUE ZEROES.

      * OS BENS SÃO CARREGADOS EM TABELA E O ARQUIVO É REGRAVADO
      * INTEIRO A CADA ALTERAÇÃO; ACIMA DO LIMITE A MANUTENÇÃO É
      * RECUSADA PARA NÃO TRUNCAR O CADASTRO NA REGRAVAÇÃO
       77 WRK-QT-BENS    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-BEM    PIC 9(03) COMP VALUE ZEROES.
       77 WRK-SUB-ACHADO PIC 9(03) COMP VALUE ZEROES.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA    VALUE 'S'.
       01  WRK-TAB-BENS.
           02 WRK-TB-REGISTRO PIC X(133) OCCURS 500 TIMES.
       77 WRK-ULTIMO-NUMERO PIC 9(05) VALUE ZEROES.

       77 WRK-OPCAO     PIC 9(01) VALUE ZEROES.
       77 WRK-NUMERO    PIC 9(05) VALUE ZEROES.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-FILIAL    PIC 9(02) VALUE ZEROES.
       77 WRK-CENTRO    PIC X(06) VALUE SPACES.
       77 WRK-DATA      PIC 9(08) VALUE ZEROES.
       77 WRK-VALOR     PIC 9(10)V99 VALUE ZEROES.
       77 WRK-RESIDUAL  PIC 9(10)V99 VALUE ZEROES.
       77 WRK-VIDA      PIC 9(03) VALUE ZEROES.
       77 WRK-METODO    PIC X(01) VALUE SPACES.
           88 METODO-VALIDO  VALUE 'L' 'S'.
       77 WRK-DADOS-OK  PIC X(01) VALUE 'N'.
           88 DADOS-OK       VALUE 'S'.
       77 WRK-RESPOSTA  PIC X(01) VALUE SPACES.
           88 RESPOSTA-SIM   VALUE 'S' 's'.

       77 WRK-VALOR-CONTABIL PIC 9(10)V99 VALUE ZEROES.
       77 WRK-RESULTADO      PIC S9(10)V99 VALUE ZEROES.
       77 WRK-TOTAL-CUSTO    PIC 9(12)V99 VALUE ZEROES.
       77 WRK-TOTAL-DEPR     PIC 9(12)V99 VALUE ZEROES.
       77 WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-DEPR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-CONTABIL-ED  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-RESULTADO-ED PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77 WRK-TOTAL-ED     PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.

       01  WRK-DATA-SYS.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       01  WRK-DATA-SYS-NUM REDEFINES WRK-DATA-SYS PIC 9(08).
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROES.

       01  WRK-DATA-AUX     PIC 9(08) VALUE ZEROES.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           02 WRK-DA-ANO PIC 9(04).
           02 WRK-DA-MES PIC 9(02).
           02 WRK-DA-DIA PIC 9(02).
       01  WRK-DATA-ED.
           02 WRK-DE-DIA PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-MES PIC 9(02).
           02 FILLER     PIC X(01) VALUE '/'.
           02 WRK-DE-ANO PIC 9(04).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '========================================'.
           DISPLAY 'MANUTENÇÃO DO ATIVO IMOBILIZADO'.
           DISPLAY '========================================'.
           ACCEPT WRK-DATA-SYS FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-BENS.
           IF TABELA-CHEIA
               DISPLAY 'BENS-IMOBILIZADO EXCEDE O LIMITE DE 500 DA '
                   'TABELA - MANUTENÇÃO RECUSADA PARA NÃO TRUNCAR O '
                   'CADASTRO NA REGRAVAÇÃO'
               GOBACK
           END-IF.
           PERFORM 0200-MENU UNTIL WRK-OPCAO = 9.
           DISPLAY 'FINAL DA MANUTENÇÃO DO ATIVO IMOBILIZADO'.
           GOBACK.

       0100-CARREGAR-BENS.
           OPEN INPUT ARQ-BENS.
           IF BENS-OK
               PERFORM 0110-LER-BEM
               PERFORM 0120-GUARDAR-BEM UNTIL FIM-BENS
               CLOSE ARQ-BENS
           END-IF.

       0110-LER-BEM.
           READ ARQ-BENS
               AT END
                   MOVE 'S' TO WRK-FIM-BENS
           END-READ.

       0120-GUARDAR-BEM.
           IF WRK-QT-BENS < 500
               ADD 1 TO WRK-QT-BENS
               MOVE REG-BEM TO WRK-TB-REGISTRO(WRK-QT-BENS)
               IF REG-BEM-NUMERO > WRK-ULTIMO-NUMERO
                   MOVE REG-BEM-NUMERO TO WRK-ULTIMO-NUMERO
               END-IF
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-FIM-BENS
           END-IF.
           PERFORM 0110-LER-BEM.

       0150-LOCALIZAR-CONTAS.
           MOVE 'N' TO WRK-FIM-MAPA.
           OPEN INPUT ARQ-MAPA-CONTAS.
           IF MAPA-OK
               PERFORM 0160-LER-MAPA
               PERFORM 0170-COMPARAR-MAPA UNTIL FIM-MAPA
               CLOSE ARQ-MAPA-CONTAS
           END-IF.

       0160-LER-MAPA.
           READ ARQ-MAPA-CONTAS
               AT END
                   MOVE 'S' TO WRK-FIM-MAPA
           END-READ.

       0170-COMPARAR-MAPA.
           IF REG-MC-MES = WRK-DA-MES OR REG-MC-MES = ZEROES
               IF REG-MC-CENTRO-CUSTO = 'DEPREC'
                   MOVE REG-MC-CONTA-DEB  TO WRK-GL-DESP-DEPR
                   MOVE REG-MC-CONTA-CRED TO WRK-GL-DEPR-ACUM
               END-IF
               IF REG-MC-CENTRO-CUSTO = 'BXIMOB'
                   MOVE REG-MC-CONTA-DEB  TO WRK-GL-CAIXA
                   MOVE REG-MC-CONTA-CRED TO WRK-GL-IMOBILIZADO
               END-IF
               IF REG-MC-CENTRO-CUSTO = 'ALIENA'
                   MOVE REG-MC-CONTA-DEB  TO WRK-GL-PERDA
                   MOVE REG-MC-CONTA-CRED TO WRK-GL-GANHO
               END-IF
           END-IF.
           PERFORM 0160-LER-MAPA.

       0200-MENU.
           DISPLAY '1 - LISTAR BENS'.
           DISPLAY '2 - INCLUIR BEM'.
           DISPLAY '3 - ALTERAR BEM'.
           DISPLAY '4 - SUSPENDER/REATIVAR DEPRECIAÇÃO'.
           DISPLAY '5 - BAIXA POR ALIENAÇÃO (VENDA OU DESCARTE)'.
           DISPLAY '6 - EXCLUIR BEM AINDA NÃO DEPRECIADO'.
           DISPLAY '9 - SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0210-LISTAR
               WHEN 2
                   PERFORM 0220-INCLUIR
               WHEN 3
                   PERFORM 0230-ALTERAR
               WHEN 4
                   PERFORM 0240-SUSPENDER-REATIVAR
               WHEN 5
                   PERFORM 0400-BAIXAR-BEM
               WHEN 6
                   PERFORM 0250-EXCLUIR
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPÇÃO INVÁLIDA'
           END-EVALUATE.

       0210-LISTAR.
           IF WRK-QT-BENS = ZEROES
               DISPLAY 'NÃO HÁ BENS CADASTRADOS'
           END-IF.
           MOVE ZEROES TO WRK-TOTAL-CUSTO WRK-TOTAL-DEPR.
           PERFORM VARYING WRK-SUB-BEM FROM 1 BY 1
               UNTIL WRK-SUB-BEM > WRK-QT-BENS
               MOVE WRK-TB-REGISTRO(WRK-SUB-BEM) TO REG-BEM
               PERFORM 0215-MOSTRAR-BEM
               IF NOT REG-BEM-BAIXADO
                   ADD REG-BEM-VALOR     TO WRK-TOTAL-CUSTO
                   ADD REG-BEM-DEPR-ACUM TO WRK-TOTAL-DEPR
               END-IF
           END-PERFORM.
           MOVE WRK-TOTAL-CUSTO TO WRK-TOTAL-ED.
           DISPLAY 'CUSTO DOS BENS EM USO......: ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-DEPR TO WRK-TOTAL-ED.
           DISPLAY 'DEPRECIAÇÃO ACUMULADA......: ' WRK-TOTAL-ED.
           COMPUTE WRK-TOTAL-ED = WRK-TOTAL-CUSTO - WRK-TOTAL-DEPR.
           DISPLAY 'VALOR CONTÁBIL.............: ' WRK-TOTAL-ED.

       0215-MOSTRAR-BEM.
           MOVE REG-BEM-AQUISICAO TO WRK-DATA-AUX.
           PERFORM 0950-FORMATAR-DATA.
           MOVE REG-BEM-VALOR TO WRK-VALOR-ED.
           MOVE REG-BEM-DEPR-ACUM TO WRK-DEPR-ED.
           COMPUTE WRK-VALOR-CONTABIL =
               REG-BEM-VALOR - REG-BEM-DEPR-ACUM.
           MOVE WRK-VALOR-CONTABIL TO WRK-CONTABIL-ED.
           DISPLAY REG-BEM-NUMERO ' ' REG-BEM-DESCRICAO
               ' FILIAL ' REG-BEM-FILIAL ' CENTRO ' REG-BEM-CENTRO
               ' SITUAÇÃO ' REG-BEM-SITUACAO.
           DISPLAY '      AQUISIÇÃO ' WRK-DATA-ED
               ' VIDA ' REG-BEM-VIDA-MESES ' MESES MÉTODO '
               REG-BEM-METODO ' DEPRECIADOS ' REG-BEM-MESES-DEPR
               ' ATÉ ' REG-BEM-ULT-COMPET.
           DISPLAY '      CUSTO ' WRK-VALOR-ED ' DEPR. ACUM. '
               WRK-DEPR-ED ' CONTÁBIL ' WRK-CONTABIL-ED.

       0220-INCLUIR.
           IF WRK-QT-BENS = 500
               DISPLAY 'TABELA DE BENS CHEIA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DESCRIÇÃO DO BEM:'.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           IF WRK-DESCRICAO = SPACES
               DISPLAY 'DESCRIÇÃO EM BRANCO - BEM NÃO INCLUÍDO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'FILIAL:'.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           PERFORM 0300-VALIDAR-FILIAL.
           IF NOT DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CENTRO DE CUSTO (BRANCO = GERAL):'.
           ACCEPT WRK-CENTRO FROM CONSOLE.
           IF WRK-CENTRO = SPACES
               MOVE 'GERAL ' TO WRK-CENTRO
           END-IF.
           DISPLAY 'DATA DE AQUISIÇÃO (AAAAMMDD, 0 = HOJE):'.
           ACCEPT WRK-DATA FROM CONSOLE.
           IF WRK-DATA = ZEROES
               MOVE WRK-DATA-SYS-NUM TO WRK-DATA
           END-IF.
           PERFORM 0310-VALIDAR-DATA.
           IF NOT DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0320-PEDIR-DEPRECIACAO.
           IF NOT DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE REG-BEM.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-ULTIMO-NUMERO TO REG-BEM-NUMERO.
           MOVE WRK-DESCRICAO TO REG-BEM-DESCRICAO.
           MOVE WRK-FILIAL    TO REG-BEM-FILIAL.
           MOVE WRK-CENTRO    TO REG-BEM-CENTRO.
           MOVE WRK-DATA      TO REG-BEM-AQUISICAO.
           MOVE WRK-VALOR     TO REG-BEM-VALOR.
           MOVE WRK-RESIDUAL  TO REG-BEM-RESIDUAL.
           MOVE WRK-VIDA      TO REG-BEM-VIDA-MESES.
           MOVE WRK-METODO    TO REG-BEM-METODO.
           MOVE 'A'           TO REG-BEM-SITUACAO.
           ADD 1 TO WRK-QT-BENS.
           MOVE WRK-QT-BENS TO WRK-SUB-ACHADO.
           MOVE REG-BEM TO WRK-TB-REGISTRO(WRK-SUB-ACHADO).
           PERFORM 0800-REGRAVAR-BENS.
           DISPLAY 'BEM ' REG-BEM-NUMERO ' INCLUÍDO'.

      * FILIAL, CENTRO E DESCRIÇÃO PODEM MUDAR SEMPRE (TRANSFERÊNCIA
      * DO BEM); VALOR, RESIDUAL, VIDA E MÉTODO SÓ ANTES DA PRIMEIRA
      * DEPRECIAÇÃO, PARA O ACUMULADO NÃO PERDER A BASE DO CÁLCULO
       0230-ALTERAR.
           PERFORM 0270-PEDIR-BEM.
           IF WRK-SUB-ACHADO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF REG-BEM-BAIXADO
               DISPLAY 'BEM BAIXADO NÃO PODE SER ALTERADO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0215-MOSTRAR-BEM.
           DISPLAY 'NOVA DESCRIÇÃO (BRANCO = MANTER):'.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           DISPLAY 'NOVA FILIAL (0 = MANTER):'.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           IF WRK-FILIAL > ZEROES
               PERFORM 0300-VALIDAR-FILIAL
               IF NOT DADOS-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY 'NOVO CENTRO DE CUSTO (BRANCO = MANTER):'.
           ACCEPT WRK-CENTRO FROM CONSOLE.
           IF REG-BEM-MESES-DEPR = ZEROES
               DISPLAY 'ALTERAR VALOR, VIDA ÚTIL E MÉTODO (S/N)?'
               ACCEPT WRK-RESPOSTA FROM CONSOLE
               IF RESPOSTA-SIM
                   PERFORM 0320-PEDIR-DEPRECIACAO
                   IF NOT DADOS-OK
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WRK-VALOR    TO REG-BEM-VALOR
                   MOVE WRK-RESIDUAL TO REG-BEM-RESIDUAL
                   MOVE WRK-VIDA     TO REG-BEM-VIDA-MESES
                   MOVE WRK-METODO   TO REG-BEM-METODO
               END-IF
           ELSE
               DISPLAY 'DEPRECIAÇÃO JÁ INICIADA - VALOR, VIDA '
                   'ÚTIL E MÉTODO NÃO PODEM MAIS SER ALTERADOS'
           END-IF.
           IF WRK-DESCRICAO NOT = SPACES
               MOVE WRK-DESCRICAO TO REG-BEM-DESCRICAO
           END-IF.
           IF WRK-FILIAL > ZEROES
               MOVE WRK-FILIAL TO REG-BEM-FILIAL
           END-IF.
           IF WRK-CENTRO NOT = SPACES
               MOVE WRK-CENTRO TO REG-BEM-CENTRO
           END-IF.
           MOVE REG-BEM TO WRK-TB-REGISTRO(WRK-SUB-ACHADO).
           PERFORM 0800-REGRAVAR-BENS.
           DISPLAY 'BEM ' REG-BEM-NUMERO ' ALTERADO'.

      * O BEM SUSPENSO (PARADO, EM REFORMA) NÃO DEPRECIA; OS MESES DA
      * SUSPENSÃO NÃO SÃO RECUPERADOS NA VOLTA
       0240-SUSPENDER-REATIVAR.
           PERFORM 0270-PEDIR-BEM.
           IF WRK-SUB-ACHADO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF REG-BEM-BAIXADO
               DISPLAY 'BEM BAIXADO NÃO PODE SER SUSPENSO NEM '
                   'REATIVADO'
               EXIT PARAGRAPH
           END-IF.
           IF REG-BEM-ATIVO
               MOVE 'S' TO REG-BEM-SITUACAO
               DISPLAY 'DEPRECIAÇÃO DO BEM ' REG-BEM-NUMERO
                   ' SUSPENSA'
           ELSE
               MOVE 'A' TO REG-BEM-SITUACAO
               DISPLAY 'DEPRECIAÇÃO DO BEM ' REG-BEM-NUMERO
                   ' REATIVADA'
           END-IF.
           MOVE REG-BEM TO WRK-TB-REGISTRO(WRK-SUB-ACHADO).
           PERFORM 0800-REGRAVAR-BENS.

      * SÓ SAI DO CADASTRO O BEM DIGITADO POR ENGANO: SEM NENHUMA
      * DEPRECIAÇÃO LANÇADA E SEM BAIXA
       0250-EXCLUIR.
           PERFORM 0270-PEDIR-BEM.
           IF WRK-SUB-ACHADO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF REG-BEM-MESES-DEPR > ZEROES OR REG-BEM-BAIXADO
               DISPLAY 'BEM JÁ DEPRECIADO OU BAIXADO NÃO PODE SER '
                   'EXCLUÍDO - USE A BAIXA'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0215-MOSTRAR-BEM.
           DISPLAY 'CONFIRMA A EXCLUSÃO (S/N)?'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF NOT RESPOSTA-SIM
               DISPLAY 'BEM NÃO EXCLUÍDO'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WRK-SUB-BEM FROM WRK-SUB-ACHADO BY 1
               UNTIL WRK-SUB-BEM >= WRK-QT-BENS
               MOVE WRK-TB-REGISTRO(WRK-SUB-BEM + 1)
                   TO WRK-TB-REGISTRO(WRK-SUB-BEM)
           END-PERFORM.
           SUBTRACT 1 FROM WRK-QT-BENS.
           MOVE ZEROES TO WRK-SUB-ACHADO.
           PERFORM 0800-REGRAVAR-BENS.
           DISPLAY 'BEM ' WRK-NUMERO ' EXCLUÍDO'.

       0270-PEDIR-BEM.
           MOVE ZEROES TO WRK-SUB-ACHADO.
           DISPLAY 'NÚMERO DO BEM (VEJA A LISTAGEM):'.
           ACCEPT WRK-NUMERO FROM CONSOLE.
           PERFORM VARYING WRK-SUB-BEM FROM 1 BY 1
               UNTIL WRK-SUB-BEM > WRK-QT-BENS
                   OR WRK-SUB-ACHADO > ZEROES
               MOVE WRK-TB-REGISTRO(WRK-SUB-BEM) TO REG-BEM
               IF REG-BEM-NUMERO = WRK-NUMERO
                   MOVE WRK-SUB-BEM TO WRK-SUB-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-SUB-ACHADO = ZEROES
               DISPLAY 'BEM NÃO CADASTRADO'
           ELSE
               MOVE WRK-TB-REGISTRO(WRK-SUB-ACHADO) TO REG-BEM
           END-IF.

       0300-VALIDAR-FILIAL.
           MOVE 'S' TO WRK-DADOS-OK.
           MOVE 9 TO REG-SFS-FUNCAO.
           MOVE WRK-FILIAL TO REG-SFS-FILIAL.
           CALL 'saldofilial' USING REG-SERVFILIAL.
           IF NOT SFS-OK OR WRK-FILIAL = ZEROES
               DISPLAY 'FILIAL NÃO CADASTRADA OU INATIVA'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

       0310-VALIDAR-DATA.
           MOVE 'S' TO WRK-DADOS-OK.
           MOVE 1 TO REG-SRV-FUNCAO.
           MOVE WRK-DATA TO REG-SRV-DATA1.
           MOVE ZEROES TO REG-SRV-DIAS.
           CALL 'servicodata' USING REG-SERVDATA.
           IF NOT SRV-DATA-OK
               DISPLAY 'DATA INVÁLIDA'
               MOVE 'N' TO WRK-DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           IF WRK-DATA > WRK-DATA-SYS-NUM
               DISPLAY 'DATA FUTURA NÃO É ACEITA'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

      * A BASE DEPRECIÁVEL É O VALOR DE AQUISIÇÃO MENOS O RESIDUAL;
      * A VIDA ÚTIL VAI ATÉ 600 MESES (50 ANOS, EDIFICAÇÕES)
       0320-PEDIR-DEPRECIACAO.
           MOVE 'N' TO WRK-DADOS-OK.
           DISPLAY 'VALOR DE AQUISIÇÃO:'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           IF WRK-VALOR = ZEROES
               DISPLAY 'VALOR ZERADO - NADA GRAVADO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'VALOR RESIDUAL (0 = SEM RESIDUAL):'.
           ACCEPT WRK-RESIDUAL FROM CONSOLE.
           IF WRK-RESIDUAL NOT < WRK-VALOR
               DISPLAY 'RESIDUAL DEVE SER MENOR QUE O VALOR DE '
                   'AQUISIÇÃO - NADA GRAVADO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'VIDA ÚTIL EM MESES (1-600):'.
           ACCEPT WRK-VIDA FROM CONSOLE.
           IF WRK-VIDA < 1 OR WRK-VIDA > 600
               DISPLAY 'VIDA ÚTIL INVÁLIDA - NADA GRAVADO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'MÉTODO (L = LINEAR, S = SOMA DOS DÍGITOS):'.
           ACCEPT WRK-METODO FROM CONSOLE.
           IF NOT METODO-VALIDO
               DISPLAY 'MÉTODO INVÁLIDO - NADA GRAVADO'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-DADOS-OK.

      * BAIXA POR ALIENAÇÃO: O VALOR CONTÁBIL É O CUSTO MENOS A
      * DEPRECIAÇÃO ACUMULADA ATÉ A ÚLTIMA COMPETÊNCIA PROCESSADA; A
      * VENDA MENOS O CONTÁBIL É O GANHO (OU A PERDA, SE NEGATIVO).
      * DESCARTE SEM VENDA É A BAIXA COM VALOR DE VENDA ZERO
       0400-BAIXAR-BEM.
           PERFORM 0270-PEDIR-BEM.
           IF WRK-SUB-ACHADO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF REG-BEM-BAIXADO
               DISPLAY 'BEM JÁ BAIXADO'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DATA DA BAIXA (AAAAMMDD, 0 = HOJE):'.
           ACCEPT WRK-DATA FROM CONSOLE.
           IF WRK-DATA = ZEROES
               MOVE WRK-DATA-SYS-NUM TO WRK-DATA
           END-IF.
           PERFORM 0310-VALIDAR-DATA.
           IF NOT DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           IF WRK-DATA < REG-BEM-AQUISICAO
               DISPLAY 'BAIXA ANTERIOR À AQUISIÇÃO NÃO É ACEITA'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-DATA TO WRK-DATA-AUX.
           COMPUTE WRK-COMPETENCIA = WRK-DA-ANO * 100 + WRK-DA-MES.
           MOVE WRK-COMPETENCIA TO REG-PER-ANOMES.
           CALL 'verificaperiodo' USING REG-PERIODO-PEDIDO.
           IF PER-FECHADO
               DISPLAY 'COMPETÊNCIA ' WRK-COMPETENCIA
                   ' FECHADA - BAIXA NÃO GRAVADA'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'VALOR DE VENDA (0 = DESCARTE SEM VENDA):'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           COMPUTE WRK-VALOR-CONTABIL =
               REG-BEM-VALOR - REG-BEM-DEPR-ACUM.
           COMPUTE WRK-RESULTADO = WRK-VALOR - WRK-VALOR-CONTABIL.
           MOVE REG-BEM-VALOR TO WRK-VALOR-ED.
           MOVE REG-BEM-DEPR-ACUM TO WRK-DEPR-ED.
           MOVE WRK-VALOR-CONTABIL TO WRK-CONTABIL-ED.
           MOVE WRK-RESULTADO TO WRK-RESULTADO-ED.
           DISPLAY '________________________________________'.
           DISPLAY 'BEM ' REG-BEM-NUMERO ' ' REG-BEM-DESCRICAO.
           DISPLAY 'CUSTO DE AQUISIÇÃO....: ' WRK-VALOR-ED.
           DISPLAY 'DEPRECIAÇÃO ACUMULADA.: ' WRK-DEPR-ED
               ' (ATÉ ' REG-BEM-ULT-COMPET ')'.
           DISPLAY 'VALOR CONTÁBIL........: ' WRK-CONTABIL-ED.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY 'VALOR DE VENDA........: ' WRK-VALOR-ED.
           IF WRK-RESULTADO < ZEROES
               DISPLAY 'PERDA NA ALIENAÇÃO....: ' WRK-RESULTADO-ED
           ELSE
               DISPLAY 'GANHO NA ALIENAÇÃO....: ' WRK-RESULTADO-ED
           END-IF.
           DISPLAY 'CONFIRMA A BAIXA (S/N)?'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF NOT RESPOSTA-SIM
               DISPLAY 'BAIXA NÃO GRAVADA'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'B'           TO REG-BEM-SITUACAO.
           MOVE WRK-DATA      TO REG-BEM-DATA-BAIXA.
           MOVE WRK-VALOR     TO REG-BEM-VALOR-VENDA.
           MOVE WRK-RESULTADO TO REG-BEM-RESULTADO.
           MOVE REG-BEM TO WRK-TB-REGISTRO(WRK-SUB-ACHADO).
           PERFORM 0800-REGRAVAR-BENS.
           PERFORM 0150-LOCALIZAR-CONTAS.
           PERFORM 0410-LANCAR-BAIXA.
           DISPLAY 'BEM ' REG-BEM-NUMERO ' BAIXADO'.

      * DÉBITO NO CAIXA PELA VENDA E NA DEPRECIAÇÃO ACUMULADA, CRÉDITO
      * NO CUSTO DO BEM; A DIFERENÇA FECHA NA PERDA (DÉBITO) OU NO
      * GANHO (CRÉDITO)
       0410-LANCAR-BAIXA.
           OPEN EXTEND ARQ-GL.
           IF NOT GL-OK
               OPEN OUTPUT ARQ-GL
           END-IF.
           IF REG-BEM-VALOR-VENDA > ZEROES
               MOVE 'D' TO WRK-GL-TIPO-VEZ
               MOVE WRK-GL-CAIXA TO WRK-GL-CONTA-VEZ
               MOVE REG-BEM-VALOR-VENDA TO WRK-GL-VALOR-VEZ
               PERFORM 0420-GRAVAR-GL
           END-IF.
           IF REG-BEM-DEPR-ACUM > ZEROES
               MOVE 'D' TO WRK-GL-TIPO-VEZ
               MOVE WRK-GL-DEPR-ACUM TO WRK-GL-CONTA-VEZ
               MOVE REG-BEM-DEPR-ACUM TO WRK-GL-VALOR-VEZ
               PERFORM 0420-GRAVAR-GL
           END-IF.
           IF REG-BEM-RESULTADO < ZEROES
               MOVE 'D' TO WRK-GL-TIPO-VEZ
               MOVE WRK-GL-PERDA TO WRK-GL-CONTA-VEZ
               COMPUTE WRK-GL-VALOR-VEZ = 0 - REG-BEM-RESULTADO
               PERFORM 0420-GRAVAR-GL
           END-IF.
           MOVE 'C' TO WRK-GL-TIPO-VEZ.
           MOVE WRK-GL-IMOBILIZADO TO WRK-GL-CONTA-VEZ.
           MOVE REG-BEM-VALOR TO WRK-GL-VALOR-VEZ.
           PERFORM 0420-GRAVAR-GL.
           IF REG-BEM-RESULTADO > ZEROES
               MOVE 'C' TO WRK-GL-TIPO-VEZ
               MOVE WRK-GL-GANHO TO WRK-GL-CONTA-VEZ
               MOVE REG-BEM-RESULTADO TO WRK-GL-VALOR-VEZ
               PERFORM 0420-GRAVAR-GL
           END-IF.
           CLOSE ARQ-GL.
           DISPLAY 'BAIXA LANÇADA NA EXPORTAÇÃO CONTÁBIL'.

       0420-GRAVAR-GL.
           MOVE WRK-GL-TIPO-VEZ  TO REG-GL-TIPO.
           MOVE WRK-GL-CONTA-VEZ TO REG-GL-CONTA.
           MOVE REG-BEM-CENTRO   TO REG-GL-CENTRO.
           MOVE WRK-GL-VALOR-VEZ TO REG-GL-VALOR.
           MOVE WRK-COMPETENCIA  TO REG-GL-COMPETENCIA.
           MOVE 1 TO REG-GL-QT.
           WRITE REG-GL.

       0800-REGRAVAR-BENS.
           OPEN OUTPUT ARQ-BENS.
           PERFORM VARYING WRK-SUB-BEM FROM 1 BY 1
               UNTIL WRK-SUB-BEM > WRK-QT-BENS
               MOVE WRK-TB-REGISTRO(WRK-SUB-BEM) TO REG-BEM
               WRITE REG-BEM
           END-PERFORM.
           CLOSE ARQ-BENS.
           IF WRK-SUB-ACHADO > ZEROES
               MOVE WRK-TB-REGISTRO(WRK-SUB-ACHADO) TO REG-BEM
           END-IF.

       0950-FORMATAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.
