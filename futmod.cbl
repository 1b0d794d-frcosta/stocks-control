       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUTMOD.
      *****************************************************************
      * Modulo interativo de contratos futuros de indice e de dolar   *
      * (WIN, IND, WDO, DOL), no padrao do BTCMOD. Futuro nao passa   *
      * pelo diario (STK03): nao ha liquidacao de quantidade x preco  *
      * em D+2, e sim o ajuste diario contra o preco de ajuste do     *
      * pregao anterior. A posicao fica em futpos.dat por conta e     *
      * contrato, separando o que veio de dias anteriores (ja         *
      * ajustado, referencia no ultimo preco de ajuste) do que foi    *
      * aberto no dia (referencia no preco medio do dia). Funcoes:    *
      *   "C"/"V" - compra/venda: a parte que zera posicao aberta no  *
      *         mesmo dia e day trade (IRRF 1%); a que zera posicao   *
      *         de dias anteriores e o ajuste final do swing (IRRF    *
      *         0,005% sobre os ajustes positivos da parte            *
      *         encerrada); o restante abre posicao;                  *
      *   "A" - ajuste diario da data informada, com os precos de     *
      *         ajuste de STK14 (IMPORTCOT ou funcao "S");            *
      *   "S" - grava um preco de ajuste em STK14;                    *
      *   "M" - margem depositada na posicao (bloqueada na previsao   *
      *         de caixa);                                            *
      *   "P" - posicao atual.                                        *
      * Cada resultado vai para futres.dat (day trade "D" ou swing    *
      * "S", com custos e IRRF), de onde o FECHAMES tira a apuracao   *
      * mensal, e para o caixa da conta (STK15, tipo "F").            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk14'.                *> Cotacoes/ajustes
           COPY 'control_stk15'.                *> Caixa por conta
           COPY 'control_stk29'.                *> Posicao em futuros
           COPY 'control_stk30'.                *> Resultados futuros

           SELECT ARQ-FUTPOS-TMP ASSIGN TO "futpos.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FUTPOS-TMP.

       DATA DIVISION.
       FILE SECTION.
       FD STK14.
           COPY 'stk14'.
       FD STK15.
           COPY 'stk15'.
       FD STK29.
           COPY 'stk29'.
       FD STK30.
           COPY 'stk30'.
       FD ARQ-FUTPOS-TMP.
       01 FUTPOS-TMP-REG            PIC X(86).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK14           PIC X(02).
       77 WS-STATUS-STK15           PIC X(02).
       77 WS-STATUS-STK29           PIC X(02).
       77 WS-STATUS-STK30           PIC X(02).
       77 WS-STATUS-FUTPOS-TMP      PIC X(02).
       77 WS-OPERATOR               PIC X(08) VALUE "FUTMOD".
       77 WS-AUDIT-ARQUIVO          PIC X(05).
       77 WS-AUDIT-ACAO             PIC X(03).
       77 WS-AUDIT-IMAGEM           PIC X(120).
       77 MSGDELAY                  PIC 9V9999 VALUE 3,0.
       77 WS-MSG                    PIC X(76) VALUE SPACES.
       77 WS-LN                     PIC 9(02).
       77 WS-BLANK                  PIC X(76) VALUE ALL " ".
       01 WS-QUESTION               PIC X.
       01 CONST-MSG                 PIC X.
           78 MSGSTD                VALUE 'S'.
           78 MSGALERT              VALUE 'A'.
           78 MSGVOID               VALUE 'V'.
           78 MSGYESNO              VALUE 'Y'.

       77 WS-FUT-FUNC               PIC X(01).
       77 WS-FUT-CONTA              PIC X(10).
       77 WS-FUT-CONTRATO           PIC X(10).
       77 WS-FUT-DATA               PIC 9(08).
       77 WS-FUT-QTY                PIC 9(05).
       77 WS-FUT-PRECO              PIC 9(07)V99.
       77 WS-FUT-CUSTOS             PIC 9(05)V99.
       77 WS-FUT-MARGEM             PIC 9(09)V99.
       77 WS-FUT-FIM                PIC X(01).
       77 WS-FUT-ACHADO             PIC X(01).

      *    Valor do ponto por ativo-objeto (R$ por ponto, por
      *    contrato): mini e cheio de indice, mini e cheio de dolar.
       01 WS-TAB-MULT-VAL.
           05 FILLER                PIC X(08) VALUE "WIN00020".
           05 FILLER                PIC X(08) VALUE "IND00100".
           05 FILLER                PIC X(08) VALUE "WDO01000".
           05 FILLER                PIC X(08) VALUE "DOL05000".
       01 WS-TAB-MULT REDEFINES WS-TAB-MULT-VAL.
           05 WS-MULT-ENT OCCURS 4 TIMES.
               10 WS-MULT-PREFIXO   PIC X(03).
               10 WS-MULT-VALOR     PIC 9(03)V99.
       77 WS-MULT-IDX               PIC 9(01).
       77 WS-MULT                   PIC 9(03)V99.

      *    Aliquotas do IRRF na fonte: day trade sobre o resultado
      *    positivo; swing sobre os ajustes positivos da parte
      *    encerrada.
       77 WS-IRRF-DT-ALIQ           PIC 9V9(06) VALUE 0,01.
       77 WS-IRRF-SW-ALIQ           PIC 9V9(06) VALUE 0,00005.

      *    Copia de trabalho da posicao da conta/contrato.
       77 WS-P-QTY-ANT              PIC S9(05).
       77 WS-P-PRECO-REF            PIC 9(07)V99.
       77 WS-P-QTY-DIA              PIC S9(05).
       77 WS-P-PRECO-DIA            PIC 9(07)V99.
       77 WS-P-DATA-DIA             PIC 9(08).
       77 WS-P-ACUM-AJUSTE          PIC S9(09)V99.
       77 WS-P-MARGEM               PIC 9(09)V99.
       77 WS-P-DATA-AJUSTE          PIC 9(08).

       77 WS-LADO                   PIC S9(01).
       77 WS-RESTA                  PIC 9(05).
       77 WS-QTD-ABS                PIC 9(05).
       77 WS-QTD-N                  PIC 9(05).
       77 WS-QTD-DT                 PIC 9(05).
       77 WS-QTD-SW                 PIC 9(05).
       77 WS-RES-DT                 PIC S9(09)V99.
       77 WS-RES-SW                 PIC S9(09)V99.
       77 WS-PARTE-AJUSTE           PIC S9(09)V99.
       77 WS-BASE-IRRF              PIC S9(09)V99.
       77 WS-IRRF-DT                PIC 9(07)V99.
       77 WS-IRRF-SW                PIC 9(07)V99.
       77 WS-CUSTO-DT               PIC 9(05)V99.
       77 WS-CUSTO-SW               PIC 9(05)V99.
       77 WS-AJUSTE                 PIC S9(09)V99.
       77 WS-AJ-FEITOS              PIC 9(04).
       77 WS-AJ-SEM-PRECO           PIC 9(04).

       77 WS-CX-VALOR               PIC S9(09)V99.
       77 WS-CX-HIST                PIC X(20).
       77 WS-CX-DATA                PIC 9(08).

       77 WS-RES-MASK               PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-RES2-MASK              PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-QTD-MASK               PIC -ZZZZ9.
       77 WS-PRECO-MASK             PIC Z.ZZZ.ZZ9,99.
       77 WS-MARGEM-MASK            PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-CNT-MASK               PIC ZZZ9.
       77 WS-CNT2-MASK              PIC ZZZ9.

       SCREEN SECTION.
       01 CLEAR-SCREEN BLANK SCREEN.

       01 CLEAR-SCREEN-PART-01.
           05 LINE 14 COL 1 BLANK LINE.
           05 LINE 15 COL 1 BLANK LINE.
           05 LINE 16 COL 1 BLANK LINE.
           05 LINE 17 COL 1 BLANK LINE.
           05 LINE 18 COL 1 BLANK LINE.
           05 LINE 19 COL 1 BLANK LINE.
           05 LINE 20 COL 1 BLANK LINE.
           05 LINE 21 COL 1 BLANK LINE.

       01 FUT-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 54 VALUE "CONTRATOS FUTUROS"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Funcao [C]ompra [V]enda [A]juste di
      -    "ario [S]preco ajuste" HIGHLIGHT.
           05         COL 65 PIC X USING WS-FUT-FUNC AUTO.
           05 LINE 4  COL 5  VALUE "       [M]argem [P]osicao"
                                   HIGHLIGHT.
           05 LINE 5  COL 5  VALUE "Conta" HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-FUT-CONTA.
           05 LINE 6  COL 5  VALUE "Contrato (ex. WINZ25, WDOF26)"
                                   HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-FUT-CONTRATO.
           05 LINE 7  COL 5  VALUE "Data (AAAAMMDD)" HIGHLIGHT.
           05         COL 45 PIC 9(08) USING WS-FUT-DATA.
           05 LINE 8  COL 5  VALUE "Quantidade de contratos" HIGHLIGHT.
           05         COL 45 PIC ZZZZ9 USING WS-FUT-QTY.
           05 LINE 9  COL 5  VALUE "Preco (pontos) / preco de ajuste"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZZZ9,99 USING WS-FUT-PRECO.
           05 LINE 10 COL 5  VALUE "Corretagem e emolumentos"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZ9,99 USING WS-FUT-CUSTOS.
           05 LINE 11 COL 5  VALUE "Margem depositada na posicao"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZZZZZ9,99 USING WS-FUT-MARGEM.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       PROCEDURE DIVISION.
       CONTRATOS-FUTUROS.
      **** Entrada do modulo: uma operacao por acesso, como no BTC.
           MOVE SPACES TO WS-FUT-FUNC WS-FUT-CONTA WS-FUT-CONTRATO.
           MOVE ZEROES TO WS-FUT-DATA WS-FUT-QTY WS-FUT-PRECO
                          WS-FUT-CUSTOS WS-FUT-MARGEM.

           DISPLAY CLEAR-SCREEN.
           DISPLAY FUT-SCR.
           ACCEPT  FUT-SCR.

           MOVE FUNCTION UPPER-CASE(WS-FUT-FUNC)     TO WS-FUT-FUNC.
           MOVE FUNCTION UPPER-CASE(WS-FUT-CONTRATO) TO WS-FUT-CONTRATO.

           IF WS-FUT-FUNC = SPACE
               GOBACK
           END-IF.

           EVALUATE WS-FUT-FUNC
               WHEN "C"
                   MOVE 1 TO WS-LADO
                   PERFORM FUT-OPERACAO
               WHEN "V"
                   MOVE -1 TO WS-LADO
                   PERFORM FUT-OPERACAO
               WHEN "A"
                   PERFORM FUT-AJUSTE-DIARIO
               WHEN "S"
                   PERFORM FUT-PRECO-AJUSTE
               WHEN "M"
                   PERFORM FUT-MARGEM
               WHEN "P"
                   PERFORM FUT-POSICAO
               WHEN OTHER
                   CALL 'showmsg' USING
                        "Funcao deve ser C, V, A, S, M ou P",
                        MSGALERT, MSGDELAY
           END-EVALUATE.
           GOBACK.

       FUT-OPERACAO.
           IF WS-FUT-CONTA = SPACES OR WS-FUT-CONTRATO = SPACES
              OR WS-FUT-DATA = 0 OR WS-FUT-QTY = 0
              OR WS-FUT-PRECO = 0
               CALL 'showmsg' USING
                    "Informe conta, contrato, data, quantidade e preco",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCA-MULTIPLICADOR.
           IF WS-MULT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM LE-POSICAO.
      *    O ajuste de um dia com posicao aberta precisa rodar antes
      *    de operar no dia seguinte: e ele que leva a posicao do
      *    dia para a referencia do preco de ajuste.
           IF WS-P-QTY-DIA NOT = 0 AND WS-P-DATA-DIA < WS-FUT-DATA
               CALL 'showmsg' USING
                    "Rodar o ajuste diario do ultimo pregao antes",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-P-DATA-AJUSTE >= WS-FUT-DATA
              OR (WS-P-QTY-DIA NOT = 0
                  AND WS-P-DATA-DIA > WS-FUT-DATA)
               CALL 'showmsg' USING
                    "Data anterior ao ultimo ajuste ou operacao",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-FUT-QTY TO WS-RESTA.
           MOVE 0 TO WS-QTD-DT WS-QTD-SW WS-RES-DT WS-RES-SW
                     WS-IRRF-DT WS-IRRF-SW WS-CUSTO-DT WS-CUSTO-SW
                     WS-PARTE-AJUSTE.

      *    1) Zera primeiro o que foi aberto no proprio dia em
      *       sentido contrario: day trade, pelo preco medio do dia.
           IF WS-P-QTY-DIA * WS-LADO < 0
               MOVE WS-P-QTY-DIA TO WS-QTD-ABS
               IF WS-QTD-ABS < WS-RESTA
                   MOVE WS-QTD-ABS TO WS-QTD-DT
               ELSE
                   MOVE WS-RESTA   TO WS-QTD-DT
               END-IF
               COMPUTE WS-RES-DT ROUNDED =
                       (WS-FUT-PRECO - WS-P-PRECO-DIA) * WS-QTD-DT
                     * WS-MULT * (0 - WS-LADO)
               COMPUTE WS-P-QTY-DIA = WS-P-QTY-DIA
                                    + WS-LADO * WS-QTD-DT
               SUBTRACT WS-QTD-DT FROM WS-RESTA
           END-IF.

      *    2) Depois a posicao de dias anteriores: o ajuste final e
      *       a diferenca para o ultimo preco de ajuste; leva junto a
      *       parcela proporcional dos ajustes ja acumulados, base do
      *       IRRF de 0,005% no encerramento.
           IF WS-RESTA > 0 AND WS-P-QTY-ANT * WS-LADO < 0
               MOVE WS-P-QTY-ANT TO WS-QTD-ABS
               IF WS-QTD-ABS < WS-RESTA
                   MOVE WS-QTD-ABS TO WS-QTD-SW
               ELSE
                   MOVE WS-RESTA   TO WS-QTD-SW
               END-IF
               COMPUTE WS-RES-SW ROUNDED =
                       (WS-FUT-PRECO - WS-P-PRECO-REF) * WS-QTD-SW
                     * WS-MULT * (0 - WS-LADO)
               COMPUTE WS-PARTE-AJUSTE ROUNDED =
                       WS-P-ACUM-AJUSTE * WS-QTD-SW / WS-QTD-ABS
               SUBTRACT WS-PARTE-AJUSTE FROM WS-P-ACUM-AJUSTE
               COMPUTE WS-P-QTY-ANT = WS-P-QTY-ANT
                                    + WS-LADO * WS-QTD-SW
               SUBTRACT WS-QTD-SW FROM WS-RESTA
           END-IF.

      *    3) O que sobra abre (ou aumenta) posicao no dia, pelo
      *       preco medio das aberturas do dia.
           IF WS-RESTA > 0
               MOVE WS-P-QTY-DIA TO WS-QTD-ABS
               COMPUTE WS-P-PRECO-DIA ROUNDED =
                       (WS-P-PRECO-DIA * WS-QTD-ABS
                      + WS-FUT-PRECO * WS-RESTA)
                     / (WS-QTD-ABS + WS-RESTA)
               COMPUTE WS-P-QTY-DIA = WS-P-QTY-DIA
                                    + WS-LADO * WS-RESTA
               MOVE WS-FUT-DATA TO WS-P-DATA-DIA
           END-IF.

      *    Custos da nota vao para o day trade quando houver, senao
      *    para o swing; IRRF so sobre resultado positivo.
           IF WS-QTD-DT > 0
               MOVE WS-FUT-CUSTOS TO WS-CUSTO-DT
           ELSE
               MOVE WS-FUT-CUSTOS TO WS-CUSTO-SW
           END-IF.
           IF WS-QTD-DT > 0 AND WS-RES-DT > WS-CUSTO-DT
               COMPUTE WS-IRRF-DT ROUNDED =
                       (WS-RES-DT - WS-CUSTO-DT) * WS-IRRF-DT-ALIQ
           END-IF.
           COMPUTE WS-BASE-IRRF = WS-PARTE-AJUSTE + WS-RES-SW.
           IF WS-QTD-SW > 0 AND WS-BASE-IRRF > 0
               COMPUTE WS-IRRF-SW ROUNDED =
                       WS-BASE-IRRF * WS-IRRF-SW-ALIQ
           END-IF.

           MOVE WS-RES-DT TO WS-RES-MASK.
           MOVE WS-RES-SW TO WS-RES2-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Day trade R$" WS-RES-MASK " Ajuste R$" WS-RES2-MASK
                  " - confirma?"
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGYESNO, MSGDELAY,
                          WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           IF WS-FUT-MARGEM NOT = 0
               MOVE WS-FUT-MARGEM TO WS-P-MARGEM
           END-IF.
           PERFORM ATUALIZA-POSICAO.

           OPEN EXTEND STK30.
           IF WS-STATUS-STK30 = "35"
               OPEN OUTPUT STK30
           END-IF.
           IF WS-QTD-DT > 0
               MOVE "D"         TO WFS-STK30-TIPO
               MOVE WS-RES-DT   TO WFS-STK30-VALOR
               MOVE WS-CUSTO-DT TO WFS-STK30-CUSTOS
               MOVE WS-IRRF-DT  TO WFS-STK30-IRRF
               PERFORM GRAVA-RESULTADO
           END-IF.
           IF WS-QTD-SW > 0 OR WS-CUSTO-SW > 0
               MOVE "S"         TO WFS-STK30-TIPO
               MOVE WS-RES-SW   TO WFS-STK30-VALOR
               MOVE WS-CUSTO-SW TO WFS-STK30-CUSTOS
               MOVE WS-IRRF-SW  TO WFS-STK30-IRRF
               PERFORM GRAVA-RESULTADO
           END-IF.
           CLOSE STK30.

           CALL 'showmsg' USING "Operacao em futuros registrada",
                          MSGSTD, MSGDELAY.

       FUT-AJUSTE-DIARIO.
      *    Ajuste do pregao informado para todas as posicoes ainda
      *    nao ajustadas nessa data: a diferenca entre o preco de
      *    ajuste do dia e a referencia (ajuste anterior para a
      *    posicao carregada, preco medio para a aberta no dia). Sem
      *    preco de ajuste em STK14, a posicao fica como esta e e
      *    contada no aviso final.
           IF WS-FUT-DATA = 0
               CALL 'showmsg' USING "Informe a data do pregao",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT STK14.
           IF WS-STATUS-STK14 NOT = "00"
               CLOSE STK14
               CALL 'showmsg' USING "Nenhum preco de ajuste gravado",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT STK29.
           IF WS-STATUS-STK29 NOT = "00"
               CLOSE STK29
               CLOSE STK14
               CALL 'showmsg' USING "Nenhuma posicao em futuros",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-AJ-FEITOS WS-AJ-SEM-PRECO.
           OPEN OUTPUT ARQ-FUTPOS-TMP.
           OPEN EXTEND STK30.
           IF WS-STATUS-STK30 = "35"
               OPEN OUTPUT STK30
           END-IF.
           MOVE "N" TO WS-FUT-FIM.
           PERFORM FUT-AJUSTE-SEQ UNTIL WS-FUT-FIM = "S".
           CLOSE STK30.
           CLOSE STK29.
           CLOSE STK14.
           CLOSE ARQ-FUTPOS-TMP.
           PERFORM VOLTA-POSICAO.

           MOVE WS-AJ-FEITOS    TO WS-CNT-MASK.
           MOVE WS-AJ-SEM-PRECO TO WS-CNT2-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Posicoes ajustadas:" WS-CNT-MASK
                  "   sem preco de ajuste:" WS-CNT2-MASK
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY.

       FUT-AJUSTE-SEQ.
           READ STK29 AT END MOVE "S" TO WS-FUT-FIM.
           IF WS-STATUS-STK29 NOT = "00"
               MOVE "S" TO WS-FUT-FIM
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK29-DATA-AJUSTE >= WS-FUT-DATA
              OR (WFS-STK29-QTY-DIA NOT = 0
                  AND WFS-STK29-DATA-DIA > WS-FUT-DATA)
               WRITE FUTPOS-TMP-REG FROM STK29-REGISTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WFS-STK29-CONTRATO TO WS-FUT-CONTRATO.
           PERFORM BUSCA-MULTIPLICADOR-SEQ.
           MOVE WFS-STK29-CONTRATO TO WFS-STK14-TICKER.
           MOVE WS-FUT-DATA        TO WFS-STK14-DATA.
           READ STK14 KEY IS WFS-STK14-KEY.
           IF WS-STATUS-STK14 NOT = "00" OR WS-MULT = 0
               ADD 1 TO WS-AJ-SEM-PRECO
               WRITE FUTPOS-TMP-REG FROM STK29-REGISTER
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-AJUSTE ROUNDED =
                   (WFS-STK14-FECHAMENTO - WFS-STK29-PRECO-REF)
                 * WFS-STK29-QTY-ANT * WS-MULT
                 + (WFS-STK14-FECHAMENTO - WFS-STK29-PRECO-DIA)
                 * WFS-STK29-QTY-DIA * WS-MULT.
           ADD WS-AJUSTE TO WFS-STK29-ACUM-AJUSTE.
           ADD WFS-STK29-QTY-DIA TO WFS-STK29-QTY-ANT.
           MOVE 0 TO WFS-STK29-QTY-DIA WFS-STK29-PRECO-DIA.
           MOVE WFS-STK14-FECHAMENTO TO WFS-STK29-PRECO-REF.
           MOVE WS-FUT-DATA          TO WFS-STK29-DATA-AJUSTE.
           WRITE FUTPOS-TMP-REG FROM STK29-REGISTER.
           ADD 1 TO WS-AJ-FEITOS.

           MOVE WFS-STK29-ACCOUNT  TO WS-FUT-CONTA.
           MOVE "S"                TO WFS-STK30-TIPO.
           MOVE WS-AJUSTE          TO WFS-STK30-VALOR.
           MOVE 0                  TO WFS-STK30-CUSTOS WFS-STK30-IRRF.
           PERFORM GRAVA-RESULTADO.

       FUT-PRECO-AJUSTE.
      *    Preco de ajuste digitado, para o pregao que nao veio no
      *    arquivo da B3; grava ou substitui em STK14.
           IF WS-FUT-CONTRATO = SPACES OR WS-FUT-DATA = 0
              OR WS-FUT-PRECO = 0
               CALL 'showmsg' USING
                    "Informe contrato, data e o preco de ajuste",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCA-MULTIPLICADOR.
           IF WS-MULT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O STK14.
           IF WS-STATUS-STK14 = "35"
               CLOSE STK14
               OPEN OUTPUT STK14
               CLOSE STK14
               OPEN I-O STK14
           END-IF.
           MOVE WS-FUT-CONTRATO TO WFS-STK14-TICKER.
           MOVE WS-FUT-DATA     TO WFS-STK14-DATA.
           READ STK14 KEY IS WFS-STK14-KEY.
           MOVE WS-FUT-PRECO    TO WFS-STK14-FECHAMENTO.
           IF WS-STATUS-STK14 = "00"
               REWRITE STK14-REGISTER
           ELSE
               WRITE STK14-REGISTER
           END-IF.
           CLOSE STK14.
           CALL 'showmsg' USING "Preco de ajuste gravado",
                          MSGSTD, MSGDELAY.

       FUT-MARGEM.
           IF WS-FUT-CONTA = SPACES OR WS-FUT-CONTRATO = SPACES
               CALL 'showmsg' USING "Informe conta e contrato",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-POSICAO.
           IF WS-FUT-ACHADO NOT = "S"
               CALL 'showmsg' USING "Nenhuma posicao nesse contrato",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FUT-MARGEM TO WS-P-MARGEM.
           PERFORM ATUALIZA-POSICAO.
           CALL 'showmsg' USING "Margem da posicao atualizada",
                          MSGSTD, MSGDELAY.

       FUT-POSICAO.
           OPEN INPUT STK29.
           IF WS-STATUS-STK29 NOT = "00"
               CLOSE STK29
               CALL 'showmsg' USING "Nenhuma posicao em futuros",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CONTA"      AT LINE 13 COLUMN  5.
           DISPLAY "CONTRATO"   AT LINE 13 COLUMN 16.
           DISPLAY "QTD"        AT LINE 13 COLUMN 28.
           DISPLAY "REFERENCIA" AT LINE 13 COLUMN 35.
           DISPLAY "AJUSTES"    AT LINE 13 COLUMN 52.
           DISPLAY "MARGEM"     AT LINE 13 COLUMN 68.

           MOVE 14  TO WS-LN.
           MOVE "N" TO WS-FUT-FIM.
           PERFORM FUT-POSICAO-SEQ UNTIL WS-FUT-FIM = "S".
           CLOSE STK29.

           CALL 'showmsg' USING "Tecle ENTER para retornar",
                          MSGVOID, MSGDELAY.

       FUT-POSICAO-SEQ.
           READ STK29 AT END MOVE "S" TO WS-FUT-FIM.
           IF WS-STATUS-STK29 = "00"
               IF WS-FUT-CONTA NOT = SPACES
                  AND WFS-STK29-ACCOUNT NOT = WS-FUT-CONTA
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-QTD-MASK = WFS-STK29-QTY-ANT
                                   + WFS-STK29-QTY-DIA
               IF WFS-STK29-QTY-ANT = 0
                   MOVE WFS-STK29-PRECO-DIA TO WS-PRECO-MASK
               ELSE
                   MOVE WFS-STK29-PRECO-REF TO WS-PRECO-MASK
               END-IF
               MOVE WFS-STK29-ACUM-AJUSTE TO WS-RES-MASK
               MOVE WFS-STK29-MARGEM      TO WS-MARGEM-MASK

               DISPLAY WFS-STK29-ACCOUNT  AT LINE WS-LN COLUMN  5
               DISPLAY WFS-STK29-CONTRATO AT LINE WS-LN COLUMN 16
               DISPLAY WS-QTD-MASK        AT LINE WS-LN COLUMN 26
               DISPLAY WS-PRECO-MASK      AT LINE WS-LN COLUMN 33
               DISPLAY WS-RES-MASK        AT LINE WS-LN COLUMN 46
               DISPLAY WS-MARGEM-MASK     AT LINE WS-LN COLUMN 62

               IF WS-LN < 21
                   ADD 1 TO WS-LN
               ELSE
                   MOVE 14 TO WS-LN
                   CALL 'showmsg' USING
                        "Continua... Pressione ENTER",
                        MSGVOID, MSGDELAY
                   DISPLAY CLEAR-SCREEN-PART-01
               END-IF
           ELSE
               MOVE "S" TO WS-FUT-FIM
           END-IF.

       BUSCA-MULTIPLICADOR.
           PERFORM BUSCA-MULTIPLICADOR-SEQ.
           IF WS-MULT = 0
               CALL 'showmsg' USING
                    "Contrato: WIN, IND, WDO ou DOL + vencimento",
                    MSGALERT, MSGDELAY
           END-IF.

       BUSCA-MULTIPLICADOR-SEQ.
      *    Valor do ponto pelo ativo-objeto do codigo de negociacao
      *    (tres letras, letra do mes de vencimento e o ano).
           MOVE 0 TO WS-MULT.
           IF WS-FUT-CONTRATO(5:2) IS NOT NUMERIC
              OR WS-FUT-CONTRATO(7:4) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-MULT-IDX FROM 1 BY 1
                     UNTIL WS-MULT-IDX > 4
               IF WS-MULT-PREFIXO(WS-MULT-IDX) = WS-FUT-CONTRATO(1:3)
                   MOVE WS-MULT-VALOR(WS-MULT-IDX) TO WS-MULT
               END-IF
           END-PERFORM.

       LE-POSICAO.
           MOVE "N" TO WS-FUT-ACHADO.
           MOVE 0 TO WS-P-QTY-ANT WS-P-PRECO-REF WS-P-QTY-DIA
                     WS-P-PRECO-DIA WS-P-DATA-DIA WS-P-ACUM-AJUSTE
                     WS-P-MARGEM WS-P-DATA-AJUSTE.
           OPEN INPUT STK29.
           IF WS-STATUS-STK29 = "00"
               MOVE "N" TO WS-FUT-FIM
               PERFORM LE-POSICAO-SEQ UNTIL WS-FUT-FIM = "S"
           END-IF.
           CLOSE STK29.

       LE-POSICAO-SEQ.
           READ STK29 AT END MOVE "S" TO WS-FUT-FIM.
           IF WS-STATUS-STK29 = "00"
               IF WFS-STK29-ACCOUNT = WS-FUT-CONTA
                  AND WFS-STK29-CONTRATO = WS-FUT-CONTRATO
                   MOVE "S" TO WS-FUT-ACHADO
                   MOVE WFS-STK29-QTY-ANT     TO WS-P-QTY-ANT
                   MOVE WFS-STK29-PRECO-REF   TO WS-P-PRECO-REF
                   MOVE WFS-STK29-QTY-DIA     TO WS-P-QTY-DIA
                   MOVE WFS-STK29-PRECO-DIA   TO WS-P-PRECO-DIA
                   MOVE WFS-STK29-DATA-DIA    TO WS-P-DATA-DIA
                   MOVE WFS-STK29-ACUM-AJUSTE TO WS-P-ACUM-AJUSTE
                   MOVE WFS-STK29-MARGEM      TO WS-P-MARGEM
                   MOVE WFS-STK29-DATA-AJUSTE TO WS-P-DATA-AJUSTE
                   MOVE "S" TO WS-FUT-FIM
               END-IF
           ELSE
               MOVE "S" TO WS-FUT-FIM
           END-IF.

       ATUALIZA-POSICAO.
      *    Regrava a posicao pelo temporario (padrao dos contratos de
      *    BTC) com a copia de trabalho; contrato zerado sai do
      *    arquivo e a margem dele fica liberada.
           OPEN OUTPUT ARQ-FUTPOS-TMP.
           OPEN INPUT STK29.
           IF WS-STATUS-STK29 = "00"
               MOVE "N" TO WS-FUT-FIM
               PERFORM ATUALIZA-POSICAO-SEQ UNTIL WS-FUT-FIM = "S"
           END-IF.
           CLOSE STK29.
           IF WS-P-QTY-ANT NOT = 0 OR WS-P-QTY-DIA NOT = 0
               PERFORM MONTA-POSICAO
               WRITE FUTPOS-TMP-REG FROM STK29-REGISTER
           END-IF.
           CLOSE ARQ-FUTPOS-TMP.
           PERFORM VOLTA-POSICAO.

       ATUALIZA-POSICAO-SEQ.
           READ STK29 AT END MOVE "S" TO WS-FUT-FIM.
           IF WS-STATUS-STK29 = "00"
               IF WFS-STK29-ACCOUNT NOT = WS-FUT-CONTA
                  OR WFS-STK29-CONTRATO NOT = WS-FUT-CONTRATO
                   WRITE FUTPOS-TMP-REG FROM STK29-REGISTER
               END-IF
           ELSE
               MOVE "S" TO WS-FUT-FIM
           END-IF.

       MONTA-POSICAO.
           MOVE WS-FUT-CONTA     TO WFS-STK29-ACCOUNT.
           MOVE WS-FUT-CONTRATO  TO WFS-STK29-CONTRATO.
           MOVE WS-P-QTY-ANT     TO WFS-STK29-QTY-ANT.
           MOVE WS-P-PRECO-REF   TO WFS-STK29-PRECO-REF.
           MOVE WS-P-QTY-DIA     TO WFS-STK29-QTY-DIA.
           MOVE WS-P-PRECO-DIA   TO WFS-STK29-PRECO-DIA.
           MOVE WS-P-DATA-DIA    TO WFS-STK29-DATA-DIA.
           MOVE WS-P-ACUM-AJUSTE TO WFS-STK29-ACUM-AJUSTE.
           MOVE WS-P-MARGEM      TO WFS-STK29-MARGEM.
           MOVE WS-P-DATA-AJUSTE TO WFS-STK29-DATA-AJUSTE.
           IF WS-P-QTY-ANT = 0
               MOVE 0 TO WFS-STK29-ACUM-AJUSTE
           END-IF.

       VOLTA-POSICAO.
           OPEN OUTPUT STK29.
           OPEN INPUT ARQ-FUTPOS-TMP.
           MOVE "N" TO WS-FUT-FIM.
           PERFORM VOLTA-POSICAO-SEQ UNTIL WS-FUT-FIM = "S".
           CLOSE STK29.
           CLOSE ARQ-FUTPOS-TMP.
           CALL "CBL_DELETE_FILE" USING "futpos.tmp".

       VOLTA-POSICAO-SEQ.
           READ ARQ-FUTPOS-TMP AT END MOVE "S" TO WS-FUT-FIM.
           IF WS-STATUS-FUTPOS-TMP = "00"
               MOVE FUTPOS-TMP-REG TO STK29-REGISTER
               WRITE STK29-REGISTER
           ELSE
               MOVE "S" TO WS-FUT-FIM
           END-IF.

       GRAVA-RESULTADO.
      *    Resultado em futres.dat (STK30 ja aberto por quem chama,
      *    com tipo, valor, custos e IRRF preenchidos) e os reflexos
      *    no caixa da conta: resultado, custos e IRRF retido.
           MOVE WS-FUT-CONTA    TO WFS-STK30-ACCOUNT.
           MOVE WS-FUT-DATA     TO WFS-STK30-DATA.
           MOVE WS-FUT-CONTRATO TO WFS-STK30-CONTRATO.
           WRITE STK30-REGISTER.

           MOVE WS-FUT-DATA TO WS-CX-DATA.
           IF WFS-STK30-VALOR NOT = 0
               MOVE WFS-STK30-VALOR TO WS-CX-VALOR
               MOVE SPACES TO WS-CX-HIST
               IF WFS-STK30-DAYTRADE
                   STRING "FUT DT " WS-FUT-CONTRATO
                          DELIMITED BY SIZE INTO WS-CX-HIST
                   END-STRING
               ELSE
                   STRING "FUT AJUSTE " WS-FUT-CONTRATO
                          DELIMITED BY SIZE INTO WS-CX-HIST
                   END-STRING
               END-IF
               PERFORM GRAVA-CAIXA
           END-IF.
           IF WFS-STK30-CUSTOS NOT = 0
               COMPUTE WS-CX-VALOR = 0 - WFS-STK30-CUSTOS
               MOVE SPACES TO WS-CX-HIST
               STRING "FUT CUSTOS " WS-FUT-CONTRATO
                      DELIMITED BY SIZE INTO WS-CX-HIST
               END-STRING
               PERFORM GRAVA-CAIXA
           END-IF.
           IF WFS-STK30-IRRF NOT = 0
               COMPUTE WS-CX-VALOR = 0 - WFS-STK30-IRRF
               MOVE SPACES TO WS-CX-HIST
               STRING "FUT IRRF " WS-FUT-CONTRATO
                      DELIMITED BY SIZE INTO WS-CX-HIST
               END-STRING
               PERFORM GRAVA-CAIXA
           END-IF.

       GRAVA-CAIXA.
           OPEN EXTEND STK15.
           IF WS-STATUS-STK15 = "35"
               OPEN OUTPUT STK15
           END-IF.
           MOVE WS-FUT-CONTA TO WFS-STK15-ACCOUNT.
           MOVE WS-CX-DATA   TO WFS-STK15-DATA.
           MOVE "F"          TO WFS-STK15-TIPO.
           MOVE WS-CX-HIST   TO WFS-STK15-HISTORICO.
           MOVE WS-CX-VALOR  TO WFS-STK15-VALOR.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.

       GRAVA-AUDITORIA.
      *    Lancamento de caixa na trilha de auditoria (STK12), como
      *    os do STOCKS, para o CTLTOT explicar a mudanca do saldo.
           CALL 'GRAVAUDIT' USING WS-OPERATOR, WS-AUDIT-ARQUIVO,
                                  WS-AUDIT-ACAO, WS-AUDIT-IMAGEM.
           MOVE SPACES TO WS-AUDIT-IMAGEM.
