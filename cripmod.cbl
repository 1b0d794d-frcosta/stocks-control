       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRIPMOD.
      *****************************************************************
      * Modulo interativo de criptoativos, no padrao do BTCMOD/EXTMOD:*
      * a quantidade vai a 8 casas decimais (STK02-QTY S9(06) nao     *
      * comporta fracao de moeda), por isso a posicao e o diario      *
      * ficam em arquivos proprios e nao no fluxo das ordens. Os      *
      * valores ja entram em reais, como na nota da exchange.         *
      * Funcoes:                                                      *
      *   "C" - compra: soma quantidade e custo (valor mais taxas)    *
      *         na posicao do titular (criptopos.dat);                *
      *   "V" - venda: baixa o custo medio proporcional e grava o     *
      *         ganho ou perda da alienacao;                          *
      *   "P" - posicao atual por titular/ativo.                      *
      * Cada operacao registra onde foi feita - exchange brasileira,  *
      * exchange no exterior ou P2P - com a plataforma, o pais e o    *
      * documento da contraparte: e o que a declaracao mensal da IN   *
      * RFB 1888 pede das operacoes fora de exchange nacional. Os     *
      * movimentos vao para cripto.dat; a apuracao mensal (isencao    *
      * de R$ 35.000,00 em vendas, DARF 4600) e a IN 1888 saem no     *
      * fechamento do mes (FECHAMES).                                 *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk24'.                *> Titulares (CPFs)
           COPY 'control_stk32'.                *> Movimentos cripto
           COPY 'control_stk33'.                *> Posicao em cripto

           SELECT ARQ-CRIPOS-TMP ASSIGN TO "criptopos.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CRIPOS-TMP.

       DATA DIVISION.
       FILE SECTION.
       FD STK24.
           COPY 'stk24'.
       FD STK32.
           COPY 'stk32'.
       FD STK33.
           COPY 'stk33'.
       FD ARQ-CRIPOS-TMP.
       01 CRIPOS-TMP-REG            PIC X(43).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK24           PIC X(02).
       77 WS-STATUS-STK32           PIC X(02).
       77 WS-STATUS-STK33           PIC X(02).
       77 WS-STATUS-CRIPOS-TMP      PIC X(02).
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

       77 WS-CRI-FUNC               PIC X(01).
       77 WS-CRI-TITULAR            PIC X(03).
       77 WS-CRI-ATIVO              PIC X(10).
       01 WS-CRI-DATA               PIC 9(08).
       01 WS-CRI-DATA-R REDEFINES WS-CRI-DATA.
           05 WS-CRI-SECULO         PIC 9(02).
           05 WS-CRI-ANO            PIC 9(02).
           05 WS-CRI-MES            PIC 9(02).
           05 WS-CRI-DIA            PIC 9(02).
       77 WS-CRI-QTY                PIC 9(09)V9(08).
       77 WS-CRI-VALOR              PIC 9(11)V99.
       77 WS-CRI-TAXAS              PIC 9(07)V99.
       77 WS-CRI-LOCAL              PIC X(01).
       77 WS-CRI-EXCHANGE           PIC X(30).
       77 WS-CRI-PAIS               PIC X(03).
       77 WS-CRI-CONTRAPARTE        PIC X(14).
       77 WS-CRI-FIM                PIC X(01).
       77 WS-CRI-ACHADO             PIC X(01).
       77 WS-CRI-TIT-OK             PIC X(01).
       77 WS-CRI-CUSTO              PIC 9(11)V99.
       77 WS-CRI-LIQUIDO            PIC S9(11)V99.
       77 WS-CRI-RESULTADO          PIC S9(11)V99.
       77 WS-CRI-POS-QTY            PIC 9(09)V9(08).
       77 WS-CRI-POS-CUSTO          PIC 9(11)V99.
       77 WS-CHK-RETURN             PIC 9.

       77 WS-QTD-MASK               PIC ZZZZZZZZ9,99999999.
       77 WS-BRL-MASK               PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-RES-MASK               PIC -.ZZZ.ZZZ.ZZ9,99.

       SCREEN SECTION.
       01 CLEAR-SCREEN BLANK SCREEN.

       01 CLEAR-SCREEN-PART-01.
           05 LINE 16 COL 1 BLANK LINE.
           05 LINE 17 COL 1 BLANK LINE.
           05 LINE 18 COL 1 BLANK LINE.
           05 LINE 19 COL 1 BLANK LINE.
           05 LINE 20 COL 1 BLANK LINE.
           05 LINE 21 COL 1 BLANK LINE.

       01 CRI-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 69 VALUE "CRIPTOATIVOS"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Funcao [C]ompra [V]enda [P]osicao"
                                   HIGHLIGHT.
           05         COL 45 PIC X USING WS-CRI-FUNC AUTO.
           05 LINE 4  COL 5  VALUE "Titular (vazio = padrao)"
                                   HIGHLIGHT.
           05         COL 45 PIC X(03) USING WS-CRI-TITULAR.
           05 LINE 5  COL 5  VALUE "Ativo (BTC, ETH, USDT...)"
                                   HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-CRI-ATIVO.
           05 LINE 6  COL 5  VALUE "Data da operacao (AAAAMMDD)"
                                   HIGHLIGHT.
           05         COL 45 PIC 9(08) USING WS-CRI-DATA.
           05 LINE 7  COL 5  VALUE "Quantidade (8 casas)" HIGHLIGHT.
           05         COL 45 PIC ZZZZZZZZ9,99999999 USING WS-CRI-QTY.
           05 LINE 8  COL 5  VALUE "Valor total da operacao (R$)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZZZZZZZ9,99 USING WS-CRI-VALOR.
           05 LINE 9  COL 5  VALUE "Taxas da exchange (R$)" HIGHLIGHT.
           05         COL 45 PIC ZZZZZZ9,99 USING WS-CRI-TAXAS.
           05 LINE 10 COL 5  VALUE "Local [B]rasil [E]xterior [P]2P"
                                   HIGHLIGHT.
           05         COL 45 PIC X USING WS-CRI-LOCAL AUTO.
           05 LINE 11 COL 5  VALUE "Exchange / plataforma" HIGHLIGHT.
           05         COL 45 PIC X(30) USING WS-CRI-EXCHANGE.
           05 LINE 12 COL 5  VALUE "Pais (codigo RFB, vazio = 105)"
                                   HIGHLIGHT.
           05         COL 45 PIC X(03) USING WS-CRI-PAIS.
           05 LINE 13 COL 5  VALUE "CPF/CNPJ da contraparte (P2P)"
                                   HIGHLIGHT.
           05         COL 45 PIC X(14) USING WS-CRI-CONTRAPARTE.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       PROCEDURE DIVISION.
       CRIPTOATIVOS.
      **** Entrada do modulo: uma operacao por acesso, como no BTC.
           MOVE SPACES TO WS-CRI-FUNC WS-CRI-TITULAR WS-CRI-ATIVO
                          WS-CRI-LOCAL WS-CRI-EXCHANGE WS-CRI-PAIS
                          WS-CRI-CONTRAPARTE.
           MOVE ZEROES TO WS-CRI-DATA WS-CRI-QTY WS-CRI-VALOR
                          WS-CRI-TAXAS.

           DISPLAY CLEAR-SCREEN.
           DISPLAY CRI-SCR.
           ACCEPT  CRI-SCR.

           MOVE FUNCTION UPPER-CASE(WS-CRI-FUNC)    TO WS-CRI-FUNC.
           MOVE FUNCTION UPPER-CASE(WS-CRI-TITULAR) TO WS-CRI-TITULAR.
           MOVE FUNCTION UPPER-CASE(WS-CRI-ATIVO)   TO WS-CRI-ATIVO.
           MOVE FUNCTION UPPER-CASE(WS-CRI-LOCAL)   TO WS-CRI-LOCAL.
           IF WS-CRI-LOCAL = SPACE
               MOVE "B" TO WS-CRI-LOCAL
           END-IF.
           IF WS-CRI-PAIS = SPACES
               MOVE "105" TO WS-CRI-PAIS
           END-IF.

           IF WS-CRI-FUNC = SPACE
               GOBACK
           END-IF.

           EVALUATE WS-CRI-FUNC
               WHEN "C"
                   PERFORM CRI-COMPRA
               WHEN "V"
                   PERFORM CRI-VENDA
               WHEN "P"
                   PERFORM CRI-POSICAO
               WHEN OTHER
                   CALL 'showmsg' USING
                        "Funcao deve ser C, V ou P",
                        MSGALERT, MSGDELAY
           END-EVALUATE.
           GOBACK.

       CRI-COMPRA.
           PERFORM VALIDA-OPERACAO.
           IF WS-CRI-TIT-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.

      *    Custo de aquisicao: valor pago mais as taxas da exchange.
           COMPUTE WS-CRI-CUSTO = WS-CRI-VALOR + WS-CRI-TAXAS.

           MOVE WS-CRI-CUSTO TO WS-BRL-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Custo de aquisicao R$" WS-BRL-MASK " - confirma?"
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGYESNO, MSGDELAY,
                          WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ATUALIZA-POSICAO.

           INITIALIZE STK32-REGISTER.
           MOVE "C"          TO WFS-STK32-TIPO.
           MOVE WS-CRI-CUSTO TO WFS-STK32-CUSTO.
           PERFORM GRAVA-MOVIMENTO.

           CALL 'showmsg' USING "Compra de criptoativo registrada",
                          MSGSTD, MSGDELAY.

       CRI-VENDA.
           PERFORM VALIDA-OPERACAO.
           IF WS-CRI-TIT-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM LE-POSICAO.
           IF WS-CRI-ACHADO NOT = "S" OR WS-CRI-POS-QTY < WS-CRI-QTY
               CALL 'showmsg' USING
                    "Posicao insuficiente no ativo para a venda",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

      *    Custo baixado pelo medio da posicao, proporcional a
      *    quantidade vendida; venda total leva o custo inteiro, sem
      *    residuo de arredondamento.
           IF WS-CRI-QTY = WS-CRI-POS-QTY
               MOVE WS-CRI-POS-CUSTO TO WS-CRI-CUSTO
           ELSE
               COMPUTE WS-CRI-CUSTO ROUNDED =
                       WS-CRI-POS-CUSTO * WS-CRI-QTY / WS-CRI-POS-QTY
           END-IF.

      *    Ganho de capital: valor de alienacao menos as taxas da
      *    venda, menos o custo baixado.
           COMPUTE WS-CRI-LIQUIDO = WS-CRI-VALOR - WS-CRI-TAXAS.
           IF WS-CRI-LIQUIDO < 0
               MOVE 0 TO WS-CRI-LIQUIDO
           END-IF.
           COMPUTE WS-CRI-RESULTADO = WS-CRI-LIQUIDO - WS-CRI-CUSTO.

           MOVE WS-CRI-RESULTADO TO WS-RES-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Resultado R$" WS-RES-MASK " - confirma a venda?"
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGYESNO, MSGDELAY,
                          WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ATUALIZA-POSICAO.

           INITIALIZE STK32-REGISTER.
           MOVE "V"              TO WFS-STK32-TIPO.
           MOVE WS-CRI-CUSTO     TO WFS-STK32-CUSTO.
           MOVE WS-CRI-RESULTADO TO WFS-STK32-RESULTADO.
           PERFORM GRAVA-MOVIMENTO.

           CALL 'showmsg' USING "Venda de criptoativo registrada",
                          MSGSTD, MSGDELAY.

       CRI-POSICAO.
           OPEN INPUT STK33.
           IF WS-STATUS-STK33 NOT = "00"
               CLOSE STK33
               CALL 'showmsg' USING "Nenhuma posicao em criptoativos",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "TIT"        AT LINE 15 COLUMN  5.
           DISPLAY "ATIVO"      AT LINE 15 COLUMN  9.
           DISPLAY "QUANTIDADE" AT LINE 15 COLUMN 28.
           DISPLAY "CUSTO R$"   AT LINE 15 COLUMN 48.

           MOVE 16  TO WS-LN.
           MOVE "N" TO WS-CRI-FIM.
           PERFORM CRI-POSICAO-SEQ UNTIL WS-CRI-FIM = "S".
           CLOSE STK33.

           CALL 'showmsg' USING "Tecle ENTER para retornar",
                          MSGVOID, MSGDELAY.

       CRI-POSICAO-SEQ.
           READ STK33 AT END MOVE "S" TO WS-CRI-FIM.
           IF WS-STATUS-STK33 = "00"
               IF WS-CRI-TITULAR NOT = SPACES
                  AND WFS-STK33-TITULAR NOT = WS-CRI-TITULAR
                   EXIT PARAGRAPH
               END-IF
               MOVE WFS-STK33-QTY   TO WS-QTD-MASK
               MOVE WFS-STK33-CUSTO TO WS-BRL-MASK

               DISPLAY WFS-STK33-TITULAR AT LINE WS-LN COLUMN  5
               DISPLAY WFS-STK33-ATIVO   AT LINE WS-LN COLUMN  9
               DISPLAY WS-QTD-MASK       AT LINE WS-LN COLUMN 20
               DISPLAY WS-BRL-MASK       AT LINE WS-LN COLUMN 40

               IF WS-LN < 21
                   ADD 1 TO WS-LN
               ELSE
                   MOVE 16 TO WS-LN
                   CALL 'showmsg' USING
                        "Continua... Pressione ENTER",
                        MSGVOID, MSGDELAY
                   DISPLAY CLEAR-SCREEN-PART-01
               END-IF
           ELSE
               MOVE "S" TO WS-CRI-FIM
           END-IF.

       VALIDA-OPERACAO.
      *    Campos comuns a compra e a venda. Fora de exchange
      *    brasileira a plataforma e obrigatoria, e no P2P tambem o
      *    documento da contraparte - sem eles a IN 1888 do mes nao
      *    pode ser entregue.
           MOVE "N" TO WS-CRI-TIT-OK.
           IF WS-CRI-ATIVO = SPACES OR WS-CRI-DATA = 0
              OR WS-CRI-QTY = 0 OR WS-CRI-VALOR = 0
               CALL 'showmsg' USING
                    "Informe ativo, data, quantidade e valor",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           CALL 'chkdate' USING WS-CRI-ANO, WS-CRI-MES, WS-CRI-DIA,
                                WS-CHK-RETURN.
           IF WS-CHK-RETURN NOT = 0 OR WS-CRI-SECULO NOT = 20
               CALL 'showmsg' USING "Data invalida",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-CRI-LOCAL NOT = "B" AND WS-CRI-LOCAL NOT = "E"
              AND WS-CRI-LOCAL NOT = "P"
               CALL 'showmsg' USING "Local deve ser B, E ou P",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-CRI-LOCAL NOT = "P" AND WS-CRI-EXCHANGE = SPACES
               CALL 'showmsg' USING "Informe a exchange da operacao",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-CRI-LOCAL = "P" AND WS-CRI-CONTRAPARTE = SPACES
               CALL 'showmsg' USING
                    "Operacao P2P exige o CPF/CNPJ da contraparte",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICA-TITULAR.

       VERIFICA-TITULAR.
      *    Titular em branco e o padrao; os demais precisam estar no
      *    cadastro de titulares (sem cadastro, so o padrao existe).
           MOVE "S" TO WS-CRI-TIT-OK.
           IF WS-CRI-TITULAR = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CRI-TIT-OK.
           OPEN INPUT STK24.
           IF WS-STATUS-STK24 = "00"
               MOVE "N" TO WS-CRI-FIM
               PERFORM VERIFICA-TITULAR-SEQ UNTIL WS-CRI-FIM = "S"
           END-IF.
           CLOSE STK24.
           IF WS-CRI-TIT-OK NOT = "S"
               CALL 'showmsg' USING "Titular nao cadastrado",
                              MSGALERT, MSGDELAY
           END-IF.

       VERIFICA-TITULAR-SEQ.
           READ STK24 AT END MOVE "S" TO WS-CRI-FIM.
           IF WS-STATUS-STK24 = "00"
               IF WFS-STK24-TITULAR = WS-CRI-TITULAR
                   MOVE "S" TO WS-CRI-TIT-OK
                   MOVE "S" TO WS-CRI-FIM
               END-IF
           ELSE
               MOVE "S" TO WS-CRI-FIM
           END-IF.

       LE-POSICAO.
           MOVE "N" TO WS-CRI-ACHADO.
           MOVE 0 TO WS-CRI-POS-QTY WS-CRI-POS-CUSTO.
           OPEN INPUT STK33.
           IF WS-STATUS-STK33 = "00"
               MOVE "N" TO WS-CRI-FIM
               PERFORM LE-POSICAO-SEQ UNTIL WS-CRI-FIM = "S"
           END-IF.
           CLOSE STK33.

       LE-POSICAO-SEQ.
           READ STK33 AT END MOVE "S" TO WS-CRI-FIM.
           IF WS-STATUS-STK33 = "00"
               IF WFS-STK33-TITULAR = WS-CRI-TITULAR
                  AND WFS-STK33-ATIVO = WS-CRI-ATIVO
                   MOVE "S" TO WS-CRI-ACHADO
                   MOVE WFS-STK33-QTY   TO WS-CRI-POS-QTY
                   MOVE WFS-STK33-CUSTO TO WS-CRI-POS-CUSTO
                   MOVE "S" TO WS-CRI-FIM
               END-IF
           ELSE
               MOVE "S" TO WS-CRI-FIM
           END-IF.

       ATUALIZA-POSICAO.
      *    Regrava a posicao pelo temporario (padrao do EXTMOD): a
      *    compra soma no registro do titular/ativo ou cria um novo;
      *    a venda subtrai quantidade e custo baixado, e a posicao
      *    zerada sai do arquivo.
           MOVE "N" TO WS-CRI-ACHADO.
           OPEN OUTPUT ARQ-CRIPOS-TMP.
           OPEN INPUT STK33.
           IF WS-STATUS-STK33 = "00"
               MOVE "N" TO WS-CRI-FIM
               PERFORM ATUALIZA-POSICAO-SEQ UNTIL WS-CRI-FIM = "S"
           END-IF.
           CLOSE STK33.

           IF WS-CRI-ACHADO NOT = "S" AND WS-CRI-FUNC = "C"
               MOVE WS-CRI-TITULAR TO WFS-STK33-TITULAR
               MOVE WS-CRI-ATIVO   TO WFS-STK33-ATIVO
               MOVE WS-CRI-QTY     TO WFS-STK33-QTY
               MOVE WS-CRI-CUSTO   TO WFS-STK33-CUSTO
               WRITE CRIPOS-TMP-REG FROM STK33-REGISTER
           END-IF.
           CLOSE ARQ-CRIPOS-TMP.

           OPEN OUTPUT STK33.
           OPEN INPUT ARQ-CRIPOS-TMP.
           MOVE "N" TO WS-CRI-FIM.
           PERFORM ATUALIZA-POSICAO-VOLTA UNTIL WS-CRI-FIM = "S".
           CLOSE STK33.
           CLOSE ARQ-CRIPOS-TMP.
           CALL "CBL_DELETE_FILE" USING "criptopos.tmp".

       ATUALIZA-POSICAO-SEQ.
           READ STK33 AT END MOVE "S" TO WS-CRI-FIM.
           IF WS-STATUS-STK33 NOT = "00"
               MOVE "S" TO WS-CRI-FIM
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK33-TITULAR = WS-CRI-TITULAR
              AND WFS-STK33-ATIVO = WS-CRI-ATIVO
               MOVE "S" TO WS-CRI-ACHADO
               IF WS-CRI-FUNC = "C"
                   ADD WS-CRI-QTY   TO WFS-STK33-QTY
                   ADD WS-CRI-CUSTO TO WFS-STK33-CUSTO
               ELSE
                   SUBTRACT WS-CRI-QTY   FROM WFS-STK33-QTY
                   SUBTRACT WS-CRI-CUSTO FROM WFS-STK33-CUSTO
                   IF WFS-STK33-QTY = 0
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           WRITE CRIPOS-TMP-REG FROM STK33-REGISTER.

       ATUALIZA-POSICAO-VOLTA.
           READ ARQ-CRIPOS-TMP AT END MOVE "S" TO WS-CRI-FIM.
           IF WS-STATUS-CRIPOS-TMP = "00"
               MOVE CRIPOS-TMP-REG TO STK33-REGISTER
               WRITE STK33-REGISTER
           ELSE
               MOVE "S" TO WS-CRI-FIM
           END-IF.

       GRAVA-MOVIMENTO.
      *    Campos comuns do movimento; o tipo e os valores proprios
      *    da operacao ja foram preenchidos por quem chamou.
           MOVE WS-CRI-TITULAR     TO WFS-STK32-TITULAR.
           MOVE WS-CRI-DATA        TO WFS-STK32-DATA.
           MOVE WS-CRI-ATIVO       TO WFS-STK32-ATIVO.
           MOVE WS-CRI-QTY         TO WFS-STK32-QTY.
           MOVE WS-CRI-VALOR       TO WFS-STK32-VALOR.
           MOVE WS-CRI-TAXAS       TO WFS-STK32-TAXAS.
           MOVE WS-CRI-LOCAL       TO WFS-STK32-LOCAL.
           MOVE WS-CRI-EXCHANGE    TO WFS-STK32-EXCHANGE.
           MOVE WS-CRI-PAIS        TO WFS-STK32-PAIS.
           MOVE WS-CRI-CONTRAPARTE TO WFS-STK32-CONTRAPARTE.
           OPEN EXTEND STK32.
           IF WS-STATUS-STK32 = "35"
               OPEN OUTPUT STK32
           END-IF.
           WRITE STK32-REGISTER.
           CLOSE STK32.
