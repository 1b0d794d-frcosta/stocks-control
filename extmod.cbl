       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTMOD.
      *****************************************************************
      * Modulo interativo de ativos negociados no exterior (acoes     *
      * listadas fora do pais, custodiadas em corretora offshore), no *
      * padrao do BTCMOD: as ordens e a posicao ficam em dolar, com o *
      * valor em reais fixado pela PTAX de venda da data de cada      *
      * operacao (tabela ptax.dat, importada por IMPORTPTAX; sem      *
      * cotacao na data vale a do ultimo dia util anterior). Funcoes: *
      *   "C" - compra: soma quantidade e custo (USD e BRL) na        *
      *         posicao do titular (extpos.dat);                      *
      *   "V" - venda: baixa o custo medio proporcional em USD e em   *
      *         BRL e grava o ganho ou perda em reais;                *
      *   "D" - dividendo: bruto e imposto retido no exterior, em     *
      *         USD e convertidos;                                    *
      *   "P" - posicao atual por titular/ativo;                      *
      *   "A" - apuracao anual da Lei 14.754 (EXTAPUR).               *
      * Tudo fica fora do fechamento mensal (STK08): o imposto desses *
      * ativos e anual. Os movimentos vao para exterior.dat.          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk24'.                *> Titulares (CPFs)
           COPY 'control_stk26'.                *> Movimentos exterior
           COPY 'control_stk27'.                *> Posicao no exterior
           COPY 'control_ptax'.                 *> Tabela PTAX diaria

           SELECT ARQ-EXTPOS-TMP ASSIGN TO "extpos.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXTPOS-TMP.

       DATA DIVISION.
       FILE SECTION.
       FD STK24.
           COPY 'stk24'.
       FD STK26.
           COPY 'stk26'.
       FD STK27.
           COPY 'stk27'.
       FD ARQ-PTAX.
           COPY 'ptax'.
       FD ARQ-EXTPOS-TMP.
       01 EXTPOS-TMP-REG            PIC X(51).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK24           PIC X(02).
       77 WS-STATUS-STK26           PIC X(02).
       77 WS-STATUS-STK27           PIC X(02).
       77 WS-STATUS-PTAX            PIC X(02).
       77 WS-STATUS-EXTPOS-TMP      PIC X(02).
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

       77 WS-EXT-FUNC               PIC X(01).
       77 WS-EXT-TITULAR            PIC X(03).
       77 WS-EXT-TICKER             PIC X(10).
       77 WS-EXT-PAIS               PIC X(03).
       77 WS-EXT-DATA               PIC 9(08).
       77 WS-EXT-QTY                PIC 9(07)V9(04).
       77 WS-EXT-PRECO              PIC 9(07)V9(04).
       77 WS-EXT-TAXAS              PIC 9(05)V99.
       77 WS-EXT-DIV-USD            PIC 9(09)V99.
       77 WS-EXT-IMP-USD            PIC 9(07)V99.
       77 WS-EXT-ANO                PIC 9(04).
       77 WS-EXT-FIM                PIC X(01).
       77 WS-EXT-ACHADO             PIC X(01).
       77 WS-EXT-VALOR-USD          PIC 9(09)V99.
       77 WS-EXT-LIQ-USD            PIC S9(09)V99.
       77 WS-EXT-VALOR-BRL          PIC 9(11)V99.
       77 WS-EXT-IMP-BRL            PIC 9(09)V99.
       77 WS-EXT-CUSTO-USD          PIC 9(09)V99.
       77 WS-EXT-CUSTO-BRL          PIC 9(11)V99.
       77 WS-EXT-RESULT-BRL         PIC S9(11)V99.
       77 WS-EXT-POS-QTY            PIC 9(07)V9(04).
       77 WS-EXT-POS-CUSTO-USD      PIC 9(09)V99.
       77 WS-EXT-POS-CUSTO-BRL      PIC 9(11)V99.
       77 WS-EXT-TIT-OK             PIC X(01).

      *    PTAX da operacao: a cotacao de venda do dia, ou a do
      *    ultimo dia util anterior, desde que a tabela nao esteja
      *    defasada mais de uma semana.
       77 WS-PTAX                   PIC 9(02)V9(04).
       77 WS-PTAX-DATA              PIC 9(08).
       77 WS-PTAX-FIM               PIC X(01).
       77 WS-PTAX-DIAS              PIC 9(05).

       77 WS-QTD-MASK               PIC ZZZZZZ9,9999.
       77 WS-USD-MASK               PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-BRL-MASK               PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-RES-MASK               PIC -.ZZZ.ZZZ.ZZ9,99.
       77 WS-PTAX-MASK              PIC Z9,9999.

       SCREEN SECTION.
       01 CLEAR-SCREEN BLANK SCREEN.

       01 CLEAR-SCREEN-PART-01.
           05 LINE 15 COL 1 BLANK LINE.
           05 LINE 16 COL 1 BLANK LINE.
           05 LINE 17 COL 1 BLANK LINE.
           05 LINE 18 COL 1 BLANK LINE.
           05 LINE 19 COL 1 BLANK LINE.
           05 LINE 20 COL 1 BLANK LINE.
           05 LINE 21 COL 1 BLANK LINE.

       01 EXT-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 50 VALUE "ATIVOS NO EXTERIOR (USD)"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Funcao [C]ompra [V]enda [D]ividendo
      -    " [P]osicao [A]purar ano" HIGHLIGHT.
           05         COL 65 PIC X USING WS-EXT-FUNC AUTO.
           05 LINE 4  COL 5  VALUE "Titular (vazio = padrao)"
                                   HIGHLIGHT.
           05         COL 45 PIC X(03) USING WS-EXT-TITULAR.
           05 LINE 5  COL 5  VALUE "Ticker" HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-EXT-TICKER.
           05 LINE 6  COL 5  VALUE "Pais (codigo RFB, vazio = 249 EUA)"
                                   HIGHLIGHT.
           05         COL 45 PIC X(03) USING WS-EXT-PAIS.
           05 LINE 7  COL 5  VALUE "Data da operacao (AAAAMMDD)"
                                   HIGHLIGHT.
           05         COL 45 PIC 9(08) USING WS-EXT-DATA.
           05 LINE 8  COL 5  VALUE "Quantidade" HIGHLIGHT.
           05         COL 45 PIC ZZZZZZ9,9999 USING WS-EXT-QTY.
           05 LINE 9  COL 5  VALUE "Preco unitario (USD)" HIGHLIGHT.
           05         COL 45 PIC ZZZZZZ9,9999 USING WS-EXT-PRECO.
           05 LINE 10 COL 5  VALUE "Taxas e corretagem (USD)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZ9,99 USING WS-EXT-TAXAS.
           05 LINE 11 COL 5  VALUE "Dividendo bruto (USD)" HIGHLIGHT.
           05         COL 45 PIC ZZZZZZZZ9,99 USING WS-EXT-DIV-USD.
           05 LINE 12 COL 5  VALUE "Imposto retido no exterior (USD)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZZZ9,99 USING WS-EXT-IMP-USD.
           05 LINE 13 COL 5  VALUE "Ano da apuracao (AAAA)" HIGHLIGHT.
           05         COL 45 PIC 9(04) USING WS-EXT-ANO.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       PROCEDURE DIVISION.
       ATIVOS-EXTERIOR.
      **** Entrada do modulo: uma operacao por acesso, como no BTC.
           MOVE SPACES TO WS-EXT-FUNC WS-EXT-TITULAR WS-EXT-TICKER
                          WS-EXT-PAIS.
           MOVE ZEROES TO WS-EXT-DATA WS-EXT-QTY WS-EXT-PRECO
                          WS-EXT-TAXAS WS-EXT-DIV-USD WS-EXT-IMP-USD
                          WS-EXT-ANO.

           DISPLAY CLEAR-SCREEN.
           DISPLAY EXT-SCR.
           ACCEPT  EXT-SCR.

           MOVE FUNCTION UPPER-CASE(WS-EXT-FUNC)    TO WS-EXT-FUNC.
           MOVE FUNCTION UPPER-CASE(WS-EXT-TITULAR) TO WS-EXT-TITULAR.
           MOVE FUNCTION UPPER-CASE(WS-EXT-TICKER)  TO WS-EXT-TICKER.
           IF WS-EXT-PAIS = SPACES
               MOVE "249" TO WS-EXT-PAIS
           END-IF.

           IF WS-EXT-FUNC = SPACE
               GOBACK
           END-IF.

           EVALUATE WS-EXT-FUNC
               WHEN "C"
                   PERFORM EXT-COMPRA
               WHEN "V"
                   PERFORM EXT-VENDA
               WHEN "D"
                   PERFORM EXT-DIVIDENDO
               WHEN "P"
                   PERFORM EXT-POSICAO
               WHEN "A"
                   PERFORM EXT-APURACAO
               WHEN OTHER
                   CALL 'showmsg' USING
                        "Funcao deve ser C, V, D, P ou A",
                        MSGALERT, MSGDELAY
           END-EVALUATE.
           GOBACK.

       EXT-COMPRA.
           IF WS-EXT-TICKER = SPACES OR WS-EXT-DATA = 0
              OR WS-EXT-QTY = 0 OR WS-EXT-PRECO = 0
               CALL 'showmsg' USING
                    "Informe ticker, data, quantidade e preco",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICA-TITULAR.
           IF WS-EXT-TIT-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCA-PTAX.
           IF WS-PTAX = 0
               EXIT PARAGRAPH
           END-IF.

      *    Custo de aquisicao: valor da compra mais as taxas, em
      *    dolar e convertido pela PTAX da data da compra.
           COMPUTE WS-EXT-VALOR-USD ROUNDED = WS-EXT-QTY * WS-EXT-PRECO.
           COMPUTE WS-EXT-CUSTO-USD = WS-EXT-VALOR-USD + WS-EXT-TAXAS.
           COMPUTE WS-EXT-CUSTO-BRL ROUNDED =
                   WS-EXT-CUSTO-USD * WS-PTAX.

           MOVE WS-EXT-CUSTO-USD TO WS-USD-MASK.
           MOVE WS-EXT-CUSTO-BRL TO WS-BRL-MASK.
           MOVE WS-PTAX          TO WS-PTAX-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Custo USD" WS-USD-MASK " PTAX " WS-PTAX-MASK
                  " R$" WS-BRL-MASK " - confirma?"
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGYESNO, MSGDELAY,
                          WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ATUALIZA-POSICAO.

           INITIALIZE STK26-REGISTER.
           MOVE "C"              TO WFS-STK26-TIPO.
           MOVE WS-EXT-VALOR-USD TO WFS-STK26-VALOR-USD.
           MOVE WS-EXT-CUSTO-BRL TO WFS-STK26-VALOR-BRL.
           MOVE WS-EXT-CUSTO-BRL TO WFS-STK26-CUSTO-BRL.
           PERFORM GRAVA-MOVIMENTO.

           CALL 'showmsg' USING "Compra no exterior registrada",
                          MSGSTD, MSGDELAY.

       EXT-VENDA.
           IF WS-EXT-TICKER = SPACES OR WS-EXT-DATA = 0
              OR WS-EXT-QTY = 0 OR WS-EXT-PRECO = 0
               CALL 'showmsg' USING
                    "Informe ticker, data, quantidade e preco",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICA-TITULAR.
           IF WS-EXT-TIT-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM LE-POSICAO.
           IF WS-EXT-ACHADO NOT = "S" OR WS-EXT-POS-QTY < WS-EXT-QTY
               CALL 'showmsg' USING
                    "Posicao insuficiente no exterior para a venda",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCA-PTAX.
           IF WS-PTAX = 0
               EXIT PARAGRAPH
           END-IF.

      *    Custo baixado pelo medio da posicao, proporcional a
      *    quantidade vendida, nas duas moedas: o custo em reais e o
      *    das PTAX de cada compra, nao o da data da venda. Venda
      *    total leva o custo inteiro, sem residuo de arredondamento.
           IF WS-EXT-QTY = WS-EXT-POS-QTY
               MOVE WS-EXT-POS-CUSTO-USD TO WS-EXT-CUSTO-USD
               MOVE WS-EXT-POS-CUSTO-BRL TO WS-EXT-CUSTO-BRL
           ELSE
               COMPUTE WS-EXT-CUSTO-USD ROUNDED =
                       WS-EXT-POS-CUSTO-USD * WS-EXT-QTY
                     / WS-EXT-POS-QTY
               COMPUTE WS-EXT-CUSTO-BRL ROUNDED =
                       WS-EXT-POS-CUSTO-BRL * WS-EXT-QTY
                     / WS-EXT-POS-QTY
           END-IF.

      *    Valor de alienacao: venda menos taxas, convertida pela
      *    PTAX da data da venda.
           COMPUTE WS-EXT-VALOR-USD ROUNDED = WS-EXT-QTY * WS-EXT-PRECO.
           COMPUTE WS-EXT-LIQ-USD = WS-EXT-VALOR-USD - WS-EXT-TAXAS.
           IF WS-EXT-LIQ-USD < 0
               MOVE 0 TO WS-EXT-LIQ-USD
           END-IF.
           COMPUTE WS-EXT-VALOR-BRL ROUNDED = WS-EXT-LIQ-USD * WS-PTAX.
           COMPUTE WS-EXT-RESULT-BRL =
                   WS-EXT-VALOR-BRL - WS-EXT-CUSTO-BRL.

           MOVE WS-EXT-RESULT-BRL TO WS-RES-MASK.
           MOVE WS-PTAX           TO WS-PTAX-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Resultado R$" WS-RES-MASK " (PTAX " WS-PTAX-MASK
                  ") - confirma a venda?"
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGYESNO, MSGDELAY,
                          WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ATUALIZA-POSICAO.

           INITIALIZE STK26-REGISTER.
           MOVE "V"               TO WFS-STK26-TIPO.
           MOVE WS-EXT-VALOR-USD  TO WFS-STK26-VALOR-USD.
           MOVE WS-EXT-VALOR-BRL  TO WFS-STK26-VALOR-BRL.
           MOVE WS-EXT-CUSTO-BRL  TO WFS-STK26-CUSTO-BRL.
           MOVE WS-EXT-RESULT-BRL TO WFS-STK26-RESULT-BRL.
           PERFORM GRAVA-MOVIMENTO.

           CALL 'showmsg' USING "Venda no exterior registrada",
                          MSGSTD, MSGDELAY.

       EXT-DIVIDENDO.
      *    Dividendo pago pela empresa estrangeira: o bruto e o
      *    imposto retido la fora entram pela PTAX da data do
      *    pagamento; o imposto do exterior abate o da apuracao
      *    anual, no limite do imposto brasileiro sobre o dividendo.
           IF WS-EXT-TICKER = SPACES OR WS-EXT-DATA = 0
              OR WS-EXT-DIV-USD = 0
               CALL 'showmsg' USING
                    "Informe ticker, data e o dividendo bruto",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXT-IMP-USD > WS-EXT-DIV-USD
               CALL 'showmsg' USING
                    "Imposto retido maior que o dividendo bruto",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICA-TITULAR.
           IF WS-EXT-TIT-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCA-PTAX.
           IF WS-PTAX = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-EXT-VALOR-BRL ROUNDED = WS-EXT-DIV-USD * WS-PTAX.
           COMPUTE WS-EXT-IMP-BRL ROUNDED = WS-EXT-IMP-USD * WS-PTAX.

           MOVE WS-EXT-VALOR-BRL TO WS-BRL-MASK.
           MOVE WS-PTAX          TO WS-PTAX-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Dividendo R$" WS-BRL-MASK " (PTAX " WS-PTAX-MASK
                  ") - confirma?"
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGYESNO, MSGDELAY,
                          WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE STK26-REGISTER.
           MOVE "D"              TO WFS-STK26-TIPO.
           MOVE 0                TO WS-EXT-QTY WS-EXT-TAXAS.
           MOVE WS-EXT-DIV-USD   TO WFS-STK26-VALOR-USD.
           MOVE WS-EXT-IMP-USD   TO WFS-STK26-IMPOSTO-USD.
           MOVE WS-EXT-VALOR-BRL TO WFS-STK26-VALOR-BRL.
           MOVE WS-EXT-IMP-BRL   TO WFS-STK26-IMPOSTO-BRL.
           PERFORM GRAVA-MOVIMENTO.

           CALL 'showmsg' USING "Dividendo do exterior registrado",
                          MSGSTD, MSGDELAY.

       EXT-POSICAO.
           OPEN INPUT STK27.
           IF WS-STATUS-STK27 NOT = "00"
               CLOSE STK27
               CALL 'showmsg' USING "Nenhuma posicao no exterior",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "TIT"        AT LINE 14 COLUMN  5.
           DISPLAY "TICKER"     AT LINE 14 COLUMN  9.
           DISPLAY "PAIS"       AT LINE 14 COLUMN 20.
           DISPLAY "QUANTIDADE" AT LINE 14 COLUMN 27.
           DISPLAY "CUSTO USD"  AT LINE 14 COLUMN 44.
           DISPLAY "CUSTO R$"   AT LINE 14 COLUMN 64.

           MOVE 15  TO WS-LN.
           MOVE "N" TO WS-EXT-FIM.
           PERFORM EXT-POSICAO-SEQ UNTIL WS-EXT-FIM = "S".
           CLOSE STK27.

           CALL 'showmsg' USING "Tecle ENTER para retornar",
                          MSGVOID, MSGDELAY.

       EXT-POSICAO-SEQ.
           READ STK27 AT END MOVE "S" TO WS-EXT-FIM.
           IF WS-STATUS-STK27 = "00"
               IF WS-EXT-TITULAR NOT = SPACES
                  AND WFS-STK27-TITULAR NOT = WS-EXT-TITULAR
                   EXIT PARAGRAPH
               END-IF
               MOVE WFS-STK27-QTY       TO WS-QTD-MASK
               MOVE WFS-STK27-CUSTO-USD TO WS-USD-MASK
               MOVE WFS-STK27-CUSTO-BRL TO WS-BRL-MASK

               DISPLAY WFS-STK27-TITULAR AT LINE WS-LN COLUMN  5
               DISPLAY WFS-STK27-TICKER  AT LINE WS-LN COLUMN  9
               DISPLAY WFS-STK27-PAIS    AT LINE WS-LN COLUMN 20
               DISPLAY WS-QTD-MASK       AT LINE WS-LN COLUMN 25
               DISPLAY WS-USD-MASK       AT LINE WS-LN COLUMN 39
               DISPLAY WS-BRL-MASK       AT LINE WS-LN COLUMN 56

               IF WS-LN < 21
                   ADD 1 TO WS-LN
               ELSE
                   MOVE 15 TO WS-LN
                   CALL 'showmsg' USING
                        "Continua... Pressione ENTER",
                        MSGVOID, MSGDELAY
                   DISPLAY CLEAR-SCREEN-PART-01
               END-IF
           ELSE
               MOVE "S" TO WS-EXT-FIM
           END-IF.

       EXT-APURACAO.
           IF WS-EXT-ANO = 0
               CALL 'showmsg' USING "Informe o ano da apuracao",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           CALL 'EXTAPUR' USING WS-EXT-ANO.
           CALL 'showmsg' USING
                "Apuracao gerada - ver exterior_AAAA.txt",
                MSGSTD, MSGDELAY.

       VERIFICA-TITULAR.
      *    Titular em branco e o padrao; os demais precisam estar no
      *    cadastro de titulares (sem cadastro, so o padrao existe).
           MOVE "S" TO WS-EXT-TIT-OK.
           IF WS-EXT-TITULAR = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EXT-TIT-OK.
           OPEN INPUT STK24.
           IF WS-STATUS-STK24 = "00"
               MOVE "N" TO WS-EXT-FIM
               PERFORM VERIFICA-TITULAR-SEQ UNTIL WS-EXT-FIM = "S"
           END-IF.
           CLOSE STK24.
           IF WS-EXT-TIT-OK NOT = "S"
               CALL 'showmsg' USING "Titular nao cadastrado",
                              MSGALERT, MSGDELAY
           END-IF.

       VERIFICA-TITULAR-SEQ.
           READ STK24 AT END MOVE "S" TO WS-EXT-FIM.
           IF WS-STATUS-STK24 = "00"
               IF WFS-STK24-TITULAR = WS-EXT-TITULAR
                   MOVE "S" TO WS-EXT-TIT-OK
                   MOVE "S" TO WS-EXT-FIM
               END-IF
           ELSE
               MOVE "S" TO WS-EXT-FIM
           END-IF.

       BUSCA-PTAX.
      *    Cotacao de venda da data da operacao; em fim de semana ou
      *    feriado, a do ultimo dia util anterior. Tabela ausente ou
      *    defasada (mais de 7 dias) bloqueia a operacao.
           MOVE 0 TO WS-PTAX WS-PTAX-DATA.
           OPEN INPUT ARQ-PTAX.
           IF WS-STATUS-PTAX = "00"
               MOVE "N" TO WS-PTAX-FIM
               PERFORM BUSCA-PTAX-SEQ UNTIL WS-PTAX-FIM = "S"
           END-IF.
           CLOSE ARQ-PTAX.

           IF WS-PTAX-DATA NOT = 0
               COMPUTE WS-PTAX-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-EXT-DATA)
                     - FUNCTION INTEGER-OF-DATE(WS-PTAX-DATA)
               IF WS-PTAX-DIAS > 7
                   MOVE 0 TO WS-PTAX
               END-IF
           END-IF.
           IF WS-PTAX = 0
               CALL 'showmsg' USING
                    "PTAX da data nao encontrada - importar ptax.csv",
                    MSGALERT, MSGDELAY
           END-IF.

       BUSCA-PTAX-SEQ.
           READ ARQ-PTAX AT END MOVE "S" TO WS-PTAX-FIM.
           IF WS-STATUS-PTAX = "00"
               IF WFS-PTAX-DATA <= WS-EXT-DATA
                  AND WFS-PTAX-DATA > WS-PTAX-DATA
                   MOVE WFS-PTAX-DATA  TO WS-PTAX-DATA
                   MOVE WFS-PTAX-VENDA TO WS-PTAX
               END-IF
           ELSE
               MOVE "S" TO WS-PTAX-FIM
           END-IF.

       LE-POSICAO.
           MOVE "N" TO WS-EXT-ACHADO.
           MOVE 0 TO WS-EXT-POS-QTY WS-EXT-POS-CUSTO-USD
                     WS-EXT-POS-CUSTO-BRL.
           OPEN INPUT STK27.
           IF WS-STATUS-STK27 = "00"
               MOVE "N" TO WS-EXT-FIM
               PERFORM LE-POSICAO-SEQ UNTIL WS-EXT-FIM = "S"
           END-IF.
           CLOSE STK27.

       LE-POSICAO-SEQ.
           READ STK27 AT END MOVE "S" TO WS-EXT-FIM.
           IF WS-STATUS-STK27 = "00"
               IF WFS-STK27-TITULAR = WS-EXT-TITULAR
                  AND WFS-STK27-TICKER = WS-EXT-TICKER
                   MOVE "S" TO WS-EXT-ACHADO
                   MOVE WFS-STK27-QTY       TO WS-EXT-POS-QTY
                   MOVE WFS-STK27-CUSTO-USD TO WS-EXT-POS-CUSTO-USD
                   MOVE WFS-STK27-CUSTO-BRL TO WS-EXT-POS-CUSTO-BRL
                   MOVE "S" TO WS-EXT-FIM
               END-IF
           ELSE
               MOVE "S" TO WS-EXT-FIM
           END-IF.

       ATUALIZA-POSICAO.
      *    Regrava a posicao pelo temporario (padrao dos contratos de
      *    BTC): a compra soma no registro do titular/ativo ou cria
      *    um novo; a venda subtrai quantidade e custo baixado, e a
      *    posicao zerada sai do arquivo.
           MOVE "N" TO WS-EXT-ACHADO.
           OPEN OUTPUT ARQ-EXTPOS-TMP.
           OPEN INPUT STK27.
           IF WS-STATUS-STK27 = "00"
               MOVE "N" TO WS-EXT-FIM
               PERFORM ATUALIZA-POSICAO-SEQ UNTIL WS-EXT-FIM = "S"
           END-IF.
           CLOSE STK27.

           IF WS-EXT-ACHADO NOT = "S" AND WS-EXT-FUNC = "C"
               MOVE WS-EXT-TITULAR   TO WFS-STK27-TITULAR
               MOVE WS-EXT-TICKER    TO WFS-STK27-TICKER
               MOVE WS-EXT-PAIS      TO WFS-STK27-PAIS
               MOVE WS-EXT-QTY       TO WFS-STK27-QTY
               MOVE WS-EXT-CUSTO-USD TO WFS-STK27-CUSTO-USD
               MOVE WS-EXT-CUSTO-BRL TO WFS-STK27-CUSTO-BRL
               WRITE EXTPOS-TMP-REG FROM STK27-REGISTER
           END-IF.
           CLOSE ARQ-EXTPOS-TMP.

           OPEN OUTPUT STK27.
           OPEN INPUT ARQ-EXTPOS-TMP.
           MOVE "N" TO WS-EXT-FIM.
           PERFORM ATUALIZA-POSICAO-VOLTA UNTIL WS-EXT-FIM = "S".
           CLOSE STK27.
           CLOSE ARQ-EXTPOS-TMP.
           CALL "CBL_DELETE_FILE" USING "extpos.tmp".

       ATUALIZA-POSICAO-SEQ.
           READ STK27 AT END MOVE "S" TO WS-EXT-FIM.
           IF WS-STATUS-STK27 NOT = "00"
               MOVE "S" TO WS-EXT-FIM
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK27-TITULAR = WS-EXT-TITULAR
              AND WFS-STK27-TICKER = WS-EXT-TICKER
               MOVE "S" TO WS-EXT-ACHADO
               IF WS-EXT-FUNC = "C"
                   ADD WS-EXT-QTY       TO WFS-STK27-QTY
                   ADD WS-EXT-CUSTO-USD TO WFS-STK27-CUSTO-USD
                   ADD WS-EXT-CUSTO-BRL TO WFS-STK27-CUSTO-BRL
               ELSE
                   SUBTRACT WS-EXT-QTY       FROM WFS-STK27-QTY
                   SUBTRACT WS-EXT-CUSTO-USD FROM WFS-STK27-CUSTO-USD
                   SUBTRACT WS-EXT-CUSTO-BRL FROM WFS-STK27-CUSTO-BRL
                   IF WFS-STK27-QTY = 0
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           WRITE EXTPOS-TMP-REG FROM STK27-REGISTER.

       ATUALIZA-POSICAO-VOLTA.
           READ ARQ-EXTPOS-TMP AT END MOVE "S" TO WS-EXT-FIM.
           IF WS-STATUS-EXTPOS-TMP = "00"
               MOVE EXTPOS-TMP-REG TO STK27-REGISTER
               WRITE STK27-REGISTER
           ELSE
               MOVE "S" TO WS-EXT-FIM
           END-IF.

       GRAVA-MOVIMENTO.
      *    Campos comuns do movimento; o tipo e os valores proprios
      *    da operacao ja foram preenchidos por quem chamou.
           MOVE WS-EXT-TITULAR TO WFS-STK26-TITULAR.
           MOVE WS-EXT-DATA    TO WFS-STK26-DATA.
           MOVE WS-EXT-TICKER  TO WFS-STK26-TICKER.
           MOVE WS-EXT-QTY     TO WFS-STK26-QTY.
           MOVE WS-EXT-TAXAS   TO WFS-STK26-TAXAS-USD.
           MOVE WS-PTAX        TO WFS-STK26-PTAX.
           OPEN EXTEND STK26.
           IF WS-STATUS-STK26 = "35"
               OPEN OUTPUT STK26
           END-IF.
           WRITE STK26-REGISTER.
           CLOSE STK26.
