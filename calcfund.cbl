       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFUND.
      *****************************************************************
      * Valor de um lote de fundo de investimento numa data, no mesmo *
      * papel do CALCRF para a renda fixa: usado pelo FUNDMOD         *
      * (resgate e posicao), pelo come-cotas (COMECOTAS), pela        *
      * valorizacao a mercado do STOCKS e pela fotografia do          *
      * patrimonio do FECHAMES. A cota e a ultima da serie importada  *
      * (cotafundo.dat, IMPORTCFD) com data ate a data pedida, salvo  *
      * quando quem chama ja traz a cota. O IR projetado e o do       *
      * resgate pela classe tributaria do fundo:                      *
      *   "L" - longo prazo: tabela regressiva da renda fixa (22,5%   *
      *         ate 180 dias, 20% ate 360, 17,5% ate 720, 15% acima); *
      *   "C" - curto prazo: 22,5% ate 180 dias, 20% acima;           *
      *   "A" - acoes: 15% em qualquer prazo.                         *
      * O rendimento do lote soma de volta o IR ja antecipado pelo    *
      * come-cotas (as cotas foram reduzidas por ele) e o IR          *
      * projetado e so o que falta pagar sobre esse rendimento.       *
      * Sem cota na serie o lote fica ao valor aplicado.              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk35'.                *> Cotas de fundos

       DATA DIVISION.
       FILE SECTION.
       FD STK35.
           COPY 'stk35'.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK35           PIC X(02).
       77 WS-FD-FIM                 PIC X(01).
       77 WS-FD-DATA-COTA           PIC 9(08).
       77 WS-HOJE                   PIC 9(08).
       77 WS-DATA-HOJE              PIC 9(06).
       77 WS-DIAS                   PIC 9(05).
       77 WS-ALIQ                   PIC 9(02)V9(03).
       77 WS-RENDIMENTO             PIC S9(11)V99.
       77 WS-IR-TOTAL               PIC S9(11)V99.

       LINKAGE SECTION.
       01 LNK-CALCFUND-PARM.
           05 LNK-FD-FUNDO          PIC X(10).
           05 LNK-FD-CLASSE         PIC X(01).
           05 LNK-FD-DATA-APLIC     PIC 9(08).
           05 LNK-FD-DATA-ALVO      PIC 9(08).
           05 LNK-FD-COTAS          PIC 9(09)V9(06).
           05 LNK-FD-VALOR-APLIC    PIC 9(11)V99.
           05 LNK-FD-IR-COME        PIC 9(09)V99.
           05 LNK-FD-COTA           PIC 9(05)V9(08).
           05 LNK-FD-COTA-ACHADA    PIC X(01).
           05 LNK-FD-VALOR-ATUAL    PIC 9(11)V99.
           05 LNK-FD-IR-PROJ        PIC 9(09)V99.
           05 LNK-FD-LIQ-PROJ       PIC 9(11)V99.

       PROCEDURE DIVISION USING LNK-CALCFUND-PARM.
       CALCULA-VALOR-FUNDO.
      *    Data alvo zerada e hoje; cota zerada na entrada e buscada
      *    na serie, cota informada e usada como veio.
           IF LNK-FD-DATA-ALVO = 0
               ACCEPT WS-DATA-HOJE FROM DATE
               COMPUTE WS-HOJE = 20000000 + WS-DATA-HOJE
               MOVE WS-HOJE TO LNK-FD-DATA-ALVO
           END-IF.

           IF LNK-FD-COTA > 0
               MOVE "S" TO LNK-FD-COTA-ACHADA
           ELSE
               PERFORM BUSCA-COTA-ATE-DATA
           END-IF.

           IF LNK-FD-COTA-ACHADA = "S"
               COMPUTE LNK-FD-VALOR-ATUAL ROUNDED =
                       LNK-FD-COTAS * LNK-FD-COTA
                   ON SIZE ERROR
                       MOVE LNK-FD-VALOR-APLIC TO LNK-FD-VALOR-ATUAL
               END-COMPUTE
           ELSE
               MOVE LNK-FD-VALOR-APLIC TO LNK-FD-VALOR-ATUAL
           END-IF.

           COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(LNK-FD-DATA-ALVO)
                 - FUNCTION INTEGER-OF-DATE(LNK-FD-DATA-APLIC).
           EVALUATE TRUE
               WHEN LNK-FD-CLASSE = "A"
                   MOVE 15,0 TO WS-ALIQ
               WHEN WS-DIAS <= 180
                   MOVE 22,5 TO WS-ALIQ
               WHEN LNK-FD-CLASSE = "C"
                   MOVE 20,0 TO WS-ALIQ
               WHEN WS-DIAS <= 360
                   MOVE 20,0 TO WS-ALIQ
               WHEN WS-DIAS <= 720
                   MOVE 17,5 TO WS-ALIQ
               WHEN OTHER
                   MOVE 15,0 TO WS-ALIQ
           END-EVALUATE.

           COMPUTE WS-RENDIMENTO = LNK-FD-VALOR-ATUAL
                                  + LNK-FD-IR-COME
                                  - LNK-FD-VALOR-APLIC.
           MOVE 0 TO LNK-FD-IR-PROJ.
           IF WS-RENDIMENTO > 0
               COMPUTE WS-IR-TOTAL ROUNDED = WS-RENDIMENTO
                                            * WS-ALIQ / 100
               IF WS-IR-TOTAL > LNK-FD-IR-COME
                   COMPUTE LNK-FD-IR-PROJ = WS-IR-TOTAL
                                           - LNK-FD-IR-COME
               END-IF
           END-IF.
           COMPUTE LNK-FD-LIQ-PROJ = LNK-FD-VALOR-ATUAL
                                    - LNK-FD-IR-PROJ.
           GOBACK.

       BUSCA-COTA-ATE-DATA.
      *    A serie nao vem ordenada (a importacao acrescenta no fim
      *    as datas novas), entao vale a maior data ate a data alvo
      *    e nao a ultima lida.
           MOVE "N" TO LNK-FD-COTA-ACHADA.
           MOVE 0   TO LNK-FD-COTA WS-FD-DATA-COTA.
           OPEN INPUT STK35.
           IF WS-STATUS-STK35 NOT = "00"
               CLOSE STK35
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FD-FIM.
           PERFORM BUSCA-COTA-SEQ UNTIL WS-FD-FIM = "S".
           CLOSE STK35.

       BUSCA-COTA-SEQ.
           READ STK35 AT END MOVE "S" TO WS-FD-FIM.
           IF WS-STATUS-STK35 = "00"
               IF WFS-STK35-FUNDO = LNK-FD-FUNDO
                  AND WFS-STK35-DATA <= LNK-FD-DATA-ALVO
                  AND WFS-STK35-DATA >= WS-FD-DATA-COTA
                   MOVE WFS-STK35-DATA TO WS-FD-DATA-COTA
                   MOVE WFS-STK35-COTA TO LNK-FD-COTA
                   MOVE "S" TO LNK-FD-COTA-ACHADA
               END-IF
           ELSE
               MOVE "S" TO WS-FD-FIM
           END-IF.
