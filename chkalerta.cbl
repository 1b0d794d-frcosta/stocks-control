       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKALERTA.
      *****************************************************************
      * Confere os niveis de preco cadastrados (alertaspreco.dat) por *
      * conta e ativo contra a serie de cotacoes (STK14): stop        *
      * (ultima cotacao no nivel ou abaixo), alvo (no nivel ou acima) *
      * e stop movel - percentual abaixo do maior fechamento desde a  *
      * data em que foi definido. Devolve os niveis rompidos com a    *
      * ultima cotacao; a posicao e o imposto da venda ficam com quem *
      * chama.                                                        *
      * Chamado pelo STOCKS logo depois do IMPORTCOT e no painel de   *
      * avisos da entrada no sistema.                                 *
      *                                                               *
      * Chamada: CHKALERTA USING LNK-ALERTA-PARM                      *
      *   saida: TOTAL de niveis rompidos e, por nivel, conta, ativo, *
      *          tipo (STOP/ALVO/MOVEL), nivel, ultima cotacao e sua  *
      *          data, e o maior fechamento da janela do stop movel   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk42'.                *> Alertas de preco
           COPY 'control_stk14'.                *> Cotacoes

       DATA DIVISION.
       FILE SECTION.
       FD STK42.
           COPY 'stk42'.
       FD STK14.
           COPY 'stk14'.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK42           PIC X(02).
       77 WS-STATUS-STK14           PIC X(02).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-COT-FIM                PIC X(01).
       77 WS-ULT-DATA               PIC 9(08).
       77 WS-ULT-PRECO              PIC 9(07)V99.
       77 WS-MAXIMA                 PIC 9(07)V99.
       77 WS-NIVEL                  PIC 9(07)V99.
       77 WS-TIPO                   PIC X(05).

       LINKAGE SECTION.
       01 LNK-ALERTA-PARM.
           05 LNK-ALP-TOTAL         PIC 9(03).
           05 LNK-ALP-ITEM OCCURS 50 TIMES.
               10 LNK-ALP-CONTA     PIC X(10).
               10 LNK-ALP-TICKER    PIC X(10).
               10 LNK-ALP-TIPO      PIC X(05).
               10 LNK-ALP-NIVEL     PIC 9(07)V99.
               10 LNK-ALP-ULTIMO    PIC 9(07)V99.
               10 LNK-ALP-DATA      PIC 9(08).
               10 LNK-ALP-MAXIMA    PIC 9(07)V99.

       PROCEDURE DIVISION USING LNK-ALERTA-PARM.
       MAIN-SECTION.
           MOVE 0 TO LNK-ALP-TOTAL.

           OPEN INPUT STK42.
           IF WS-STATUS-STK42 NOT = "00"
               CLOSE STK42
               GOBACK
           END-IF.
           OPEN INPUT STK14.
           IF WS-STATUS-STK14 NOT = "00"
               CLOSE STK14
               CLOSE STK42
               GOBACK
           END-IF.

           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CONFERE-ALERTA-SEQ UNTIL WS-FIM-ARQ = "S".

           CLOSE STK14.
           CLOSE STK42.
           GOBACK.

       CONFERE-ALERTA-SEQ.
           READ STK42 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK42 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.

           PERFORM PERCORRE-COTACOES.
           IF WS-ULT-DATA = 0
               EXIT PARAGRAPH
           END-IF.

           IF WFS-STK42-STOP > 0 AND WS-ULT-PRECO <= WFS-STK42-STOP
               MOVE "STOP"          TO WS-TIPO
               MOVE WFS-STK42-STOP  TO WS-NIVEL
               PERFORM GUARDA-ALERTA
           END-IF.
           IF WFS-STK42-ALVO > 0 AND WS-ULT-PRECO >= WFS-STK42-ALVO
               MOVE "ALVO"          TO WS-TIPO
               MOVE WFS-STK42-ALVO  TO WS-NIVEL
               PERFORM GUARDA-ALERTA
           END-IF.
           IF WFS-STK42-MOVEL-PCT > 0 AND WS-MAXIMA > 0
               COMPUTE WS-NIVEL ROUNDED = WS-MAXIMA
                       * (100 - WFS-STK42-MOVEL-PCT) / 100
               IF WS-ULT-PRECO <= WS-NIVEL
                   MOVE "MOVEL"     TO WS-TIPO
                   PERFORM GUARDA-ALERTA
               END-IF
           END-IF.

       PERCORRE-COTACOES.
      *    Serie inteira do ativo: a ultima cotacao e o maior
      *    fechamento a partir da data em que o nivel foi definido
      *    (referencia do stop movel).
           MOVE 0 TO WS-ULT-DATA WS-ULT-PRECO WS-MAXIMA.
           MOVE WFS-STK42-TICKER TO WFS-STK14-TICKER.
           MOVE 0                TO WFS-STK14-DATA.
           START STK14 KEY IS NOT LESS THAN WFS-STK14-KEY.
           IF WS-STATUS-STK14 NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-COT-FIM.
           PERFORM PERCORRE-COTACOES-SEQ UNTIL WS-COT-FIM = "S".

       PERCORRE-COTACOES-SEQ.
           READ STK14 NEXT RECORD AT END MOVE "S" TO WS-COT-FIM.
           IF WS-STATUS-STK14 NOT = "00"
              OR WFS-STK14-TICKER NOT = WFS-STK42-TICKER
               MOVE "S" TO WS-COT-FIM
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK14-DATA       TO WS-ULT-DATA.
           MOVE WFS-STK14-FECHAMENTO TO WS-ULT-PRECO.
           IF WFS-STK14-DATA >= WFS-STK42-DATA-INICIO
              AND WFS-STK14-FECHAMENTO > WS-MAXIMA
               MOVE WFS-STK14-FECHAMENTO TO WS-MAXIMA
           END-IF.

       GUARDA-ALERTA.
      *    Tabela cheia: os niveis seguintes ficam de fora.
           IF LNK-ALP-TOTAL >= 50
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LNK-ALP-TOTAL.
           MOVE WFS-STK42-ACCOUNT TO LNK-ALP-CONTA(LNK-ALP-TOTAL).
           MOVE WFS-STK42-TICKER  TO LNK-ALP-TICKER(LNK-ALP-TOTAL).
           MOVE WS-TIPO           TO LNK-ALP-TIPO(LNK-ALP-TOTAL).
           MOVE WS-NIVEL          TO LNK-ALP-NIVEL(LNK-ALP-TOTAL).
           MOVE WS-ULT-PRECO      TO LNK-ALP-ULTIMO(LNK-ALP-TOTAL).
           MOVE WS-ULT-DATA       TO LNK-ALP-DATA(LNK-ALP-TOTAL).
           MOVE WS-MAXIMA         TO LNK-ALP-MAXIMA(LNK-ALP-TOTAL).
