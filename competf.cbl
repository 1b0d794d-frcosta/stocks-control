       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPETF.
      *****************************************************************
      * Devolve a composicao vigente de um ETF - a da data de         *
      * referencia mais recente importada em etfcomp.dat (STK43) -    *
      * com a participacao de cada ativo ja rateada sobre a soma das  *
      * participacoes daquela data, de modo que as fracoes fecham em  *
      * 1 e o valor do ETF e distribuido inteiro. ETF sem composicao  *
      * importada volta com TOTAL zero (fica como ativo unico).       *
      * Chamado pela exposicao por setor/tipo do STOCKS e pelo        *
      * REBALREL na visao look-through.                               *
      *                                                               *
      * Chamada: COMPETF USING LNK-COMPETF-PARM                       *
      *   entrada: ETF                                                *
      *   saida:   data de referencia, TOTAL de ativos e, por ativo,  *
      *            ticker e fracao do valor do ETF (0 a 1)            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk43'.                *> Composicao de ETFs

       DATA DIVISION.
       FILE SECTION.
       FD STK43.
           COPY 'stk43'.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK43           PIC X(02).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-IDX                    PIC 9(03) COMP.
       77 WS-PESO-TOTAL             PIC 9(05)V9(04).

       LINKAGE SECTION.
       01 LNK-COMPETF-PARM.
           05 LNK-CET-ETF           PIC X(10).
           05 LNK-CET-DATA-REF      PIC 9(08).
           05 LNK-CET-TOTAL         PIC 9(03).
           05 LNK-CET-ITEM OCCURS 150 TIMES.
               10 LNK-CET-TICKER    PIC X(10).
               10 LNK-CET-FRACAO    PIC 9V9(06).

       PROCEDURE DIVISION USING LNK-COMPETF-PARM.
       MAIN-SECTION.
           MOVE 0 TO LNK-CET-DATA-REF LNK-CET-TOTAL WS-PESO-TOTAL.

           OPEN INPUT STK43.
           IF WS-STATUS-STK43 NOT = "00"
               CLOSE STK43
               GOBACK
           END-IF.

      *    Primeira passada acha a data mais recente do ETF; a
      *    segunda carrega a composicao daquela data.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM ACHA-DATA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK43.
           IF LNK-CET-DATA-REF = 0
               GOBACK
           END-IF.

           OPEN INPUT STK43.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-COMPOSICAO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK43.

           IF WS-PESO-TOTAL = 0
               MOVE 0 TO LNK-CET-TOTAL
               GOBACK
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > LNK-CET-TOTAL
               COMPUTE LNK-CET-FRACAO(WS-IDX) ROUNDED =
                       LNK-CET-FRACAO(WS-IDX) * 100 / WS-PESO-TOTAL
           END-PERFORM.
           GOBACK.

       ACHA-DATA-SEQ.
           READ STK43 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK43 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK43-ETF = LNK-CET-ETF
              AND WFS-STK43-DATA-REF > LNK-CET-DATA-REF
               MOVE WFS-STK43-DATA-REF TO LNK-CET-DATA-REF
           END-IF.

       CARREGA-COMPOSICAO-SEQ.
      *    A fracao guarda primeiro a participacao / 100 e e rateada
      *    sobre a soma no fim; acima de 150 ativos o resto fica de
      *    fora e o rateio redistribui o que entrou.
           READ STK43 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK43 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK43-ETF NOT = LNK-CET-ETF
              OR WFS-STK43-DATA-REF NOT = LNK-CET-DATA-REF
              OR LNK-CET-TOTAL >= 150
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LNK-CET-TOTAL.
           MOVE WFS-STK43-TICKER TO LNK-CET-TICKER(LNK-CET-TOTAL).
           COMPUTE LNK-CET-FRACAO(LNK-CET-TOTAL) =
                   WFS-STK43-PESO / 100.
           ADD WFS-STK43-PESO TO WS-PESO-TOTAL.
