      * imagem gravada e o proprio registro incluido). Chamado por    *
      * toda gravacao/regravacao/exclusao em STK02, STK03, STK04,     *
      * STK07 e STK08.                                                *
      * Cada registro leva o numero de sequencia e o hash encadeado   *
      * ao do anterior (HASHAUD); o ultimo numero e hash ficam em     *
      * stk12.ult, conferido pela verificacao (VERIAUD) contra o fim  *
      * da trilha. Sem stk12.ult, o ultimo registro encadeado da      *
      * propria trilha e usado (trilha antiga sem encadeamento parte  *
      * da sequencia 1 e hash zero).                                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk12'.
           COPY 'control_audult'.

       DATA DIVISION.
       FILE SECTION.
       FD STK12.
           COPY 'stk12'.
       FD ARQ-AUD-ULT.
           COPY 'audult'.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK12           PIC X(02).
       77 WS-STATUS-AUD-ULT         PIC X(02).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-ULT-SEQ                PIC 9(09).
       01 WS-DATA.
           05 WS-ANO                PIC 9(2).
           05 WS-MES                PIC 9(2).
           05 WS-HORA               PIC 9(2).
           05 WS-MINUTO             PIC 9(2).
           05 WS-SEGUNDO            PIC 9(2).
       01 WS-HASH-ANT.
           05 WS-HASH-ANT-A         PIC 9(10).
           05 WS-HASH-ANT-B         PIC 9(10).
       01 WS-HASH-NOVO.
           05 WS-HASH-NOVO-A        PIC 9(10).
           05 WS-HASH-NOVO-B        PIC 9(10).

       LINKAGE SECTION.
       01 LK-OPERADOR               PIC X(08).
       PROCEDURE DIVISION USING LK-OPERADOR, LK-ARQUIVO, LK-ACAO,
                                LK-IMAGEM.
       MAIN-SECTION.
           PERFORM BUSCA-ULTIMO-ELO.

           OPEN EXTEND STK12.
           IF WS-STATUS-STK12 = "35"
               OPEN OUTPUT STK12
           MOVE LK-ARQUIVO  TO WFS-STK12-ARQUIVO.
           MOVE LK-ACAO     TO WFS-STK12-ACAO.
           MOVE LK-IMAGEM   TO WFS-STK12-IMAGEM.
           ADD 1 TO WS-ULT-SEQ GIVING WFS-STK12-SEQ.
           CALL 'HASHAUD' USING WS-HASH-ANT, STK12-REGISTER(1:157),
                                WS-HASH-NOVO.
           MOVE WS-HASH-NOVO-A TO WFS-STK12-HASH-A.
           MOVE WS-HASH-NOVO-B TO WFS-STK12-HASH-B.
           WRITE STK12-REGISTER.

           CLOSE STK12.

           OPEN OUTPUT ARQ-AUD-ULT.
           MOVE WFS-STK12-SEQ    TO AUD-ULT-SEQ.
           MOVE WFS-STK12-HASH-A TO AUD-ULT-HASH-A.
           MOVE WFS-STK12-HASH-B TO AUD-ULT-HASH-B.
           WRITE AUD-ULT-REGISTER.
           CLOSE ARQ-AUD-ULT.
           GOBACK.

       BUSCA-ULTIMO-ELO.
           MOVE 0 TO WS-ULT-SEQ WS-HASH-ANT-A WS-HASH-ANT-B.
           OPEN INPUT ARQ-AUD-ULT.
           IF WS-STATUS-AUD-ULT = "00"
               READ ARQ-AUD-ULT
               IF WS-STATUS-AUD-ULT = "00"
                   MOVE AUD-ULT-SEQ    TO WS-ULT-SEQ
                   MOVE AUD-ULT-HASH-A TO WS-HASH-ANT-A
                   MOVE AUD-ULT-HASH-B TO WS-HASH-ANT-B
                   CLOSE ARQ-AUD-ULT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           CLOSE ARQ-AUD-ULT.

           OPEN INPUT STK12.
           IF WS-STATUS-STK12 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM BUSCA-ULTIMO-ELO-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK12.

       BUSCA-ULTIMO-ELO-SEQ.
           READ STK12 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK12 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK12-SEQ IS NUMERIC
              AND WFS-STK12-HASH IS NUMERIC
               MOVE WFS-STK12-SEQ    TO WS-ULT-SEQ
               MOVE WFS-STK12-HASH-A TO WS-HASH-ANT-A
               MOVE WFS-STK12-HASH-B TO WS-HASH-ANT-B
           END-IF.
