       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPREV.
      *****************************************************************
      * Situacao de um plano de previdencia privada (PGBL/VGBL) numa  *
      * data, no mesmo papel do CALCFUND para os fundos: usado pelo   *
      * PREVMOD (resgate e posicao), pela fotografia do patrimonio do *
      * FECHAMES e pelo BENSDIR.                                      *
      *   saldo     - o ultimo saldo mensal informado pela seguradora *
      *               (prevsaldo.dat, IMPORTPRV) com competencia ate  *
      *               a data, mais os aportes e menos os resgates     *
      *               brutos lancados depois do fim dessa             *
      *               competencia; sem saldo importado, o plano fica  *
      *               pelas contribuicoes (SALDO-ACHADO = "N");       *
      *   principal - contribuicoes ate a data menos as baixadas      *
      *               pelos resgates ate a data (prevmov.dat);        *
      *   do ano    - aportes, resgates brutos e IR retido no         *
      *               ano-calendario da data, ate ela.                *
      * Data zerada e hoje.                                           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk53'.                *> Movimentos previd.
           COPY 'control_stk54'.                *> Saldos previdencia

       DATA DIVISION.
       FILE SECTION.
       FD STK53.
           COPY 'stk53'.
       FD STK54.
           COPY 'stk54'.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK53           PIC X(02).
       77 WS-STATUS-STK54           PIC X(02).
       77 WS-PV-FIM                 PIC X(01).
       77 WS-DATA-HOJE              PIC 9(06).
       77 WS-COMP-ALVO              PIC 9(06).
       77 WS-FIM-COMP               PIC 9(08).
       77 WS-ANO-ALVO               PIC 9(04).
       77 WS-SALDO                  PIC S9(11)V99.
       77 WS-PRINCIPAL              PIC S9(11)V99.

       LINKAGE SECTION.
       01 LNK-CALCPREV-PARM.
           05 LNK-PV-PLANO          PIC X(10).
           05 LNK-PV-DATA           PIC 9(08).
           05 LNK-PV-SALDO          PIC 9(11)V99.
           05 LNK-PV-SALDO-ACHADO   PIC X(01).
           05 LNK-PV-COMP-SALDO     PIC 9(06).
           05 LNK-PV-PRINCIPAL      PIC 9(11)V99.
           05 LNK-PV-APORTES-ANO    PIC 9(11)V99.
           05 LNK-PV-RESGATES-ANO   PIC 9(11)V99.
           05 LNK-PV-IR-ANO         PIC 9(09)V99.

       PROCEDURE DIVISION USING LNK-CALCPREV-PARM.
       CALCULA-SITUACAO-PLANO.
           IF LNK-PV-DATA = 0
               ACCEPT WS-DATA-HOJE FROM DATE
               COMPUTE LNK-PV-DATA = 20000000 + WS-DATA-HOJE
           END-IF.
           DIVIDE LNK-PV-DATA BY 100 GIVING WS-COMP-ALVO.
           DIVIDE LNK-PV-DATA BY 10000 GIVING WS-ANO-ALVO.
           MOVE "N" TO LNK-PV-SALDO-ACHADO.
           MOVE 0   TO LNK-PV-COMP-SALDO LNK-PV-SALDO LNK-PV-PRINCIPAL
                       LNK-PV-APORTES-ANO LNK-PV-RESGATES-ANO
                       LNK-PV-IR-ANO WS-SALDO WS-PRINCIPAL.

           PERFORM BUSCA-SALDO-ATE-DATA.
           IF LNK-PV-SALDO-ACHADO = "S"
               COMPUTE WS-FIM-COMP = LNK-PV-COMP-SALDO * 100 + 31
           ELSE
               MOVE 0 TO WS-FIM-COMP
           END-IF.

           OPEN INPUT STK53.
           IF WS-STATUS-STK53 = "00"
               MOVE "N" TO WS-PV-FIM
               PERFORM SOMA-MOVIMENTOS-SEQ UNTIL WS-PV-FIM = "S"
           END-IF.
           CLOSE STK53.

           IF WS-PRINCIPAL > 0
               MOVE WS-PRINCIPAL TO LNK-PV-PRINCIPAL
           END-IF.
           IF LNK-PV-SALDO-ACHADO NOT = "S"
               MOVE LNK-PV-PRINCIPAL TO LNK-PV-SALDO
           ELSE
               IF WS-SALDO > 0
                   MOVE WS-SALDO TO LNK-PV-SALDO
               ELSE
                   MOVE 0 TO LNK-PV-SALDO
               END-IF
           END-IF.
           GOBACK.

       BUSCA-SALDO-ATE-DATA.
      *    Saldo da competencia mais recente ate a da data; o arquivo
      *    pode vir fora de ordem (importacoes de meses atrasados).
           OPEN INPUT STK54.
           IF WS-STATUS-STK54 = "00"
               MOVE "N" TO WS-PV-FIM
               PERFORM BUSCA-SALDO-SEQ UNTIL WS-PV-FIM = "S"
           END-IF.
           CLOSE STK54.

       BUSCA-SALDO-SEQ.
           READ STK54 AT END MOVE "S" TO WS-PV-FIM.
           IF WS-STATUS-STK54 = "00"
               IF WFS-STK54-PLANO = LNK-PV-PLANO
                  AND WFS-STK54-COMP <= WS-COMP-ALVO
                  AND WFS-STK54-COMP > LNK-PV-COMP-SALDO
                   MOVE "S"             TO LNK-PV-SALDO-ACHADO
                   MOVE WFS-STK54-COMP  TO LNK-PV-COMP-SALDO
                   MOVE WFS-STK54-SALDO TO WS-SALDO
               END-IF
           ELSE
               MOVE "S" TO WS-PV-FIM
           END-IF.

       SOMA-MOVIMENTOS-SEQ.
           READ STK53 AT END MOVE "S" TO WS-PV-FIM.
           IF WS-STATUS-STK53 NOT = "00"
               MOVE "S" TO WS-PV-FIM
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK53-PLANO NOT = LNK-PV-PLANO
              OR WFS-STK53-DATA > LNK-PV-DATA
               EXIT PARAGRAPH
           END-IF.

           IF WFS-STK53-APORTE
               ADD WFS-STK53-VALOR TO WS-PRINCIPAL
               IF WFS-STK53-DATA > WS-FIM-COMP
                   ADD WFS-STK53-VALOR TO WS-SALDO
               END-IF
               IF WFS-STK53-DATA(1:4) = WS-ANO-ALVO
                   ADD WFS-STK53-VALOR TO LNK-PV-APORTES-ANO
               END-IF
           ELSE
               SUBTRACT WFS-STK53-CUSTO FROM WS-PRINCIPAL
               IF WFS-STK53-DATA > WS-FIM-COMP
                   SUBTRACT WFS-STK53-VALOR FROM WS-SALDO
               END-IF
               IF WFS-STK53-DATA(1:4) = WS-ANO-ALVO
                   ADD WFS-STK53-VALOR TO LNK-PV-RESGATES-ANO
                   ADD WFS-STK53-IR    TO LNK-PV-IR-ANO
               END-IF
           END-IF.
