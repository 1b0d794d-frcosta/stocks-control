       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRESTR.
      *****************************************************************
      * Confere uma ordem contra a lista restrita (restritos.dat):    *
      * periodos de vedacao por titular e ativo - janela de silencio  *
      * antes de resultado para titular vinculado a emissora, ou      *
      * qualquer outra restricao com motivo. O titular e o da conta   *
      * da ordem (contastit.dat; conta sem vinculo e do titular       *
      * padrao, em branco). Ativo restrito com so a raiz de 4 letras  *
      * (PETR) alcanca todos os papeis da emissora, opcoes inclusive; *
      * com o codigo completo, so aquele papel. A data da ordem vale  *
      * de DATA-INICIO a DATA-FIM, inclusive.                         *
      * Chamado pela digitacao, pelo lote, pela aprovacao de ordens   *
      * do STOCKS e pelo IMPORTNOTA; o relatorio RESTREL usa a mesma  *
      * regra sobre as ordens ja lancadas.                            *
      *                                                               *
      * Chamada: CHKRESTR USING LNK-RESTR-PARM                        *
      *   entrada: conta, ticker e data (AAAAMMDD) da ordem           *
      *   saida:   ACHOU "S" quando ha restricao vigente, com o       *
      *            titular, o periodo e o motivo da primeira achada   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk40'.                *> Lista restrita

           SELECT ARQ-CTIT ASSIGN TO "contastit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CTIT.

       DATA DIVISION.
       FILE SECTION.
       FD STK40.
           COPY 'stk40'.
       FD ARQ-CTIT.
       01 CTIT-REG.
           05 CTIT-ACCOUNT           PIC X(10).
           05 CTIT-TITULAR           PIC X(03).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK40           PIC X(02).
       77 WS-STATUS-CTIT            PIC X(02).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-TITULAR                PIC X(03).

       LINKAGE SECTION.
       01 LNK-RESTR-PARM.
           05 LNK-RST-CONTA         PIC X(10).
           05 LNK-RST-TICKER        PIC X(10).
           05 LNK-RST-DATA          PIC 9(08).
           05 LNK-RST-ACHOU         PIC X(01).
           05 LNK-RST-TITULAR       PIC X(03).
           05 LNK-RST-INICIO        PIC 9(08).
           05 LNK-RST-FIM           PIC 9(08).
           05 LNK-RST-MOTIVO        PIC X(40).

       PROCEDURE DIVISION USING LNK-RESTR-PARM.
       MAIN-SECTION.
           MOVE "N"    TO LNK-RST-ACHOU.
           MOVE SPACES TO LNK-RST-MOTIVO.
           MOVE 0      TO LNK-RST-INICIO LNK-RST-FIM.

           OPEN INPUT STK40.
           IF WS-STATUS-STK40 NOT = "00"
               CLOSE STK40
               MOVE SPACES TO LNK-RST-TITULAR
               GOBACK
           END-IF.

           PERFORM BUSCA-TITULAR.
           MOVE WS-TITULAR TO LNK-RST-TITULAR.

           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CONFERE-RESTRICAO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK40.
           GOBACK.

       BUSCA-TITULAR.
           MOVE SPACES TO WS-TITULAR.
           OPEN INPUT ARQ-CTIT.
           IF WS-STATUS-CTIT NOT = "00"
               CLOSE ARQ-CTIT
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM BUSCA-TITULAR-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-CTIT.

       BUSCA-TITULAR-SEQ.
           READ ARQ-CTIT AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-CTIT NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF CTIT-ACCOUNT = LNK-RST-CONTA
               MOVE CTIT-TITULAR TO WS-TITULAR
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       CONFERE-RESTRICAO-SEQ.
           READ STK40 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK40 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK40-TITULAR NOT = WS-TITULAR
              OR LNK-RST-DATA < WFS-STK40-DATA-INICIO
              OR LNK-RST-DATA > WFS-STK40-DATA-FIM
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK40-TICKER = LNK-RST-TICKER
              OR (WFS-STK40-TICKER(5:) = SPACES
                  AND WFS-STK40-TICKER(1:4) = LNK-RST-TICKER(1:4))
               MOVE "S"                   TO LNK-RST-ACHOU
               MOVE WFS-STK40-DATA-INICIO TO LNK-RST-INICIO
               MOVE WFS-STK40-DATA-FIM    TO LNK-RST-FIM
               MOVE WFS-STK40-MOTIVO      TO LNK-RST-MOTIVO
               MOVE "S"                   TO WS-FIM-ARQ
           END-IF.
