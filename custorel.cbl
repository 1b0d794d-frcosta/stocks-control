      * B3) e STK03-IRRF por conta, ativo e mes. E o numero para      *
      * discutir a tabela de precos da corretora. Saida em            *
      * custos_AAAA.txt.                                              *
      * Os encargos recorrentes da conta (tipo "E" do caixa STK15,    *
      * vivo e morto stk15_ano_AA do ano) e a custodia do Tesouro     *
      * Direto (tipo "T") saem em linha propria, sob o ativo          *
      * (ENCARGOS) de cada conta, e com total separado no final.      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STK03A.

           COPY 'control_stk15'.                *> Caixa por conta

           SELECT STK15A ASSIGN TO WS-ARQ-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STK15A.

           SELECT ARQ-CUST ASSIGN TO WS-CUST-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CUST.
       FILE SECTION.
       FD STK03A.
           COPY 'register'.
       FD STK15.
           COPY 'stk15'.
       FD STK15A.
       01 STK15A-REG.
           05 STK15A-ACCOUNT         PIC X(10).
           05 STK15A-DATA            PIC 9(08).
           05 STK15A-TIPO            PIC X(01).
           05 STK15A-HISTORICO       PIC X(20).
           05 STK15A-VALOR           PIC S9(09)V99.
       FD ARQ-CUST.
       01 CUST-LINHA                PIC X(132).
       SD ARQ-SRT.
       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK03A          PIC X(02).
       77 WS-STATUS-CUST            PIC X(02).
       77 WS-STATUS-STK15           PIC X(02).
       77 WS-STATUS-STK15A          PIC X(02).
       77 WS-ARQ-NOME               PIC X(30).
       77 WS-CUST-NOME              PIC X(20).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-CONTA-IRRF             PIC 9(09)V99.
       77 WS-GERAL-CUSTO            PIC 9(09)V99.
       77 WS-GERAL-IRRF             PIC 9(09)V99.
       77 WS-GERAL-ENC              PIC 9(09)V99.
       77 WS-VALOR-MASK             PIC Z.ZZZ.ZZ9,99.
       77 WS-VALOR2-MASK            PIC Z.ZZZ.ZZ9,99.

           05 WS-KEY-MES            PIC 9(02).
           05 WS-KEY-RESTO          PIC 9(08).

       01 WS-CX-DATA                PIC 9(08).
       01 WS-CX-DATA-R REDEFINES WS-CX-DATA.
           05 WS-CX-ANO             PIC 9(04).
           05 WS-CX-MES             PIC 9(02).
           05 WS-CX-DIA             PIC 9(02).

       LINKAGE SECTION.
       01 LNK-CUST-ANO              PIC 9(04).

           END-STRING.
           PERFORM COLETA-ARQUIVO.

      *    Encargos de conta do caixa: o vivo e o morto do proprio
      *    ano (a compactacao da virada grava stk15_ano_AA com os
      *    lancamentos do ano encerrado).
           OPEN INPUT STK15.
           IF WS-STATUS-STK15 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM COLETA-ENCARGO-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK15.

           MOVE SPACES TO WS-ARQ-NOME.
           STRING "stk15_ano_" WS-ANO-ALVO ".dat" DELIMITED BY SIZE
                  INTO WS-ARQ-NOME
           END-STRING.
           OPEN INPUT STK15A.
           IF WS-STATUS-STK15A = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM COLETA-ENCARGO-MORTO-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK15A.

       COLETA-ENCARGO-SEQ.
           READ STK15 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK15 = "00"
               MOVE WFS-STK15-DATA TO WS-CX-DATA
               IF (WFS-STK15-TIPO = "E" OR WFS-STK15-TIPO = "T")
                  AND WFS-STK15-VALOR < 0
                  AND WS-CX-ANO = LNK-CUST-ANO
                   MOVE WFS-STK15-ACCOUNT TO SRT-CUST-CONTA
                   MOVE "(ENCARGOS)"      TO SRT-CUST-TICKER
                   MOVE WS-CX-MES         TO SRT-CUST-MES
                   COMPUTE SRT-CUST-CUSTO = 0 - WFS-STK15-VALOR
                   MOVE 0                 TO SRT-CUST-IRRF
                   RELEASE SRT-CUST-REC
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       COLETA-ENCARGO-MORTO-SEQ.
           READ STK15A AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK15A = "00"
               MOVE STK15A-DATA TO WS-CX-DATA
               IF (STK15A-TIPO = "E" OR STK15A-TIPO = "T")
                  AND STK15A-VALOR < 0
                  AND WS-CX-ANO = LNK-CUST-ANO
                   MOVE STK15A-ACCOUNT    TO SRT-CUST-CONTA
                   MOVE "(ENCARGOS)"      TO SRT-CUST-TICKER
                   MOVE WS-CX-MES         TO SRT-CUST-MES
                   COMPUTE SRT-CUST-CUSTO = 0 - STK15A-VALOR
                   MOVE 0                 TO SRT-CUST-IRRF
                   RELEASE SRT-CUST-REC
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       COLETA-ARQUIVO.
           OPEN INPUT STK03A.
           IF WS-STATUS-STK03A NOT = "00"
           WRITE CUST-LINHA.

           MOVE "S" TO WS-PRIMEIRO-REG.
           MOVE 0   TO WS-GERAL-CUSTO WS-GERAL-IRRF WS-GERAL-ENC.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM RETORNA-CUSTO UNTIL WS-FIM-SORT = "S".

                  DELIMITED BY SIZE INTO CUST-LINHA
           END-STRING.
           WRITE CUST-LINHA.
           IF WS-GERAL-ENC NOT = 0
               MOVE WS-GERAL-ENC TO WS-VALOR-MASK
               MOVE SPACES TO CUST-LINHA
               STRING "  DOS QUAIS ENCARGOS DE CONTA R$ " WS-VALOR-MASK
                      DELIMITED BY SIZE INTO CUST-LINHA
               END-STRING
               WRITE CUST-LINHA
           END-IF.
           CLOSE ARQ-CUST.

       RETORNA-CUSTO.
                                 WS-CONTA-CUSTO WS-GERAL-CUSTO.
           ADD SRT-CUST-IRRF  TO WS-MES-IRRF WS-TICKER-IRRF
                                 WS-CONTA-IRRF WS-GERAL-IRRF.
           IF SRT-CUST-TICKER = "(ENCARGOS)"
               ADD SRT-CUST-CUSTO TO WS-GERAL-ENC
           END-IF.

       ABRE-CONTA-QUEBRA.
           MOVE 0 TO WS-CONTA-CUSTO WS-CONTA-IRRF.
