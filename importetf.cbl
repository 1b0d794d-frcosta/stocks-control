       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTETF.
      *****************************************************************
      * Importa a composicao de um ETF (etfcomp.csv) para a tabela    *
      * de composicoes (STK43, etfcomp.dat) com a data de referencia  *
      * informada, para a visao look-through da exposicao e do        *
      * rebalanceamento. Aceita os dois layouts em uso:               *
      *   carteira teorica da B3 - CODIGO;ACAO;TIPO;QTDE;PART%        *
      *   cesta do emissor       - TICKER;PESO%                       *
      * Cabecalho e rodape (sem participacao numerica) saem como      *
      * rejeitados. Reimportar o mesmo ETF e data substitui aquela    *
      * composicao; as de outras datas ficam como historico - o uso   *
      * e sempre da data mais recente (COMPETF). Linhas e motivos em  *
      * importetf.rel.                                                *
      *                                                               *
      * Chamada: IMPORTETF USING LNK-ETF-TICKER LNK-ETF-DATA          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk43'.                *> Composicao de ETFs
           COPY 'control_stk09'.                *> Cadastro de ativos

           SELECT ARQ-ETF-TMP ASSIGN TO "etfcomp.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TMP.

           SELECT ARQ-CSV ASSIGN TO "etfcomp.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CSV.

           SELECT ARQ-REL ASSIGN TO "importetf.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK43.
           COPY 'stk43'.
       FD STK09.
           COPY 'stk09'.
       FD ARQ-ETF-TMP.
       01 ETF-TMP-REG               PIC X(35).
       FD ARQ-CSV.
       01 CSV-LINHA                 PIC X(120).
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK43           PIC X(02).
       77 WS-STATUS-STK09           PIC X(02).
       77 WS-STATUS-TMP             PIC X(02).
       77 WS-STATUS-CSV             PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-LIDAS                  PIC 9(04) VALUE 0.
       77 WS-ACEITAS                PIC 9(04) VALUE 0.
       77 WS-REJEITADAS             PIC 9(04) VALUE 0.
       77 WS-SEM-CADASTRO           PIC 9(04) VALUE 0.
       77 WS-SUBSTITUIDAS           PIC 9(04) VALUE 0.
       77 WS-CAMPOS                 PIC 9(02).
       77 WS-MOTIVO                 PIC X(40).
       77 WS-TICKER                 PIC X(10).
       77 WS-PESO                   PIC 9(03)V9(04).
       77 WS-PESO-TOTAL             PIC 9(05)V9(04) VALUE 0.
       77 WS-PESO-MASK              PIC ZZ.ZZ9,9999.

       01 WS-CAMPOS-CSV.
           05 WS-CSV-CAMPO1         PIC X(20).
           05 WS-CSV-CAMPO2         PIC X(40).
           05 WS-CSV-CAMPO3         PIC X(20).
           05 WS-CSV-CAMPO4         PIC X(20).
           05 WS-CSV-CAMPO5         PIC X(20).

       LINKAGE SECTION.
       01 LNK-ETF-TICKER            PIC X(10).
       01 LNK-ETF-DATA              PIC 9(08).

       PROCEDURE DIVISION USING LNK-ETF-TICKER LNK-ETF-DATA.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: os
      *    acumuladores e tabelas sao zerados na entrada, como
      *    PROVREL/BENSDIR fazem - VALUE so vale na primeira carga.
           MOVE 0 TO WS-LIDAS WS-ACEITAS WS-REJEITADAS
                     WS-SEM-CADASTRO WS-SUBSTITUIDAS WS-PESO-TOTAL.
           OPEN INPUT ARQ-CSV.
           IF WS-STATUS-CSV = "35"
               DISPLAY "IMPORTETF: etfcomp.csv nao encontrada"
               GOBACK
           END-IF.

           OPEN OUTPUT ARQ-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "IMPORTACAO DA COMPOSICAO DO ETF " LNK-ETF-TICKER
                  " - REFERENCIA " LNK-ETF-DATA(7:2) "/"
                  LNK-ETF-DATA(5:2) "/" LNK-ETF-DATA(1:4)
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

      *    A composicao anterior do mesmo ETF e data sai na copia
      *    para o temporario; as linhas do CSV entram no fim dele.
           OPEN OUTPUT ARQ-ETF-TMP.
           OPEN INPUT STK43.
           IF WS-STATUS-STK43 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM COPIA-COMPOSICAO-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK43.

           OPEN INPUT STK09.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM IMPORTA-LINHA UNTIL WS-FIM-ARQ = "S".
           IF WS-STATUS-STK09 NOT = "35"
               CLOSE STK09
           END-IF.
           CLOSE ARQ-CSV.
           CLOSE ARQ-ETF-TMP.

           OPEN INPUT ARQ-ETF-TMP.
           OPEN OUTPUT STK43.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM COPIA-COMPOSICAO-VOLTA UNTIL WS-FIM-ARQ = "S".
           CLOSE STK43.
           CLOSE ARQ-ETF-TMP.
           CALL "CBL_DELETE_FILE" USING "etfcomp.tmp".

           MOVE SPACES TO REL-LINHA.
           STRING "LIDAS: "      DELIMITED BY SIZE
                  WS-LIDAS       DELIMITED BY SIZE
                  "  ACEITAS: "  DELIMITED BY SIZE
                  WS-ACEITAS     DELIMITED BY SIZE
                  "  REJEITADAS: " DELIMITED BY SIZE
                  WS-REJEITADAS  DELIMITED BY SIZE
                  "  SEM CADASTRO: " DELIMITED BY SIZE
                  WS-SEM-CADASTRO DELIMITED BY SIZE
                  "  SUBSTITUIDAS: " DELIMITED BY SIZE
                  WS-SUBSTITUIDAS DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE WS-PESO-TOTAL TO WS-PESO-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING "SOMA DAS PARTICIPACOES: " WS-PESO-MASK
                  "% (NO USO OS PESOS SAO RATEADOS SOBRE A SOMA)"
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.
           GOBACK.

       COPIA-COMPOSICAO-SEQ.
           READ STK43 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK43 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK43-ETF = LNK-ETF-TICKER
              AND WFS-STK43-DATA-REF = LNK-ETF-DATA
               ADD 1 TO WS-SUBSTITUIDAS
           ELSE
               WRITE ETF-TMP-REG FROM STK43-REGISTER
           END-IF.

       COPIA-COMPOSICAO-VOLTA.
           READ ARQ-ETF-TMP AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-TMP = "00"
               WRITE STK43-REGISTER FROM ETF-TMP-REG
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       IMPORTA-LINHA.
           READ ARQ-CSV AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-CSV = "00"
               IF CSV-LINHA NOT = SPACES
                   ADD 1 TO WS-LIDAS
                   PERFORM TRATA-LINHA
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       TRATA-LINHA.
           MOVE SPACES TO WS-CAMPOS-CSV WS-MOTIVO.
           MOVE 0 TO WS-CAMPOS.
           INSPECT CSV-LINHA REPLACING ALL '"' BY SPACE.
           UNSTRING CSV-LINHA DELIMITED BY ";"
               INTO WS-CSV-CAMPO1 WS-CSV-CAMPO2 WS-CSV-CAMPO3
                    WS-CSV-CAMPO4 WS-CSV-CAMPO5
               TALLYING IN WS-CAMPOS
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE(WS-CSV-CAMPO1) TO WS-CSV-CAMPO1.
           MOVE FUNCTION TRIM(WS-CSV-CAMPO1)       TO WS-TICKER.

      *    Carteira teorica: participacao na quinta coluna; cesta do
      *    emissor: na segunda.
           MOVE 0 TO WS-PESO.
           IF WS-CAMPOS >= 5
               IF FUNCTION TEST-NUMVAL(WS-CSV-CAMPO5) = 0
                   COMPUTE WS-PESO = FUNCTION NUMVAL(WS-CSV-CAMPO5)
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-CSV-CAMPO2) = 0
                   COMPUTE WS-PESO = FUNCTION NUMVAL(WS-CSV-CAMPO2)
               END-IF
           END-IF.

           PERFORM VALIDA-LINHA.
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-REJEITADAS
               MOVE SPACES TO REL-LINHA
               STRING "REJEITADA  ;" DELIMITED BY SIZE
                      WS-MOTIVO      DELIMITED BY SIZE
                      ";"            DELIMITED BY SIZE
                      CSV-LINHA      DELIMITED BY SIZE
                      INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF.

           MOVE LNK-ETF-TICKER TO WFS-STK43-ETF.
           MOVE LNK-ETF-DATA   TO WFS-STK43-DATA-REF.
           MOVE WS-TICKER      TO WFS-STK43-TICKER.
           MOVE WS-PESO        TO WFS-STK43-PESO.
           WRITE ETF-TMP-REG FROM STK43-REGISTER.
           ADD 1 TO WS-ACEITAS.
           ADD WS-PESO TO WS-PESO-TOTAL.

      *    Ativo sem cadastro entra na composicao, mas na exposicao
      *    fica sem setor ate ser cadastrado.
           MOVE SPACES TO REL-LINHA.
           IF WS-STATUS-STK09 NOT = "35"
               MOVE WS-TICKER TO WFS-STK09-TICKER
               READ STK09 KEY IS WFS-STK09-TICKER
               IF WS-STATUS-STK09 NOT = "00"
                   ADD 1 TO WS-SEM-CADASTRO
                   STRING "SEM CADASTRO;" DELIMITED BY SIZE
                          CSV-LINHA       DELIMITED BY SIZE
                          INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           STRING "IMPORTADA  ;" DELIMITED BY SIZE
                  CSV-LINHA      DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       VALIDA-LINHA.
           IF WS-TICKER = SPACES
               MOVE "Ticker em branco" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-PESO = 0
               MOVE "Participacao invalida ou zero" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-TICKER = LNK-ETF-TICKER
               MOVE "ETF na propria composicao" TO WS-MOTIVO
           END-IF.
