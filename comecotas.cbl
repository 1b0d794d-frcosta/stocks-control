       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMECOTAS.
      *****************************************************************
      * Come-cotas semestral dos fundos abertos (fundos.dat): no      *
      * ultimo dia util de maio e de novembro o administrador         *
      * antecipa o IR do rendimento do semestre reduzindo a           *
      * quantidade de cotas, a 15% nos fundos de longo prazo e a 20%  *
      * nos de curto prazo; fundos de acoes nao tem come-cotas. Para  *
      * cada lote ativo a base e a valorizacao da cota desde o        *
      * come-cotas anterior (ou desde a aplicacao) vezes as cotas do  *
      * lote; o IR vira cotas baixadas pela cota do dia, fica         *
      * acumulado no lote (IR-COME, descontado no resgate pelo        *
      * CALCFUND) e a cota do dia passa a ser a nova base. Semestre   *
      * com desvalorizacao nao cobra nada e mantem a base antiga.     *
      * O lote guarda o mes do ultimo come-cotas, entao rodar de novo *
      * o mesmo semestre (refechamento, ou a opcao manual do FUNDMOD  *
      * depois de importar cotas atrasadas) nao cobra duas vezes;     *
      * lote sem cota na serie ate a data fica pendente para a        *
      * proxima execucao. Chamado pelo FECHAMES ao fechar maio e      *
      * novembro e pelo FUNDMOD; o detalhe sai em                     *
      * comecotas_AAAAMM.txt.                                         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk34'.                *> Lotes de fundos

           SELECT ARQ-FD-TMP ASSIGN TO "fundos.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FD-TMP.

           SELECT ARQ-REL ASSIGN TO WS-REL-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK34.
           COPY 'stk34'.
       FD ARQ-FD-TMP.
       01 FD-TMP-REG                PIC X(190).
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK34           PIC X(02).
       77 WS-STATUS-FD-TMP          PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-REL-NOME               PIC X(24).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-CC-MES                 PIC 9(06).
       77 WS-CC-BASE                PIC S9(11)V99.
       77 WS-CC-ALIQ                PIC 9(02)V9(03).
       77 WS-CC-IR                  PIC 9(09)V99.
       77 WS-CC-COTAS-BAIXA         PIC 9(09)V9(06).
       77 WS-CC-PENDENTES           PIC 9(05).
       77 WS-COTAS-MASK             PIC ZZZ.ZZZ.ZZ9,999999.
       77 WS-COTA-MASK              PIC ZZ.ZZ9,99999999.
       77 WS-IR-MASK                PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-BASE-MASK              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

      *    Mesmos parametros do CALCFUND usados pelo STOCKS e pelo
      *    FECHAMES; aqui so interessa a cota da data.
       01 WS-CALCFUND-PARM.
           05 WS-CFD-FUNDO          PIC X(10).
           05 WS-CFD-CLASSE         PIC X(01).
           05 WS-CFD-DATA-APLIC     PIC 9(08).
           05 WS-CFD-DATA-ALVO      PIC 9(08).
           05 WS-CFD-COTAS          PIC 9(09)V9(06).
           05 WS-CFD-VALOR-APLIC    PIC 9(11)V99.
           05 WS-CFD-IR-COME        PIC 9(09)V99.
           05 WS-CFD-COTA           PIC 9(05)V9(08).
           05 WS-CFD-COTA-ACHADA    PIC X(01).
           05 WS-CFD-VALOR-ATUAL    PIC 9(11)V99.
           05 WS-CFD-IR-PROJ        PIC 9(09)V99.
           05 WS-CFD-LIQ-PROJ       PIC 9(11)V99.

       LINKAGE SECTION.
       01 LNK-CC-PARM.
           05 LNK-CC-DATA           PIC 9(08).
           05 LNK-CC-LOTES          PIC 9(05).
           05 LNK-CC-IR             PIC 9(11)V99.

       PROCEDURE DIVISION USING LNK-CC-PARM.
       EXECUTA-COME-COTAS.
           MOVE 0 TO LNK-CC-LOTES LNK-CC-IR WS-CC-PENDENTES.
           COMPUTE WS-CC-MES = LNK-CC-DATA / 100.

           OPEN INPUT STK34.
           IF WS-STATUS-STK34 NOT = "00"
               CLOSE STK34
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REL-NOME.
           STRING "comecotas_" WS-CC-MES ".txt"
                  DELIMITED BY SIZE INTO WS-REL-NOME
           END-STRING.
           OPEN OUTPUT ARQ-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "COME-COTAS DE " LNK-CC-DATA(7:2) "/"
                  LNK-CC-DATA(5:2) "/" LNK-CC-DATA(1:4)
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE "FUNDO      CONTA      APLICACAO COTA DO DIA     BASE"
             TO REL-LINHA.
           MOVE "IR ANTECIPADO   COTAS BAIXADAS" TO REL-LINHA(70:).
           WRITE REL-LINHA.

           OPEN OUTPUT ARQ-FD-TMP.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM PROCESSA-LOTE-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK34.
           CLOSE ARQ-FD-TMP.

           OPEN OUTPUT STK34.
           OPEN INPUT ARQ-FD-TMP.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM COPIA-VOLTA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK34.
           CLOSE ARQ-FD-TMP.
           CALL "CBL_DELETE_FILE" USING "fundos.tmp".

           MOVE LNK-CC-IR TO WS-IR-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING "LOTES TRIBUTADOS: " LNK-CC-LOTES
                  "  IR ANTECIPADO: R$ " WS-IR-MASK
                  "  SEM COTA (PENDENTES): " WS-CC-PENDENTES
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.
           GOBACK.

       PROCESSA-LOTE-SEQ.
           READ STK34 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK34 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK34-ATIVO
              AND NOT WFS-STK34-ACOES
              AND WFS-STK34-ULT-COME < WS-CC-MES
              AND WFS-STK34-DATA-APLIC <= LNK-CC-DATA
               PERFORM APLICA-COME-COTAS-LOTE
           END-IF.
           MOVE STK34-REGISTER TO FD-TMP-REG.
           WRITE FD-TMP-REG.

       APLICA-COME-COTAS-LOTE.
           MOVE WFS-STK34-FUNDO      TO WS-CFD-FUNDO.
           MOVE WFS-STK34-CLASSE     TO WS-CFD-CLASSE.
           MOVE WFS-STK34-DATA-APLIC TO WS-CFD-DATA-APLIC.
           MOVE LNK-CC-DATA          TO WS-CFD-DATA-ALVO.
           MOVE WFS-STK34-COTAS      TO WS-CFD-COTAS.
           MOVE WFS-STK34-VALOR-APLIC TO WS-CFD-VALOR-APLIC.
           MOVE WFS-STK34-IR-COME    TO WS-CFD-IR-COME.
           MOVE 0                    TO WS-CFD-COTA.
           CALL 'CALCFUND' USING WS-CALCFUND-PARM.

           IF WS-CFD-COTA-ACHADA NOT = "S"
               ADD 1 TO WS-CC-PENDENTES
               MOVE SPACES TO REL-LINHA
               STRING WFS-STK34-FUNDO " " WFS-STK34-ACCOUNT " "
                      WFS-STK34-DATA-APLIC
                      "  SEM COTA NA SERIE ATE A DATA - PENDENTE"
                      DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF.

           IF WFS-STK34-LONGO-PRAZO
               MOVE 15,0 TO WS-CC-ALIQ
           ELSE
               MOVE 20,0 TO WS-CC-ALIQ
           END-IF.

           COMPUTE WS-CC-BASE ROUNDED =
                   (WS-CFD-COTA - WFS-STK34-COTA-BASE)
                   * WFS-STK34-COTAS.
           MOVE 0 TO WS-CC-IR WS-CC-COTAS-BAIXA.
           IF WS-CC-BASE > 0
               COMPUTE WS-CC-IR ROUNDED = WS-CC-BASE * WS-CC-ALIQ
                                         / 100
               COMPUTE WS-CC-COTAS-BAIXA ROUNDED = WS-CC-IR
                                                  / WS-CFD-COTA
               IF WS-CC-COTAS-BAIXA > WFS-STK34-COTAS
                   MOVE WFS-STK34-COTAS TO WS-CC-COTAS-BAIXA
               END-IF
               SUBTRACT WS-CC-COTAS-BAIXA FROM WFS-STK34-COTAS
               ADD WS-CC-IR TO WFS-STK34-IR-COME
               MOVE WS-CFD-COTA TO WFS-STK34-COTA-BASE
               ADD 1 TO LNK-CC-LOTES
               ADD WS-CC-IR TO LNK-CC-IR
           END-IF.
           MOVE WS-CC-MES TO WFS-STK34-ULT-COME.

           MOVE WS-CFD-COTA       TO WS-COTA-MASK.
           MOVE WS-CC-BASE        TO WS-BASE-MASK.
           MOVE WS-CC-IR          TO WS-IR-MASK.
           MOVE WS-CC-COTAS-BAIXA TO WS-COTAS-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING WFS-STK34-FUNDO " " WFS-STK34-ACCOUNT " "
                  WFS-STK34-DATA-APLIC " " WS-COTA-MASK " "
                  WS-BASE-MASK " " WS-IR-MASK " " WS-COTAS-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       COPIA-VOLTA-SEQ.
           READ ARQ-FD-TMP AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-FD-TMP = "00"
               MOVE FD-TMP-REG TO STK34-REGISTER
               WRITE STK34-REGISTER
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.
