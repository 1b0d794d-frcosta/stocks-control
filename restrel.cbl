       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTREL.
      *****************************************************************
      * Relatorio anual das ordens de compra e venda lancadas em      *
      * periodo vedado da lista restrita (restritos.dat, STK40): cada *
      * ordem do ano passa pelo CHKRESTR, a mesma conferencia da      *
      * entrada de ordens, com o titular da conta e a data da ordem.  *
      * Como o fechamento de mes arquiva o diario, varre o stk03.dat  *
      * vivo e os arquivos mortos, no mesmo esquema do PROVREL        *
      * (catalogo.dat quando presente, senao os nomes adivinhados).   *
      * Cada ordem atingida sai com o periodo e o motivo e com a      *
      * liberacao do supervisor achada na trilha de auditoria (STK12  *
      * acao "LIB" do arquivo STK40, no stk12.dat vivo e nos          *
      * stk12_ano_AA.dat das viradas seguintes) - ou com a marca de   *
      * lancada sem liberacao, caso de ordem anterior a restricao     *
      * cadastrada depois ou de arquivo mexido por fora do sistema.   *
      * Liberacoes do ano sem ordem correspondente (operador desistiu *
      * da confirmacao) saem em secao propria. Saida em               *
      * restritos_AAAA.txt.                                           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_catalogo'.             *> Catalogo de mortos

           SELECT STK03A ASSIGN TO WS-ARQ-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STK03A.

           SELECT STK12A ASSIGN TO WS-AUD-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STK12A.

           SELECT ARQ-REL ASSIGN TO WS-REL-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

           SELECT ARQ-SRT ASSIGN TO SORT-WORK-RST.

       DATA DIVISION.
       FILE SECTION.
       FD STK03A.
           COPY 'register'.
       FD STK12A.
           COPY 'stk12'.
       FD ARQ-CATALOGO.
           COPY 'catalogo'.
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).
       SD ARQ-SRT.
       01 SRT-RST-REC.
           05 SRT-RST-DATA          PIC 9(08).
           05 SRT-RST-KEY           PIC 9(12).
           05 SRT-RST-ORDER         PIC X(01).
           05 SRT-RST-TICKER        PIC X(10).
           05 SRT-RST-QTY           PIC S9(06).
           05 SRT-RST-PRICE         PIC 9(07)V99.
           05 SRT-RST-ACCOUNT       PIC X(10).
           05 SRT-RST-OPERADOR      PIC X(08).
           05 SRT-RST-APROVADOR     PIC X(08).
           05 SRT-RST-TITULAR       PIC X(03).
           05 SRT-RST-INICIO        PIC 9(08).
           05 SRT-RST-FIM           PIC 9(08).
           05 SRT-RST-MOTIVO        PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK03A          PIC X(02).
       77 WS-STATUS-STK12A          PIC X(02).
       77 WS-STATUS-CATALOGO        PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-CAT-PRESENTE           PIC X(01).
       77 WS-CAT-FIM                PIC X(01).
       77 WS-ARQ-NOME               PIC X(30).
       77 WS-AUD-NOME               PIC X(30).
       77 WS-REL-NOME               PIC X(24).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-FIM-SORT               PIC X(01).
       77 WS-ANO-ALVO               PIC 9(02).
       77 WS-MES-SCAN               PIC 9(02).
       77 WS-ANO-SCAN               PIC 9(02).
       77 WS-ANO-HOJE               PIC 9(02).
       77 WS-ORDEM-UP               PIC X(01).
       77 WS-LIB-TOTAL              PIC 9(04) VALUE 0.
       77 WS-LIB-IDX                PIC 9(04).
       77 WS-LIB-ACHADA             PIC 9(04).
       77 WS-TOT-ORDENS             PIC 9(05).
       77 WS-TOT-LIBERADAS          PIC 9(05).
       77 WS-TOT-SEM-LIB            PIC 9(05).
       77 WS-TOT-SOBRAS             PIC 9(05).
       77 WS-QTD-MASK               PIC -ZZZ.ZZ9.
       77 WS-PRC-MASK               PIC Z.ZZZ.ZZ9,99.

       01 WS-DATA-HOJE.
           05 WS-HOJE-ANO           PIC 9(02).
           05 WS-HOJE-MES           PIC 9(02).
           05 WS-HOJE-DIA           PIC 9(02).

       01 WS-KEY-DISPLAY.
           05 WS-KEY-ANO            PIC 9(02).
           05 WS-KEY-MES            PIC 9(02).
           05 WS-KEY-DIA            PIC 9(02).
           05 WS-KEY-RESTO          PIC 9(06).

      *    Imagem gravada em STK12 pela liberacao (mesmo layout de
      *    WS-RST-IMAGEM do STOCKS).
       01 WS-LIB-IMAGEM.
           05 WS-LBI-TITULAR        PIC X(03).
           05 WS-LBI-TICKER         PIC X(10).
           05 WS-LBI-CONTA          PIC X(10).
           05 WS-LBI-DATA           PIC 9(08).
           05 WS-LBI-ORDER          PIC X(01).
           05 WS-LBI-QTY            PIC 9(06).
           05 WS-LBI-OPERADOR       PIC X(08).
           05 WS-LBI-JUSTIF         PIC X(60).
           05 FILLER                PIC X(14).

      *    Liberacoes do ano achadas na trilha; cada uma casa com uma
      *    unica ordem (USADA), as que sobram saem no fim.
       01 WS-TAB-LIBERACOES.
           05 WS-LIB-ENT OCCURS 500 TIMES.
               10 WS-LIB-CONTA      PIC X(10).
               10 WS-LIB-TICKER     PIC X(10).
               10 WS-LIB-DATA       PIC 9(08).
               10 WS-LIB-ORDER      PIC X(01).
               10 WS-LIB-QTY        PIC 9(06).
               10 WS-LIB-SUPERV     PIC X(08).
               10 WS-LIB-OPERADOR   PIC X(08).
               10 WS-LIB-QUANDO     PIC 9(06).
               10 WS-LIB-JUSTIF     PIC X(60).
               10 WS-LIB-USADA      PIC X(01).

      *    Mesmos parametros do CHKRESTR usados pelo STOCKS.
       01 WS-RESTR-PARM.
           05 WS-RSP-CONTA          PIC X(10).
           05 WS-RSP-TICKER         PIC X(10).
           05 WS-RSP-DATA           PIC 9(08).
           05 WS-RSP-ACHOU          PIC X(01).
           05 WS-RSP-TITULAR        PIC X(03).
           05 WS-RSP-INICIO         PIC 9(08).
           05 WS-RSP-FIM            PIC 9(08).
           05 WS-RSP-MOTIVO         PIC X(40).

       LINKAGE SECTION.
       01 LNK-RST-ANO               PIC 9(04).

       PROCEDURE DIVISION USING LNK-RST-ANO.
       MAIN-SECTION.
           COMPUTE WS-ANO-ALVO = LNK-RST-ANO - 2000.
           MOVE 0 TO WS-TOT-ORDENS WS-TOT-LIBERADAS WS-TOT-SEM-LIB
                     WS-TOT-SOBRAS.

           MOVE SPACES TO WS-REL-NOME.
           STRING "restritos_" LNK-RST-ANO ".txt" DELIMITED BY SIZE
                  INTO WS-REL-NOME
           END-STRING.

           PERFORM CARREGA-LIBERACOES.

           SORT ARQ-SRT
                ON ASCENDING KEY SRT-RST-DATA SRT-RST-KEY
                INPUT PROCEDURE IS COLETA-ORDENS
                OUTPUT PROCEDURE IS IMPRIME-ORDENS.
           GOBACK.

       CARREGA-LIBERACOES.
      *    A liberacao vai para o stk12.dat vivo no dia em que foi
      *    dada; as viradas de ano fiscal seguintes a levam para
      *    stk12_ano_AA.dat, varridos ate o ano corrente.
           MOVE 0 TO WS-LIB-TOTAL.
           MOVE "stk12.dat" TO WS-AUD-NOME.
           PERFORM CARREGA-LIB-ARQUIVO.

           ACCEPT WS-DATA-HOJE FROM DATE.
           MOVE WS-HOJE-ANO TO WS-ANO-HOJE.
           COMPUTE WS-ANO-SCAN = WS-ANO-ALVO + 1.
           PERFORM UNTIL WS-ANO-SCAN > WS-ANO-HOJE
               MOVE SPACES TO WS-AUD-NOME
               STRING "stk12_ano_" WS-ANO-SCAN ".dat"
                      DELIMITED BY SIZE
                      INTO WS-AUD-NOME
               END-STRING
               PERFORM CARREGA-LIB-ARQUIVO
               ADD 1 TO WS-ANO-SCAN
           END-PERFORM.

       CARREGA-LIB-ARQUIVO.
           OPEN INPUT STK12A.
           IF WS-STATUS-STK12A NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-LIB-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK12A.

       CARREGA-LIB-SEQ.
           READ STK12A AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK12A NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK12-ARQUIVO NOT = "STK40"
              OR WFS-STK12-ACAO NOT = "LIB"
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK12-IMAGEM TO WS-LIB-IMAGEM.
           IF WS-LBI-DATA(1:4) NOT = LNK-RST-ANO
              OR WS-LIB-TOTAL >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIB-TOTAL.
           MOVE WS-LBI-CONTA      TO WS-LIB-CONTA(WS-LIB-TOTAL).
           MOVE WS-LBI-TICKER     TO WS-LIB-TICKER(WS-LIB-TOTAL).
           MOVE WS-LBI-DATA       TO WS-LIB-DATA(WS-LIB-TOTAL).
           MOVE WS-LBI-ORDER      TO WS-LIB-ORDER(WS-LIB-TOTAL).
           MOVE WS-LBI-QTY        TO WS-LIB-QTY(WS-LIB-TOTAL).
           MOVE WFS-STK12-OPERADOR TO WS-LIB-SUPERV(WS-LIB-TOTAL).
           MOVE WS-LBI-OPERADOR   TO WS-LIB-OPERADOR(WS-LIB-TOTAL).
           MOVE WFS-STK12-DATA    TO WS-LIB-QUANDO(WS-LIB-TOTAL).
           MOVE WS-LBI-JUSTIF     TO WS-LIB-JUSTIF(WS-LIB-TOTAL).
           MOVE "N"               TO WS-LIB-USADA(WS-LIB-TOTAL).

       COLETA-ORDENS.
      *    Diario vivo e mortos do ano, como em COLETA-PROVENTOS.
           MOVE "stk03.dat" TO WS-ARQ-NOME.
           PERFORM COLETA-ARQUIVO.

           MOVE "N" TO WS-CAT-PRESENTE.
           OPEN INPUT ARQ-CATALOGO.
           IF WS-STATUS-CATALOGO = "00"
               MOVE "S" TO WS-CAT-PRESENTE
               MOVE "N" TO WS-CAT-FIM
               PERFORM COLETA-CATALOGO-SEQ UNTIL WS-CAT-FIM = "S"
           END-IF.
           CLOSE ARQ-CATALOGO.
           IF WS-CAT-PRESENTE = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ANO-ALVO TO WS-ANO-SCAN.
           PERFORM VARYING WS-MES-SCAN FROM 1 BY 1
                     UNTIL WS-MES-SCAN > 12
               MOVE SPACES TO WS-ARQ-NOME
               STRING "stk03_" WS-ANO-SCAN WS-MES-SCAN ".dat"
                      DELIMITED BY SIZE
                      INTO WS-ARQ-NOME
               END-STRING
               PERFORM COLETA-ARQUIVO
           END-PERFORM.

           COMPUTE WS-ANO-SCAN = WS-ANO-ALVO + 1.
           PERFORM VARYING WS-MES-SCAN FROM 1 BY 1
                     UNTIL WS-MES-SCAN > 3
               MOVE SPACES TO WS-ARQ-NOME
               STRING "stk03_" WS-ANO-SCAN WS-MES-SCAN ".dat"
                      DELIMITED BY SIZE
                      INTO WS-ARQ-NOME
               END-STRING
               PERFORM COLETA-ARQUIVO
           END-PERFORM.

           MOVE SPACES TO WS-ARQ-NOME.
           STRING "stk03_ano_" WS-ANO-ALVO ".dat" DELIMITED BY SIZE
                  INTO WS-ARQ-NOME
           END-STRING.
           PERFORM COLETA-ARQUIVO.

           COMPUTE WS-ANO-SCAN = WS-ANO-ALVO + 1.
           MOVE SPACES TO WS-ARQ-NOME.
           STRING "stk03_ano_" WS-ANO-SCAN ".dat" DELIMITED BY SIZE
                  INTO WS-ARQ-NOME
           END-STRING.
           PERFORM COLETA-ARQUIVO.

       COLETA-CATALOGO-SEQ.
           READ ARQ-CATALOGO AT END MOVE "S" TO WS-CAT-FIM.
           IF WS-STATUS-CATALOGO = "00"
               IF WFS-CAT-REGISTROS > 0
                  AND WFS-CAT-DATA-FIM(1:2) >= WS-ANO-ALVO
                  AND WFS-CAT-DATA-INI(1:2) <= WS-ANO-ALVO
                   MOVE WFS-CAT-ARQUIVO TO WS-ARQ-NOME
                   PERFORM COLETA-ARQUIVO
               END-IF
           ELSE
               MOVE "S" TO WS-CAT-FIM
           END-IF.

       COLETA-ARQUIVO.
           OPEN INPUT STK03A.
           IF WS-STATUS-STK03A NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM COLETA-ARQUIVO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK03A.

       COLETA-ARQUIVO-SEQ.
           READ STK03A AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK03A NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE STK03-KEY TO WS-KEY-DISPLAY.
           IF WS-KEY-ANO NOT = WS-ANO-ALVO
               EXIT PARAGRAPH
           END-IF.
           MOVE STK03-ORDER TO WS-ORDEM-UP.
           INSPECT WS-ORDEM-UP CONVERTING "cv" TO "CV".
           IF WS-ORDEM-UP NOT = "C" AND WS-ORDEM-UP NOT = "V"
               EXIT PARAGRAPH
           END-IF.

           MOVE STK03-ACCOUNT TO WS-RSP-CONTA.
           MOVE STK03-TICKER  TO WS-RSP-TICKER.
           COMPUTE WS-RSP-DATA = (2000 + WS-KEY-ANO) * 10000
                                + WS-KEY-MES * 100 + WS-KEY-DIA.
           CALL 'CHKRESTR' USING WS-RESTR-PARM.
           IF WS-RSP-ACHOU NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RSP-DATA       TO SRT-RST-DATA.
           MOVE STK03-KEY         TO SRT-RST-KEY.
           MOVE WS-ORDEM-UP       TO SRT-RST-ORDER.
           MOVE STK03-TICKER      TO SRT-RST-TICKER.
           MOVE STK03-QTY         TO SRT-RST-QTY.
           MOVE STK03-PRICE       TO SRT-RST-PRICE.
           MOVE STK03-ACCOUNT     TO SRT-RST-ACCOUNT.
           MOVE STK03-OPERATOR    TO SRT-RST-OPERADOR.
           MOVE STK03-APPROVER    TO SRT-RST-APROVADOR.
           MOVE WS-RSP-TITULAR    TO SRT-RST-TITULAR.
           MOVE WS-RSP-INICIO     TO SRT-RST-INICIO.
           MOVE WS-RSP-FIM        TO SRT-RST-FIM.
           MOVE WS-RSP-MOTIVO     TO SRT-RST-MOTIVO.
           RELEASE SRT-RST-REC.

       IMPRIME-ORDENS.
           OPEN OUTPUT ARQ-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "ORDENS EM PERIODO RESTRITO - ANO-CALENDARIO "
                  LNK-RST-ANO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "DATA     C/V TICKER         QTDE        PRECO CONTA"
             TO REL-LINHA.
           MOVE "TIT OPERADOR APROVADOR ORDEM" TO REL-LINHA(58:).
           WRITE REL-LINHA.

           MOVE "N" TO WS-FIM-SORT.
           PERFORM RETORNA-ORDEM UNTIL WS-FIM-SORT = "S".

           PERFORM LISTA-LIBERACOES-SOBRANDO.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "ORDENS EM PERIODO RESTRITO: " WS-TOT-ORDENS
                  "  COM LIBERACAO: "            WS-TOT-LIBERADAS
                  "  SEM LIBERACAO: "            WS-TOT-SEM-LIB
                  "  LIBERACOES SEM ORDEM: "     WS-TOT-SOBRAS
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.

       RETORNA-ORDEM.
           RETURN ARQ-SRT AT END
               MOVE "S" TO WS-FIM-SORT
               EXIT PARAGRAPH
           END-RETURN.

           ADD 1 TO WS-TOT-ORDENS.
           MOVE SRT-RST-QTY   TO WS-QTD-MASK.
           MOVE SRT-RST-PRICE TO WS-PRC-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING SRT-RST-DATA " " SRT-RST-ORDER "   "
                  SRT-RST-TICKER " " WS-QTD-MASK " " WS-PRC-MASK " "
                  SRT-RST-ACCOUNT " " SRT-RST-TITULAR " "
                  SRT-RST-OPERADOR " " SRT-RST-APROVADOR "  "
                  SRT-RST-KEY
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

           MOVE SPACES TO REL-LINHA.
           STRING "         PERIODO VEDADO " SRT-RST-INICIO " A "
                  SRT-RST-FIM " - " SRT-RST-MOTIVO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

           PERFORM BUSCA-LIBERACAO.
           MOVE SPACES TO REL-LINHA.
           IF WS-LIB-ACHADA = 0
               ADD 1 TO WS-TOT-SEM-LIB
               MOVE "         *** LANCADA SEM LIBERACAO NA TRILHA ***"
                 TO REL-LINHA
           ELSE
               ADD 1 TO WS-TOT-LIBERADAS
               STRING "         LIBERADA POR "
                      WS-LIB-SUPERV(WS-LIB-ACHADA) " EM "
                      WS-LIB-QUANDO(WS-LIB-ACHADA) ": "
                      WS-LIB-JUSTIF(WS-LIB-ACHADA)
                      DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           END-IF.
           WRITE REL-LINHA.

       BUSCA-LIBERACAO.
      *    Primeira liberacao ainda nao usada da mesma conta, ativo,
      *    data e sentido.
           MOVE 0 TO WS-LIB-ACHADA.
           PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                     UNTIL WS-LIB-IDX > WS-LIB-TOTAL
               IF WS-LIB-USADA(WS-LIB-IDX) = "N"
                  AND WS-LIB-CONTA(WS-LIB-IDX)  = SRT-RST-ACCOUNT
                  AND WS-LIB-TICKER(WS-LIB-IDX) = SRT-RST-TICKER
                  AND WS-LIB-DATA(WS-LIB-IDX)   = SRT-RST-DATA
                  AND WS-LIB-ORDER(WS-LIB-IDX)  = SRT-RST-ORDER
                   MOVE WS-LIB-IDX TO WS-LIB-ACHADA
                   MOVE "S" TO WS-LIB-USADA(WS-LIB-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LISTA-LIBERACOES-SOBRANDO.
           PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                     UNTIL WS-LIB-IDX > WS-LIB-TOTAL
               IF WS-LIB-USADA(WS-LIB-IDX) = "N"
                   IF WS-TOT-SOBRAS = 0
                       MOVE SPACES TO REL-LINHA
                       WRITE REL-LINHA
                       MOVE "LIBERACOES SEM ORDEM LANCADA NO DIARIO"
                         TO REL-LINHA
                       WRITE REL-LINHA
                   END-IF
                   ADD 1 TO WS-TOT-SOBRAS
                   MOVE WS-LIB-QTY(WS-LIB-IDX) TO WS-QTD-MASK
                   MOVE SPACES TO REL-LINHA
                   STRING WS-LIB-DATA(WS-LIB-IDX) " "
                          WS-LIB-ORDER(WS-LIB-IDX) "   "
                          WS-LIB-TICKER(WS-LIB-IDX) " "
                          WS-QTD-MASK " "
                          WS-LIB-CONTA(WS-LIB-IDX) " DIGITADA POR "
                          WS-LIB-OPERADOR(WS-LIB-IDX)
                          " LIBERADA POR "
                          WS-LIB-SUPERV(WS-LIB-IDX) ": "
                          WS-LIB-JUSTIF(WS-LIB-IDX)
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
