       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTTD.
      *****************************************************************
      * Conciliacao do extrato do Tesouro Direto (tesouro.csv, um     *
      * lote por linha no layout TITULO;QUANTIDADE;DATA APLICACAO     *
      * (dd/mm/aaaa);VALOR BRUTO;VALOR LIQUIDO;TAXA CUSTODIA[;CONTA]) *
      * com os lotes ativos de renda fixa (rendafixa.dat, STK17).     *
      * Linha sem conta usa a conta padrao da chamada. Cada linha     *
      * casa com o lote ativo da mesma conta, titulo e data de        *
      * aplicacao. STK17 nao guarda quantidade: a do sistema e o      *
      * valor aplicado sobre o PU do titulo na aplicacao (serie de    *
      * STK14, ticker = 10 primeiras posicoes do titulo, como no      *
      * CALCRF); sem PU na serie a quantidade nao e conferida. O      *
      * valor do sistema e o valor atual do CALCRF, comparado ao      *
      * bruto do extrato pela tolerancia percentual da chamada. O     *
      * relatorio tesouro.rel traz linhas do extrato sem lote, lotes  *
      * TESOURO das contas do extrato que ele nao traz, diferencas de *
      * quantidade e de valor acima da tolerancia.                    *
      * A taxa de custodia da B3 do extrato, somada por conta, vira   *
      * um lancamento de despesa no caixa (STK15, tipo "T"), uma vez  *
      * por semestre: reimportar o mesmo extrato nao lanca de novo.   *
      *                                                               *
      * Chamada: IMPORTTD USING LNK-TD-PARM                           *
      *   RC 00 conciliado, 04 tesouro.csv nao encontrado,            *
      *   08 pendencias no relatorio                                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk17'.                *> Renda fixa
           COPY 'control_stk14'.                *> Cotacoes
           COPY 'control_stk15'.                *> Caixa

           SELECT ARQ-TD ASSIGN TO "tesouro.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TD.

           SELECT ARQ-REL ASSIGN TO "tesouro.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK17.
           COPY 'stk17'.
       FD STK14.
           COPY 'stk14'.
       FD STK15.
           COPY 'stk15'.
       FD ARQ-TD.
       01 TD-LINHA                  PIC X(150).
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK17           PIC X(02).
       77 WS-STATUS-STK14           PIC X(02).
       77 WS-STATUS-STK15           PIC X(02).
       77 WS-STATUS-TD              PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-OPERATOR               PIC X(08) VALUE "IMPORTTD".
       77 WS-AUDIT-ARQUIVO          PIC X(05).
       77 WS-AUDIT-ACAO             PIC X(03).
       77 WS-AUDIT-IMAGEM           PIC X(120).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-LIDAS                  PIC 9(04) VALUE 0.
       77 WS-REJEITADAS             PIC 9(04) VALUE 0.
       77 WS-MOTIVO                 PIC X(40).
       77 WS-CHK-RETURN             PIC 9.
       77 WS-DATA-NUM               PIC 9(08).
       77 WS-HOJE                   PIC 9(08).
       77 WS-SEMESTRE               PIC 9(01).
       77 WS-SEM-LANC               PIC 9(01).
       77 WS-HIST-TAXA              PIC X(20)
                                    VALUE "TAXA CUSTODIA B3 TD".
       77 WS-TOLERANCIA-QTD         PIC 9(01)V99 VALUE 0,01.

       01 WS-CAMPOS-CSV.
           05 WS-CSV-TITULO         PIC X(40).
           05 WS-CSV-QTD            PIC X(14).
           05 WS-CSV-DATA           PIC X(10).
           05 WS-CSV-BRUTO          PIC X(16).
           05 WS-CSV-LIQ            PIC X(16).
           05 WS-CSV-TAXA           PIC X(14).
           05 WS-CSV-CONTA          PIC X(10).
           05 WS-CSV-DIA            PIC X(02).
           05 WS-CSV-MES            PIC X(02).
           05 WS-CSV-ANO            PIC X(04).

       01 WS-DATA.
           05 WS-ANO                PIC 9(02).
           05 WS-MES                PIC 9(02).
           05 WS-DIA                PIC 9(02).

      *    Linhas do extrato. WS-TD-SIT: "N" nao casada, "E" casada
      *    com um lote, "S" sem lote no sistema. WS-TD-DIF-QTD e
      *    WS-TD-DIF-VAL marcam as divergencias da linha casada.
       77 WS-TD-TOTAL               PIC 9(04) COMP VALUE 0.
       77 WS-TD-IDX                 PIC 9(04) COMP.
       01 WS-TAB-TD.
           05 WS-TD-ENT OCCURS 500 TIMES.
               10 WS-TD-TITULO      PIC X(20).
               10 WS-TD-CONTA       PIC X(10).
               10 WS-TD-DATA        PIC 9(08).
               10 WS-TD-QTD         PIC 9(07)V99.
               10 WS-TD-BRUTO       PIC 9(09)V99.
               10 WS-TD-LIQ         PIC 9(09)V99.
               10 WS-TD-SIT         PIC X(01).
               10 WS-TD-PAR         PIC 9(04) COMP.
               10 WS-TD-DIF-QTD     PIC X(01).
               10 WS-TD-DIF-VAL     PIC X(01).
               10 WS-TD-PCT         PIC S9(05)V99.

      *    Lotes ativos das contas do extrato. WS-LT-SIT: "N" sem
      *    linha no extrato, "E" casado. WS-LT-QTD fica zerada quando
      *    a serie nao tem PU do titulo na aplicacao.
       77 WS-LT-TOTAL               PIC 9(04) COMP VALUE 0.
       77 WS-LT-IDX                 PIC 9(04) COMP.
       77 WS-LT-EXCEDE              PIC 9(04) VALUE 0.
       01 WS-TAB-LOTES.
           05 WS-LT-ENT OCCURS 1000 TIMES.
               10 WS-LT-TITULO      PIC X(20).
               10 WS-LT-CONTA       PIC X(10).
               10 WS-LT-DATA        PIC 9(08).
               10 WS-LT-VALOR       PIC 9(09)V99.
               10 WS-LT-QTD         PIC 9(07)V99.
               10 WS-LT-ATUAL       PIC 9(09)V99.
               10 WS-LT-SIT         PIC X(01).

      *    Contas cobertas pelo extrato, com a taxa de custodia
      *    somada. WS-CTA-SIT: "N" a lancar, "J" ja lancada no
      *    semestre, "L" lancada agora.
       77 WS-CTA-TOTAL              PIC 9(03) COMP VALUE 0.
       77 WS-CTA-IDX                PIC 9(03) COMP.
       77 WS-CTA-ACHOU              PIC X(01).
       01 WS-TAB-CONTAS.
           05 WS-CTA-ENT OCCURS 50 TIMES.
               10 WS-CTA-NOME       PIC X(10).
               10 WS-CTA-TAXA       PIC 9(07)V99.
               10 WS-CTA-SIT        PIC X(01).

       01 WS-CALCRF-PARM.
           05 WS-CRF-TITULO         PIC X(20).
           05 WS-CRF-DATA-APLIC     PIC 9(08).
           05 WS-CRF-VALOR-APLIC    PIC 9(09)V99.
           05 WS-CRF-VALOR-ATUAL    PIC 9(09)V99.
           05 WS-CRF-IR-PROJ        PIC 9(07)V99.
           05 WS-CRF-LIQ-PROJ       PIC 9(09)V99.

       77 WS-COT-TICKER             PIC X(10).
       77 WS-COT-FIM                PIC X(01).
       77 WS-COT-ACHADA             PIC X(01).
       77 WS-COT-VALOR              PIC 9(07)V99.
       77 WS-DATA-ALVO              PIC 9(08).

       77 WS-DIF-QTD                PIC S9(07)V99.
       77 WS-DIF-VAL                PIC S9(09)V99.
       77 WS-CNT-CASADAS            PIC 9(04) VALUE 0.
       77 WS-CNT-SO-EXTRATO         PIC 9(04) VALUE 0.
       77 WS-CNT-SO-SISTEMA         PIC 9(04) VALUE 0.
       77 WS-CNT-DIF-QTD            PIC 9(04) VALUE 0.
       77 WS-CNT-DIF-VAL            PIC 9(04) VALUE 0.
       77 WS-QTD-MASK               PIC Z.ZZZ.ZZ9,99.
       77 WS-QTD2-MASK              PIC Z.ZZZ.ZZ9,99.
       77 WS-VAL-MASK               PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-VAL2-MASK              PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-PCT-MASK               PIC -ZZ.ZZ9,99.
       77 WS-TOL-MASK               PIC Z9,99.

       LINKAGE SECTION.
       01 LNK-TD-PARM.
           05 LNK-TD-CONTA          PIC X(10).
           05 LNK-TD-TOLERANCIA     PIC 9(02)V99.
           05 LNK-TD-LINHAS         PIC 9(04).
           05 LNK-TD-PENDENCIAS     PIC 9(04).
           05 LNK-TD-TAXA           PIC 9(07)V99.
           05 LNK-TD-RC             PIC 9(02).

       PROCEDURE DIVISION USING LNK-TD-PARM.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: os
      *    acumuladores e tabelas sao zerados na entrada.
           MOVE 0 TO LNK-TD-LINHAS LNK-TD-PENDENCIAS LNK-TD-TAXA
                     LNK-TD-RC.
           MOVE 0 TO WS-LIDAS WS-REJEITADAS WS-TD-TOTAL WS-LT-TOTAL
                     WS-LT-EXCEDE WS-CTA-TOTAL.
           MOVE 0 TO WS-CNT-CASADAS WS-CNT-SO-EXTRATO
                     WS-CNT-SO-SISTEMA WS-CNT-DIF-QTD WS-CNT-DIF-VAL.
           IF LNK-TD-TOLERANCIA = 0
               MOVE 1 TO LNK-TD-TOLERANCIA
           END-IF.

           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-HOJE = 20000000 + WS-ANO * 10000
                           + WS-MES * 100 + WS-DIA.
           IF WS-MES > 6
               MOVE 2 TO WS-SEMESTRE
           ELSE
               MOVE 1 TO WS-SEMESTRE
           END-IF.

           OPEN INPUT ARQ-TD.
           IF WS-STATUS-TD = "35"
               DISPLAY "IMPORTTD: tesouro.csv nao encontrado"
               MOVE 4 TO LNK-TD-RC
               GOBACK
           END-IF.

           OPEN OUTPUT ARQ-REL.
           MOVE "CONCILIACAO DO EXTRATO DO TESOURO DIRETO X RENDA FIXA"
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "N" TO WS-FIM-ARQ.
           PERFORM IMPORTA-LINHA UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-TD.
           MOVE WS-TD-TOTAL TO LNK-TD-LINHAS.

           IF WS-TD-TOTAL = 0
               MOVE "EXTRATO SEM LINHAS VALIDAS" TO REL-LINHA
               WRITE REL-LINHA
               PERFORM GRAVA-TOTAIS-REL
               CLOSE ARQ-REL
               MOVE WS-REJEITADAS TO LNK-TD-PENDENCIAS
               IF LNK-TD-PENDENCIAS > 0
                   MOVE 8 TO LNK-TD-RC
               END-IF
               GOBACK
           END-IF.

           PERFORM CARREGA-LOTES.
           PERFORM CASA-LINHA-LOTE.
           PERFORM CONFERE-CASADAS.

           PERFORM LISTA-SO-EXTRATO.
           PERFORM LISTA-SO-SISTEMA.
           PERFORM LISTA-DIF-QUANTIDADE.
           PERFORM LISTA-DIF-VALOR.
           PERFORM LANCA-TAXA-CUSTODIA.
           PERFORM GRAVA-TOTAIS-REL.
           CLOSE ARQ-REL.

           COMPUTE LNK-TD-PENDENCIAS = WS-CNT-SO-EXTRATO
                   + WS-CNT-SO-SISTEMA + WS-CNT-DIF-QTD
                   + WS-CNT-DIF-VAL + WS-REJEITADAS.
           IF LNK-TD-PENDENCIAS > 0
               MOVE 8 TO LNK-TD-RC
           END-IF.
           GOBACK.

       IMPORTA-LINHA.
           READ ARQ-TD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-TD = "00"
               IF TD-LINHA NOT = SPACES
                   ADD 1 TO WS-LIDAS
                   PERFORM TRATA-LINHA
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       TRATA-LINHA.
           MOVE SPACES TO WS-CAMPOS-CSV WS-MOTIVO.
           UNSTRING TD-LINHA DELIMITED BY ";"
               INTO WS-CSV-TITULO WS-CSV-QTD WS-CSV-DATA WS-CSV-BRUTO
                    WS-CSV-LIQ WS-CSV-TAXA WS-CSV-CONTA
           END-UNSTRING.

      *    Linha de cabecalho do extrato (texto na coluna de data)
      *    nao conta como lote nem como rejeitada.
           IF WS-CSV-DATA(1:1) NOT NUMERIC
               SUBTRACT 1 FROM WS-LIDAS
               EXIT PARAGRAPH
           END-IF.

           UNSTRING WS-CSV-DATA DELIMITED BY "/"
               INTO WS-CSV-DIA WS-CSV-MES WS-CSV-ANO
           END-UNSTRING.
      *    Ano com quatro digitos no extrato, as vezes dois na
      *    exportacao de planilha.
           IF WS-CSV-ANO(3:2) NOT = SPACES
               MOVE WS-CSV-ANO(3:2) TO WS-CSV-ANO(1:2)
           END-IF.
           IF WS-CSV-DIA NOT NUMERIC OR WS-CSV-MES NOT NUMERIC
              OR WS-CSV-ANO(1:2) NOT NUMERIC
               MOVE "Data de aplicacao invalida" TO WS-MOTIVO
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CSV-DIA      TO WS-DIA.
           MOVE WS-CSV-MES      TO WS-MES.
           MOVE WS-CSV-ANO(1:2) TO WS-ANO.
           CALL 'chkdate' USING WS-ANO, WS-MES, WS-DIA, WS-CHK-RETURN.
           IF WS-CHK-RETURN NOT = 0
               MOVE "Data de aplicacao invalida" TO WS-MOTIVO
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATA-NUM = 20000000 + WS-ANO * 10000
                               + WS-MES * 100 + WS-DIA.

           IF WS-CSV-TITULO = SPACES
               MOVE "Titulo em branco" TO WS-MOTIVO
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.
           IF WS-CSV-CONTA = SPACES
               MOVE LNK-TD-CONTA TO WS-CSV-CONTA
           END-IF.
           IF WS-CSV-CONTA = SPACES
               MOVE "Conta em branco" TO WS-MOTIVO
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.

           IF WS-TD-TOTAL >= 500
               MOVE "Tabela do extrato cheia (500)" TO WS-MOTIVO
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.

      *    Titulo gravado em maiusculas, como RENDA-FIXA grava o lote.
           ADD 1 TO WS-TD-TOTAL.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-TITULO))
             TO WS-TD-TITULO(WS-TD-TOTAL).
           MOVE WS-CSV-CONTA   TO WS-TD-CONTA(WS-TD-TOTAL).
           MOVE WS-DATA-NUM    TO WS-TD-DATA(WS-TD-TOTAL).
           COMPUTE WS-TD-QTD(WS-TD-TOTAL) =
                   FUNCTION NUMVAL(WS-CSV-QTD).
           COMPUTE WS-TD-BRUTO(WS-TD-TOTAL) =
                   FUNCTION NUMVAL(WS-CSV-BRUTO).
           COMPUTE WS-TD-LIQ(WS-TD-TOTAL) =
                   FUNCTION NUMVAL(WS-CSV-LIQ).
           MOVE "N"            TO WS-TD-SIT(WS-TD-TOTAL).
           MOVE 0              TO WS-TD-PAR(WS-TD-TOTAL).
           MOVE "N"            TO WS-TD-DIF-QTD(WS-TD-TOTAL)
                                  WS-TD-DIF-VAL(WS-TD-TOTAL).
           MOVE 0              TO WS-TD-PCT(WS-TD-TOTAL).

           MOVE "N" TO WS-CTA-ACHOU.
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                     UNTIL WS-CTA-IDX > WS-CTA-TOTAL
               IF WS-CTA-NOME(WS-CTA-IDX) = WS-CSV-CONTA
                   MOVE "S" TO WS-CTA-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CTA-ACHOU = "N"
               IF WS-CTA-TOTAL < 50
                   ADD 1 TO WS-CTA-TOTAL
                   MOVE WS-CTA-TOTAL TO WS-CTA-IDX
                   MOVE WS-CSV-CONTA TO WS-CTA-NOME(WS-CTA-IDX)
                   MOVE 0            TO WS-CTA-TAXA(WS-CTA-IDX)
                   MOVE "N"          TO WS-CTA-SIT(WS-CTA-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-CSV-TAXA NOT = SPACES
               COMPUTE WS-CTA-TAXA(WS-CTA-IDX) =
                       WS-CTA-TAXA(WS-CTA-IDX)
                     + FUNCTION NUMVAL(WS-CSV-TAXA)
           END-IF.

       REJEITA-LINHA.
           ADD 1 TO WS-REJEITADAS.
           MOVE SPACES TO REL-LINHA.
           STRING "REJEITADA  ;" DELIMITED BY SIZE
                  WS-MOTIVO      DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  TD-LINHA       DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       CARREGA-LOTES.
      *    Lotes ativos das contas cobertas pelo extrato; CDB e
      *    outros titulos entram no casamento, mas so os TESOURO
      *    sao cobrados como ausentes do extrato.
           OPEN INPUT STK17.
           IF WS-STATUS-STK17 NOT = "00"
               CLOSE STK17
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-LOTES-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK17.

       CARREGA-LOTES-SEQ.
           READ STK17 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK17 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF NOT WFS-STK17-ATIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CTA-ACHOU.
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                     UNTIL WS-CTA-IDX > WS-CTA-TOTAL
               IF WS-CTA-NOME(WS-CTA-IDX) = WFS-STK17-ACCOUNT
                   MOVE "S" TO WS-CTA-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CTA-ACHOU = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-LT-TOTAL >= 1000
               ADD 1 TO WS-LT-EXCEDE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LT-TOTAL.
           MOVE WFS-STK17-TITULO      TO WS-LT-TITULO(WS-LT-TOTAL).
           MOVE WFS-STK17-ACCOUNT     TO WS-LT-CONTA(WS-LT-TOTAL).
           MOVE WFS-STK17-DATA-APLIC  TO WS-LT-DATA(WS-LT-TOTAL).
           MOVE WFS-STK17-VALOR-APLIC TO WS-LT-VALOR(WS-LT-TOTAL).
           MOVE 0                     TO WS-LT-QTD(WS-LT-TOTAL)
                                         WS-LT-ATUAL(WS-LT-TOTAL).
           MOVE "N"                   TO WS-LT-SIT(WS-LT-TOTAL).

       CASA-LINHA-LOTE.
      *    Uma linha do extrato para um lote: mesma conta, titulo e
      *    data de aplicacao. Duas aplicacoes do mesmo titulo no
      *    mesmo dia casam na ordem em que aparecem.
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                     UNTIL WS-TD-IDX > WS-TD-TOTAL
               PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                         UNTIL WS-LT-IDX > WS-LT-TOTAL
                   IF WS-LT-SIT(WS-LT-IDX) = "N"
                      AND WS-LT-CONTA(WS-LT-IDX)
                          = WS-TD-CONTA(WS-TD-IDX)
                      AND WS-LT-TITULO(WS-LT-IDX)
                          = WS-TD-TITULO(WS-TD-IDX)
                      AND WS-LT-DATA(WS-LT-IDX)
                          = WS-TD-DATA(WS-TD-IDX)
                       MOVE "E" TO WS-LT-SIT(WS-LT-IDX)
                       MOVE "E" TO WS-TD-SIT(WS-TD-IDX)
                       MOVE WS-LT-IDX TO WS-TD-PAR(WS-TD-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-TD-SIT(WS-TD-IDX) = "N"
                   MOVE "S" TO WS-TD-SIT(WS-TD-IDX)
               END-IF
           END-PERFORM.

       CONFERE-CASADAS.
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                     UNTIL WS-TD-IDX > WS-TD-TOTAL
               IF WS-TD-SIT(WS-TD-IDX) = "E"
                   MOVE WS-TD-PAR(WS-TD-IDX) TO WS-LT-IDX
                   PERFORM CONFERE-LOTE
               END-IF
           END-PERFORM.

       CONFERE-LOTE.
      *    Quantidade: valor aplicado / PU da aplicacao, dentro de
      *    um centesimo de titulo (o minimo negociado no Tesouro
      *    Direto). Valor: CALCRF contra o bruto do extrato, em
      *    percentual do bruto.
           ADD 1 TO WS-CNT-CASADAS.
           MOVE WS-LT-TITULO(WS-LT-IDX)(1:10) TO WS-COT-TICKER.
           MOVE WS-LT-DATA(WS-LT-IDX)         TO WS-DATA-ALVO.
           PERFORM BUSCA-COTACAO-ATE-DATA.
           IF WS-COT-ACHADA = "S" AND WS-COT-VALOR > 0
               COMPUTE WS-LT-QTD(WS-LT-IDX) ROUNDED =
                       WS-LT-VALOR(WS-LT-IDX) / WS-COT-VALOR
                   ON SIZE ERROR
                       MOVE 0 TO WS-LT-QTD(WS-LT-IDX)
               END-COMPUTE
           END-IF.
           IF WS-LT-QTD(WS-LT-IDX) > 0
               COMPUTE WS-DIF-QTD = WS-TD-QTD(WS-TD-IDX)
                                  - WS-LT-QTD(WS-LT-IDX)
               IF WS-DIF-QTD > WS-TOLERANCIA-QTD
                  OR WS-DIF-QTD < 0 - WS-TOLERANCIA-QTD
                   MOVE "S" TO WS-TD-DIF-QTD(WS-TD-IDX)
               END-IF
           END-IF.

           MOVE WS-LT-TITULO(WS-LT-IDX) TO WS-CRF-TITULO.
           MOVE WS-LT-DATA(WS-LT-IDX)   TO WS-CRF-DATA-APLIC.
           MOVE WS-LT-VALOR(WS-LT-IDX)  TO WS-CRF-VALOR-APLIC.
           CALL 'CALCRF' USING WS-CALCRF-PARM.
           MOVE WS-CRF-VALOR-ATUAL TO WS-LT-ATUAL(WS-LT-IDX).
           IF WS-TD-BRUTO(WS-TD-IDX) > 0
               COMPUTE WS-DIF-VAL = WS-TD-BRUTO(WS-TD-IDX)
                                  - WS-LT-ATUAL(WS-LT-IDX)
               COMPUTE WS-TD-PCT(WS-TD-IDX) ROUNDED =
                       WS-DIF-VAL * 100 / WS-TD-BRUTO(WS-TD-IDX)
                   ON SIZE ERROR
                       MOVE -999,99 TO WS-TD-PCT(WS-TD-IDX)
               END-COMPUTE
               IF WS-TD-PCT(WS-TD-IDX) > LNK-TD-TOLERANCIA
                  OR WS-TD-PCT(WS-TD-IDX) < 0 - LNK-TD-TOLERANCIA
                   MOVE "S" TO WS-TD-DIF-VAL(WS-TD-IDX)
               END-IF
           END-IF.

       BUSCA-COTACAO-ATE-DATA.
      *    Ultima cotacao do ticker com data ate WS-DATA-ALVO, na
      *    serie de STK14, a mesma busca do CALCRF.
           MOVE "N" TO WS-COT-ACHADA.
           MOVE 0   TO WS-COT-VALOR.
           OPEN INPUT STK14.
           IF WS-STATUS-STK14 NOT = "00"
               CLOSE STK14
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COT-TICKER TO WFS-STK14-TICKER.
           MOVE 0             TO WFS-STK14-DATA.
           START STK14 KEY IS NOT LESS THAN WFS-STK14-KEY.
           IF WS-STATUS-STK14 NOT = "00"
               CLOSE STK14
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-COT-FIM.
           PERFORM BUSCA-COTACAO-SEQ UNTIL WS-COT-FIM = "S".
           CLOSE STK14.

       BUSCA-COTACAO-SEQ.
           READ STK14 NEXT RECORD AT END MOVE "S" TO WS-COT-FIM.
           IF WS-STATUS-STK14 = "00"
               IF WFS-STK14-TICKER NOT = WS-COT-TICKER
                  OR WFS-STK14-DATA > WS-DATA-ALVO
                   MOVE "S" TO WS-COT-FIM
               ELSE
                   MOVE "S" TO WS-COT-ACHADA
                   MOVE WFS-STK14-FECHAMENTO TO WS-COT-VALOR
               END-IF
           ELSE
               MOVE "S" TO WS-COT-FIM
           END-IF.

       LISTA-SO-EXTRATO.
           MOVE "1. LINHAS DO EXTRATO SEM LOTE NO SISTEMA" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "   TITULO               CONTA      APLICACAO"
                  "           QTD      VALOR BRUTO    VALOR LIQUIDO"
                  DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                     UNTIL WS-TD-IDX > WS-TD-TOTAL
               IF WS-TD-SIT(WS-TD-IDX) = "S"
                   ADD 1 TO WS-CNT-SO-EXTRATO
                   MOVE WS-TD-QTD(WS-TD-IDX)   TO WS-QTD-MASK
                   MOVE WS-TD-BRUTO(WS-TD-IDX) TO WS-VAL-MASK
                   MOVE WS-TD-LIQ(WS-TD-IDX)   TO WS-VAL2-MASK
                   MOVE SPACES TO REL-LINHA
                   STRING "   " WS-TD-TITULO(WS-TD-IDX)
                          " "   WS-TD-CONTA(WS-TD-IDX)
                          " "   WS-TD-DATA(WS-TD-IDX)
                          " "   WS-QTD-MASK
                          " "   WS-VAL-MASK
                          " "   WS-VAL2-MASK
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       LISTA-SO-SISTEMA.
           MOVE "2. LOTES DO SISTEMA AUSENTES NO EXTRATO" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "   TITULO               CONTA      APLICACAO"
                  "   VALOR APLICADO"
                  DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                     UNTIL WS-LT-IDX > WS-LT-TOTAL
               IF WS-LT-SIT(WS-LT-IDX) = "N"
                  AND WS-LT-TITULO(WS-LT-IDX)(1:7) = "TESOURO"
                   ADD 1 TO WS-CNT-SO-SISTEMA
                   MOVE WS-LT-VALOR(WS-LT-IDX) TO WS-VAL-MASK
                   MOVE SPACES TO REL-LINHA
                   STRING "   " WS-LT-TITULO(WS-LT-IDX)
                          " "   WS-LT-CONTA(WS-LT-IDX)
                          " "   WS-LT-DATA(WS-LT-IDX)
                          " "   WS-VAL-MASK
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       LISTA-DIF-QUANTIDADE.
           MOVE "3. DIFERENCAS DE QUANTIDADE" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "   TITULO               CONTA      APLICACAO"
                  "   QTD EXTRATO   QTD SISTEMA"
                  DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                     UNTIL WS-TD-IDX > WS-TD-TOTAL
               IF WS-TD-DIF-QTD(WS-TD-IDX) = "S"
                   ADD 1 TO WS-CNT-DIF-QTD
                   MOVE WS-TD-PAR(WS-TD-IDX)   TO WS-LT-IDX
                   MOVE WS-TD-QTD(WS-TD-IDX)   TO WS-QTD-MASK
                   MOVE WS-LT-QTD(WS-LT-IDX)   TO WS-QTD2-MASK
                   MOVE SPACES TO REL-LINHA
                   STRING "   " WS-TD-TITULO(WS-TD-IDX)
                          " "   WS-TD-CONTA(WS-TD-IDX)
                          " "   WS-TD-DATA(WS-TD-IDX)
                          "  "  WS-QTD-MASK
                          "  "  WS-QTD2-MASK
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       LISTA-DIF-VALOR.
           MOVE LNK-TD-TOLERANCIA TO WS-TOL-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING "4. DIFERENCAS DE VALOR ACIMA DA TOLERANCIA ("
                  WS-TOL-MASK "%)"
                  DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "   TITULO               CONTA      APLICACAO"
                  "    BRUTO EXTRATO    VALOR SISTEMA      DIF %"
                  DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                     UNTIL WS-TD-IDX > WS-TD-TOTAL
               IF WS-TD-DIF-VAL(WS-TD-IDX) = "S"
                   ADD 1 TO WS-CNT-DIF-VAL
                   MOVE WS-TD-PAR(WS-TD-IDX)   TO WS-LT-IDX
                   MOVE WS-TD-BRUTO(WS-TD-IDX) TO WS-VAL-MASK
                   MOVE WS-LT-ATUAL(WS-LT-IDX) TO WS-VAL2-MASK
                   MOVE WS-TD-PCT(WS-TD-IDX)   TO WS-PCT-MASK
                   MOVE SPACES TO REL-LINHA
                   STRING "   " WS-TD-TITULO(WS-TD-IDX)
                          " "   WS-TD-CONTA(WS-TD-IDX)
                          " "   WS-TD-DATA(WS-TD-IDX)
                          " "   WS-VAL-MASK
                          " "   WS-VAL2-MASK
                          " "   WS-PCT-MASK
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       LANCA-TAXA-CUSTODIA.
      *    A B3 cobra a custodia do Tesouro Direto por semestre: a
      *    conta que ja tem o lancamento WS-HIST-TAXA no semestre
      *    corrente nao recebe outro.
           OPEN INPUT STK15.
           IF WS-STATUS-STK15 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM MARCA-TAXA-LANCADA UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK15.

           MOVE "5. TAXA DE CUSTODIA B3 NO CAIXA" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "   CONTA                 VALOR SITUACAO" TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                     UNTIL WS-CTA-IDX > WS-CTA-TOTAL
               IF WS-CTA-TAXA(WS-CTA-IDX) > 0
                   PERFORM LANCA-TAXA-CONTA
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       MARCA-TAXA-LANCADA.
           READ STK15 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK15 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK15-TIPO NOT = "T"
              OR WFS-STK15-HISTORICO NOT = WS-HIST-TAXA
              OR WFS-STK15-DATA(1:4) NOT = WS-HOJE(1:4)
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK15-DATA(5:2) > "06"
               MOVE 2 TO WS-SEM-LANC
           ELSE
               MOVE 1 TO WS-SEM-LANC
           END-IF.
           IF WS-SEM-LANC NOT = WS-SEMESTRE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                     UNTIL WS-CTA-IDX > WS-CTA-TOTAL
               IF WS-CTA-NOME(WS-CTA-IDX) = WFS-STK15-ACCOUNT
                   MOVE "J" TO WS-CTA-SIT(WS-CTA-IDX)
               END-IF
           END-PERFORM.

       LANCA-TAXA-CONTA.
           MOVE WS-CTA-TAXA(WS-CTA-IDX) TO WS-VAL-MASK.
           MOVE SPACES TO REL-LINHA.
           IF WS-CTA-SIT(WS-CTA-IDX) = "J"
               STRING "   " WS-CTA-NOME(WS-CTA-IDX)
                      " "   WS-VAL-MASK
                      " JA LANCADA NO SEMESTRE"
                      DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND STK15.
           IF WS-STATUS-STK15 = "35"
               OPEN OUTPUT STK15
           END-IF.
           MOVE WS-CTA-NOME(WS-CTA-IDX) TO WFS-STK15-ACCOUNT.
           MOVE WS-HOJE                 TO WFS-STK15-DATA.
           MOVE "T"                     TO WFS-STK15-TIPO.
           MOVE WS-HIST-TAXA            TO WFS-STK15-HISTORICO.
           COMPUTE WFS-STK15-VALOR = 0 - WS-CTA-TAXA(WS-CTA-IDX).
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.
           MOVE "L" TO WS-CTA-SIT(WS-CTA-IDX).
           ADD WS-CTA-TAXA(WS-CTA-IDX) TO LNK-TD-TAXA.

           STRING "   " WS-CTA-NOME(WS-CTA-IDX)
                  " "   WS-VAL-MASK
                  " LANCADA NO CAIXA EM " WS-HOJE
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       GRAVA-TOTAIS-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "LIDAS: "          DELIMITED BY SIZE
                  WS-LIDAS           DELIMITED BY SIZE
                  "  REJEITADAS: "   DELIMITED BY SIZE
                  WS-REJEITADAS      DELIMITED BY SIZE
                  "  CASADAS: "      DELIMITED BY SIZE
                  WS-CNT-CASADAS     DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "SO NO EXTRATO: "  DELIMITED BY SIZE
                  WS-CNT-SO-EXTRATO  DELIMITED BY SIZE
                  "  SO NO SISTEMA: " DELIMITED BY SIZE
                  WS-CNT-SO-SISTEMA  DELIMITED BY SIZE
                  "  DIF. QUANTIDADE: " DELIMITED BY SIZE
                  WS-CNT-DIF-QTD     DELIMITED BY SIZE
                  "  DIF. VALOR: "   DELIMITED BY SIZE
                  WS-CNT-DIF-VAL     DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           IF WS-LT-EXCEDE > 0
               MOVE SPACES TO REL-LINHA
               STRING "ATENCAO: " WS-LT-EXCEDE
                      " LOTES ALEM DO LIMITE DA TABELA (1000) NAO"
                      " FORAM CONCILIADOS" DELIMITED BY SIZE
                      INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

       GRAVA-AUDITORIA.
      *    Lancamento de caixa na trilha de auditoria (STK12), como
      *    os do STOCKS, para o CTLTOT explicar a mudanca do saldo.
           CALL 'GRAVAUDIT' USING WS-OPERATOR, WS-AUDIT-ARQUIVO,
                                  WS-AUDIT-ACAO, WS-AUDIT-IMAGEM.
           MOVE SPACES TO WS-AUDIT-IMAGEM.
