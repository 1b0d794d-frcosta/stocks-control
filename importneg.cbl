       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTNEG.
      *****************************************************************
      * Conciliacao ordem a ordem com o extrato de negociacao da area *
      * do investidor da B3 (negociacao.csv, uma execucao por linha   *
      * no layout DATA;C/V;TICKER;QTD;PRECO;CONTA, com a conta da     *
      * corretora como cadastrada em STK03-ACCOUNT). As ordens de     *
      * compra e venda do diario vivo e dos arquivos mortos (pelo     *
      * catalogo, quando presente) das contas e do periodo cobertos   *
      * pelo extrato sao casadas por data, conta, ticker, lado e      *
      * quantidade; o que sobra e casado por grupo (a B3 lista cada   *
      * execucao, a ordem pode ter saido em varias). O relatorio      *
      * negociacao.rel traz tres listas: negocios da B3 sem ordem no  *
      * sistema, ordens do sistema que a B3 nao registrou e casamentos*
      * com preco ou quantidade divergentes.                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk09'.                *> Cadastro de ativos
           COPY 'control_catalogo'.             *> Catalogo de mortos

           SELECT STK03A ASSIGN TO WS-ARQ-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STK03A.

           SELECT ARQ-NEG ASSIGN TO "negociacao.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NEG.

           SELECT ARQ-REL ASSIGN TO "negociacao.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK03A.
           COPY 'register'.
       FD STK09.
           COPY 'stk09'.
       FD ARQ-CATALOGO.
           COPY 'catalogo'.
       FD ARQ-NEG.
       01 NEG-LINHA                 PIC X(100).
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK03A          PIC X(02).
       77 WS-STATUS-STK09           PIC X(02).
       77 WS-STATUS-CATALOGO        PIC X(02).
       77 WS-STATUS-NEG             PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-ARQ-NOME               PIC X(30).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-CAT-PRESENTE           PIC X(01).
       77 WS-CAT-FIM                PIC X(01).
       77 WS-ANO-SCAN               PIC 9(02).
       77 WS-MES-SCAN               PIC 9(02).
       77 WS-ANO-LIMITE             PIC 9(02).
       77 WS-LIDAS                  PIC 9(04) VALUE 0.
       77 WS-REJEITADAS             PIC 9(04) VALUE 0.
       77 WS-MOTIVO                 PIC X(40).
       77 WS-TICKER                 PIC X(10).
       77 WS-TICKER-TRIM            PIC X(10).
       77 WS-TICKER-LEN             PIC 9(02) COMP.
       77 WS-DATA-NUM               PIC 9(06).
       77 WS-DATA-MIN               PIC 9(06).
       77 WS-DATA-MAX               PIC 9(06).
       77 WS-CHK-RETURN             PIC 9.
       77 WS-CAD-ABERTO             PIC X(01).
       77 WS-TOLERANCIA             PIC 9(03)V99 VALUE 0,01.

       01 WS-CAMPOS-CSV.
           05 WS-CSV-DATA           PIC X(10).
           05 WS-CSV-OP             PIC X(10).
           05 WS-CSV-TICKER         PIC X(12).
           05 WS-CSV-QTD            PIC X(10).
           05 WS-CSV-PRECO          PIC X(14).
           05 WS-CSV-CONTA          PIC X(10).
           05 WS-CSV-DIA            PIC X(02).
           05 WS-CSV-MES            PIC X(02).
           05 WS-CSV-ANO            PIC X(04).

       01 WS-DATA.
           05 WS-ANO                PIC 9(02).
           05 WS-MES                PIC 9(02).
           05 WS-DIA                PIC 9(02).

      *    Execucoes do extrato da B3. WS-B3-SIT: "N" nao casada,
      *    "E" casada com uma ordem, "G" casada pelo grupo, "D"
      *    divergente, "S" sem ordem no sistema.
       77 WS-B3-TOTAL               PIC 9(04) COMP VALUE 0.
       77 WS-B3-IDX                 PIC 9(04) COMP.
       01 WS-TAB-B3.
           05 WS-B3-ENT OCCURS 2000 TIMES.
               10 WS-B3-DATA        PIC 9(06).
               10 WS-B3-LADO        PIC X(01).
               10 WS-B3-TICKER      PIC X(10).
               10 WS-B3-CONTA       PIC X(10).
               10 WS-B3-QTD         PIC S9(07).
               10 WS-B3-PRECO       PIC 9(07)V99.
               10 WS-B3-SIT         PIC X(01).
               10 WS-B3-PAR         PIC 9(04) COMP.

      *    Contas cobertas pelo extrato: ordens de outras corretoras
      *    nao podem aparecer como "sem registro na B3".
       77 WS-CTA-TOTAL              PIC 9(03) COMP VALUE 0.
       77 WS-CTA-IDX                PIC 9(03) COMP.
       77 WS-CTA-ACHOU              PIC X(01).
       01 WS-TAB-CONTAS.
           05 WS-CTA-NOME           PIC X(10) OCCURS 50 TIMES.

      *    Ordens do sistema no periodo/contas do extrato. WS-ORD-SIT
      *    segue WS-B3-SIT; "P" e a ordem casada na primeira passada
      *    com preco divergente.
       77 WS-ORD-TOTAL              PIC 9(04) COMP VALUE 0.
       77 WS-ORD-IDX                PIC 9(04) COMP.
       77 WS-ORD-EXCEDE             PIC 9(04) VALUE 0.
       77 WS-ORD-EXIBE              PIC 9(04).
       01 WS-TAB-ORDENS.
           05 WS-ORD-ENT OCCURS 3000 TIMES.
               10 WS-ORD-KEY        PIC 9(12).
               10 WS-ORD-DATA       PIC 9(06).
               10 WS-ORD-LADO       PIC X(01).
               10 WS-ORD-TICKER     PIC X(10).
               10 WS-ORD-CONTA      PIC X(10).
               10 WS-ORD-QTD        PIC S9(07).
               10 WS-ORD-PRECO      PIC 9(07)V99.
               10 WS-ORD-SIT        PIC X(01).
               10 WS-ORD-ORIGEM     PIC X(30).

      *    Acumulados do grupo data/conta/ticker/lado da segunda
      *    passada.
       77 WS-GRP-B3-QTD             PIC S9(09).
       77 WS-GRP-B3-FIN             PIC S9(13)V99.
       77 WS-GRP-ORD-QTD            PIC S9(09).
       77 WS-GRP-ORD-FIN            PIC S9(13)V99.
       77 WS-GRP-B3-PM              PIC 9(07)V99.
       77 WS-GRP-ORD-PM             PIC 9(07)V99.
       77 WS-GRP-DIF                PIC S9(07)V99.
       77 WS-GRP-SIT                PIC X(01).

       77 WS-CNT-CASADAS            PIC 9(05) VALUE 0.
       77 WS-CNT-GRUPO              PIC 9(05) VALUE 0.
       77 WS-CNT-SO-B3              PIC 9(05) VALUE 0.
       77 WS-CNT-SO-NOSSA           PIC 9(05) VALUE 0.
       77 WS-CNT-DIVERG             PIC 9(05) VALUE 0.
       77 WS-QTD-MASK               PIC -ZZZ.ZZ9.
       77 WS-QTD2-MASK              PIC -ZZZ.ZZ9.
       77 WS-PRC-MASK               PIC ZZZ.ZZ9,99.
       77 WS-PRC2-MASK              PIC ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: os
      *    acumuladores e tabelas sao zerados na entrada, como
      *    PROVREL/BENSDIR fazem - VALUE so vale na primeira carga.
           MOVE 0 TO WS-LIDAS WS-REJEITADAS WS-B3-TOTAL WS-CTA-TOTAL
                     WS-ORD-TOTAL WS-ORD-EXCEDE.
           MOVE 0 TO WS-CNT-CASADAS WS-CNT-GRUPO WS-CNT-SO-B3
                     WS-CNT-SO-NOSSA WS-CNT-DIVERG.
           MOVE 999999 TO WS-DATA-MIN.
           MOVE 0      TO WS-DATA-MAX.

           OPEN INPUT ARQ-NEG.
           IF WS-STATUS-NEG = "35"
               DISPLAY "IMPORTNEG: negociacao.csv nao encontrado"
               GOBACK
           END-IF.

           OPEN OUTPUT ARQ-REL.
           MOVE "CONCILIACAO DE NEGOCIOS B3 X ORDENS DO SISTEMA"
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "N" TO WS-CAD-ABERTO.
           OPEN INPUT STK09.
           IF WS-STATUS-STK09 = "00"
               MOVE "S" TO WS-CAD-ABERTO
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM IMPORTA-LINHA UNTIL WS-FIM-ARQ = "S".
           IF WS-CAD-ABERTO = "S"
               CLOSE STK09
           END-IF.
           CLOSE ARQ-NEG.

           IF WS-B3-TOTAL = 0
               MOVE "EXTRATO SEM NEGOCIOS VALIDOS" TO REL-LINHA
               WRITE REL-LINHA
               PERFORM GRAVA-TOTAIS-REL
               CLOSE ARQ-REL
               GOBACK
           END-IF.

           PERFORM COLETA-ORDENS.
           PERFORM CASA-ORDEM-A-ORDEM.
           PERFORM CASA-POR-GRUPO.

           PERFORM LISTA-SO-B3.
           PERFORM LISTA-SO-SISTEMA.
           PERFORM LISTA-DIVERGENTES.
           PERFORM GRAVA-TOTAIS-REL.
           CLOSE ARQ-REL.
           GOBACK.

       IMPORTA-LINHA.
           READ ARQ-NEG AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-NEG = "00"
               IF NEG-LINHA NOT = SPACES
                   ADD 1 TO WS-LIDAS
                   PERFORM TRATA-LINHA
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       TRATA-LINHA.
           MOVE SPACES TO WS-CAMPOS-CSV WS-MOTIVO.
           UNSTRING NEG-LINHA DELIMITED BY ";"
               INTO WS-CSV-DATA WS-CSV-OP WS-CSV-TICKER WS-CSV-QTD
                    WS-CSV-PRECO WS-CSV-CONTA
           END-UNSTRING.

      *    Linha de cabecalho do extrato (texto na coluna de data)
      *    nao conta como negocio nem como rejeitada.
           IF WS-CSV-DATA(1:1) NOT NUMERIC
               SUBTRACT 1 FROM WS-LIDAS
               EXIT PARAGRAPH
           END-IF.

           UNSTRING WS-CSV-DATA DELIMITED BY "/"
               INTO WS-CSV-DIA WS-CSV-MES WS-CSV-ANO
           END-UNSTRING.
      *    O extrato da B3 traz o ano com quatro digitos; a
      *    exportacao de planilha as vezes com dois.
           IF WS-CSV-ANO(3:2) NOT = SPACES
               MOVE WS-CSV-ANO(3:2) TO WS-CSV-ANO(1:2)
           END-IF.
           IF WS-CSV-DIA NOT NUMERIC OR WS-CSV-MES NOT NUMERIC
              OR WS-CSV-ANO(1:2) NOT NUMERIC
               MOVE "Data invalida" TO WS-MOTIVO
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CSV-DIA      TO WS-DIA.
           MOVE WS-CSV-MES      TO WS-MES.
           MOVE WS-CSV-ANO(1:2) TO WS-ANO.
           CALL 'chkdate' USING WS-ANO, WS-MES, WS-DIA, WS-CHK-RETURN.
           IF WS-CHK-RETURN NOT = 0
               MOVE "Data invalida" TO WS-MOTIVO
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATA-NUM = WS-ANO * 10000 + WS-MES * 100
                                 + WS-DIA.

      *    "C"/"V" ou "Compra"/"Venda": vale a primeira letra.
           MOVE FUNCTION UPPER-CASE(WS-CSV-OP(1:1)) TO WS-CSV-OP.
           IF WS-CSV-OP(1:1) NOT = "C" AND WS-CSV-OP(1:1) NOT = "V"
               MOVE "Operacao deve ser C ou V" TO WS-MOTIVO
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-CSV-TICKER) TO WS-TICKER.
           MOVE FUNCTION TRIM(WS-TICKER)           TO WS-TICKER.
           PERFORM DOBRA-FRACIONARIO.

           IF WS-CSV-CONTA = SPACES
               MOVE "Conta em branco" TO WS-MOTIVO
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.

           IF WS-B3-TOTAL >= 2000
               MOVE "Tabela de negocios cheia (2000)" TO WS-MOTIVO
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-B3-TOTAL.
           MOVE WS-DATA-NUM    TO WS-B3-DATA(WS-B3-TOTAL).
           MOVE WS-CSV-OP(1:1) TO WS-B3-LADO(WS-B3-TOTAL).
           MOVE WS-TICKER      TO WS-B3-TICKER(WS-B3-TOTAL).
           MOVE WS-CSV-CONTA   TO WS-B3-CONTA(WS-B3-TOTAL).
           COMPUTE WS-B3-QTD(WS-B3-TOTAL) =
                   FUNCTION NUMVAL(WS-CSV-QTD).
           COMPUTE WS-B3-PRECO(WS-B3-TOTAL) =
                   FUNCTION NUMVAL(WS-CSV-PRECO).
           MOVE "N"            TO WS-B3-SIT(WS-B3-TOTAL).
           MOVE 0              TO WS-B3-PAR(WS-B3-TOTAL).

           IF WS-DATA-NUM < WS-DATA-MIN
               MOVE WS-DATA-NUM TO WS-DATA-MIN
           END-IF.
           IF WS-DATA-NUM > WS-DATA-MAX
               MOVE WS-DATA-NUM TO WS-DATA-MAX
           END-IF.

           MOVE "N" TO WS-CTA-ACHOU.
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                     UNTIL WS-CTA-IDX > WS-CTA-TOTAL
               IF WS-CTA-NOME(WS-CTA-IDX) = WS-CSV-CONTA
                   MOVE "S" TO WS-CTA-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CTA-ACHOU = "N" AND WS-CTA-TOTAL < 50
               ADD 1 TO WS-CTA-TOTAL
               MOVE WS-CSV-CONTA TO WS-CTA-NOME(WS-CTA-TOTAL)
           END-IF.

       DOBRA-FRACIONARIO.
      *    Mercado fracionario (PETR4F) casa com as ordens do papel
      *    do lote padrao, a mesma dobra de IMPORTNOTA/IMPORTB3.
           MOVE WS-TICKER TO WS-TICKER-TRIM.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TICKER-TRIM))
                          TO WS-TICKER-LEN.
           IF WS-TICKER-LEN > 1
               IF WS-TICKER-TRIM(WS-TICKER-LEN:1) = "F"
                  AND WS-TICKER-TRIM(WS-TICKER-LEN - 1:1) IS NUMERIC
                   MOVE SPACE TO WS-TICKER-TRIM(WS-TICKER-LEN:1)
                   IF WS-CAD-ABERTO = "N"
                       MOVE WS-TICKER-TRIM TO WS-TICKER
                   ELSE
                       MOVE WS-TICKER-TRIM TO WFS-STK09-TICKER
                       READ STK09 KEY IS WFS-STK09-TICKER
                       IF WS-STATUS-STK09 = "00"
                           MOVE WS-TICKER-TRIM TO WS-TICKER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REJEITA-LINHA.
           ADD 1 TO WS-REJEITADAS.
           MOVE SPACES TO REL-LINHA.
           STRING "REJEITADA  ;" DELIMITED BY SIZE
                  WS-MOTIVO      DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  NEG-LINHA      DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       COLETA-ORDENS.
      *    Mesma varredura de KARDEX: os mortos pelo catalogo quando
      *    ele existe, senao por nome (stk03_AAMM / stk03_ano_AA) do
      *    primeiro ano do extrato em diante; por ultimo o diario
      *    vivo.
           MOVE "N" TO WS-CAT-PRESENTE.
           OPEN INPUT ARQ-CATALOGO.
           IF WS-STATUS-CATALOGO = "00"
               MOVE "S" TO WS-CAT-PRESENTE
               MOVE "N" TO WS-CAT-FIM
               PERFORM COLETA-CATALOGO-SEQ UNTIL WS-CAT-FIM = "S"
           END-IF.
           CLOSE ARQ-CATALOGO.

           IF WS-CAT-PRESENTE = "N"
               COMPUTE WS-ANO-SCAN   = WS-DATA-MIN / 10000
               COMPUTE WS-ANO-LIMITE = WS-DATA-MAX / 10000 + 1
               PERFORM UNTIL WS-ANO-SCAN > WS-ANO-LIMITE
                   PERFORM VARYING WS-MES-SCAN FROM 1 BY 1
                             UNTIL WS-MES-SCAN > 12
                       MOVE SPACES TO WS-ARQ-NOME
                       STRING "stk03_" WS-ANO-SCAN WS-MES-SCAN ".dat"
                              DELIMITED BY SIZE
                              INTO WS-ARQ-NOME
                       END-STRING
                       PERFORM COLETA-ARQUIVO
                   END-PERFORM
                   MOVE SPACES TO WS-ARQ-NOME
                   STRING "stk03_ano_" WS-ANO-SCAN ".dat"
                          DELIMITED BY SIZE
                          INTO WS-ARQ-NOME
                   END-STRING
                   PERFORM COLETA-ARQUIVO
                   ADD 1 TO WS-ANO-SCAN
               END-PERFORM
           END-IF.

           MOVE "stk03.dat" TO WS-ARQ-NOME.
           PERFORM COLETA-ARQUIVO.

       COLETA-CATALOGO-SEQ.
           READ ARQ-CATALOGO AT END MOVE "S" TO WS-CAT-FIM.
           IF WS-STATUS-CATALOGO = "00"
               IF WFS-CAT-REGISTROS > 0
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
      *    So compras e vendas com quantidade: eventos "A",
      *    transferencias "T" e o lancamento sem quantidade do
      *    excedente de amortizacao nao sao negocios de bolsa.
           READ STK03A AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK03A NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF (STK03-ORDER NOT = "C" AND STK03-ORDER NOT = "c"
               AND STK03-ORDER NOT = "V" AND STK03-ORDER NOT = "v")
              OR STK03-QTY = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATA-NUM = STK03-KEY / 1000000.
           IF WS-DATA-NUM < WS-DATA-MIN OR WS-DATA-NUM > WS-DATA-MAX
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CTA-ACHOU.
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                     UNTIL WS-CTA-IDX > WS-CTA-TOTAL
               IF WS-CTA-NOME(WS-CTA-IDX) = STK03-ACCOUNT
                   MOVE "S" TO WS-CTA-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CTA-ACHOU = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORD-TOTAL >= 3000
               ADD 1 TO WS-ORD-EXCEDE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ORD-TOTAL.
           MOVE STK03-KEY     TO WS-ORD-KEY(WS-ORD-TOTAL).
           MOVE WS-DATA-NUM   TO WS-ORD-DATA(WS-ORD-TOTAL).
           MOVE FUNCTION UPPER-CASE(STK03-ORDER)
                              TO WS-ORD-LADO(WS-ORD-TOTAL).
           MOVE STK03-TICKER  TO WS-ORD-TICKER(WS-ORD-TOTAL).
           MOVE STK03-ACCOUNT TO WS-ORD-CONTA(WS-ORD-TOTAL).
           MOVE STK03-QTY     TO WS-ORD-QTD(WS-ORD-TOTAL).
           MOVE STK03-PRICE   TO WS-ORD-PRECO(WS-ORD-TOTAL).
           MOVE "N"           TO WS-ORD-SIT(WS-ORD-TOTAL).
           MOVE WS-ARQ-NOME   TO WS-ORD-ORIGEM(WS-ORD-TOTAL).

       CASA-ORDEM-A-ORDEM.
      *    Primeira passada: uma execucao da B3 para uma ordem, com
      *    data, conta, ticker, lado e quantidade iguais. Preco fora
      *    da tolerancia fica como divergente.
           PERFORM VARYING WS-B3-IDX FROM 1 BY 1
                     UNTIL WS-B3-IDX > WS-B3-TOTAL
               PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                         UNTIL WS-ORD-IDX > WS-ORD-TOTAL
                   IF WS-ORD-SIT(WS-ORD-IDX) = "N"
                      AND WS-ORD-DATA(WS-ORD-IDX)
                          = WS-B3-DATA(WS-B3-IDX)
                      AND WS-ORD-CONTA(WS-ORD-IDX)
                          = WS-B3-CONTA(WS-B3-IDX)
                      AND WS-ORD-TICKER(WS-ORD-IDX)
                          = WS-B3-TICKER(WS-B3-IDX)
                      AND WS-ORD-LADO(WS-ORD-IDX)
                          = WS-B3-LADO(WS-B3-IDX)
                      AND WS-ORD-QTD(WS-ORD-IDX)
                          = WS-B3-QTD(WS-B3-IDX)
                       COMPUTE WS-GRP-DIF = WS-B3-PRECO(WS-B3-IDX)
                                          - WS-ORD-PRECO(WS-ORD-IDX)
                       IF WS-GRP-DIF > WS-TOLERANCIA
                          OR WS-GRP-DIF < 0 - WS-TOLERANCIA
                           MOVE "D" TO WS-B3-SIT(WS-B3-IDX)
                           MOVE "P" TO WS-ORD-SIT(WS-ORD-IDX)
                       ELSE
                           MOVE "E" TO WS-B3-SIT(WS-B3-IDX)
                           MOVE "E" TO WS-ORD-SIT(WS-ORD-IDX)
                           ADD 1 TO WS-CNT-CASADAS
                       END-IF
                       MOVE WS-ORD-IDX TO WS-B3-PAR(WS-B3-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       CASA-POR-GRUPO.
      *    Segunda passada sobre o que sobrou: a B3 lista cada
      *    execucao e a ordem do sistema pode ter saido em varias (ou
      *    o rateio de day trade ter partido a ordem em duas). O
      *    grupo data/conta/ticker/lado casa quando quantidade total
      *    e preco medio batem; grupo dos dois lados que nao bate e
      *    divergente; grupo so da B3 e negocio sem ordem.
           PERFORM VARYING WS-B3-IDX FROM 1 BY 1
                     UNTIL WS-B3-IDX > WS-B3-TOTAL
               IF WS-B3-SIT(WS-B3-IDX) = "N"
                   PERFORM AVALIA-GRUPO
               END-IF
           END-PERFORM.

       AVALIA-GRUPO.
           MOVE 0 TO WS-GRP-B3-QTD WS-GRP-B3-FIN
                     WS-GRP-ORD-QTD WS-GRP-ORD-FIN.
           MOVE WS-B3-IDX TO WS-ORD-IDX.
           PERFORM SOMA-GRUPO-B3.
           PERFORM SOMA-GRUPO-ORDENS.

           IF WS-GRP-ORD-QTD = 0
               MOVE "S" TO WS-GRP-SIT
           ELSE
               COMPUTE WS-GRP-B3-PM ROUNDED =
                       WS-GRP-B3-FIN / WS-GRP-B3-QTD
               COMPUTE WS-GRP-ORD-PM ROUNDED =
                       WS-GRP-ORD-FIN / WS-GRP-ORD-QTD
               COMPUTE WS-GRP-DIF = WS-GRP-B3-PM - WS-GRP-ORD-PM
               IF WS-GRP-B3-QTD = WS-GRP-ORD-QTD
                  AND WS-GRP-DIF <= WS-TOLERANCIA
                  AND WS-GRP-DIF >= 0 - WS-TOLERANCIA
                   MOVE "G" TO WS-GRP-SIT
                   ADD 1 TO WS-CNT-GRUPO
               ELSE
                   MOVE "D" TO WS-GRP-SIT
               END-IF
           END-IF.
           PERFORM MARCA-GRUPO.

       SOMA-GRUPO-B3.
           PERFORM VARYING WS-ORD-IDX FROM WS-B3-IDX BY 1
                     UNTIL WS-ORD-IDX > WS-B3-TOTAL
               IF WS-B3-SIT(WS-ORD-IDX) = "N"
                  AND WS-B3-DATA(WS-ORD-IDX) = WS-B3-DATA(WS-B3-IDX)
                  AND WS-B3-CONTA(WS-ORD-IDX) = WS-B3-CONTA(WS-B3-IDX)
                  AND WS-B3-TICKER(WS-ORD-IDX)
                      = WS-B3-TICKER(WS-B3-IDX)
                  AND WS-B3-LADO(WS-ORD-IDX) = WS-B3-LADO(WS-B3-IDX)
                   ADD WS-B3-QTD(WS-ORD-IDX) TO WS-GRP-B3-QTD
                   COMPUTE WS-GRP-B3-FIN = WS-GRP-B3-FIN
                           + WS-B3-QTD(WS-ORD-IDX)
                           * WS-B3-PRECO(WS-ORD-IDX)
               END-IF
           END-PERFORM.

       SOMA-GRUPO-ORDENS.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                     UNTIL WS-ORD-IDX > WS-ORD-TOTAL
               IF WS-ORD-SIT(WS-ORD-IDX) = "N"
                  AND WS-ORD-DATA(WS-ORD-IDX) = WS-B3-DATA(WS-B3-IDX)
                  AND WS-ORD-CONTA(WS-ORD-IDX) = WS-B3-CONTA(WS-B3-IDX)
                  AND WS-ORD-TICKER(WS-ORD-IDX)
                      = WS-B3-TICKER(WS-B3-IDX)
                  AND WS-ORD-LADO(WS-ORD-IDX) = WS-B3-LADO(WS-B3-IDX)
                   ADD WS-ORD-QTD(WS-ORD-IDX) TO WS-GRP-ORD-QTD
                   COMPUTE WS-GRP-ORD-FIN = WS-GRP-ORD-FIN
                           + WS-ORD-QTD(WS-ORD-IDX)
                           * WS-ORD-PRECO(WS-ORD-IDX)
               END-IF
           END-PERFORM.

       MARCA-GRUPO.
      *    As ordens do grupo recebem a mesma situacao; a primeira
      *    execucao da B3 do grupo guarda os totais para a listagem
      *    de divergentes (as demais ficam com o apontador zerado).
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                     UNTIL WS-ORD-IDX > WS-ORD-TOTAL
               IF WS-ORD-SIT(WS-ORD-IDX) = "N"
                  AND WS-ORD-DATA(WS-ORD-IDX) = WS-B3-DATA(WS-B3-IDX)
                  AND WS-ORD-CONTA(WS-ORD-IDX) = WS-B3-CONTA(WS-B3-IDX)
                  AND WS-ORD-TICKER(WS-ORD-IDX)
                      = WS-B3-TICKER(WS-B3-IDX)
                  AND WS-ORD-LADO(WS-ORD-IDX) = WS-B3-LADO(WS-B3-IDX)
                   MOVE WS-GRP-SIT TO WS-ORD-SIT(WS-ORD-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ORD-IDX FROM WS-B3-IDX BY 1
                     UNTIL WS-ORD-IDX > WS-B3-TOTAL
               IF WS-B3-SIT(WS-ORD-IDX) = "N"
                  AND WS-B3-DATA(WS-ORD-IDX) = WS-B3-DATA(WS-B3-IDX)
                  AND WS-B3-CONTA(WS-ORD-IDX) = WS-B3-CONTA(WS-B3-IDX)
                  AND WS-B3-TICKER(WS-ORD-IDX)
                      = WS-B3-TICKER(WS-B3-IDX)
                  AND WS-B3-LADO(WS-ORD-IDX) = WS-B3-LADO(WS-B3-IDX)
                  AND WS-ORD-IDX NOT = WS-B3-IDX
                   MOVE WS-GRP-SIT TO WS-B3-SIT(WS-ORD-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-GRP-SIT TO WS-B3-SIT(WS-B3-IDX).

       LISTA-SO-B3.
           MOVE "1. NEGOCIOS DA B3 SEM ORDEM NO SISTEMA" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "   DATA   L TICKER     CONTA          QTD      PRECO"
             TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WS-B3-IDX FROM 1 BY 1
                     UNTIL WS-B3-IDX > WS-B3-TOTAL
               IF WS-B3-SIT(WS-B3-IDX) = "S"
                   ADD 1 TO WS-CNT-SO-B3
                   MOVE WS-B3-QTD(WS-B3-IDX)   TO WS-QTD-MASK
                   MOVE WS-B3-PRECO(WS-B3-IDX) TO WS-PRC-MASK
                   MOVE SPACES TO REL-LINHA
                   STRING "   " WS-B3-DATA(WS-B3-IDX)
                          " "   WS-B3-LADO(WS-B3-IDX)
                          " "   WS-B3-TICKER(WS-B3-IDX)
                          " "   WS-B3-CONTA(WS-B3-IDX)
                          " "   WS-QTD-MASK
                          " "   WS-PRC-MASK
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       LISTA-SO-SISTEMA.
           MOVE "2. ORDENS DO SISTEMA SEM REGISTRO NA B3" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "   CHAVE        L TICKER     CONTA          QTD"
                  "      PRECO ORIGEM" DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                     UNTIL WS-ORD-IDX > WS-ORD-TOTAL
               IF WS-ORD-SIT(WS-ORD-IDX) = "N"
                   ADD 1 TO WS-CNT-SO-NOSSA
                   MOVE WS-ORD-QTD(WS-ORD-IDX)   TO WS-QTD-MASK
                   MOVE WS-ORD-PRECO(WS-ORD-IDX) TO WS-PRC-MASK
                   MOVE SPACES TO REL-LINHA
                   STRING "   " WS-ORD-KEY(WS-ORD-IDX)
                          " "   WS-ORD-LADO(WS-ORD-IDX)
                          " "   WS-ORD-TICKER(WS-ORD-IDX)
                          " "   WS-ORD-CONTA(WS-ORD-IDX)
                          " "   WS-QTD-MASK
                          " "   WS-PRC-MASK
                          " "   WS-ORD-ORIGEM(WS-ORD-IDX)
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       LISTA-DIVERGENTES.
           MOVE "3. CASAMENTOS COM PRECO OU QUANTIDADE DIVERGENTE"
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "   DATA   L TICKER     CONTA"
                  "         QTD B3  QTD SIST   PRECO B3 PRECO SIST"
                  DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           PERFORM VARYING WS-B3-IDX FROM 1 BY 1
                     UNTIL WS-B3-IDX > WS-B3-TOTAL
               IF WS-B3-SIT(WS-B3-IDX) = "D"
                   PERFORM LISTA-DIVERGENTE-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       LISTA-DIVERGENTE-LINHA.
      *    Divergencia da primeira passada (apontador para a ordem)
      *    sai linha a linha; a de grupo sai uma vez, na primeira
      *    execucao do grupo, com os totais e precos medios.
           IF WS-B3-PAR(WS-B3-IDX) NOT = 0
               ADD 1 TO WS-CNT-DIVERG
               MOVE WS-B3-PAR(WS-B3-IDX) TO WS-ORD-IDX
               MOVE WS-B3-QTD(WS-B3-IDX)     TO WS-QTD-MASK
               MOVE WS-ORD-QTD(WS-ORD-IDX)   TO WS-QTD2-MASK
               MOVE WS-B3-PRECO(WS-B3-IDX)   TO WS-PRC-MASK
               MOVE WS-ORD-PRECO(WS-ORD-IDX) TO WS-PRC2-MASK
           ELSE
               IF WS-B3-IDX > 1
                   PERFORM VERIFICA-PRIMEIRA-DO-GRUPO
                   IF WS-CTA-ACHOU = "S"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               ADD 1 TO WS-CNT-DIVERG
               MOVE 0 TO WS-GRP-B3-QTD WS-GRP-B3-FIN
                         WS-GRP-ORD-QTD WS-GRP-ORD-FIN
               PERFORM SOMA-DIVERGENTE-B3
               PERFORM SOMA-DIVERGENTE-ORDENS
               MOVE WS-GRP-B3-QTD  TO WS-QTD-MASK
               MOVE WS-GRP-ORD-QTD TO WS-QTD2-MASK
               COMPUTE WS-GRP-B3-PM ROUNDED =
                       WS-GRP-B3-FIN / WS-GRP-B3-QTD
               COMPUTE WS-GRP-ORD-PM ROUNDED =
                       WS-GRP-ORD-FIN / WS-GRP-ORD-QTD
               MOVE WS-GRP-B3-PM   TO WS-PRC-MASK
               MOVE WS-GRP-ORD-PM  TO WS-PRC2-MASK
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING "   " WS-B3-DATA(WS-B3-IDX)
                  " "   WS-B3-LADO(WS-B3-IDX)
                  " "   WS-B3-TICKER(WS-B3-IDX)
                  " "   WS-B3-CONTA(WS-B3-IDX)
                  " "   WS-QTD-MASK
                  " "   WS-QTD2-MASK
                  " "   WS-PRC-MASK
                  " "   WS-PRC2-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       VERIFICA-PRIMEIRA-DO-GRUPO.
      *    WS-CTA-ACHOU = "S" quando uma execucao anterior do mesmo
      *    grupo ja imprimiu a linha.
           MOVE "N" TO WS-CTA-ACHOU.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                     UNTIL WS-ORD-IDX >= WS-B3-IDX
               IF WS-B3-SIT(WS-ORD-IDX) = "D"
                  AND WS-B3-PAR(WS-ORD-IDX) = 0
                  AND WS-B3-DATA(WS-ORD-IDX) = WS-B3-DATA(WS-B3-IDX)
                  AND WS-B3-CONTA(WS-ORD-IDX) = WS-B3-CONTA(WS-B3-IDX)
                  AND WS-B3-TICKER(WS-ORD-IDX)
                      = WS-B3-TICKER(WS-B3-IDX)
                  AND WS-B3-LADO(WS-ORD-IDX) = WS-B3-LADO(WS-B3-IDX)
                   MOVE "S" TO WS-CTA-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SOMA-DIVERGENTE-B3.
           PERFORM VARYING WS-ORD-IDX FROM WS-B3-IDX BY 1
                     UNTIL WS-ORD-IDX > WS-B3-TOTAL
               IF WS-B3-SIT(WS-ORD-IDX) = "D"
                  AND WS-B3-PAR(WS-ORD-IDX) = 0
                  AND WS-B3-DATA(WS-ORD-IDX) = WS-B3-DATA(WS-B3-IDX)
                  AND WS-B3-CONTA(WS-ORD-IDX) = WS-B3-CONTA(WS-B3-IDX)
                  AND WS-B3-TICKER(WS-ORD-IDX)
                      = WS-B3-TICKER(WS-B3-IDX)
                  AND WS-B3-LADO(WS-ORD-IDX) = WS-B3-LADO(WS-B3-IDX)
                   ADD WS-B3-QTD(WS-ORD-IDX) TO WS-GRP-B3-QTD
                   COMPUTE WS-GRP-B3-FIN = WS-GRP-B3-FIN
                           + WS-B3-QTD(WS-ORD-IDX)
                           * WS-B3-PRECO(WS-ORD-IDX)
               END-IF
           END-PERFORM.

       SOMA-DIVERGENTE-ORDENS.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                     UNTIL WS-ORD-IDX > WS-ORD-TOTAL
               IF WS-ORD-SIT(WS-ORD-IDX) = "D"
                  AND WS-ORD-DATA(WS-ORD-IDX) = WS-B3-DATA(WS-B3-IDX)
                  AND WS-ORD-CONTA(WS-ORD-IDX) = WS-B3-CONTA(WS-B3-IDX)
                  AND WS-ORD-TICKER(WS-ORD-IDX)
                      = WS-B3-TICKER(WS-B3-IDX)
                  AND WS-ORD-LADO(WS-ORD-IDX) = WS-B3-LADO(WS-B3-IDX)
                   ADD WS-ORD-QTD(WS-ORD-IDX) TO WS-GRP-ORD-QTD
                   COMPUTE WS-GRP-ORD-FIN = WS-GRP-ORD-FIN
                           + WS-ORD-QTD(WS-ORD-IDX)
                           * WS-ORD-PRECO(WS-ORD-IDX)
               END-IF
           END-PERFORM.

       GRAVA-TOTAIS-REL.
           MOVE WS-ORD-TOTAL TO WS-ORD-EXIBE.
           MOVE SPACES TO REL-LINHA.
           STRING "LIDAS: "          DELIMITED BY SIZE
                  WS-LIDAS           DELIMITED BY SIZE
                  "  REJEITADAS: "   DELIMITED BY SIZE
                  WS-REJEITADAS      DELIMITED BY SIZE
                  "  ORDENS NO PERIODO: " DELIMITED BY SIZE
                  WS-ORD-EXIBE       DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "CASADAS: "        DELIMITED BY SIZE
                  WS-CNT-CASADAS     DELIMITED BY SIZE
                  "  CASADAS POR GRUPO: " DELIMITED BY SIZE
                  WS-CNT-GRUPO       DELIMITED BY SIZE
                  "  SO NA B3: "     DELIMITED BY SIZE
                  WS-CNT-SO-B3       DELIMITED BY SIZE
                  "  SO NO SISTEMA: " DELIMITED BY SIZE
                  WS-CNT-SO-NOSSA    DELIMITED BY SIZE
                  "  DIVERGENTES: "  DELIMITED BY SIZE
                  WS-CNT-DIVERG      DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           IF WS-ORD-EXCEDE > 0
               MOVE SPACES TO REL-LINHA
               STRING "ATENCAO: " WS-ORD-EXCEDE
                      " ORDENS ALEM DO LIMITE DA TABELA (3000) NAO"
                      " FORAM CONCILIADAS" DELIMITED BY SIZE
                      INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
