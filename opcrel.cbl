       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPCREL.
      *****************************************************************
      * Relatorio de opcoes em aberto: para cada posicao da custodia  *
      * (STK02, comprada ou lancada) numa opcao com serie cadastrada  *
      * (opcseries.dat: objeto, compra/venda, strike, vencimento),    *
      * o preco teorico de Black-Scholes, a volatilidade implicita no *
      * ultimo fechamento da opcao (STK14) e as gregas delta, gama,   *
      * theta (por dia corrido) e vega (por ponto de volatilidade).   *
      * A volatilidade e a historica de 252 pregoes do ativo-objeto   *
      * pelo CALCRISCO (63 pregoes na serie curta; sem historico vale *
      * a implicita) e a taxa livre de risco e a SELIC mensal mais    *
      * recente de selic.dat, anualizada e continua. Prazo em dias    *
      * corridos sobre 365.                                           *
      * Na segunda parte os deltas (delta x quantidade) sao somados   *
      * por conta e ativo-objeto numa exposicao liquida em acoes-     *
      * equivalentes, ao lado da posicao do objeto na mesma conta -   *
      * a direcao real de uma venda coberta ou de um hedge antes do   *
      * exercicio/vencimento (OPERA-OPCOES). Serie vencida e ainda    *
      * em custodia sai pelo valor intrinseco e marcada. Saida em     *
      * opcoes.txt.                                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk02'.                *> Custodia atual
           COPY 'control_stk14'.                *> Cotacoes
           COPY 'control_stk49'.                *> Series de opcoes
           COPY 'control_selic'.                *> Tabela SELIC mensal

           SELECT ARQ-OPC ASSIGN TO "opcoes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-OPC.

       DATA DIVISION.
       FILE SECTION.
       FD STK02.
           COPY 'stk02'.
       FD STK14.
           COPY 'stk14'.
       FD STK49.
           COPY 'stk49'.
       FD ARQ-SELIC.
           COPY 'selic'.
       FD ARQ-OPC.
       01 OPC-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK02           PIC X(02).
       77 WS-STATUS-STK14           PIC X(02).
       77 WS-STATUS-STK49           PIC X(02).
       77 WS-STATUS-SELIC           PIC X(02).
       77 WS-STATUS-OPC             PIC X(02).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-COT-FIM                PIC X(01).
       77 WS-COT-TICKER             PIC X(10).
       77 WS-COT-VALOR              PIC 9(07)V99.
       77 WS-IDX                    PIC 9(03) COMP.
       77 WS-SER-IDX                PIC 9(03) COMP.
       77 WS-VOL-IDX                PIC 9(03) COMP.
       77 WS-EXP-IDX                PIC 9(03) COMP.
       77 WS-ITER                   PIC 9(03) COMP.
       77 WS-SER-USADAS             PIC 9(03) COMP VALUE 0.
       77 WS-VOL-USADOS             PIC 9(03) COMP VALUE 0.
       77 WS-EXP-USADAS             PIC 9(03) COMP VALUE 0.
       77 WS-POSICOES               PIC 9(05) VALUE 0.
       77 WS-HOJE                   PIC 9(08).
       77 WS-DIAS                   PIC S9(05).
       77 WS-SELIC-MES              PIC 9(02)V9(04).
       77 WS-SELIC-ANOMES           PIC 9(06).
       77 WS-SPOT                   PIC 9(07)V99.
       77 WS-ULTIMO                 PIC 9(07)V99.
       77 WS-VOL-HIST               PIC 9(03)V9(06).
       77 WS-VOL-IMPL               PIC 9(03)V9(06).
       77 WS-IV-MIN                 PIC 9(03)V9(06).
       77 WS-IV-MAX                 PIC 9(03)V9(06).
       77 WS-IV-PRECO-MIN           PIC S9(07)V9(06).
       77 WS-IV-PRECO-MAX           PIC S9(07)V9(06).
       77 WS-TEORICO                PIC S9(07)V9(06).
       77 WS-DELTA-POS              PIC S9(09)V99.
       77 WS-SITUACAO               PIC X(12).

      *    Entradas e saidas de CALCULA-BLACK-SCHOLES.
       77 WS-BS-TIPO                PIC X(01).
       77 WS-BS-S                   PIC 9(07)V99.
       77 WS-BS-K                   PIC 9(07)V99.
       77 WS-BS-T                   PIC 9(03)V9(08).
       77 WS-BS-R                   PIC S9(01)V9(08).
       77 WS-BS-SIGMA               PIC 9(03)V9(06).
       77 WS-BS-RAIZ-T              PIC 9(03)V9(08).
       77 WS-BS-DESC                PIC 9(01)V9(10).
       77 WS-BS-D1                  PIC S9(05)V9(10).
       77 WS-BS-D2                  PIC S9(05)V9(10).
       77 WS-BS-N-D1                PIC 9(01)V9(10).
       77 WS-BS-N-D2                PIC 9(01)V9(10).
       77 WS-BS-PDF-D1              PIC 9(01)V9(10).
       77 WS-BS-PRECO               PIC S9(07)V9(06).
       77 WS-BS-DELTA               PIC S9(01)V9(06).
       77 WS-BS-GAMMA               PIC S9(03)V9(08).
       77 WS-BS-THETA               PIC S9(05)V9(06).
       77 WS-BS-VEGA                PIC S9(05)V9(06).

      *    Normal padrao (aproximacao polinomial de Abramowitz e
      *    Stegun 26.2.17, erro abaixo de 1E-7).
       77 WS-NX                     PIC S9(05)V9(10).
       77 WS-NX-ABS                 PIC 9(05)V9(10).
       77 WS-NT                     PIC 9(01)V9(10).
       77 WS-NPDF                   PIC 9(01)V9(10).
       77 WS-NCDF                   PIC 9(01)V9(10).

       77 WS-QTD-MASK               PIC -ZZZ.ZZ9.
       77 WS-PRC-MASK               PIC ZZ.ZZ9,99.
       77 WS-SPOT-MASK              PIC ZZ.ZZ9,99.
       77 WS-ULT-MASK               PIC ZZ.ZZ9,99.
       77 WS-TEO-MASK               PIC ZZ.ZZ9,99.
       77 WS-VOL-MASK               PIC ZZ9,9.
       77 WS-IV-MASK                PIC ZZ9,9.
       77 WS-DELTA-MASK             PIC -9,999.
       77 WS-GAMMA-MASK             PIC 9,9999.
       77 WS-THETA-MASK             PIC -ZZ9,999.
       77 WS-VEGA-MASK              PIC ZZ9,999.
       77 WS-DIAS-MASK              PIC ZZZ9.
       77 WS-DPOS-MASK              PIC -ZZZ.ZZ9.
       77 WS-EXP-MASK               PIC -Z.ZZZ.ZZ9.

       01 WS-DATA.
           05 WS-ANO                PIC 9(2).
           05 WS-MES                PIC 9(2).
           05 WS-DIA                PIC 9(2).

      *    Series de opcoes carregadas de opcseries.dat.
       01 WS-TAB-SER.
           05 WS-SER-ENT OCCURS 300 TIMES.
               10 WS-SER-TICKER     PIC X(10).
               10 WS-SER-OBJETO     PIC X(10).
               10 WS-SER-TIPO       PIC X(01).
               10 WS-SER-STRIKE     PIC 9(07)V99.
               10 WS-SER-VENC       PIC 9(08).

      *    Volatilidade historica por ativo-objeto, uma chamada ao
      *    CALCRISCO por objeto.
       01 WS-TAB-VOL.
           05 WS-VOL-ENT OCCURS 100 TIMES.
               10 WS-VOL-OBJETO     PIC X(10).
               10 WS-VOL-VALOR      PIC 9(03)V9(06).

      *    Exposicao em acoes-equivalentes por conta e objeto.
       01 WS-TAB-EXP.
           05 WS-EXP-ENT OCCURS 200 TIMES.
               10 WS-EXP-CONTA      PIC X(10).
               10 WS-EXP-OBJETO     PIC X(10).
               10 WS-EXP-DELTA      PIC S9(09)V99.

       01 WS-CALCRISCO-PARM.
           05 WS-RSC-MODO           PIC X(01).
           05 WS-RSC-TICKER         PIC X(10).
           05 WS-RSC-PONTOS         PIC 9(03).
           05 WS-RSC-SERIE OCCURS 253 TIMES.
               10 WS-RSC-S-DATA     PIC 9(08).
               10 WS-RSC-S-VALOR    PIC 9(09)V9(04).
           05 WS-RSC-MESES          PIC 9(02).
           05 WS-RSC-MENSAL OCCURS 25 TIMES.
               10 WS-RSC-M-ANOMES   PIC 9(06).
               10 WS-RSC-M-VALOR    PIC 9(09)V9(04).
           05 WS-RSC-VOL63          PIC 9(03)V99.
           05 WS-RSC-VOL252         PIC 9(03)V99.
           05 WS-RSC-DD-PCT         PIC 9(03)V99.
           05 WS-RSC-DD-DATA        PIC 9(08).
           05 WS-RSC-VAR-PCT        PIC 9(03)V99.
           05 WS-RSC-BETA           PIC S9(03)V9999.
           05 WS-RSC-CORREL         PIC S9(01)V9999.
           05 WS-RSC-MESES-BETA     PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: os
      *    acumuladores e tabelas sao zerados na entrada, como
      *    PROVREL/BENSDIR fazem - VALUE so vale na primeira carga.
           MOVE 0 TO WS-SER-USADAS WS-VOL-USADOS WS-EXP-USADAS
                     WS-POSICOES.
           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-HOJE = (2000 + WS-ANO) * 10000
                            + WS-MES * 100 + WS-DIA.

           PERFORM CARREGA-SERIES.
           PERFORM BUSCA-TAXA-LIVRE.

           OPEN OUTPUT ARQ-OPC.
           MOVE SPACES TO OPC-LINHA.
           STRING "OPCOES EM ABERTO - PRECO TEORICO E GREGAS EM "
                  WS-HOJE
                  DELIMITED BY SIZE INTO OPC-LINHA
           END-STRING.
           WRITE OPC-LINHA.
           MOVE SPACES TO OPC-LINHA.
           COMPUTE WS-VOL-MASK ROUNDED = WS-BS-R * 100.
           STRING "TAXA LIVRE DE RISCO (SELIC " WS-SELIC-ANOMES
                  ", CONTINUA AO ANO): " WS-VOL-MASK "%"
                  DELIMITED BY SIZE INTO OPC-LINHA
           END-STRING.
           WRITE OPC-LINHA.
           MOVE SPACES TO OPC-LINHA.
           WRITE OPC-LINHA.
           MOVE "CONTA      OPCAO      T OBJETO         QTDE    STRIKE"
             TO OPC-LINHA.
           MOVE " VENCTO   DIAS   COT.OBJ    ULTIMO   TEORICO VOLH% "
             TO OPC-LINHA(54:).
           MOVE "VOLI%  DELTA   GAMA DLT.POS." TO OPC-LINHA(105:).
           WRITE OPC-LINHA.

           IF WS-SER-USADAS = 0
               MOVE "NENHUMA SERIE DE OPCAO CADASTRADA" TO OPC-LINHA
               WRITE OPC-LINHA
               CLOSE ARQ-OPC
               GOBACK
           END-IF.

           OPEN INPUT STK02.
           IF WS-STATUS-STK02 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM PROCESSA-POSICAO-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           IF WS-STATUS-STK02 NOT = "35"
               CLOSE STK02
           END-IF.

           IF WS-POSICOES = 0
               MOVE "NENHUMA POSICAO EM OPCAO COM SERIE CADASTRADA"
                 TO OPC-LINHA
               WRITE OPC-LINHA
               CLOSE ARQ-OPC
               GOBACK
           END-IF.

           PERFORM IMPRIME-EXPOSICAO.
           CLOSE ARQ-OPC.
           GOBACK.

       CARREGA-SERIES.
           OPEN INPUT STK49.
           IF WS-STATUS-STK49 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM CARREGA-SERIES-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK49.

       CARREGA-SERIES-SEQ.
           READ STK49 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK49 = "00"
               IF WS-SER-USADAS < 300
                   ADD 1 TO WS-SER-USADAS
                   MOVE WFS-STK49-TICKER
                     TO WS-SER-TICKER(WS-SER-USADAS)
                   MOVE WFS-STK49-OBJETO
                     TO WS-SER-OBJETO(WS-SER-USADAS)
                   MOVE WFS-STK49-TIPO
                     TO WS-SER-TIPO(WS-SER-USADAS)
                   MOVE WFS-STK49-STRIKE
                     TO WS-SER-STRIKE(WS-SER-USADAS)
                   MOVE WFS-STK49-VENCIMENTO
                     TO WS-SER-VENC(WS-SER-USADAS)
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       BUSCA-TAXA-LIVRE.
      *    Ultima SELIC mensal da tabela, levada a taxa continua ao
      *    ano: r = 12 x ln(1 + taxa do mes). Sem tabela, r = 0.
           MOVE 0 TO WS-SELIC-MES WS-SELIC-ANOMES WS-BS-R.
           OPEN INPUT ARQ-SELIC.
           IF WS-STATUS-SELIC = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM BUSCA-TAXA-LIVRE-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE ARQ-SELIC.
           IF WS-SELIC-MES > 0
               COMPUTE WS-BS-R ROUNDED =
                       12 * FUNCTION LOG(1 + WS-SELIC-MES / 100)
           END-IF.

       BUSCA-TAXA-LIVRE-SEQ.
           READ ARQ-SELIC AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-SELIC = "00"
               IF WFS-SELIC-ANO * 100 + WFS-SELIC-MES > WS-SELIC-ANOMES
                   COMPUTE WS-SELIC-ANOMES =
                           WFS-SELIC-ANO * 100 + WFS-SELIC-MES
                   MOVE WFS-SELIC-TAXA TO WS-SELIC-MES
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       PROCESSA-POSICAO-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK02 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK02-QTY = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SER-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-SER-USADAS
               IF WS-SER-TICKER(WS-IDX) = WFS-STK02-TICKER
                   MOVE WS-IDX TO WS-SER-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SER-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POSICOES.
           PERFORM AVALIA-POSICAO-OPCAO.

       AVALIA-POSICAO-OPCAO.
           MOVE SPACES TO WS-SITUACAO.
           MOVE 0 TO WS-TEORICO WS-VOL-HIST WS-VOL-IMPL WS-DELTA-POS
                     WS-BS-DELTA WS-BS-GAMMA WS-BS-THETA WS-BS-VEGA.
           MOVE WS-SER-TIPO(WS-SER-IDX)   TO WS-BS-TIPO.
           MOVE WS-SER-STRIKE(WS-SER-IDX) TO WS-BS-K.

           MOVE WS-SER-OBJETO(WS-SER-IDX) TO WS-COT-TICKER.
           PERFORM BUSCA-ULTIMA-COTACAO.
           MOVE WS-COT-VALOR TO WS-SPOT.
           MOVE WFS-STK02-TICKER TO WS-COT-TICKER.
           PERFORM BUSCA-ULTIMA-COTACAO.
           MOVE WS-COT-VALOR TO WS-ULTIMO.

           COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-SER-VENC(WS-SER-IDX))
                 - FUNCTION INTEGER-OF-DATE(WS-HOJE).

           EVALUATE TRUE
               WHEN WS-SPOT = 0
                   MOVE "SEM COTACAO" TO WS-SITUACAO
               WHEN WS-DIAS <= 0
                   PERFORM AVALIA-OPCAO-VENCIDA
               WHEN OTHER
                   PERFORM AVALIA-OPCAO-EM-PRAZO
           END-EVALUATE.

           IF WS-SITUACAO NOT = "SEM COTACAO"
              AND WS-SITUACAO NOT = "SEM VOLAT."
               COMPUTE WS-DELTA-POS ROUNDED =
                       WS-BS-DELTA * WFS-STK02-QTY
               PERFORM ACUMULA-EXPOSICAO
           END-IF.
           PERFORM IMPRIME-POSICAO-OPCAO.

       AVALIA-OPCAO-VENCIDA.
      *    Vencimento ja chegou e a posicao segue em custodia: valor
      *    intrinseco, delta 1 (ou -1) se dentro do dinheiro, e
      *    marcada para o exercicio/vencimento do OPERA-OPCOES.
           MOVE "VENCIDA" TO WS-SITUACAO.
           MOVE 0 TO WS-DIAS.
           IF WS-BS-TIPO = "C"
               IF WS-SPOT > WS-BS-K
                   COMPUTE WS-TEORICO = WS-SPOT - WS-BS-K
                   MOVE 1 TO WS-BS-DELTA
               END-IF
           ELSE
               IF WS-SPOT < WS-BS-K
                   COMPUTE WS-TEORICO = WS-BS-K - WS-SPOT
                   MOVE -1 TO WS-BS-DELTA
               END-IF
           END-IF.

       AVALIA-OPCAO-EM-PRAZO.
           COMPUTE WS-BS-T ROUNDED = WS-DIAS / 365.
           MOVE WS-SPOT TO WS-BS-S.
           PERFORM BUSCA-VOL-OBJETO.
           PERFORM CALCULA-VOL-IMPLICITA.

           IF WS-VOL-HIST > 0
               MOVE WS-VOL-HIST TO WS-BS-SIGMA
           ELSE
               IF WS-VOL-IMPL > 0
                   MOVE WS-VOL-IMPL TO WS-BS-SIGMA
                   MOVE "VOL. IMPL." TO WS-SITUACAO
               ELSE
                   MOVE "SEM VOLAT." TO WS-SITUACAO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM CALCULA-BLACK-SCHOLES.
           MOVE WS-BS-PRECO TO WS-TEORICO.

       BUSCA-VOL-OBJETO.
      *    Volatilidade historica anualizada do objeto (fracao), de
      *    252 pregoes ou, na serie curta, de 63.
           MOVE 0 TO WS-VOL-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-VOL-USADOS
               IF WS-VOL-OBJETO(WS-IDX) = WS-SER-OBJETO(WS-SER-IDX)
                   MOVE WS-IDX TO WS-VOL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-VOL-IDX NOT = 0
               MOVE WS-VOL-VALOR(WS-VOL-IDX) TO WS-VOL-HIST
               EXIT PARAGRAPH
           END-IF.

           MOVE "T"                       TO WS-RSC-MODO.
           MOVE WS-SER-OBJETO(WS-SER-IDX) TO WS-RSC-TICKER.
           CALL 'CALCRISCO' USING WS-CALCRISCO-PARM.
           IF WS-RSC-VOL252 > 0
               COMPUTE WS-VOL-HIST = WS-RSC-VOL252 / 100
           ELSE
               COMPUTE WS-VOL-HIST = WS-RSC-VOL63 / 100
           END-IF.
           IF WS-VOL-USADOS < 100
               ADD 1 TO WS-VOL-USADOS
               MOVE WS-SER-OBJETO(WS-SER-IDX)
                 TO WS-VOL-OBJETO(WS-VOL-USADOS)
               MOVE WS-VOL-HIST TO WS-VOL-VALOR(WS-VOL-USADOS)
           END-IF.

       CALCULA-VOL-IMPLICITA.
      *    Bissecao da volatilidade que reproduz o ultimo fechamento
      *    da opcao, entre 1% e 500% ao ano; preco fora do intervalo
      *    (abaixo do valor intrinseco descontado, por exemplo) fica
      *    sem implicita.
           MOVE 0 TO WS-VOL-IMPL.
           IF WS-ULTIMO = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0,01 TO WS-IV-MIN.
           MOVE 5    TO WS-IV-MAX.
           MOVE WS-IV-MIN TO WS-BS-SIGMA.
           PERFORM CALCULA-BLACK-SCHOLES.
           MOVE WS-BS-PRECO TO WS-IV-PRECO-MIN.
           MOVE WS-IV-MAX TO WS-BS-SIGMA.
           PERFORM CALCULA-BLACK-SCHOLES.
           MOVE WS-BS-PRECO TO WS-IV-PRECO-MAX.
           IF WS-ULTIMO < WS-IV-PRECO-MIN
              OR WS-ULTIMO > WS-IV-PRECO-MAX
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ITER FROM 1 BY 1 UNTIL WS-ITER > 40
               COMPUTE WS-BS-SIGMA ROUNDED =
                       (WS-IV-MIN + WS-IV-MAX) / 2
               PERFORM CALCULA-BLACK-SCHOLES
               IF WS-BS-PRECO > WS-ULTIMO
                   MOVE WS-BS-SIGMA TO WS-IV-MAX
               ELSE
                   MOVE WS-BS-SIGMA TO WS-IV-MIN
               END-IF
           END-PERFORM.
           COMPUTE WS-VOL-IMPL ROUNDED = (WS-IV-MIN + WS-IV-MAX) / 2.

       CALCULA-BLACK-SCHOLES.
      *    Preco e gregas de Black-Scholes (europeia, sem proventos)
      *    para S, K, T (anos), r e sigma em WS-BS-*. Theta por dia
      *    corrido e vega por ponto percentual de volatilidade.
           COMPUTE WS-BS-RAIZ-T ROUNDED = WS-BS-T ** 0,5.
           COMPUTE WS-BS-DESC ROUNDED =
                   FUNCTION EXP(0 - WS-BS-R * WS-BS-T).
           COMPUTE WS-BS-D1 ROUNDED =
                   (FUNCTION LOG(WS-BS-S / WS-BS-K)
                    + (WS-BS-R + WS-BS-SIGMA * WS-BS-SIGMA / 2)
                    * WS-BS-T)
                   / (WS-BS-SIGMA * WS-BS-RAIZ-T).
           COMPUTE WS-BS-D2 ROUNDED =
                   WS-BS-D1 - WS-BS-SIGMA * WS-BS-RAIZ-T.

           MOVE WS-BS-D1 TO WS-NX.
           PERFORM CALCULA-NORMAL.
           MOVE WS-NCDF TO WS-BS-N-D1.
           MOVE WS-NPDF TO WS-BS-PDF-D1.
           MOVE WS-BS-D2 TO WS-NX.
           PERFORM CALCULA-NORMAL.
           MOVE WS-NCDF TO WS-BS-N-D2.

           COMPUTE WS-BS-GAMMA ROUNDED = WS-BS-PDF-D1
                   / (WS-BS-S * WS-BS-SIGMA * WS-BS-RAIZ-T).
           COMPUTE WS-BS-VEGA ROUNDED =
                   WS-BS-S * WS-BS-PDF-D1 * WS-BS-RAIZ-T / 100.
           IF WS-BS-TIPO = "C"
               COMPUTE WS-BS-PRECO ROUNDED =
                       WS-BS-S * WS-BS-N-D1
                     - WS-BS-K * WS-BS-DESC * WS-BS-N-D2
               MOVE WS-BS-N-D1 TO WS-BS-DELTA
               COMPUTE WS-BS-THETA ROUNDED =
                       (0 - WS-BS-S * WS-BS-PDF-D1 * WS-BS-SIGMA
                            / (2 * WS-BS-RAIZ-T)
                        - WS-BS-R * WS-BS-K * WS-BS-DESC
                            * WS-BS-N-D2) / 365
           ELSE
               COMPUTE WS-BS-PRECO ROUNDED =
                       WS-BS-K * WS-BS-DESC * (1 - WS-BS-N-D2)
                     - WS-BS-S * (1 - WS-BS-N-D1)
               COMPUTE WS-BS-DELTA = WS-BS-N-D1 - 1
               COMPUTE WS-BS-THETA ROUNDED =
                       (0 - WS-BS-S * WS-BS-PDF-D1 * WS-BS-SIGMA
                            / (2 * WS-BS-RAIZ-T)
                        + WS-BS-R * WS-BS-K * WS-BS-DESC
                            * (1 - WS-BS-N-D2)) / 365
           END-IF.

       CALCULA-NORMAL.
      *    Densidade e acumulada da normal padrao em WS-NX; para x
      *    negativo vale N(x) = 1 - N(-x).
           IF WS-NX < 0
               COMPUTE WS-NX-ABS = 0 - WS-NX
           ELSE
               MOVE WS-NX TO WS-NX-ABS
           END-IF.
           IF WS-NX-ABS > 37
               MOVE 0 TO WS-NPDF
               MOVE 1 TO WS-NCDF
           ELSE
               COMPUTE WS-NPDF ROUNDED =
                       FUNCTION EXP(0 - WS-NX-ABS * WS-NX-ABS / 2)
                       / 2,5066282746
               COMPUTE WS-NT ROUNDED =
                       1 / (1 + 0,2316419 * WS-NX-ABS)
               COMPUTE WS-NCDF ROUNDED = 1 - WS-NPDF * WS-NT *
                       (0,319381530 + WS-NT *
                       (-0,356563782 + WS-NT *
                       (1,781477937 + WS-NT *
                       (-1,821255978 + WS-NT * 1,330274429))))
           END-IF.
           IF WS-NX < 0
               COMPUTE WS-NCDF = 1 - WS-NCDF
           END-IF.

       BUSCA-ULTIMA-COTACAO.
      *    Ultimo fechamento do ticker em WS-COT-TICKER na serie de
      *    STK14 (zero sem cotacao).
           MOVE 0 TO WS-COT-VALOR.
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
           PERFORM BUSCA-ULTIMA-COTACAO-SEQ UNTIL WS-COT-FIM = "S".
           CLOSE STK14.

       BUSCA-ULTIMA-COTACAO-SEQ.
           READ STK14 NEXT RECORD AT END MOVE "S" TO WS-COT-FIM.
           IF WS-STATUS-STK14 = "00"
               IF WFS-STK14-TICKER NOT = WS-COT-TICKER
                   MOVE "S" TO WS-COT-FIM
               ELSE
                   MOVE WFS-STK14-FECHAMENTO TO WS-COT-VALOR
               END-IF
           ELSE
               MOVE "S" TO WS-COT-FIM
           END-IF.

       ACUMULA-EXPOSICAO.
           MOVE 0 TO WS-EXP-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-EXP-USADAS
               IF WS-EXP-CONTA(WS-IDX) = WFS-STK02-ACCOUNT
                  AND WS-EXP-OBJETO(WS-IDX) = WS-SER-OBJETO(WS-SER-IDX)
                   MOVE WS-IDX TO WS-EXP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-EXP-IDX = 0
               IF WS-EXP-USADAS < 200
                   ADD 1 TO WS-EXP-USADAS
                   MOVE WS-EXP-USADAS TO WS-EXP-IDX
                   MOVE WFS-STK02-ACCOUNT TO WS-EXP-CONTA(WS-EXP-IDX)
                   MOVE WS-SER-OBJETO(WS-SER-IDX)
                     TO WS-EXP-OBJETO(WS-EXP-IDX)
                   MOVE 0 TO WS-EXP-DELTA(WS-EXP-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WS-DELTA-POS TO WS-EXP-DELTA(WS-EXP-IDX).

       IMPRIME-POSICAO-OPCAO.
           MOVE WFS-STK02-QTY             TO WS-QTD-MASK.
           MOVE WS-SER-STRIKE(WS-SER-IDX) TO WS-PRC-MASK.
           MOVE WS-DIAS                   TO WS-DIAS-MASK.
           MOVE WS-SPOT                   TO WS-SPOT-MASK.
           MOVE WS-ULTIMO                 TO WS-ULT-MASK.
           MOVE SPACES TO OPC-LINHA.
           STRING WFS-STK02-ACCOUNT " " WFS-STK02-TICKER " "
                  WS-SER-TIPO(WS-SER-IDX) " "
                  WS-SER-OBJETO(WS-SER-IDX) " " WS-QTD-MASK " "
                  WS-PRC-MASK " " WS-SER-VENC(WS-SER-IDX) " "
                  WS-DIAS-MASK " " WS-SPOT-MASK " " WS-ULT-MASK
                  DELIMITED BY SIZE INTO OPC-LINHA
           END-STRING.
           IF WS-SITUACAO = "SEM COTACAO" OR WS-SITUACAO = "SEM VOLAT."
               MOVE WS-SITUACAO TO OPC-LINHA(90:12)
               WRITE OPC-LINHA
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-TEO-MASK ROUNDED   = WS-TEORICO.
           COMPUTE WS-VOL-MASK ROUNDED   = WS-BS-SIGMA * 100.
           COMPUTE WS-IV-MASK ROUNDED    = WS-VOL-IMPL * 100.
           COMPUTE WS-DELTA-MASK ROUNDED = WS-BS-DELTA.
           COMPUTE WS-GAMMA-MASK ROUNDED = WS-BS-GAMMA.
           COMPUTE WS-THETA-MASK ROUNDED = WS-BS-THETA.
           COMPUTE WS-VEGA-MASK ROUNDED  = WS-BS-VEGA.
           MOVE WS-DELTA-POS TO WS-DPOS-MASK.
           MOVE WS-TEO-MASK TO OPC-LINHA(89:9).
           IF WS-SITUACAO NOT = "VENCIDA"
               MOVE WS-VOL-MASK   TO OPC-LINHA(99:5)
               IF WS-VOL-IMPL > 0
                   MOVE WS-IV-MASK TO OPC-LINHA(105:5)
               ELSE
                   MOVE "  N/D"    TO OPC-LINHA(105:5)
               END-IF
               MOVE WS-GAMMA-MASK TO OPC-LINHA(118:6)
           END-IF.
           MOVE WS-DELTA-MASK TO OPC-LINHA(111:6).
           MOVE WS-DPOS-MASK  TO OPC-LINHA(125:8).
           WRITE OPC-LINHA.

      *    Theta e vega numa linha de continuacao, para a linha da
      *    posicao caber em 132 colunas.
           MOVE SPACES TO OPC-LINHA.
           IF WS-SITUACAO = "VENCIDA"
               STRING "           VENCIDA EM CUSTODIA - VALOR "
                      "INTRINSECO; BAIXAR EM EXERCICIO/VENCIMENTO"
                      DELIMITED BY SIZE INTO OPC-LINHA
               END-STRING
           ELSE
               STRING "           THETA/DIA " WS-THETA-MASK
                      "  VEGA/PONTO " WS-VEGA-MASK
                      DELIMITED BY SIZE INTO OPC-LINHA
               END-STRING
               IF WS-SITUACAO = "VOL. IMPL."
                   MOVE "(SEM HISTORICO DO OBJETO: VOL. IMPLICITA)"
                     TO OPC-LINHA(50:)
               END-IF
           END-IF.
           WRITE OPC-LINHA.

       IMPRIME-EXPOSICAO.
      *    Deltas somados por conta e objeto contra a posicao do
      *    objeto na conta: a exposicao liquida em acoes.
           MOVE SPACES TO OPC-LINHA.
           WRITE OPC-LINHA.
           MOVE "EXPOSICAO LIQUIDA POR ATIVO-OBJETO, EM ACOES"
             TO OPC-LINHA.
           WRITE OPC-LINHA.
           MOVE "CONTA      OBJETO     POS.OBJETO DELTA OPCOES"
             TO OPC-LINHA.
           MOVE "  EXPOSICAO LIQUIDA" TO OPC-LINHA(49:).
           WRITE OPC-LINHA.

           OPEN INPUT STK02.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                     UNTIL WS-EXP-IDX > WS-EXP-USADAS
               MOVE 0 TO WS-QTD-MASK
               MOVE 0 TO WS-DELTA-POS
               IF WS-STATUS-STK02 NOT = "35"
                   MOVE WS-EXP-CONTA(WS-EXP-IDX)  TO WFS-STK02-ACCOUNT
                   MOVE WS-EXP-OBJETO(WS-EXP-IDX) TO WFS-STK02-TICKER
                   READ STK02 KEY IS WFS-STK02-KEY
                   IF WS-STATUS-STK02 = "00"
                       MOVE WFS-STK02-QTY TO WS-QTD-MASK
                       MOVE WFS-STK02-QTY TO WS-DELTA-POS
                   END-IF
               END-IF
               ADD WS-EXP-DELTA(WS-EXP-IDX) TO WS-DELTA-POS
               MOVE WS-EXP-DELTA(WS-EXP-IDX) TO WS-DPOS-MASK
               MOVE WS-DELTA-POS             TO WS-EXP-MASK
               MOVE SPACES TO OPC-LINHA
               STRING WS-EXP-CONTA(WS-EXP-IDX) " "
                      WS-EXP-OBJETO(WS-EXP-IDX) "       "
                      WS-QTD-MASK "    " WS-DPOS-MASK "         "
                      WS-EXP-MASK
                      DELIMITED BY SIZE INTO OPC-LINHA
               END-STRING
               WRITE OPC-LINHA
           END-PERFORM.
           IF WS-STATUS-STK02 NOT = "35"
               CLOSE STK02
           END-IF.
