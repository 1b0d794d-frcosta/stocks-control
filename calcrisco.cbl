       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRISCO.
      *****************************************************************
      * Medidas de risco de uma serie diaria, compartilhado entre o   *
      * relatorio de risco (RISCOREL) e o aviso de limites da compra  *
      * no STOCKS. Modo "T": a serie e a do ticker na tabela de       *
      * cotacoes (STK14) - os ultimos 253 fechamentos (252 retornos)  *
      * e os fechamentos de fim de mes dos ultimos 25 meses, que      *
      * voltam preenchidos para o chamador. Modo "S": a serie diaria  *
      * e a mensal ja vem preenchidas (indice da carteira do          *
      * RISCOREL, base 100).                                          *
      * Calcula a volatilidade anualizada (desvio padrao dos retornos *
      * diarios x raiz de 252) sobre os ultimos 63 e 252 retornos, o  *
      * drawdown maximo da janela com a data do fundo, o VaR          *
      * historico de 1 dia a 95% (5o percentil dos retornos, em % do  *
      * valor) e beta e correlacao contra o IBOV sobre os retornos    *
      * mensais - o IBOV so existe mensal, na tabela de benchmarks    *
      * (benchmark.dat). Serie curta demais devolve zero na medida.   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk14'.                *> Cotacoes
           COPY 'control_benchmark'.            *> Indices CDI/IBOV

       DATA DIVISION.
       FILE SECTION.
       FD STK14.
           COPY 'stk14'.
       FD ARQ-BENCH.
           COPY 'benchmark'.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK14           PIC X(02).
       77 WS-STATUS-BENCH           PIC X(02).
       77 WS-COT-FIM                PIC X(01).
       77 WS-COT-TOTAL              PIC 9(05).
       77 WS-COT-PULAR              PIC 9(05).
       77 WS-ANOMES                 PIC 9(06).
       77 WS-ANOMES-ANT             PIC 9(06).
       77 WS-FECH-ANT               PIC 9(07)V99.
       77 WS-IDX                    PIC 9(03) COMP.
       77 WS-J                      PIC 9(03) COMP.
       77 WS-INI                    PIC 9(03) COMP.
       77 WS-RET-QTD                PIC 9(03) COMP.
       77 WS-JANELA                 PIC 9(03) COMP.
       77 WS-K                      PIC 9(03) COMP.
       77 WS-MENOR-IDX              PIC 9(03) COMP.
       77 WS-SOMA                   PIC S9(05)V9(10).
       77 WS-MEDIA                  PIC S9(05)V9(10).
       77 WS-SOMA-QUAD              PIC S9(05)V9(10).
       77 WS-VARIANCIA              PIC S9(05)V9(10).
       77 WS-VOL                    PIC S9(05)V9(06).
       77 WS-PICO                   PIC 9(09)V9(04).
       77 WS-DD                     PIC S9(03)V9(06).
       77 WS-MENOR                  PIC S9(03)V9(08).
       77 WS-IBV-QTD                PIC 9(03) COMP VALUE 0.
       77 WS-IBV-ATU                PIC 9(09)V99.
       77 WS-IBV-ANT                PIC 9(09)V99.
       77 WS-PAR-QTD                PIC 9(03) COMP.
       77 WS-MEDIA-X                PIC S9(05)V9(10).
       77 WS-MEDIA-Y                PIC S9(05)V9(10).
       77 WS-COV                    PIC S9(05)V9(10).
       77 WS-VAR-X                  PIC S9(05)V9(10).
       77 WS-VAR-Y                  PIC S9(05)V9(10).

      *    Retornos diarios da serie, do mais antigo ao mais recente.
       01 WS-TAB-RET.
           05 WS-RET OCCURS 252 TIMES PIC S9(03)V9(08).
       01 WS-TAB-USADO.
           05 WS-USADO OCCURS 252 TIMES PIC X(01).

      *    IBOV mensal da tabela de benchmarks.
       01 WS-TAB-IBOV.
           05 WS-IBV-ENT OCCURS 600 TIMES.
               10 WS-IBV-ANOMES     PIC 9(06).
               10 WS-IBV-VALOR      PIC 9(09)V99.

      *    Pares de retornos mensais (IBOV, serie).
       01 WS-TAB-PAR.
           05 WS-PAR-ENT OCCURS 24 TIMES.
               10 WS-PAR-X          PIC S9(03)V9(08).
               10 WS-PAR-Y          PIC S9(03)V9(08).

       LINKAGE SECTION.
       01 LNK-CALCRISCO-PARM.
           05 LNK-RSC-MODO          PIC X(01).
           05 LNK-RSC-TICKER        PIC X(10).
           05 LNK-RSC-PONTOS        PIC 9(03).
           05 LNK-RSC-SERIE OCCURS 253 TIMES.
               10 LNK-RSC-S-DATA    PIC 9(08).
               10 LNK-RSC-S-VALOR   PIC 9(09)V9(04).
           05 LNK-RSC-MESES         PIC 9(02).
           05 LNK-RSC-MENSAL OCCURS 25 TIMES.
               10 LNK-RSC-M-ANOMES  PIC 9(06).
               10 LNK-RSC-M-VALOR   PIC 9(09)V9(04).
           05 LNK-RSC-VOL63         PIC 9(03)V99.
           05 LNK-RSC-VOL252        PIC 9(03)V99.
           05 LNK-RSC-DD-PCT        PIC 9(03)V99.
           05 LNK-RSC-DD-DATA       PIC 9(08).
           05 LNK-RSC-VAR-PCT       PIC 9(03)V99.
           05 LNK-RSC-BETA          PIC S9(03)V9999.
           05 LNK-RSC-CORREL        PIC S9(01)V9999.
           05 LNK-RSC-MESES-BETA    PIC 9(02).

       PROCEDURE DIVISION USING LNK-CALCRISCO-PARM.
       MAIN-SECTION.
           MOVE 0 TO LNK-RSC-VOL63 LNK-RSC-VOL252 LNK-RSC-DD-PCT
                     LNK-RSC-DD-DATA LNK-RSC-VAR-PCT LNK-RSC-BETA
                     LNK-RSC-CORREL LNK-RSC-MESES-BETA.

           IF LNK-RSC-MODO = "T"
               MOVE 0 TO LNK-RSC-PONTOS LNK-RSC-MESES
               OPEN INPUT STK14
               IF WS-STATUS-STK14 NOT = "00"
                   CLOSE STK14
                   GOBACK
               END-IF
               PERFORM CONTA-COTACOES
               PERFORM CARREGA-COTACOES
               CLOSE STK14
           END-IF.

           PERFORM CALCULA-RETORNOS.
           IF WS-RET-QTD < 2
               GOBACK
           END-IF.

           MOVE 63 TO WS-JANELA.
           PERFORM CALCULA-VOLATILIDADE.
           COMPUTE LNK-RSC-VOL63 ROUNDED = WS-VOL * 100
               ON SIZE ERROR MOVE 999,99 TO LNK-RSC-VOL63
           END-COMPUTE.
           MOVE 252 TO WS-JANELA.
           PERFORM CALCULA-VOLATILIDADE.
           COMPUTE LNK-RSC-VOL252 ROUNDED = WS-VOL * 100
               ON SIZE ERROR MOVE 999,99 TO LNK-RSC-VOL252
           END-COMPUTE.

           PERFORM CALCULA-DRAWDOWN.
           PERFORM CALCULA-VAR.
           PERFORM CALCULA-BETA.
           GOBACK.

       CONTA-COTACOES.
      *    Primeira leitura: quantos fechamentos o ticker tem (para
      *    pular direto aos 253 ultimos) e os fechamentos de fim de
      *    mes, deslocando a tabela para ficar com os 25 mais novos.
           MOVE 0 TO WS-COT-TOTAL WS-ANOMES-ANT WS-FECH-ANT.
           MOVE LNK-RSC-TICKER TO WFS-STK14-TICKER.
           MOVE 0              TO WFS-STK14-DATA.
           START STK14 KEY IS NOT LESS THAN WFS-STK14-KEY.
           IF WS-STATUS-STK14 NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-COT-FIM.
           PERFORM CONTA-COTACOES-SEQ UNTIL WS-COT-FIM = "S".
           IF WS-ANOMES-ANT NOT = 0
               PERFORM EMPILHA-MES
           END-IF.

       CONTA-COTACOES-SEQ.
           READ STK14 NEXT RECORD AT END MOVE "S" TO WS-COT-FIM.
           IF WS-STATUS-STK14 NOT = "00"
              OR WFS-STK14-TICKER NOT = LNK-RSC-TICKER
               MOVE "S" TO WS-COT-FIM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COT-TOTAL.
           DIVIDE WFS-STK14-DATA BY 100 GIVING WS-ANOMES.
           IF WS-ANOMES NOT = WS-ANOMES-ANT AND WS-ANOMES-ANT NOT = 0
               PERFORM EMPILHA-MES
           END-IF.
           MOVE WS-ANOMES            TO WS-ANOMES-ANT.
           MOVE WFS-STK14-FECHAMENTO TO WS-FECH-ANT.

       EMPILHA-MES.
           IF LNK-RSC-MESES = 25
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 24
                   MOVE LNK-RSC-MENSAL(WS-IDX + 1)
                     TO LNK-RSC-MENSAL(WS-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO LNK-RSC-MESES
           END-IF.
           MOVE WS-ANOMES-ANT TO LNK-RSC-M-ANOMES(LNK-RSC-MESES).
           MOVE WS-FECH-ANT   TO LNK-RSC-M-VALOR(LNK-RSC-MESES).

       CARREGA-COTACOES.
           IF WS-COT-TOTAL = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-COT-PULAR.
           IF WS-COT-TOTAL > 253
               COMPUTE WS-COT-PULAR = WS-COT-TOTAL - 253
           END-IF.
           MOVE LNK-RSC-TICKER TO WFS-STK14-TICKER.
           MOVE 0              TO WFS-STK14-DATA.
           START STK14 KEY IS NOT LESS THAN WFS-STK14-KEY.
           IF WS-STATUS-STK14 NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-COT-FIM.
           PERFORM CARREGA-COTACOES-SEQ UNTIL WS-COT-FIM = "S".

       CARREGA-COTACOES-SEQ.
           READ STK14 NEXT RECORD AT END MOVE "S" TO WS-COT-FIM.
           IF WS-STATUS-STK14 NOT = "00"
              OR WFS-STK14-TICKER NOT = LNK-RSC-TICKER
               MOVE "S" TO WS-COT-FIM
               EXIT PARAGRAPH
           END-IF.
           IF WS-COT-PULAR > 0
               SUBTRACT 1 FROM WS-COT-PULAR
               EXIT PARAGRAPH
           END-IF.
           IF LNK-RSC-PONTOS < 253
               ADD 1 TO LNK-RSC-PONTOS
               MOVE WFS-STK14-DATA
                 TO LNK-RSC-S-DATA(LNK-RSC-PONTOS)
               MOVE WFS-STK14-FECHAMENTO
                 TO LNK-RSC-S-VALOR(LNK-RSC-PONTOS)
           END-IF.

       CALCULA-RETORNOS.
      *    Fechamento zero (cotacao faltando) da retorno zero.
           MOVE 0 TO WS-RET-QTD.
           PERFORM VARYING WS-IDX FROM 2 BY 1
                     UNTIL WS-IDX > LNK-RSC-PONTOS
               ADD 1 TO WS-RET-QTD
               IF LNK-RSC-S-VALOR(WS-IDX - 1) > 0
                  AND LNK-RSC-S-VALOR(WS-IDX) > 0
                   COMPUTE WS-RET(WS-RET-QTD) ROUNDED =
                           LNK-RSC-S-VALOR(WS-IDX)
                         / LNK-RSC-S-VALOR(WS-IDX - 1) - 1
               ELSE
                   MOVE 0 TO WS-RET(WS-RET-QTD)
               END-IF
           END-PERFORM.

       CALCULA-VOLATILIDADE.
      *    Desvio padrao amostral dos ultimos WS-JANELA retornos,
      *    anualizado por raiz de 252 (fracao, nao %).
           MOVE 0 TO WS-VOL.
           IF WS-JANELA > WS-RET-QTD
               MOVE WS-RET-QTD TO WS-JANELA
           END-IF.
           IF WS-JANELA < 2
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INI = WS-RET-QTD - WS-JANELA + 1.
           MOVE 0 TO WS-SOMA.
           PERFORM VARYING WS-IDX FROM WS-INI BY 1
                     UNTIL WS-IDX > WS-RET-QTD
               ADD WS-RET(WS-IDX) TO WS-SOMA
           END-PERFORM.
           COMPUTE WS-MEDIA ROUNDED = WS-SOMA / WS-JANELA.
           MOVE 0 TO WS-SOMA-QUAD.
           PERFORM VARYING WS-IDX FROM WS-INI BY 1
                     UNTIL WS-IDX > WS-RET-QTD
               COMPUTE WS-SOMA-QUAD ROUNDED = WS-SOMA-QUAD
                       + (WS-RET(WS-IDX) - WS-MEDIA)
                       * (WS-RET(WS-IDX) - WS-MEDIA)
           END-PERFORM.
           COMPUTE WS-VARIANCIA ROUNDED =
                   WS-SOMA-QUAD / (WS-JANELA - 1).
           IF WS-VARIANCIA > 0
               COMPUTE WS-VOL ROUNDED =
                       (WS-VARIANCIA * 252) ** 0,5
           END-IF.

       CALCULA-DRAWDOWN.
      *    Maior queda do pico ao fundo dentro da janela; a data e a
      *    do fundo.
           MOVE 0 TO WS-PICO WS-DD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > LNK-RSC-PONTOS
               IF LNK-RSC-S-VALOR(WS-IDX) > WS-PICO
                   MOVE LNK-RSC-S-VALOR(WS-IDX) TO WS-PICO
               END-IF
               IF WS-PICO > 0 AND LNK-RSC-S-VALOR(WS-IDX) > 0
                   COMPUTE WS-DD ROUNDED = 1
                           - LNK-RSC-S-VALOR(WS-IDX) / WS-PICO
                   IF WS-DD * 100 > LNK-RSC-DD-PCT
                       COMPUTE LNK-RSC-DD-PCT ROUNDED = WS-DD * 100
                       MOVE LNK-RSC-S-DATA(WS-IDX)
                         TO LNK-RSC-DD-DATA
                   END-IF
               END-IF
           END-PERFORM.

       CALCULA-VAR.
      *    5o percentil dos retornos da janela: o k-esimo menor, com
      *    k = 5% da quantidade arredondado para cima.
           COMPUTE WS-K = (WS-RET-QTD * 5 + 99) / 100.
           IF WS-K < 1
               MOVE 1 TO WS-K
           END-IF.
           MOVE ALL "N" TO WS-TAB-USADO.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-K
               MOVE 0  TO WS-MENOR-IDX
               MOVE 99 TO WS-MENOR
               PERFORM VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX > WS-RET-QTD
                   IF WS-USADO(WS-IDX) = "N"
                      AND WS-RET(WS-IDX) < WS-MENOR
                       MOVE WS-RET(WS-IDX) TO WS-MENOR
                       MOVE WS-IDX         TO WS-MENOR-IDX
                   END-IF
               END-PERFORM
               IF WS-MENOR-IDX > 0
                   MOVE "S" TO WS-USADO(WS-MENOR-IDX)
               END-IF
           END-PERFORM.
           IF WS-MENOR < 0
               COMPUTE LNK-RSC-VAR-PCT ROUNDED = 0 - WS-MENOR * 100
           END-IF.

       CALCULA-BETA.
      *    Retornos mensais da serie casados com os do IBOV nos mesmos
      *    dois meses; com menos de 3 pares fica zero.
           IF LNK-RSC-MESES < 2
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARREGA-IBOV.
           MOVE 0 TO WS-PAR-QTD.
           PERFORM VARYING WS-IDX FROM 2 BY 1
                     UNTIL WS-IDX > LNK-RSC-MESES
               PERFORM CASA-MES-IBOV
           END-PERFORM.
           IF WS-PAR-QTD < 3
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAR-QTD TO LNK-RSC-MESES-BETA.

           MOVE 0 TO WS-MEDIA-X WS-MEDIA-Y.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-PAR-QTD
               ADD WS-PAR-X(WS-IDX) TO WS-MEDIA-X
               ADD WS-PAR-Y(WS-IDX) TO WS-MEDIA-Y
           END-PERFORM.
           COMPUTE WS-MEDIA-X ROUNDED = WS-MEDIA-X / WS-PAR-QTD.
           COMPUTE WS-MEDIA-Y ROUNDED = WS-MEDIA-Y / WS-PAR-QTD.
           MOVE 0 TO WS-COV WS-VAR-X WS-VAR-Y.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-PAR-QTD
               COMPUTE WS-COV ROUNDED = WS-COV
                       + (WS-PAR-X(WS-IDX) - WS-MEDIA-X)
                       * (WS-PAR-Y(WS-IDX) - WS-MEDIA-Y)
               COMPUTE WS-VAR-X ROUNDED = WS-VAR-X
                       + (WS-PAR-X(WS-IDX) - WS-MEDIA-X)
                       * (WS-PAR-X(WS-IDX) - WS-MEDIA-X)
               COMPUTE WS-VAR-Y ROUNDED = WS-VAR-Y
                       + (WS-PAR-Y(WS-IDX) - WS-MEDIA-Y)
                       * (WS-PAR-Y(WS-IDX) - WS-MEDIA-Y)
           END-PERFORM.
           IF WS-VAR-X > 0
               COMPUTE LNK-RSC-BETA ROUNDED = WS-COV / WS-VAR-X
                   ON SIZE ERROR MOVE 0 TO LNK-RSC-BETA
               END-COMPUTE
               IF WS-VAR-Y > 0
                   COMPUTE LNK-RSC-CORREL ROUNDED =
                           WS-COV / ((WS-VAR-X * WS-VAR-Y) ** 0,5)
                       ON SIZE ERROR MOVE 0 TO LNK-RSC-CORREL
                   END-COMPUTE
               END-IF
           END-IF.

       CARREGA-IBOV.
           MOVE 0 TO WS-IBV-QTD.
           OPEN INPUT ARQ-BENCH.
           IF WS-STATUS-BENCH NOT = "00"
               CLOSE ARQ-BENCH
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-COT-FIM.
           PERFORM CARREGA-IBOV-SEQ UNTIL WS-COT-FIM = "S".
           CLOSE ARQ-BENCH.

       CARREGA-IBOV-SEQ.
           READ ARQ-BENCH AT END MOVE "S" TO WS-COT-FIM.
           IF WS-STATUS-BENCH NOT = "00"
               MOVE "S" TO WS-COT-FIM
               EXIT PARAGRAPH
           END-IF.
           IF WFS-BENCH-INDICE = "IBOV" AND WFS-BENCH-VALOR > 0
              AND WS-IBV-QTD < 600
               ADD 1 TO WS-IBV-QTD
               COMPUTE WS-IBV-ANOMES(WS-IBV-QTD) =
                       WFS-BENCH-ANO * 100 + WFS-BENCH-MES
               MOVE WFS-BENCH-VALOR TO WS-IBV-VALOR(WS-IBV-QTD)
           END-IF.

       CASA-MES-IBOV.
           MOVE 0 TO WS-IBV-ATU WS-IBV-ANT.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-IBV-QTD
               IF WS-IBV-ANOMES(WS-J) = LNK-RSC-M-ANOMES(WS-IDX)
                   MOVE WS-IBV-VALOR(WS-J) TO WS-IBV-ATU
               END-IF
               IF WS-IBV-ANOMES(WS-J) = LNK-RSC-M-ANOMES(WS-IDX - 1)
                   MOVE WS-IBV-VALOR(WS-J) TO WS-IBV-ANT
               END-IF
           END-PERFORM.
           IF WS-IBV-ATU = 0 OR WS-IBV-ANT = 0
              OR LNK-RSC-M-VALOR(WS-IDX - 1) = 0
              OR WS-PAR-QTD >= 24
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAR-QTD.
           COMPUTE WS-PAR-X(WS-PAR-QTD) ROUNDED =
                   WS-IBV-ATU / WS-IBV-ANT - 1.
           COMPUTE WS-PAR-Y(WS-PAR-QTD) ROUNDED =
                   LNK-RSC-M-VALOR(WS-IDX)
                 / LNK-RSC-M-VALOR(WS-IDX - 1) - 1.
