      * em metas.dat, e para cada grupo fora da tolerancia sugere o  *
      * valor a comprar ou vender, rateado pelos ativos do grupo na  *
      * proporcao das posicoes. Saida em rebalanceia.rel.            *
      * Na visao look-through (parametro "S") cada ETF com           *
      * composicao importada (COMPETF) entra pelos ativos da cesta,  *
      * somados as posicoes diretas, e o relatorio fecha com a       *
      * concentracao por emissor (raiz do ticker) direta e via ETF.  *
      *                                                              *
      * Chamada: REBALREL USING LNK-REBAL-LOOKTHRU ("S" ou "N")      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WS-VAL-MASK               PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-VAL2-MASK              PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-FORA-TOTAL             PIC 9(02) VALUE 0.
       77 WS-TICKER-POS             PIC X(10).
       77 WS-VIA-ETF                PIC X(01).
       77 WS-VALOR-ETF              PIC S9(11)V99.
       77 WS-RESTO-ETF              PIC S9(11)V99.
       77 WS-CET                    PIC 9(03) COMP.
       77 WS-EMI-USADOS             PIC 9(03) COMP VALUE 0.
       77 WS-EMI                    PIC 9(03) COMP.
       77 WS-J                      PIC 9(03) COMP.
       77 WS-EMI-TROCA              PIC X(43).

       01 WS-COMPETF-PARM.
           05 WS-CET-ETF            PIC X(10).
           05 WS-CET-DATA-REF       PIC 9(08).
           05 WS-CET-TOTAL          PIC 9(03).
           05 WS-CET-ITEM OCCURS 150 TIMES.
               10 WS-CET-TICKER     PIC X(10).
               10 WS-CET-FRACAO     PIC 9V9(06).

      *    Concentracao por emissor da visao look-through.
       01 WS-TAB-EMISSORES.
           05 WS-EMI-ENT OCCURS 300 TIMES.
               10 WS-EMI-COD        PIC X(04).
               10 WS-EMI-DIRETO     PIC S9(11)V99.
               10 WS-EMI-VIA-ETF    PIC S9(11)V99.
               10 WS-EMI-TOTAL      PIC S9(11)V99.

      *    Posicoes consolidadas por ticker, com setor/tipo do
      *    cadastro e valor a mercado, para o rateio da sugestao; na
      *    visao look-through, a parte do valor que vem de ETF.
       01 WS-TAB-ATIVOS.
           05 WS-ATV-ENT OCCURS 300 TIMES.
               10 WS-ATV-TICKER     PIC X(10).
               10 WS-ATV-SETOR      PIC X(20).
               10 WS-ATV-TIPO       PIC X(01).
               10 WS-ATV-VALOR      PIC S9(11)V99.
               10 WS-ATV-VIA-ETF    PIC S9(11)V99.

       LINKAGE SECTION.
       01 LNK-REBAL-LOOKTHRU        PIC X(01).

       01 WS-TAB-METAS.
           05 WS-MET-ENT OCCURS 30 TIMES.
               10 WS-MET-ALVO       PIC 9(03)V9.
               10 WS-MET-TOLER      PIC 9(02)V9.

       PROCEDURE DIVISION USING LNK-REBAL-LOOKTHRU.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: os
      *    acumuladores e tabelas sao zerados na entrada, como
      *    PROVREL/BENSDIR fazem - VALUE so vale na primeira carga.
           MOVE 0 TO WS-ATIVOS-USADOS WS-METAS-USADAS WS-EMI-USADOS.
           MOVE 0 TO WS-TOTAL-CART WS-FORA-TOTAL.
           OPEN INPUT ARQ-METAS.
           IF WS-STATUS-METAS NOT = "00"
           END-IF.

           OPEN OUTPUT ARQ-REL.
           IF LNK-REBAL-LOOKTHRU = "S"
               MOVE "REBALANCEAMENTO DA CARTEIRA CONTRA AS METAS - LOOK-
      -             "THROUGH DOS ETFS" TO REL-LINHA
           ELSE
               MOVE "REBALANCEAMENTO DA CARTEIRA CONTRA AS METAS"
                 TO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE WS-TOTAL-CART TO WS-VAL-MASK.
           MOVE SPACES TO REL-LINHA.
                 TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF LNK-REBAL-LOOKTHRU = "S"
               PERFORM CONCENTRACAO-EMISSORES
           END-IF.
           CLOSE ARQ-REL.
           GOBACK.

           IF WS-STATUS-STK02 = "00"
               IF WFS-STK02-QTY NOT = 0
                   PERFORM VALORIZA-POSICAO
                   MOVE WFS-STK02-TICKER TO WS-TICKER-POS
                   MOVE "N" TO WS-VIA-ETF
                   PERFORM BUSCA-SETOR-TIPO-ATIVO
                   ADD WS-VALOR-POS TO WS-TOTAL-CART
                   MOVE 0 TO WS-CET-TOTAL
                   IF LNK-REBAL-LOOKTHRU = "S" AND WS-ATIVO-TIPO = "E"
                       MOVE WFS-STK02-TICKER TO WS-CET-ETF
                       CALL 'COMPETF' USING WS-COMPETF-PARM
                   END-IF
                   IF WS-CET-TOTAL > 0
                       PERFORM ESPALHA-ETF
                   ELSE
                       PERFORM CONSOLIDA-TICKER
                   END-IF
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
               MOVE "S" TO WS-COT-FIM
           END-IF.

       ESPALHA-ETF.
      *    Valor do ETF distribuido pelos ativos da cesta, cada um com
      *    o setor/tipo do proprio cadastro; o ultimo leva o resto do
      *    arredondamento.
           MOVE WS-VALOR-POS TO WS-VALOR-ETF WS-RESTO-ETF.
           MOVE "S" TO WS-VIA-ETF.
           PERFORM VARYING WS-CET FROM 1 BY 1
                     UNTIL WS-CET > WS-CET-TOTAL
               IF WS-CET = WS-CET-TOTAL
                   MOVE WS-RESTO-ETF TO WS-VALOR-POS
               ELSE
                   COMPUTE WS-VALOR-POS ROUNDED = WS-VALOR-ETF
                           * WS-CET-FRACAO(WS-CET)
                   SUBTRACT WS-VALOR-POS FROM WS-RESTO-ETF
               END-IF
               MOVE WS-CET-TICKER(WS-CET) TO WS-TICKER-POS
               PERFORM BUSCA-SETOR-TIPO-ATIVO
               PERFORM CONSOLIDA-TICKER
           END-PERFORM.

       BUSCA-SETOR-TIPO-ATIVO.
           MOVE SPACES TO WS-ATIVO-SETOR.
           MOVE "?"    TO WS-ATIVO-TIPO.
           IF WS-STATUS-STK09 NOT = "35"
               MOVE WS-TICKER-POS TO WFS-STK09-TICKER
               READ STK09 KEY IS WFS-STK09-TICKER
               IF WS-STATUS-STK09 = "00"
                   MOVE WFS-STK09-SETOR TO WS-ATIVO-SETOR
           MOVE 0 TO WS-IDX-ACHADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-ATIVOS-USADOS
               IF WS-ATV-TICKER(WS-IDX) = WS-TICKER-POS
                   MOVE WS-IDX TO WS-IDX-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-ACHADO = 0 AND WS-ATIVOS-USADOS < 300
               ADD 1 TO WS-ATIVOS-USADOS
               MOVE WS-ATIVOS-USADOS TO WS-IDX-ACHADO
               MOVE WS-TICKER-POS
                 TO WS-ATV-TICKER(WS-IDX-ACHADO)
               MOVE WS-ATIVO-SETOR TO WS-ATV-SETOR(WS-IDX-ACHADO)
               MOVE WS-ATIVO-TIPO  TO WS-ATV-TIPO(WS-IDX-ACHADO)
               MOVE 0              TO WS-ATV-VALOR(WS-IDX-ACHADO)
                                      WS-ATV-VIA-ETF(WS-IDX-ACHADO)
           END-IF.
           IF WS-IDX-ACHADO NOT = 0
               ADD WS-VALOR-POS TO WS-ATV-VALOR(WS-IDX-ACHADO)
               IF WS-VIA-ETF = "S"
                   ADD WS-VALOR-POS TO WS-ATV-VIA-ETF(WS-IDX-ACHADO)
               END-IF
           END-IF.

       AVALIA-META.
                          "  AJUSTE R$ " WS-VAL-MASK
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   IF WS-ATV-VIA-ETF(WS-IDX) NOT = 0
                       MOVE WS-ATV-VIA-ETF(WS-IDX) TO WS-VAL2-MASK
                       STRING "  (VIA ETF R$ " WS-VAL2-MASK ")"
                              DELIMITED BY SIZE
                              INTO REL-LINHA(79:54)
                       END-STRING
                   END-IF
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.

       CONCENTRACAO-EMISSORES.
      *    Emissor = raiz do ticker (PETR3 e PETR4 = PETR), posicao
      *    direta e via ETF, do maior para o menor, com o percentual
      *    sobre a carteira valorizada.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-ATIVOS-USADOS
               MOVE 0 TO WS-EMI
               PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > WS-EMI-USADOS
                   IF WS-EMI-COD(WS-J) = WS-ATV-TICKER(WS-IDX)(1:4)
                       MOVE WS-J TO WS-EMI
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-EMI = 0 AND WS-EMI-USADOS < 300
                   ADD 1 TO WS-EMI-USADOS
                   MOVE WS-EMI-USADOS TO WS-EMI
                   MOVE WS-ATV-TICKER(WS-IDX)(1:4) TO WS-EMI-COD(WS-EMI)
                   MOVE 0 TO WS-EMI-DIRETO(WS-EMI)
                             WS-EMI-VIA-ETF(WS-EMI)
                             WS-EMI-TOTAL(WS-EMI)
               END-IF
               IF WS-EMI NOT = 0
                   ADD WS-ATV-VALOR(WS-IDX)   TO WS-EMI-TOTAL(WS-EMI)
                   ADD WS-ATV-VIA-ETF(WS-IDX) TO WS-EMI-VIA-ETF(WS-EMI)
                   COMPUTE WS-EMI-DIRETO(WS-EMI) =
                           WS-EMI-TOTAL(WS-EMI) - WS-EMI-VIA-ETF(WS-EMI)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX >= WS-EMI-USADOS
               PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > WS-EMI-USADOS - WS-IDX
                   IF WS-EMI-TOTAL(WS-J) < WS-EMI-TOTAL(WS-J + 1)
                       MOVE WS-EMI-ENT(WS-J)     TO WS-EMI-TROCA
                       MOVE WS-EMI-ENT(WS-J + 1) TO WS-EMI-ENT(WS-J)
                       MOVE WS-EMI-TROCA         TO WS-EMI-ENT(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE "CONCENTRACAO POR EMISSOR (DIRETO + VIA ETF)"
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE "EMISSOR"   TO REL-LINHA(1:7).
           MOVE "DIRETO R$" TO REL-LINHA(18:9).
           MOVE "VIA ETF R$" TO REL-LINHA(35:10).
           MOVE "TOTAL R$"  TO REL-LINHA(55:8).
           MOVE "% CART."   TO REL-LINHA(66:7).
           WRITE REL-LINHA.
           PERFORM VARYING WS-EMI FROM 1 BY 1
                     UNTIL WS-EMI > WS-EMI-USADOS
               MOVE SPACES TO REL-LINHA
               MOVE WS-EMI-COD(WS-EMI)     TO REL-LINHA(1:4)
               MOVE WS-EMI-DIRETO(WS-EMI)  TO WS-VAL-MASK
               MOVE WS-VAL-MASK            TO REL-LINHA(9:18)
               MOVE WS-EMI-VIA-ETF(WS-EMI) TO WS-VAL-MASK
               MOVE WS-VAL-MASK            TO REL-LINHA(27:18)
               MOVE WS-EMI-TOTAL(WS-EMI)   TO WS-VAL-MASK
               MOVE WS-VAL-MASK            TO REL-LINHA(45:18)
               MOVE 0 TO WS-ATUAL-PCT
               IF WS-TOTAL-CART NOT = 0
                   COMPUTE WS-ATUAL-PCT ROUNDED = WS-EMI-TOTAL(WS-EMI)
                                                / WS-TOTAL-CART * 100
               END-IF
               MOVE WS-ATUAL-PCT           TO WS-PCT-MASK
               MOVE WS-PCT-MASK            TO REL-LINHA(66:7)
               WRITE REL-LINHA
           END-PERFORM.
