       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISCOREL.
      *****************************************************************
      * Relatorio de risco da carteira atual, por titular: cada ativo *
      * da custodia (STK02, contas somadas pelo titular do vinculo    *
      * contastit.dat) e a carteira do titular como um todo, com a    *
      * volatilidade anualizada em 63 e 252 pregoes, o drawdown       *
      * maximo e a data do fundo, beta e correlacao contra o IBOV e o *
      * VaR historico de 1 dia a 95% em reais - as medidas do         *
      * CALCRISCO sobre a serie de cotacoes (STK14).                  *
      * A carteira usa os pesos atuais (valor a ultima cotacao sobre  *
      * o total do titular) aplicados aos retornos de cada ativo, dia *
      * a dia nas datas da serie mais longa e mes a mes para o beta,  *
      * montando um indice base 100 que vai ao CALCRISCO no modo "S". *
      * Ativo sem cotacao entra pelo custo e sem medidas.             *
      * Posicao que passa dos limites de risco de limites.dat         *
      * (volatilidade em 252 pregoes, drawdown maximo, VaR da posicao *
      * em % da carteira do titular) sai marcada na coluna LIMITE, a  *
      * mesma tabela dos limites de concentracao; zero desliga.       *
      * Saida em risco.txt.                                           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk02'.                *> Custodia atual

           SELECT ARQ-CTIT ASSIGN TO "contastit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CTIT.

           SELECT ARQ-LIMITES ASSIGN TO "limites.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIMITES.

           SELECT ARQ-RSC ASSIGN TO "risco.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RSC.

       DATA DIVISION.
       FILE SECTION.
       FD STK02.
           COPY 'stk02'.
       FD ARQ-CTIT.
       01 CTIT-REG.
           05 CTIT-ACCOUNT           PIC X(10).
           05 CTIT-TITULAR           PIC X(03).
       FD ARQ-LIMITES.
       01 LIMITES-REG.
           05 LIM-TICKER-PCT         PIC 9(03).
           05 LIM-SETOR-PCT          PIC 9(03).
           05 LIM-TIPO-PCT           PIC 9(03).
           05 LIM-VOL-PCT            PIC 9(03).
           05 LIM-DD-PCT             PIC 9(03).
           05 LIM-VAR-PCT            PIC 9(02)V9.
       FD ARQ-RSC.
       01 RSC-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK02           PIC X(02).
       77 WS-STATUS-CTIT            PIC X(02).
       77 WS-STATUS-LIMITES         PIC X(02).
       77 WS-STATUS-RSC             PIC X(02).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-AVANCA                 PIC X(01).
       77 WS-IDX                    PIC 9(03) COMP.
       77 WS-J                      PIC 9(03) COMP.
       77 WS-K                      PIC 9(03) COMP.
       77 WS-A                      PIC 9(03) COMP.
       77 WS-M                      PIC 9(03) COMP.
       77 WS-TK                     PIC 9(03) COMP.
       77 WS-CTIT-USADAS            PIC 9(03) COMP VALUE 0.
       77 WS-POS-USADAS             PIC 9(03) COMP VALUE 0.
       77 WS-TK-USADOS              PIC 9(03) COMP VALUE 0.
       77 WS-TIT-USADOS             PIC 9(03) COMP VALUE 0.
       77 WS-TIT-IDX                PIC 9(03) COMP.
       77 WS-EIXO-TK                PIC 9(03) COMP.
       77 WS-MESES-TK               PIC 9(03) COMP.
       77 WS-TITULAR                PIC X(03).
       77 WS-TIT-TROCA              PIC X(03).
       77 WS-LIM-VOL                PIC 9(03).
       77 WS-LIM-DD                 PIC 9(03).
       77 WS-LIM-VAR                PIC 9(02)V9.
       77 WS-TOT-TITULAR            PIC S9(11)V99.
       77 WS-VAR-REAIS              PIC S9(11)V99.
       77 WS-VAR-PCT-CART           PIC S9(05)V99.
       77 WS-RET-CART               PIC S9(03)V9(08).
       77 WS-RET-ATIVO              PIC S9(03)V9(08).
       77 WS-PRECO                  PIC 9(09)V9(04).
       77 WS-NIVEL                  PIC 9(09)V9(04).
       77 WS-ANOMES-ANT             PIC 9(06).
       77 WS-VAL-ATU                PIC 9(09)V9(04).
       77 WS-VAL-ANT                PIC 9(09)V9(04).
       77 WS-FLAGS                  PIC X(14).
       77 WS-MARCADAS               PIC 9(05) VALUE 0.
       77 WS-ULT-DATA               PIC 9(08) VALUE 0.
       77 WS-QTD-MASK               PIC -ZZZ.ZZ9.
       77 WS-VAL-MASK               PIC ZZ.ZZZ.ZZ9,99.
       77 WS-VAR-MASK               PIC Z.ZZZ.ZZ9,99.
       77 WS-PESO-MASK              PIC ZZ9,99.
       77 WS-V63-MASK               PIC ZZ9,99.
       77 WS-V252-MASK              PIC ZZ9,99.
       77 WS-DD-MASK                PIC ZZ9,99.
       77 WS-BETA-MASK              PIC -ZZ9,99.
       77 WS-CORR-MASK              PIC -9,99.
       77 WS-LIMV-MASK              PIC ZZ9.
       77 WS-LIMD-MASK              PIC ZZ9.
       77 WS-LIMR-MASK              PIC Z9,9.
       77 WS-N-MASK                 PIC ZZZZ9.

      *    Vinculo conta -> titular.
       01 WS-TAB-CTIT.
           05 WS-CTIT-ENT OCCURS 200 TIMES.
               10 WS-CTIT-CONTA     PIC X(10).
               10 WS-CTIT-TIT       PIC X(03).

      *    Posicoes por titular e ativo, contas somadas.
       01 WS-TAB-POS.
           05 WS-POS-ENT OCCURS 300 TIMES.
               10 WS-POS-TITULAR    PIC X(03).
               10 WS-POS-TICKER     PIC X(10).
               10 WS-POS-QTY        PIC S9(07).
               10 WS-POS-CUSTO      PIC S9(11)V99.
               10 WS-POS-VALOR      PIC S9(11)V99.
               10 WS-POS-PESO       PIC S9(01)V9(08).
               10 WS-POS-TK         PIC 9(03) COMP.

       01 WS-TAB-TIT.
           05 WS-TIT-COD OCCURS 50 TIMES PIC X(03).

      *    Series e medidas de cada ativo, uma chamada ao CALCRISCO
      *    por ticker; PTR e ANT servem a montagem do indice.
       01 WS-TAB-TK.
           05 WS-TK-ENT OCCURS 100 TIMES.
               10 WS-TK-TICKER      PIC X(10).
               10 WS-TK-PONTOS      PIC 9(03).
               10 WS-TK-SERIE OCCURS 253 TIMES.
                   15 WS-TK-S-DATA  PIC 9(08).
                   15 WS-TK-S-VALOR PIC 9(09)V9(04).
               10 WS-TK-MESES       PIC 9(02).
               10 WS-TK-MENSAL OCCURS 25 TIMES.
                   15 WS-TK-M-ANOMES PIC 9(06).
                   15 WS-TK-M-VALOR PIC 9(09)V9(04).
               10 WS-TK-VOL63       PIC 9(03)V99.
               10 WS-TK-VOL252      PIC 9(03)V99.
               10 WS-TK-DD-PCT      PIC 9(03)V99.
               10 WS-TK-DD-DATA     PIC 9(08).
               10 WS-TK-VAR-PCT     PIC 9(03)V99.
               10 WS-TK-BETA        PIC S9(03)V9999.
               10 WS-TK-CORREL      PIC S9(01)V9999.
               10 WS-TK-PTR         PIC 9(03) COMP.
               10 WS-TK-ANT         PIC 9(09)V9(04).

      *    Mesmos parametros do CALCRISCO usados pelo STOCKS.
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

      *    Subprograma chamado varias vezes na mesma sessao: tabelas
      *    e contadores sao zerados na entrada.
           MOVE 0 TO WS-CTIT-USADAS WS-POS-USADAS WS-TK-USADOS
                     WS-TIT-USADOS WS-MARCADAS WS-ULT-DATA.

           PERFORM CARREGA-LIMITES.
           PERFORM CARREGA-TITULARES.
           PERFORM CARREGA-CUSTODIA.
           PERFORM CALCULA-ATIVOS.

           OPEN OUTPUT ARQ-RSC.
           MOVE SPACES TO RSC-LINHA.
           STRING "RISCO DA CARTEIRA - CUSTODIA ATUAL, COTACOES ATE "
                  WS-ULT-DATA DELIMITED BY SIZE INTO RSC-LINHA
           END-STRING.
           WRITE RSC-LINHA.
           MOVE WS-LIM-VOL TO WS-LIMV-MASK.
           MOVE WS-LIM-DD  TO WS-LIMD-MASK.
           MOVE WS-LIM-VAR TO WS-LIMR-MASK.
           MOVE SPACES TO RSC-LINHA.
           STRING "LIMITES (0 = SEM): VOL 252 " WS-LIMV-MASK
                  "%  DRAWDOWN " WS-LIMD-MASK
                  "%  VAR DA POSICAO " WS-LIMR-MASK "% DA CARTEIRA"
                  DELIMITED BY SIZE INTO RSC-LINHA
           END-STRING.
           WRITE RSC-LINHA.

           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                     UNTIL WS-TIT-IDX > WS-TIT-USADOS
               PERFORM GRAVA-TITULAR
           END-PERFORM.

           MOVE SPACES TO RSC-LINHA.
           WRITE RSC-LINHA.
           MOVE WS-MARCADAS TO WS-N-MASK.
           STRING "POSICOES ACIMA DE LIMITE DE RISCO: " WS-N-MASK
                  DELIMITED BY SIZE INTO RSC-LINHA
           END-STRING.
           WRITE RSC-LINHA.
           CLOSE ARQ-RSC.
           GOBACK.

       CARREGA-LIMITES.
      *    Arquivo gravado antes dos limites de risco traz so os tres
      *    de concentracao; o resto vem em branco e vale zero.
           MOVE 0 TO WS-LIM-VOL WS-LIM-DD WS-LIM-VAR.
           OPEN INPUT ARQ-LIMITES.
           IF WS-STATUS-LIMITES = "00"
               READ ARQ-LIMITES
               IF WS-STATUS-LIMITES = "00"
                   IF LIM-VOL-PCT IS NUMERIC
                       MOVE LIM-VOL-PCT TO WS-LIM-VOL
                   END-IF
                   IF LIM-DD-PCT IS NUMERIC
                       MOVE LIM-DD-PCT  TO WS-LIM-DD
                   END-IF
                   IF LIM-VAR-PCT IS NUMERIC
                       MOVE LIM-VAR-PCT TO WS-LIM-VAR
                   END-IF
               END-IF
           END-IF.
           CLOSE ARQ-LIMITES.

       CARREGA-TITULARES.
           OPEN INPUT ARQ-CTIT.
           IF WS-STATUS-CTIT NOT = "00"
               CLOSE ARQ-CTIT
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-TITULAR-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-CTIT.

       CARREGA-TITULAR-SEQ.
           READ ARQ-CTIT AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-CTIT NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WS-CTIT-USADAS < 200
               ADD 1 TO WS-CTIT-USADAS
               MOVE CTIT-ACCOUNT TO WS-CTIT-CONTA(WS-CTIT-USADAS)
               MOVE CTIT-TITULAR TO WS-CTIT-TIT(WS-CTIT-USADAS)
           END-IF.

       CARREGA-CUSTODIA.
           OPEN INPUT STK02.
           IF WS-STATUS-STK02 NOT = "00"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-CUSTODIA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK02.

      *    Titulares em ordem de codigo (troca simples).
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX >= WS-TIT-USADOS
               PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > WS-TIT-USADOS - WS-IDX
                   IF WS-TIT-COD(WS-J) > WS-TIT-COD(WS-J + 1)
                       MOVE WS-TIT-COD(WS-J)     TO WS-TIT-TROCA
                       MOVE WS-TIT-COD(WS-J + 1) TO WS-TIT-COD(WS-J)
                       MOVE WS-TIT-TROCA         TO WS-TIT-COD(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CARREGA-CUSTODIA-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK02 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK02-QTY = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-TITULAR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-CTIT-USADAS
               IF WS-CTIT-CONTA(WS-IDX) = WFS-STK02-ACCOUNT
                   MOVE WS-CTIT-TIT(WS-IDX) TO WS-TITULAR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-J.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-TIT-USADOS
               IF WS-TIT-COD(WS-IDX) = WS-TITULAR
                   MOVE WS-IDX TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-J = 0 AND WS-TIT-USADOS < 50
               ADD 1 TO WS-TIT-USADOS
               MOVE WS-TITULAR TO WS-TIT-COD(WS-TIT-USADOS)
           END-IF.

           MOVE 0 TO WS-J.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-POS-USADAS
               IF WS-POS-TITULAR(WS-IDX) = WS-TITULAR
                  AND WS-POS-TICKER(WS-IDX) = WFS-STK02-TICKER
                   MOVE WS-IDX TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-J = 0
               IF WS-POS-USADAS >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-POS-USADAS
               MOVE WS-POS-USADAS TO WS-J
               MOVE WS-TITULAR       TO WS-POS-TITULAR(WS-J)
               MOVE WFS-STK02-TICKER TO WS-POS-TICKER(WS-J)
               MOVE 0 TO WS-POS-QTY(WS-J) WS-POS-CUSTO(WS-J)
                         WS-POS-VALOR(WS-J) WS-POS-PESO(WS-J)
               PERFORM LOCALIZA-TICKER
               MOVE WS-TK TO WS-POS-TK(WS-J)
           END-IF.
           ADD WFS-STK02-QTY     TO WS-POS-QTY(WS-J).
           ADD WFS-STK02-BALANCE TO WS-POS-CUSTO(WS-J).

       LOCALIZA-TICKER.
           MOVE 0 TO WS-TK.
           PERFORM VARYING WS-K FROM 1 BY 1
                     UNTIL WS-K > WS-TK-USADOS
               IF WS-TK-TICKER(WS-K) = WFS-STK02-TICKER
                   MOVE WS-K TO WS-TK
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TK = 0 AND WS-TK-USADOS < 100
               ADD 1 TO WS-TK-USADOS
               MOVE WS-TK-USADOS TO WS-TK
               MOVE WFS-STK02-TICKER TO WS-TK-TICKER(WS-TK)
           END-IF.

       CALCULA-ATIVOS.
           PERFORM VARYING WS-TK FROM 1 BY 1
                     UNTIL WS-TK > WS-TK-USADOS
               MOVE "T"               TO WS-RSC-MODO
               MOVE WS-TK-TICKER(WS-TK) TO WS-RSC-TICKER
               CALL 'CALCRISCO' USING WS-CALCRISCO-PARM
               MOVE WS-RSC-PONTOS  TO WS-TK-PONTOS(WS-TK)
               PERFORM VARYING WS-A FROM 1 BY 1
                         UNTIL WS-A > WS-RSC-PONTOS
                   MOVE WS-RSC-SERIE(WS-A) TO WS-TK-SERIE(WS-TK, WS-A)
               END-PERFORM
               MOVE WS-RSC-MESES   TO WS-TK-MESES(WS-TK)
               PERFORM VARYING WS-M FROM 1 BY 1
                         UNTIL WS-M > WS-RSC-MESES
                   MOVE WS-RSC-MENSAL(WS-M)
                     TO WS-TK-MENSAL(WS-TK, WS-M)
               END-PERFORM
               MOVE WS-RSC-VOL63   TO WS-TK-VOL63(WS-TK)
               MOVE WS-RSC-VOL252  TO WS-TK-VOL252(WS-TK)
               MOVE WS-RSC-DD-PCT  TO WS-TK-DD-PCT(WS-TK)
               MOVE WS-RSC-DD-DATA TO WS-TK-DD-DATA(WS-TK)
               MOVE WS-RSC-VAR-PCT TO WS-TK-VAR-PCT(WS-TK)
               MOVE WS-RSC-BETA    TO WS-TK-BETA(WS-TK)
               MOVE WS-RSC-CORREL  TO WS-TK-CORREL(WS-TK)
               IF WS-RSC-PONTOS > 0
                  AND WS-RSC-S-DATA(WS-RSC-PONTOS) > WS-ULT-DATA
                   MOVE WS-RSC-S-DATA(WS-RSC-PONTOS) TO WS-ULT-DATA
               END-IF
           END-PERFORM.

      *    Valor de cada posicao: ultima cotacao, senao o custo.
           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J > WS-POS-USADAS
               MOVE WS-POS-TK(WS-J) TO WS-TK
               IF WS-TK > 0 AND WS-TK-PONTOS(WS-TK) > 0
                   COMPUTE WS-POS-VALOR(WS-J) = WS-POS-QTY(WS-J)
                       * WS-TK-S-VALOR(WS-TK, WS-TK-PONTOS(WS-TK))
               ELSE
                   MOVE WS-POS-CUSTO(WS-J) TO WS-POS-VALOR(WS-J)
               END-IF
           END-PERFORM.

       GRAVA-TITULAR.
           MOVE WS-TIT-COD(WS-TIT-IDX) TO WS-TITULAR.
           MOVE 0 TO WS-TOT-TITULAR.
           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J > WS-POS-USADAS
               IF WS-POS-TITULAR(WS-J) = WS-TITULAR
                   ADD WS-POS-VALOR(WS-J) TO WS-TOT-TITULAR
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J > WS-POS-USADAS
               IF WS-POS-TITULAR(WS-J) = WS-TITULAR
                   MOVE 0 TO WS-POS-PESO(WS-J)
                   IF WS-TOT-TITULAR > 0
                       COMPUTE WS-POS-PESO(WS-J) ROUNDED =
                               WS-POS-VALOR(WS-J) / WS-TOT-TITULAR
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO RSC-LINHA.
           WRITE RSC-LINHA.
           MOVE SPACES TO RSC-LINHA.
           IF WS-TITULAR = SPACES
               MOVE "TITULAR PADRAO (CONTAS SEM VINCULO)" TO RSC-LINHA
           ELSE
               STRING "TITULAR " WS-TITULAR
                      DELIMITED BY SIZE INTO RSC-LINHA
               END-STRING
           END-IF.
           WRITE RSC-LINHA.
           PERFORM GRAVA-CABECALHO.

           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J > WS-POS-USADAS
               IF WS-POS-TITULAR(WS-J) = WS-TITULAR
                   PERFORM GRAVA-LINHA-ATIVO
               END-IF
           END-PERFORM.

           PERFORM MONTA-INDICE-CARTEIRA.
           CALL 'CALCRISCO' USING WS-CALCRISCO-PARM.
           PERFORM GRAVA-LINHA-CARTEIRA.

       GRAVA-CABECALHO.
           MOVE SPACES TO RSC-LINHA.
           MOVE "TICKER"         TO RSC-LINHA(1:6).
           MOVE "QTDE"           TO RSC-LINHA(16:4).
           MOVE "VALOR"          TO RSC-LINHA(29:5).
           MOVE "PESO%"          TO RSC-LINHA(36:5).
           MOVE "VOL63"          TO RSC-LINHA(43:5).
           MOVE "VOL252"         TO RSC-LINHA(49:6).
           MOVE "MAXDD"          TO RSC-LINHA(57:5).
           MOVE "DATA DD"        TO RSC-LINHA(63:7).
           MOVE "BETA"           TO RSC-LINHA(75:4).
           MOVE "CORR"           TO RSC-LINHA(81:4).
           MOVE "VAR95 R$"       TO RSC-LINHA(90:8).
           MOVE "LIMITE"         TO RSC-LINHA(99:6).
           WRITE RSC-LINHA.

       GRAVA-LINHA-ATIVO.
           MOVE WS-POS-TK(WS-J) TO WS-TK.
           MOVE SPACES TO RSC-LINHA.
           MOVE WS-POS-TICKER(WS-J) TO RSC-LINHA(1:10).
           MOVE WS-POS-QTY(WS-J)    TO WS-QTD-MASK.
           MOVE WS-QTD-MASK         TO RSC-LINHA(12:8).
           MOVE WS-POS-VALOR(WS-J)  TO WS-VAL-MASK.
           MOVE WS-VAL-MASK         TO RSC-LINHA(21:13).
           COMPUTE WS-PESO-MASK = WS-POS-PESO(WS-J) * 100.
           MOVE WS-PESO-MASK        TO RSC-LINHA(35:6).
           IF WS-TK = 0 OR WS-TK-PONTOS(WS-TK) < 3
               MOVE "sem cotacoes"  TO RSC-LINHA(43:12)
               WRITE RSC-LINHA
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TK-VOL63(WS-TK)   TO WS-V63-MASK.
           MOVE WS-TK-VOL252(WS-TK)  TO WS-V252-MASK.
           MOVE WS-TK-DD-PCT(WS-TK)  TO WS-DD-MASK.
           MOVE WS-TK-BETA(WS-TK)    TO WS-BETA-MASK.
           MOVE WS-TK-CORREL(WS-TK)  TO WS-CORR-MASK.
           COMPUTE WS-VAR-REAIS ROUNDED = WS-POS-VALOR(WS-J)
                                * WS-TK-VAR-PCT(WS-TK) / 100.
           MOVE WS-VAR-REAIS         TO WS-VAR-MASK.
           MOVE WS-V63-MASK          TO RSC-LINHA(42:6).
           MOVE WS-V252-MASK         TO RSC-LINHA(49:6).
           MOVE WS-DD-MASK           TO RSC-LINHA(56:6).
           MOVE WS-TK-DD-DATA(WS-TK) TO RSC-LINHA(63:8).
           MOVE WS-BETA-MASK         TO RSC-LINHA(72:7).
           MOVE WS-CORR-MASK         TO RSC-LINHA(80:5).
           MOVE WS-VAR-MASK          TO RSC-LINHA(86:12).

           MOVE SPACES TO WS-FLAGS.
           IF WS-LIM-VOL > 0 AND WS-TK-VOL252(WS-TK) > WS-LIM-VOL
               MOVE "VOL" TO WS-FLAGS(1:3)
           END-IF.
           IF WS-LIM-DD > 0 AND WS-TK-DD-PCT(WS-TK) > WS-LIM-DD
               MOVE "DD"  TO WS-FLAGS(5:2)
           END-IF.
           MOVE 0 TO WS-VAR-PCT-CART.
           IF WS-TOT-TITULAR > 0
               COMPUTE WS-VAR-PCT-CART ROUNDED =
                       WS-VAR-REAIS * 100 / WS-TOT-TITULAR
           END-IF.
           IF WS-LIM-VAR > 0 AND WS-VAR-PCT-CART > WS-LIM-VAR
               MOVE "VAR" TO WS-FLAGS(8:3)
           END-IF.
           IF WS-FLAGS NOT = SPACES
               ADD 1 TO WS-MARCADAS
               MOVE "*"      TO RSC-LINHA(99:1)
               MOVE WS-FLAGS TO RSC-LINHA(100:14)
           END-IF.
           WRITE RSC-LINHA.

       MONTA-INDICE-CARTEIRA.
      *    Indice base 100 da carteira com os pesos atuais: no eixo de
      *    datas do ativo de serie mais longa, o retorno do dia e a
      *    soma dos retornos dos ativos ponderados; ativo sem preco no
      *    dia repete o anterior (retorno zero). O mesmo no eixo de
      *    meses, para o beta.
           MOVE "S" TO WS-RSC-MODO.
           MOVE "CARTEIRA" TO WS-RSC-TICKER.
           MOVE 0 TO WS-RSC-PONTOS WS-RSC-MESES WS-EIXO-TK WS-MESES-TK.
           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J > WS-POS-USADAS
               IF WS-POS-TITULAR(WS-J) = WS-TITULAR
                  AND WS-POS-TK(WS-J) > 0
                   MOVE WS-POS-TK(WS-J) TO WS-TK
                   MOVE 0 TO WS-TK-PTR(WS-TK) WS-TK-ANT(WS-TK)
                   IF WS-EIXO-TK = 0
                       MOVE WS-TK TO WS-EIXO-TK
                   END-IF
                   IF WS-TK-PONTOS(WS-TK) > WS-TK-PONTOS(WS-EIXO-TK)
                       MOVE WS-TK TO WS-EIXO-TK
                   END-IF
                   IF WS-MESES-TK = 0
                       MOVE WS-TK TO WS-MESES-TK
                   END-IF
                   IF WS-TK-MESES(WS-TK) > WS-TK-MESES(WS-MESES-TK)
                       MOVE WS-TK TO WS-MESES-TK
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EIXO-TK = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 100 TO WS-NIVEL.
           PERFORM VARYING WS-A FROM 1 BY 1
                     UNTIL WS-A > WS-TK-PONTOS(WS-EIXO-TK)
               MOVE 0 TO WS-RET-CART
               PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > WS-POS-USADAS
                   IF WS-POS-TITULAR(WS-J) = WS-TITULAR
                      AND WS-POS-TK(WS-J) > 0
                       PERFORM RETORNO-DIA-ATIVO
                   END-IF
               END-PERFORM
               IF WS-A > 1
                   COMPUTE WS-NIVEL ROUNDED =
                           WS-NIVEL * (1 + WS-RET-CART)
               END-IF
               ADD 1 TO WS-RSC-PONTOS
               MOVE WS-TK-S-DATA(WS-EIXO-TK, WS-A)
                 TO WS-RSC-S-DATA(WS-RSC-PONTOS)
               MOVE WS-NIVEL TO WS-RSC-S-VALOR(WS-RSC-PONTOS)
           END-PERFORM.

           MOVE 100 TO WS-NIVEL.
           PERFORM VARYING WS-M FROM 1 BY 1
                     UNTIL WS-M > WS-TK-MESES(WS-MESES-TK)
               MOVE 0 TO WS-RET-CART
               IF WS-M > 1
                   MOVE WS-TK-M-ANOMES(WS-MESES-TK, WS-M - 1)
                     TO WS-ANOMES-ANT
                   PERFORM VARYING WS-J FROM 1 BY 1
                             UNTIL WS-J > WS-POS-USADAS
                       IF WS-POS-TITULAR(WS-J) = WS-TITULAR
                          AND WS-POS-TK(WS-J) > 0
                           PERFORM RETORNO-MES-ATIVO
                       END-IF
                   END-PERFORM
                   COMPUTE WS-NIVEL ROUNDED =
                           WS-NIVEL * (1 + WS-RET-CART)
               END-IF
               ADD 1 TO WS-RSC-MESES
               MOVE WS-TK-M-ANOMES(WS-MESES-TK, WS-M)
                 TO WS-RSC-M-ANOMES(WS-RSC-MESES)
               MOVE WS-NIVEL TO WS-RSC-M-VALOR(WS-RSC-MESES)
           END-PERFORM.

       RETORNO-DIA-ATIVO.
           MOVE WS-POS-TK(WS-J) TO WS-TK.
           MOVE "S" TO WS-AVANCA.
           PERFORM AVANCA-PONTEIRO UNTIL WS-AVANCA = "N".
           MOVE 0 TO WS-PRECO.
           IF WS-TK-PTR(WS-TK) > 0
               MOVE WS-TK-S-VALOR(WS-TK, WS-TK-PTR(WS-TK)) TO WS-PRECO
           END-IF.
           IF WS-TK-ANT(WS-TK) > 0 AND WS-PRECO > 0
               COMPUTE WS-RET-ATIVO ROUNDED =
                       WS-PRECO / WS-TK-ANT(WS-TK) - 1
               COMPUTE WS-RET-CART ROUNDED = WS-RET-CART
                       + WS-POS-PESO(WS-J) * WS-RET-ATIVO
           END-IF.
           MOVE WS-PRECO TO WS-TK-ANT(WS-TK).

       AVANCA-PONTEIRO.
      *    Ultimo fechamento do ativo com data ate a do eixo.
           IF WS-TK-PTR(WS-TK) >= WS-TK-PONTOS(WS-TK)
               MOVE "N" TO WS-AVANCA
               EXIT PARAGRAPH
           END-IF.
           IF WS-TK-S-DATA(WS-TK, WS-TK-PTR(WS-TK) + 1)
                > WS-TK-S-DATA(WS-EIXO-TK, WS-A)
               MOVE "N" TO WS-AVANCA
           ELSE
               ADD 1 TO WS-TK-PTR(WS-TK)
           END-IF.

       RETORNO-MES-ATIVO.
           MOVE WS-POS-TK(WS-J) TO WS-TK.
           MOVE 0 TO WS-VAL-ATU WS-VAL-ANT.
           PERFORM VARYING WS-K FROM 1 BY 1
                     UNTIL WS-K > WS-TK-MESES(WS-TK)
               IF WS-TK-M-ANOMES(WS-TK, WS-K)
                    = WS-TK-M-ANOMES(WS-MESES-TK, WS-M)
                   MOVE WS-TK-M-VALOR(WS-TK, WS-K) TO WS-VAL-ATU
               END-IF
               IF WS-TK-M-ANOMES(WS-TK, WS-K) = WS-ANOMES-ANT
                   MOVE WS-TK-M-VALOR(WS-TK, WS-K) TO WS-VAL-ANT
               END-IF
           END-PERFORM.
           IF WS-VAL-ATU > 0 AND WS-VAL-ANT > 0
               COMPUTE WS-RET-ATIVO ROUNDED =
                       WS-VAL-ATU / WS-VAL-ANT - 1
               COMPUTE WS-RET-CART ROUNDED = WS-RET-CART
                       + WS-POS-PESO(WS-J) * WS-RET-ATIVO
           END-IF.

       GRAVA-LINHA-CARTEIRA.
           MOVE SPACES TO RSC-LINHA.
           MOVE "CARTEIRA"      TO RSC-LINHA(1:8).
           MOVE WS-TOT-TITULAR  TO WS-VAL-MASK.
           MOVE WS-VAL-MASK     TO RSC-LINHA(21:13).
           MOVE 100             TO WS-PESO-MASK.
           MOVE WS-PESO-MASK    TO RSC-LINHA(35:6).
           IF WS-RSC-PONTOS < 3
               MOVE "sem cotacoes" TO RSC-LINHA(43:12)
               WRITE RSC-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RSC-VOL63    TO WS-V63-MASK.
           MOVE WS-RSC-VOL252   TO WS-V252-MASK.
           MOVE WS-RSC-DD-PCT   TO WS-DD-MASK.
           MOVE WS-RSC-BETA     TO WS-BETA-MASK.
           MOVE WS-RSC-CORREL   TO WS-CORR-MASK.
           COMPUTE WS-VAR-REAIS ROUNDED = WS-TOT-TITULAR
                                * WS-RSC-VAR-PCT / 100.
           MOVE WS-VAR-REAIS    TO WS-VAR-MASK.
           MOVE WS-V63-MASK     TO RSC-LINHA(42:6).
           MOVE WS-V252-MASK    TO RSC-LINHA(49:6).
           MOVE WS-DD-MASK      TO RSC-LINHA(56:6).
           MOVE WS-RSC-DD-DATA  TO RSC-LINHA(63:8).
           MOVE WS-BETA-MASK    TO RSC-LINHA(72:7).
           MOVE WS-CORR-MASK    TO RSC-LINHA(80:5).
           MOVE WS-VAR-MASK     TO RSC-LINHA(86:12).
           WRITE RSC-LINHA.
