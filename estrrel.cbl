       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTRREL.
      *****************************************************************
      * Resultado por estrategia no ano-calendario, mes a mes e no    *
      * total do ano: resultado realizado das vendas (memoria de      *
      * calculo STK13, que traz a estrategia da venda), custos das    *
      * ordens de compra e venda marcadas (STK03-COST), proventos     *
      * liquidos de IRRF e o valor da posicao em aberto no fim de     *
      * cada mes. Proventos e posicao saem de uma reaplicacao em      *
      * memoria, na ordem da chave, das ordens do diario vivo e dos   *
      * arquivos mortos (as regras de POSDATA), com a posicao aberta  *
      * por conta, ativo e estrategia: a compra entra na estrategia   *
      * dela, a venda baixa primeiro a mesma estrategia e o que       *
      * faltar das outras da conta; transferencia, bonificacao e      *
      * exercicio entram sem estrategia. O provento e rateado pela    *
      * quantidade de cada estrategia na data; a posicao e valorizada *
      * na ultima cotacao da serie STK14 ate o fim do mes, senao ao   *
      * custo. Ordem sem estrategia sai na linha "SEM", e codigo que  *
      * saiu da tabela continua listado com o que ja tinha. Saida em  *
      * estrategias_AAAA.txt.                                         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk09'.                *> Cadastro de ativos
           COPY 'control_stk13'.                *> Resultados realizados
           COPY 'control_stk14'.                *> Cotacoes
           COPY 'control_stk41'.                *> Estrategias
           COPY 'control_catalogo'.             *> Catalogo de mortos

           SELECT STK03A ASSIGN TO WS-ARQ-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STK03A.

           SELECT ARQ-EST ASSIGN TO WS-EST-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EST.

           SELECT ARQ-SRT ASSIGN TO SORT-WORK-ESTR.

       DATA DIVISION.
       FILE SECTION.
       FD STK03A.
           COPY 'register'.
       FD STK09.
           COPY 'stk09'.
       FD STK13.
           COPY 'stk13'.
       FD STK14.
           COPY 'stk14'.
       FD STK41.
           COPY 'stk41'.
       FD ARQ-CATALOGO.
           COPY 'catalogo'.
       FD ARQ-EST.
       01 EST-LINHA                 PIC X(132).
       SD ARQ-SRT.
       01 SRT-ORDEM-REC.
           05 SRT-R-KEY             PIC 9(12).
           05 SRT-R-ORDER           PIC X(01).
           05 SRT-R-TICKER          PIC X(10).
           05 SRT-R-QTY             PIC S9(06).
           05 SRT-R-PRICE           PIC 9(07)V99.
           05 SRT-R-IRRF            PIC 9(04)V99.
           05 SRT-R-COST            PIC 9(07)V99.
           05 SRT-R-NET             PIC 9(07)V99.
           05 SRT-R-AVPRICE         PIC 9(07)V99.
           05 SRT-R-ACCOUNT         PIC X(10).
           05 SRT-R-CORP-ACTION     PIC X(01).
           05 SRT-R-CORP-FACTOR     PIC 9(04)V9999.
           05 SRT-R-STRATEGY        PIC X(04).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK03A          PIC X(02).
       77 WS-STATUS-STK09           PIC X(02).
       77 WS-STATUS-STK13           PIC X(02).
       77 WS-STATUS-STK14           PIC X(02).
       77 WS-STATUS-STK41           PIC X(02).
       77 WS-STATUS-CATALOGO        PIC X(02).
       77 WS-STATUS-EST             PIC X(02).
       77 WS-ARQ-NOME               PIC X(30).
       77 WS-EST-NOME               PIC X(24).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-FIM-SORT               PIC X(01).
       77 WS-CAT-PRESENTE           PIC X(01).
       77 WS-CAT-FIM                PIC X(01).
       77 WS-COT-FIM                PIC X(01).
       77 WS-COT-ACHADA             PIC X(01).
       77 WS-COT-VALOR              PIC 9(07)V99.
       77 WS-COT-TICKER             PIC X(10).
       77 WS-ANO-SCAN               PIC 9(02).
       77 WS-MES-SCAN               PIC 9(02).
       77 WS-ANO-LIMITE             PIC 9(02).
       77 WS-ANO-ALVO               PIC 9(02).
       77 WS-KEY-DATA               PIC 9(06).
       77 WS-KEY-DATA-FULL          PIC 9(08).
       77 WS-DATA-FIM-ANO           PIC 9(08).
       77 WS-DATA-FIM-MES           PIC 9(08).
       77 WS-MES-ORDEM              PIC 9(02).
       77 WS-MES-CORR               PIC 9(02).
       77 WS-MES-LIMITE             PIC 9(02).
       77 WS-TIPO-ATIVO             PIC X(01).
       77 WS-EST-CORR               PIC X(04).
       77 WS-EST-IDX                PIC 9(03) COMP.
       77 WS-EST-USADAS             PIC 9(03) COMP VALUE 0.
       77 WS-IDX                    PIC 9(03) COMP.
       77 WS-IDX-ACHADO             PIC 9(03) COMP.
       77 WS-REN-SCAN               PIC 9(03) COMP.
       77 WS-REN-ACHADO             PIC 9(03) COMP.
       77 WS-POS-USADAS             PIC 9(03) COMP VALUE 0.
       77 WS-RESTA                  PIC S9(07).
       77 WS-BAIXA                  PIC S9(07).
       77 WS-QTD-CONTA              PIC S9(09).
       77 WS-PROV-LIQ               PIC S9(09)V99.
       77 WS-PROV-PARTE             PIC S9(09)V99.
       77 WS-PROV-RATEADO           PIC S9(09)V99.
       77 WS-PROV-ULTIMO            PIC 9(03) COMP.
       77 WS-VAL-MERCADO            PIC S9(11)V99.
       77 WS-REN-QTY                PIC S9(07).
       77 WS-REN-BAL                PIC S9(11)V99.
       77 WS-TOT-RES                PIC S9(11)V99.
       77 WS-TOT-CUSTO              PIC S9(11)V99.
       77 WS-TOT-PROV               PIC S9(11)V99.
       77 WS-TOT-POS                PIC S9(11)V99.
       77 WS-GER-RES                PIC S9(11)V99.
       77 WS-GER-CUSTO              PIC S9(11)V99.
       77 WS-GER-PROV               PIC S9(11)V99.
       77 WS-GER-POS                PIC S9(11)V99.
       77 WS-VAL1-MASK              PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-VAL2-MASK              PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-VAL3-MASK              PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-VAL4-MASK              PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-DATA.
           05 WS-ANO                PIC 9(2).
           05 WS-MES                PIC 9(2).
           05 WS-DIA                PIC 9(2).

       01 WS-R13-DATA               PIC 9(06).
       01 WS-R13-DATA-R REDEFINES WS-R13-DATA.
           05 WS-R13-ANO            PIC 9(02).
           05 WS-R13-MES            PIC 9(02).
           05 WS-R13-DIA            PIC 9(02).

      *    Estrategias do relatorio: a primeira e a ordem sem
      *    estrategia; as demais vem da tabela e das ordens/vendas
      *    com codigo que nao esta mais nela. Quatro acumuladores por
      *    mes.
       01 WS-TAB-EST.
           05 WS-EST-ENT OCCURS 40 TIMES.
               10 WS-EST-CODIGO     PIC X(04).
               10 WS-EST-DESCRICAO  PIC X(30).
               10 WS-EST-MES OCCURS 12 TIMES.
                   15 WS-EST-RES    PIC S9(11)V99.
                   15 WS-EST-CUSTO  PIC S9(11)V99.
                   15 WS-EST-PROV   PIC S9(11)V99.
                   15 WS-EST-POS    PIC S9(11)V99.

      *    Posicoes reconstituidas em memoria por conta, ativo e
      *    estrategia.
       01 WS-TAB-POS.
           05 WS-POS-ENT OCCURS 500 TIMES.
               10 WS-POS-CONTA      PIC X(10).
               10 WS-POS-TICKER     PIC X(10).
               10 WS-POS-EST        PIC X(04).
               10 WS-POS-QTY        PIC S9(07).
               10 WS-POS-PM         PIC 9(07)V99.
               10 WS-POS-BAL        PIC S9(11)V99.

       LINKAGE SECTION.
       01 LNK-EST-ANO               PIC 9(04).

       PROCEDURE DIVISION USING LNK-EST-ANO.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: os
      *    acumuladores e tabelas sao zerados na entrada, como
      *    PROVREL/BENSDIR fazem - VALUE so vale na primeira carga.
           MOVE 0 TO WS-EST-USADAS WS-POS-USADAS.
           INITIALIZE WS-TAB-EST.
           MOVE SPACES TO WS-EST-NOME.
           STRING "estrategias_" LNK-EST-ANO ".txt" DELIMITED BY SIZE
                  INTO WS-EST-NOME
           END-STRING.

           COMPUTE WS-ANO-ALVO = LNK-EST-ANO - 2000.
           COMPUTE WS-DATA-FIM-ANO = LNK-EST-ANO * 10000 + 1231.
           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-ANO-LIMITE = WS-ANO + 1.
      *    No ano corrente a posicao so e fechada ate o mes de hoje.
           MOVE 12 TO WS-MES-LIMITE.
           IF WS-ANO = WS-ANO-ALVO
               MOVE WS-MES TO WS-MES-LIMITE
           END-IF.

           PERFORM CARREGA-ESTRATEGIAS.
           PERFORM SOMA-RESULTADOS.

           OPEN INPUT STK14.
           MOVE 1 TO WS-MES-CORR.
           SORT ARQ-SRT
                ON ASCENDING KEY SRT-R-KEY
                INPUT PROCEDURE IS COLETA-DIARIOS
                OUTPUT PROCEDURE IS APLICA-DIARIOS.
           PERFORM FECHA-MES UNTIL WS-MES-CORR > WS-MES-LIMITE.
           IF WS-STATUS-STK14 NOT = "35"
               CLOSE STK14
           END-IF.

           PERFORM GRAVA-RELATORIO.
           GOBACK.

       CARREGA-ESTRATEGIAS.
           MOVE 1                TO WS-EST-USADAS.
           MOVE SPACES           TO WS-EST-CODIGO(1).
           MOVE "SEM ESTRATEGIA" TO WS-EST-DESCRICAO(1).
           OPEN INPUT STK41.
           IF WS-STATUS-STK41 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM CARREGA-ESTRATEGIA-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK41.

       CARREGA-ESTRATEGIA-SEQ.
           READ STK41 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK41 = "00"
               IF WS-EST-USADAS < 40
                   ADD 1 TO WS-EST-USADAS
                   MOVE WFS-STK41-CODIGO
                     TO WS-EST-CODIGO(WS-EST-USADAS)
                   MOVE WFS-STK41-DESCRICAO
                     TO WS-EST-DESCRICAO(WS-EST-USADAS)
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       LOCALIZA-ESTRATEGIA.
      *    Indice de WS-EST-CORR na tabela; codigo fora da tabela
      *    ganha uma entrada, e sem espaco cai na linha "SEM".
           MOVE 0 TO WS-EST-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-EST-USADAS
               IF WS-EST-CODIGO(WS-IDX) = WS-EST-CORR
                   MOVE WS-IDX TO WS-EST-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-EST-IDX = 0
               IF WS-EST-USADAS < 40
                   ADD 1 TO WS-EST-USADAS
                   MOVE WS-EST-USADAS TO WS-EST-IDX
                   MOVE WS-EST-CORR   TO WS-EST-CODIGO(WS-EST-IDX)
                   MOVE "(fora da tabela)"
                     TO WS-EST-DESCRICAO(WS-EST-IDX)
               ELSE
                   MOVE 1 TO WS-EST-IDX
               END-IF
           END-IF.

       SOMA-RESULTADOS.
           OPEN INPUT STK13.
           IF WS-STATUS-STK13 NOT = "00"
               CLOSE STK13
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM SOMA-RESULT-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK13.

       SOMA-RESULT-SEQ.
           READ STK13 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK13 = "00"
               MOVE WFS-STK13-DATA TO WS-R13-DATA
               IF WS-R13-ANO = WS-ANO-ALVO
                  AND WS-R13-MES >= 1 AND WS-R13-MES <= 12
                   MOVE WFS-STK13-ESTRATEGIA TO WS-EST-CORR
                   PERFORM LOCALIZA-ESTRATEGIA
                   ADD WFS-STK13-RESULTADO
                    TO WS-EST-RES(WS-EST-IDX, WS-R13-MES)
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       COLETA-DIARIOS.
           MOVE "N" TO WS-CAT-PRESENTE.
           OPEN INPUT ARQ-CATALOGO.
           IF WS-STATUS-CATALOGO = "00"
               MOVE "S" TO WS-CAT-PRESENTE
               MOVE "N" TO WS-CAT-FIM
               PERFORM COLETA-CATALOGO-SEQ UNTIL WS-CAT-FIM = "S"
           END-IF.
           CLOSE ARQ-CATALOGO.
           IF WS-CAT-PRESENTE = "S"
               MOVE "stk03.dat" TO WS-ARQ-NOME
               PERFORM COLETA-ARQUIVO
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ANO-SCAN.
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
           END-PERFORM.

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
      *    Toda a historia ate o fim do ano pedido: a posicao do ano
      *    depende das compras dos anos anteriores.
           READ STK03A AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK03A = "00"
               DIVIDE STK03-KEY BY 1000000 GIVING WS-KEY-DATA
               COMPUTE WS-KEY-DATA-FULL = 20000000 + WS-KEY-DATA
               IF WS-KEY-DATA-FULL <= WS-DATA-FIM-ANO
                   MOVE STK03-KEY         TO SRT-R-KEY
                   MOVE STK03-ORDER       TO SRT-R-ORDER
                   MOVE STK03-TICKER      TO SRT-R-TICKER
                   MOVE STK03-QTY         TO SRT-R-QTY
                   MOVE STK03-PRICE       TO SRT-R-PRICE
                   MOVE STK03-IRRF        TO SRT-R-IRRF
                   MOVE STK03-COST        TO SRT-R-COST
                   MOVE STK03-NET         TO SRT-R-NET
                   MOVE STK03-AVPRICE     TO SRT-R-AVPRICE
                   MOVE STK03-ACCOUNT     TO SRT-R-ACCOUNT
                   MOVE STK03-CORP-ACTION TO SRT-R-CORP-ACTION
                   MOVE STK03-CORP-FACTOR TO SRT-R-CORP-FACTOR
                   MOVE STK03-STRATEGY    TO SRT-R-STRATEGY
                   RELEASE SRT-ORDEM-REC
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       APLICA-DIARIOS.
           OPEN INPUT STK09.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM APLICA-ORDEM UNTIL WS-FIM-SORT = "S".
           IF WS-STATUS-STK09 NOT = "35"
               CLOSE STK09
           END-IF.

       APLICA-ORDEM.
           RETURN ARQ-SRT AT END
               MOVE "S" TO WS-FIM-SORT
               EXIT PARAGRAPH
           END-RETURN.

      *    Ordem de um mes posterior do ano pedido: fecha antes a
      *    posicao dos meses que ficaram para tras.
           DIVIDE SRT-R-KEY BY 1000000 GIVING WS-KEY-DATA.
           MOVE WS-KEY-DATA TO WS-R13-DATA.
           MOVE 0 TO WS-MES-ORDEM.
           IF WS-R13-ANO = WS-ANO-ALVO
               MOVE WS-R13-MES TO WS-MES-ORDEM
               PERFORM FECHA-MES UNTIL WS-MES-CORR >= WS-MES-ORDEM
                                    OR WS-MES-CORR > WS-MES-LIMITE
           END-IF.

           MOVE SRT-R-STRATEGY TO WS-EST-CORR.
           EVALUATE TRUE
               WHEN SRT-R-ORDER = "C" OR SRT-R-ORDER = "c"
                   PERFORM SOMA-CUSTO-ORDEM
                   PERFORM APLICA-COMPRA
               WHEN SRT-R-ORDER = "V" OR SRT-R-ORDER = "v"
                   PERFORM SOMA-CUSTO-ORDEM
                   PERFORM APLICA-VENDA
               WHEN SRT-R-ORDER = "T" OR SRT-R-ORDER = "t"
                   MOVE SPACES TO WS-EST-CORR
                   PERFORM APLICA-TRANSFERENCIA
               WHEN SRT-R-ORDER = "A" OR SRT-R-ORDER = "a"
                   MOVE SPACES TO WS-EST-CORR
                   EVALUATE SRT-R-CORP-ACTION
                       WHEN "S"
                           PERFORM APLICA-SPLIT
                       WHEN "E"
                           PERFORM APLICA-EXERCICIO
                       WHEN "B"
                           PERFORM APLICA-COMPRA
                       WHEN "I"
                           PERFORM APLICA-COMPRA
                       WHEN "R"
                           PERFORM APLICA-RENAME-TAB
                       WHEN "M"
                           PERFORM APLICA-AMORT-TAB
                       WHEN "D"
                           PERFORM RATEIA-PROVENTO
                       WHEN "J"
                           PERFORM RATEIA-PROVENTO
                       WHEN "F"
                           PERFORM RATEIA-PROVENTO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.

       SOMA-CUSTO-ORDEM.
           IF WS-MES-ORDEM = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOCALIZA-ESTRATEGIA.
           ADD SRT-R-COST TO WS-EST-CUSTO(WS-EST-IDX, WS-MES-ORDEM).

       LOCALIZA-POSICAO.
           MOVE 0 TO WS-IDX-ACHADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-POS-USADAS
               IF WS-POS-CONTA(WS-IDX) = SRT-R-ACCOUNT
                  AND WS-POS-TICKER(WS-IDX) = SRT-R-TICKER
                  AND WS-POS-EST(WS-IDX) = WS-EST-CORR
                   MOVE WS-IDX TO WS-IDX-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-ACHADO = 0 AND WS-POS-USADAS < 500
               ADD 1 TO WS-POS-USADAS
               MOVE WS-POS-USADAS TO WS-IDX-ACHADO
               MOVE SRT-R-ACCOUNT TO WS-POS-CONTA(WS-IDX-ACHADO)
               MOVE SRT-R-TICKER  TO WS-POS-TICKER(WS-IDX-ACHADO)
               MOVE WS-EST-CORR   TO WS-POS-EST(WS-IDX-ACHADO)
               MOVE 0 TO WS-POS-QTY(WS-IDX-ACHADO)
                         WS-POS-PM(WS-IDX-ACHADO)
                         WS-POS-BAL(WS-IDX-ACHADO)
           END-IF.

       APLICA-COMPRA.
           PERFORM LOCALIZA-POSICAO.
           IF WS-IDX-ACHADO = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-POS-BAL(WS-IDX-ACHADO) =
                   WS-POS-BAL(WS-IDX-ACHADO)
                   + (SRT-R-QTY * SRT-R-PRICE).
           ADD SRT-R-QTY TO WS-POS-QTY(WS-IDX-ACHADO).
           IF WS-POS-QTY(WS-IDX-ACHADO) NOT = 0
               DIVIDE WS-POS-BAL(WS-IDX-ACHADO)
                   BY WS-POS-QTY(WS-IDX-ACHADO)
                   GIVING WS-POS-PM(WS-IDX-ACHADO)
           END-IF.

       APLICA-VENDA.
      *    Baixa primeiro a posicao da estrategia da venda e o que
      *    faltar das outras estrategias da mesma conta e ativo; o
      *    que ainda sobrar (venda a descoberto) fica negativo na
      *    estrategia da venda.
           MOVE SRT-R-QTY TO WS-RESTA.
           PERFORM LOCALIZA-POSICAO.
           IF WS-IDX-ACHADO = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IDX-ACHADO TO WS-IDX.
           PERFORM BAIXA-POSICAO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-POS-USADAS
                        OR WS-RESTA = 0
               IF WS-POS-CONTA(WS-IDX) = SRT-R-ACCOUNT
                  AND WS-POS-TICKER(WS-IDX) = SRT-R-TICKER
                   PERFORM BAIXA-POSICAO
               END-IF
           END-PERFORM.
           IF WS-RESTA > 0
               SUBTRACT WS-RESTA FROM WS-POS-QTY(WS-IDX-ACHADO)
               COMPUTE WS-POS-BAL(WS-IDX-ACHADO) =
                       WS-POS-QTY(WS-IDX-ACHADO)
                       * WS-POS-PM(WS-IDX-ACHADO)
           END-IF.

       BAIXA-POSICAO.
           IF WS-POS-QTY(WS-IDX) <= 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-POS-QTY(WS-IDX) < WS-RESTA
               MOVE WS-POS-QTY(WS-IDX) TO WS-BAIXA
           ELSE
               MOVE WS-RESTA TO WS-BAIXA
           END-IF.
           SUBTRACT WS-BAIXA FROM WS-RESTA.
           SUBTRACT WS-BAIXA FROM WS-POS-QTY(WS-IDX).
           IF WS-POS-QTY(WS-IDX) = 0
               MOVE 0 TO WS-POS-PM(WS-IDX)
               MOVE 0 TO WS-POS-BAL(WS-IDX)
           ELSE
               COMPUTE WS-POS-BAL(WS-IDX) =
                       WS-POS-QTY(WS-IDX) * WS-POS-PM(WS-IDX)
           END-IF.

       APLICA-TRANSFERENCIA.
      *    Saida baixa a conta de origem como uma venda; entrada vai
      *    sem estrategia ao preco medio carregado em AVPRICE.
           IF SRT-R-QTY < 0
               COMPUTE SRT-R-QTY = 0 - SRT-R-QTY
               PERFORM APLICA-VENDA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOCALIZA-POSICAO.
           IF WS-IDX-ACHADO = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-POS-BAL(WS-IDX-ACHADO) =
                   WS-POS-BAL(WS-IDX-ACHADO)
                   + (SRT-R-QTY * SRT-R-AVPRICE).
           ADD SRT-R-QTY TO WS-POS-QTY(WS-IDX-ACHADO).
           IF WS-POS-QTY(WS-IDX-ACHADO) NOT = 0
               DIVIDE WS-POS-BAL(WS-IDX-ACHADO)
                   BY WS-POS-QTY(WS-IDX-ACHADO)
                   GIVING WS-POS-PM(WS-IDX-ACHADO)
           END-IF.

       APLICA-SPLIT.
           IF SRT-R-CORP-FACTOR = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-POS-USADAS
               IF WS-POS-TICKER(WS-IDX) = SRT-R-TICKER
                   COMPUTE WS-POS-QTY(WS-IDX) =
                           WS-POS-QTY(WS-IDX) * SRT-R-CORP-FACTOR
                   IF WS-POS-QTY(WS-IDX) NOT = 0
                       DIVIDE WS-POS-PM(WS-IDX)
                           BY SRT-R-CORP-FACTOR
                           GIVING WS-POS-PM(WS-IDX)
                   ELSE
                       MOVE 0 TO WS-POS-PM(WS-IDX)
                   END-IF
                   COMPUTE WS-POS-BAL(WS-IDX) =
                           WS-POS-QTY(WS-IDX) * WS-POS-PM(WS-IDX)
               END-IF
           END-PERFORM.

       APLICA-AMORT-TAB.
      *    Amortizacao de FII: a mesma regra de POSDATA, em todas as
      *    estrategias que tem o ticker.
           IF SRT-R-PRICE = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-POS-USADAS
               IF WS-POS-TICKER(WS-IDX) = SRT-R-TICKER
                  AND WS-POS-QTY(WS-IDX) > 0
                   IF SRT-R-PRICE <= WS-POS-PM(WS-IDX)
                       SUBTRACT SRT-R-PRICE FROM WS-POS-PM(WS-IDX)
                   ELSE
                       MOVE 0 TO WS-POS-PM(WS-IDX)
                   END-IF
                   COMPUTE WS-POS-BAL(WS-IDX) =
                           WS-POS-QTY(WS-IDX) * WS-POS-PM(WS-IDX)
               END-IF
           END-PERFORM.

       APLICA-RENAME-TAB.
      *    Troca de ticker/incorporacao: o ticker novo viaja no
      *    campo de conta; cada posicao migra com a sua estrategia.
           IF SRT-R-CORP-FACTOR = 0
               MOVE 1 TO SRT-R-CORP-FACTOR
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-POS-USADAS
               IF WS-POS-TICKER(WS-IDX) = SRT-R-TICKER
                  AND WS-POS-QTY(WS-IDX) NOT = 0
                   PERFORM MIGRA-RENAME-ENTRADA
               END-IF
           END-PERFORM.

       MIGRA-RENAME-ENTRADA.
           COMPUTE WS-REN-QTY =
                   WS-POS-QTY(WS-IDX) * SRT-R-CORP-FACTOR.
           MOVE WS-POS-BAL(WS-IDX) TO WS-REN-BAL.
           MOVE 0 TO WS-POS-QTY(WS-IDX) WS-POS-PM(WS-IDX)
                     WS-POS-BAL(WS-IDX).

           MOVE 0 TO WS-REN-ACHADO.
           PERFORM VARYING WS-REN-SCAN FROM 1 BY 1
                     UNTIL WS-REN-SCAN > WS-POS-USADAS
               IF WS-POS-CONTA(WS-REN-SCAN) = WS-POS-CONTA(WS-IDX)
                  AND WS-POS-TICKER(WS-REN-SCAN) = SRT-R-ACCOUNT
                  AND WS-POS-EST(WS-REN-SCAN) = WS-POS-EST(WS-IDX)
                   MOVE WS-REN-SCAN TO WS-REN-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-REN-ACHADO = 0 AND WS-POS-USADAS < 500
               ADD 1 TO WS-POS-USADAS
               MOVE WS-POS-USADAS TO WS-REN-ACHADO
               MOVE WS-POS-CONTA(WS-IDX)
                 TO WS-POS-CONTA(WS-REN-ACHADO)
               MOVE SRT-R-ACCOUNT TO WS-POS-TICKER(WS-REN-ACHADO)
               MOVE WS-POS-EST(WS-IDX) TO WS-POS-EST(WS-REN-ACHADO)
               MOVE 0 TO WS-POS-QTY(WS-REN-ACHADO)
                         WS-POS-PM(WS-REN-ACHADO)
                         WS-POS-BAL(WS-REN-ACHADO)
           END-IF.
           IF WS-REN-ACHADO NOT = 0
               ADD WS-REN-QTY TO WS-POS-QTY(WS-REN-ACHADO)
               ADD WS-REN-BAL TO WS-POS-BAL(WS-REN-ACHADO)
               IF WS-POS-QTY(WS-REN-ACHADO) NOT = 0
                   DIVIDE WS-POS-BAL(WS-REN-ACHADO)
                       BY WS-POS-QTY(WS-REN-ACHADO)
                       GIVING WS-POS-PM(WS-REN-ACHADO)
               END-IF
           END-IF.

       APLICA-EXERCICIO.
      *    Lancamento do ticker de opcao zera a posicao da opcao na
      *    conta, em todas as estrategias; o do ativo-objeto entra
      *    como compra sem estrategia.
           MOVE "?" TO WS-TIPO-ATIVO.
           IF WS-STATUS-STK09 NOT = "35"
               MOVE SRT-R-TICKER TO WFS-STK09-TICKER
               READ STK09 KEY IS WFS-STK09-TICKER
               IF WS-STATUS-STK09 = "00"
                   MOVE WFS-STK09-TIPO TO WS-TIPO-ATIVO
               END-IF
           END-IF.

           IF WS-TIPO-ATIVO = "O"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX > WS-POS-USADAS
                   IF WS-POS-CONTA(WS-IDX) = SRT-R-ACCOUNT
                      AND WS-POS-TICKER(WS-IDX) = SRT-R-TICKER
                       MOVE 0 TO WS-POS-QTY(WS-IDX)
                                 WS-POS-PM(WS-IDX)
                                 WS-POS-BAL(WS-IDX)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM APLICA-COMPRA
           END-IF.

       RATEIA-PROVENTO.
      *    Provento do ano pedido, liquido do IRRF, rateado pela
      *    quantidade de cada estrategia na conta e ativo; a ultima
      *    leva o arredondamento. Sem posicao reconstituida, vai para
      *    a linha "SEM".
           IF WS-MES-ORDEM = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PROV-LIQ = SRT-R-NET - SRT-R-IRRF.
           MOVE 0 TO WS-QTD-CONTA WS-PROV-ULTIMO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-POS-USADAS
               IF WS-POS-CONTA(WS-IDX) = SRT-R-ACCOUNT
                  AND WS-POS-TICKER(WS-IDX) = SRT-R-TICKER
                  AND WS-POS-QTY(WS-IDX) > 0
                   ADD WS-POS-QTY(WS-IDX) TO WS-QTD-CONTA
                   MOVE WS-IDX TO WS-PROV-ULTIMO
               END-IF
           END-PERFORM.

           IF WS-QTD-CONTA = 0
               MOVE SPACES TO WS-EST-CORR
               PERFORM LOCALIZA-ESTRATEGIA
               ADD WS-PROV-LIQ
                TO WS-EST-PROV(WS-EST-IDX, WS-MES-ORDEM)
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-PROV-RATEADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-PROV-ULTIMO
               IF WS-POS-CONTA(WS-IDX) = SRT-R-ACCOUNT
                  AND WS-POS-TICKER(WS-IDX) = SRT-R-TICKER
                  AND WS-POS-QTY(WS-IDX) > 0
                   IF WS-IDX = WS-PROV-ULTIMO
                       COMPUTE WS-PROV-PARTE =
                               WS-PROV-LIQ - WS-PROV-RATEADO
                   ELSE
                       COMPUTE WS-PROV-PARTE =
                               WS-PROV-LIQ * WS-POS-QTY(WS-IDX)
                               / WS-QTD-CONTA
                   END-IF
                   ADD WS-PROV-PARTE TO WS-PROV-RATEADO
                   MOVE WS-POS-EST(WS-IDX) TO WS-EST-CORR
                   PERFORM LOCALIZA-ESTRATEGIA
                   ADD WS-PROV-PARTE
                    TO WS-EST-PROV(WS-EST-IDX, WS-MES-ORDEM)
               END-IF
           END-PERFORM.

       FECHA-MES.
      *    Valor da posicao em aberto de cada estrategia no fim do
      *    mes corrente da varredura.
           COMPUTE WS-DATA-FIM-MES = LNK-EST-ANO * 10000
                                   + WS-MES-CORR * 100 + 31.
           PERFORM VARYING WS-REN-SCAN FROM 1 BY 1
                     UNTIL WS-REN-SCAN > WS-POS-USADAS
               IF WS-POS-QTY(WS-REN-SCAN) NOT = 0
                   PERFORM VALORIZA-POSICAO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-MES-CORR.

       VALORIZA-POSICAO.
           MOVE WS-POS-TICKER(WS-REN-SCAN) TO WS-COT-TICKER.
           PERFORM BUSCA-COTACAO-NA-DATA.
           IF WS-COT-ACHADA = "S"
               COMPUTE WS-VAL-MERCADO = WS-POS-QTY(WS-REN-SCAN)
                                       * WS-COT-VALOR
           ELSE
               MOVE WS-POS-BAL(WS-REN-SCAN) TO WS-VAL-MERCADO
           END-IF.
           MOVE WS-POS-EST(WS-REN-SCAN) TO WS-EST-CORR.
           PERFORM LOCALIZA-ESTRATEGIA.
           ADD WS-VAL-MERCADO TO WS-EST-POS(WS-EST-IDX, WS-MES-CORR).

       BUSCA-COTACAO-NA-DATA.
      *    Ultima cotacao da serie do ticker com data ate o fim do
      *    mes.
           MOVE "N" TO WS-COT-ACHADA.
           MOVE 0   TO WS-COT-VALOR.
           IF WS-STATUS-STK14 = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COT-TICKER TO WFS-STK14-TICKER.
           MOVE 0             TO WFS-STK14-DATA.
           START STK14 KEY IS NOT LESS THAN WFS-STK14-KEY.
           IF WS-STATUS-STK14 NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-COT-FIM.
           PERFORM BUSCA-COTACAO-SEQ UNTIL WS-COT-FIM = "S".

       BUSCA-COTACAO-SEQ.
           READ STK14 NEXT RECORD AT END MOVE "S" TO WS-COT-FIM.
           IF WS-STATUS-STK14 = "00"
               IF WFS-STK14-TICKER NOT = WS-COT-TICKER
                  OR WFS-STK14-DATA > WS-DATA-FIM-MES
                   MOVE "S" TO WS-COT-FIM
               ELSE
                   MOVE "S" TO WS-COT-ACHADA
                   MOVE WFS-STK14-FECHAMENTO TO WS-COT-VALOR
               END-IF
           ELSE
               MOVE "S" TO WS-COT-FIM
           END-IF.

       GRAVA-RELATORIO.
           OPEN OUTPUT ARQ-EST.
           MOVE SPACES TO EST-LINHA.
           STRING "RESULTADO POR ESTRATEGIA - ANO-CALENDARIO "
                  LNK-EST-ANO DELIMITED BY SIZE INTO EST-LINHA
           END-STRING.
           WRITE EST-LINHA.
           MOVE SPACES TO EST-LINHA.
           WRITE EST-LINHA.

           MOVE 0 TO WS-GER-RES WS-GER-CUSTO WS-GER-PROV WS-GER-POS.
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                     UNTIL WS-EST-IDX > WS-EST-USADAS
               PERFORM GRAVA-QUADRO-ESTRATEGIA
           END-PERFORM.

           MOVE WS-GER-RES   TO WS-VAL1-MASK.
           MOVE WS-GER-CUSTO TO WS-VAL2-MASK.
           MOVE WS-GER-PROV  TO WS-VAL3-MASK.
           MOVE WS-GER-POS   TO WS-VAL4-MASK.
           MOVE SPACES TO EST-LINHA.
           MOVE "TOTAL GERAL"  TO EST-LINHA(1:11).
           MOVE WS-VAL1-MASK   TO EST-LINHA(13:17).
           MOVE WS-VAL2-MASK   TO EST-LINHA(32:17).
           MOVE WS-VAL3-MASK   TO EST-LINHA(51:17).
           MOVE WS-VAL4-MASK   TO EST-LINHA(70:17).
           WRITE EST-LINHA.
           CLOSE ARQ-EST.

       GRAVA-QUADRO-ESTRATEGIA.
      *    Estrategia sem nenhum movimento nem posicao no ano fica
      *    fora do relatorio.
           MOVE 0 TO WS-TOT-RES WS-TOT-CUSTO WS-TOT-PROV WS-TOT-POS.
           PERFORM VARYING WS-MES-SCAN FROM 1 BY 1
                     UNTIL WS-MES-SCAN > 12
               ADD WS-EST-RES(WS-EST-IDX, WS-MES-SCAN)   TO WS-TOT-RES
               ADD WS-EST-CUSTO(WS-EST-IDX, WS-MES-SCAN)
                TO WS-TOT-CUSTO
               ADD WS-EST-PROV(WS-EST-IDX, WS-MES-SCAN)  TO WS-TOT-PROV
               IF WS-EST-POS(WS-EST-IDX, WS-MES-SCAN) NOT = 0
                   MOVE 1 TO WS-TOT-POS
               END-IF
           END-PERFORM.
           IF WS-TOT-RES = 0 AND WS-TOT-CUSTO = 0
              AND WS-TOT-PROV = 0 AND WS-TOT-POS = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO EST-LINHA.
           STRING "ESTRATEGIA " WS-EST-CODIGO(WS-EST-IDX) " - "
                  WS-EST-DESCRICAO(WS-EST-IDX)
                  DELIMITED BY SIZE INTO EST-LINHA
           END-STRING.
           WRITE EST-LINHA.
           MOVE SPACES TO EST-LINHA.
           MOVE "MES"               TO EST-LINHA(1:3).
           MOVE "RESULTADO REAL."   TO EST-LINHA(15:15).
           MOVE "CUSTOS"            TO EST-LINHA(43:6).
           MOVE "PROVENTOS LIQ."    TO EST-LINHA(54:14).
           MOVE "POSICAO ABERTA"    TO EST-LINHA(73:14).
           WRITE EST-LINHA.

           PERFORM VARYING WS-MES-SCAN FROM 1 BY 1
                     UNTIL WS-MES-SCAN > 12
               MOVE WS-EST-RES(WS-EST-IDX, WS-MES-SCAN)
                 TO WS-VAL1-MASK
               MOVE WS-EST-CUSTO(WS-EST-IDX, WS-MES-SCAN)
                 TO WS-VAL2-MASK
               MOVE WS-EST-PROV(WS-EST-IDX, WS-MES-SCAN)
                 TO WS-VAL3-MASK
               MOVE WS-EST-POS(WS-EST-IDX, WS-MES-SCAN)
                 TO WS-VAL4-MASK
               MOVE SPACES TO EST-LINHA
               STRING WS-MES-SCAN "/" LNK-EST-ANO
                      DELIMITED BY SIZE INTO EST-LINHA
               END-STRING
               MOVE WS-VAL1-MASK TO EST-LINHA(13:17)
               MOVE WS-VAL2-MASK TO EST-LINHA(32:17)
               MOVE WS-VAL3-MASK TO EST-LINHA(51:17)
               MOVE WS-VAL4-MASK TO EST-LINHA(70:17)
               WRITE EST-LINHA
           END-PERFORM.

      *    No ano, a posicao e a do ultimo mes fechado.
           MOVE WS-EST-POS(WS-EST-IDX, WS-MES-LIMITE) TO WS-TOT-POS.
           ADD WS-TOT-RES   TO WS-GER-RES.
           ADD WS-TOT-CUSTO TO WS-GER-CUSTO.
           ADD WS-TOT-PROV  TO WS-GER-PROV.
           ADD WS-TOT-POS   TO WS-GER-POS.
           MOVE WS-TOT-RES   TO WS-VAL1-MASK.
           MOVE WS-TOT-CUSTO TO WS-VAL2-MASK.
           MOVE WS-TOT-PROV  TO WS-VAL3-MASK.
           MOVE WS-TOT-POS   TO WS-VAL4-MASK.
           MOVE SPACES TO EST-LINHA.
           MOVE "ANO"          TO EST-LINHA(1:3).
           MOVE WS-VAL1-MASK   TO EST-LINHA(13:17).
           MOVE WS-VAL2-MASK   TO EST-LINHA(32:17).
           MOVE WS-VAL3-MASK   TO EST-LINHA(51:17).
           MOVE WS-VAL4-MASK   TO EST-LINHA(70:17).
           WRITE EST-LINHA.
           MOVE SPACES TO EST-LINHA.
           WRITE EST-LINHA.
