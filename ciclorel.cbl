       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLOREL.
      *****************************************************************
      * Ciclos fechados de compra e venda (round trips) por conta e   *
      * ativo: o ciclo abre na primeira compra a partir da posicao    *
      * zerada e fecha na venda que volta a zerar. Reaplica em        *
      * memoria, na ordem da chave, as ordens do diario vivo e dos    *
      * arquivos mortos (catalogo.dat quando presente, senao os nomes *
      * adivinhados, como o PROVREL), com as regras de POSDATA para   *
      * eventos: desdobramento, troca de ticker, amortizacao e        *
      * bonificacao ajustam o ciclo aberto; transferencia de entrada  *
      * a posicao zerada abre ciclo ao preco medio de origem; ciclo   *
      * zerado por transferencia de saida ou por exercicio de opcao   *
      * nao e ciclo de negociacao e fica de fora. Venda acima da      *
      * posicao fecha o ciclo na quantidade possuida.                 *
      * Para cada ciclo: dias de carregamento, resultado das vendas   *
      * sobre o preco medio menos os custos das ordens, retorno sobre *
      * o total comprado, custos sobre o ganho bruto e a categoria -  *
      * FII quando alguma ordem do ciclo e de FII, day-trade quando   *
      * abre e fecha no mesmo dia ou a venda final e day-trade, senao *
      * comum. Resumo por titular (contastit.dat) e por ano do        *
      * fechamento: taxa de acerto, ganho medio, perda media, payoff  *
      * e dias medios de vencedores e perdedores.                     *
      * Saida em ciclos.txt.                                          *
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

           SELECT ARQ-CTIT ASSIGN TO "contastit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CTIT.

           SELECT ARQ-CIC ASSIGN TO "ciclos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CIC.

           SELECT ARQ-SRT ASSIGN TO SORT-WORK-CIC.

       DATA DIVISION.
       FILE SECTION.
       FD STK03A.
           COPY 'register'.
       FD STK09.
           COPY 'stk09'.
       FD ARQ-CATALOGO.
           COPY 'catalogo'.
       FD ARQ-CTIT.
       01 CTIT-REG.
           05 CTIT-ACCOUNT           PIC X(10).
           05 CTIT-TITULAR           PIC X(03).
       FD ARQ-CIC.
       01 CIC-LINHA                 PIC X(132).
       SD ARQ-SRT.
       01 SRT-ORDEM-REC.
           05 SRT-R-KEY             PIC 9(12).
           05 SRT-R-ORDER           PIC X(01).
           05 SRT-R-TICKER          PIC X(10).
           05 SRT-R-QTY             PIC S9(06).
           05 SRT-R-PRICE           PIC 9(07)V99.
           05 SRT-R-COST            PIC 9(07)V99.
           05 SRT-R-AVPRICE         PIC 9(07)V99.
           05 SRT-R-CATEGORY        PIC X(01).
           05 SRT-R-ACCOUNT         PIC X(10).
           05 SRT-R-CORP-ACTION     PIC X(01).
           05 SRT-R-CORP-FACTOR     PIC 9(04)V9999.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK03A          PIC X(02).
       77 WS-STATUS-STK09           PIC X(02).
       77 WS-STATUS-CATALOGO        PIC X(02).
       77 WS-STATUS-CTIT            PIC X(02).
       77 WS-STATUS-CIC             PIC X(02).
       77 WS-ARQ-NOME               PIC X(30).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-FIM-SORT               PIC X(01).
       77 WS-CAT-PRESENTE           PIC X(01).
       77 WS-CAT-FIM                PIC X(01).
       77 WS-ANO-SCAN               PIC 9(02).
       77 WS-MES-SCAN               PIC 9(02).
       77 WS-ANO-LIMITE             PIC 9(02).
       77 WS-KEY-DATA               PIC 9(06).
       77 WS-DATA-ORDEM             PIC 9(08).
       77 WS-TIPO-ATIVO             PIC X(01).
       77 WS-IDX                    PIC 9(03) COMP.
       77 WS-IDX-ACHADO             PIC 9(03) COMP.
       77 WS-REN-IDX                PIC 9(03) COMP.
       77 WS-POS-USADAS             PIC 9(03) COMP VALUE 0.
       77 WS-CTIT-USADAS            PIC 9(03) COMP VALUE 0.
       77 WS-RES-USADAS             PIC 9(03) COMP VALUE 0.
       77 WS-RES-IDX                PIC 9(03) COMP.
       77 WS-RES-J                  PIC 9(03) COMP.
       77 WS-BAIXA                  PIC S9(07).
       77 WS-QTD-ANTES              PIC S9(07).
       77 WS-DIAS                   PIC S9(05).
       77 WS-RESULTADO              PIC S9(11)V99.
       77 WS-RETORNO                PIC S9(05)V99.
       77 WS-CUSTO-PCT              PIC S9(05)V99.
       77 WS-TITULAR                PIC X(03).
       77 WS-CATEGORIA              PIC X(01).
       77 WS-ANO-FECHA              PIC 9(04).
       77 WS-TOT-CICLOS             PIC 9(05) VALUE 0.
       77 WS-TIT-ANTERIOR           PIC X(03).
       77 WS-PRIMEIRO               PIC X(01).
       77 WS-VAL-MASK               PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-CMP-MASK               PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-VND-MASK               PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-CST-MASK               PIC ZZZ.ZZ9,99.
       77 WS-PCT-MASK               PIC -ZZZ9,99.
       77 WS-PCT2-MASK              PIC -ZZZ9,99.
       77 WS-DIAS-MASK              PIC ZZZZ9.
       77 WS-N-MASK                 PIC ZZZZ9.
       77 WS-MED-GANHO              PIC S9(11)V99.
       77 WS-MED-PERDA              PIC S9(11)V99.
       77 WS-PAYOFF                 PIC S9(05)V99.
       77 WS-ACERTO                 PIC S9(05)V99.
       77 WS-DIAS-G                 PIC S9(05).
       77 WS-DIAS-P                 PIC S9(05).
       77 WS-GAN-MASK               PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-PER-MASK               PIC -ZZZ.ZZZ.ZZ9,99.
       77 WS-PAY-MASK               PIC -ZZ9,99.
       77 WS-DG-MASK                PIC ZZZZ9.
       77 WS-DP-MASK                PIC ZZZZ9.

       01 WS-DATA.
           05 WS-ANO                PIC 9(2).
           05 WS-MES                PIC 9(2).
           05 WS-DIA                PIC 9(2).

      *    Vinculo conta -> titular, carregado uma vez.
       01 WS-TAB-CTIT.
           05 WS-CTIT-ENT OCCURS 200 TIMES.
               10 WS-CTIT-CONTA     PIC X(10).
               10 WS-CTIT-TIT       PIC X(03).

      *    Ciclo aberto por conta e ativo. BAL e o custo da posicao
      *    ao preco medio; GANHO acumula as vendas sobre o preco medio
      *    e COMPRAS o total comprado no ciclo, base do retorno.
       01 WS-TAB-POS.
           05 WS-POS-ENT OCCURS 500 TIMES.
               10 WS-POS-CONTA      PIC X(10).
               10 WS-POS-TICKER     PIC X(10).
               10 WS-POS-QTY        PIC S9(07).
               10 WS-POS-PM         PIC 9(07)V99.
               10 WS-POS-BAL        PIC S9(11)V99.
               10 WS-POS-ABERTURA   PIC 9(08).
               10 WS-POS-COMPRAS    PIC S9(11)V99.
               10 WS-POS-VENDAS     PIC S9(11)V99.
               10 WS-POS-GANHO      PIC S9(11)V99.
               10 WS-POS-CUSTOS     PIC S9(09)V99.
               10 WS-POS-FII        PIC X(01).

      *    Acumuladores do resumo por titular e ano do fechamento.
       01 WS-TAB-RES.
           05 WS-RES-ENT OCCURS 300 TIMES.
               10 WS-RES-TITULAR    PIC X(03).
               10 WS-RES-ANO        PIC 9(04).
               10 WS-RES-CICLOS     PIC 9(05).
               10 WS-RES-GANHOS     PIC 9(05).
               10 WS-RES-SOMA-G     PIC S9(11)V99.
               10 WS-RES-DIAS-G     PIC 9(07).
               10 WS-RES-PERDAS     PIC 9(05).
               10 WS-RES-SOMA-P     PIC S9(11)V99.
               10 WS-RES-DIAS-P     PIC 9(07).
       01 WS-RES-TROCA              PIC X(62).
       01 WS-RES-TOTAL.
           05 WS-RTT-TITULAR        PIC X(03).
           05 WS-RTT-ANO            PIC 9(04).
           05 WS-RTT-CICLOS         PIC 9(05).
           05 WS-RTT-GANHOS         PIC 9(05).
           05 WS-RTT-SOMA-G         PIC S9(11)V99.
           05 WS-RTT-DIAS-G         PIC 9(07).
           05 WS-RTT-PERDAS         PIC 9(05).
           05 WS-RTT-SOMA-P         PIC S9(11)V99.
           05 WS-RTT-DIAS-P         PIC 9(07).
       01 WS-RES-GERAL              PIC X(62).
       01 WS-RES-LINHA.
           05 WS-RLN-TITULAR        PIC X(03).
           05 WS-RLN-ANO            PIC 9(04).
           05 WS-RLN-CICLOS         PIC 9(05).
           05 WS-RLN-GANHOS         PIC 9(05).
           05 WS-RLN-SOMA-G         PIC S9(11)V99.
           05 WS-RLN-DIAS-G         PIC 9(07).
           05 WS-RLN-PERDAS         PIC 9(05).
           05 WS-RLN-SOMA-P         PIC S9(11)V99.
           05 WS-RLN-DIAS-P         PIC 9(07).
       77 WS-RLN-ROTULO             PIC X(10).

       PROCEDURE DIVISION.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: tabelas
      *    e contadores sao zerados na entrada - VALUE so vale na
      *    primeira carga.
           MOVE 0 TO WS-POS-USADAS WS-CTIT-USADAS WS-RES-USADAS
                     WS-TOT-CICLOS.
           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-ANO-LIMITE = WS-ANO + 1.

           PERFORM CARREGA-TITULARES.

           OPEN OUTPUT ARQ-CIC.
           MOVE SPACES TO CIC-LINHA.
           MOVE "CICLOS FECHADOS DE COMPRA E VENDA" TO CIC-LINHA.
           WRITE CIC-LINHA.
           MOVE SPACES TO CIC-LINHA.
           WRITE CIC-LINHA.
           MOVE "TIT CONTA      TICKER     ABERTURA FECHAMEN  DIAS C"
             TO CIC-LINHA(1:51).
           MOVE "       COMPRADO        VENDIDO     CUSTOS"
             TO CIC-LINHA(52:41).
           MOVE "       RESULTADO    RET %    CST %"
             TO CIC-LINHA(93:34).
           WRITE CIC-LINHA.

           SORT ARQ-SRT
                ON ASCENDING KEY SRT-R-KEY
                INPUT PROCEDURE IS COLETA-DIARIOS
                OUTPUT PROCEDURE IS APLICA-DIARIOS.

           MOVE SPACES TO CIC-LINHA.
           WRITE CIC-LINHA.
           MOVE WS-TOT-CICLOS TO WS-N-MASK.
           STRING "CICLOS FECHADOS: " WS-N-MASK
                  DELIMITED BY SIZE INTO CIC-LINHA
           END-STRING.
           WRITE CIC-LINHA.

           PERFORM GRAVA-RESUMO.
           CLOSE ARQ-CIC.
           GOBACK.

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
           READ STK03A AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK03A = "00"
               MOVE STK03-KEY         TO SRT-R-KEY
               MOVE STK03-ORDER       TO SRT-R-ORDER
               MOVE STK03-TICKER      TO SRT-R-TICKER
               MOVE STK03-QTY         TO SRT-R-QTY
               MOVE STK03-PRICE       TO SRT-R-PRICE
               MOVE STK03-COST        TO SRT-R-COST
               MOVE STK03-AVPRICE     TO SRT-R-AVPRICE
               MOVE STK03-CATEGORY    TO SRT-R-CATEGORY
               MOVE STK03-ACCOUNT     TO SRT-R-ACCOUNT
               MOVE STK03-CORP-ACTION TO SRT-R-CORP-ACTION
               MOVE STK03-CORP-FACTOR TO SRT-R-CORP-FACTOR
               RELEASE SRT-ORDEM-REC
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

           DIVIDE SRT-R-KEY BY 1000000 GIVING WS-KEY-DATA.
           COMPUTE WS-DATA-ORDEM = 20000000 + WS-KEY-DATA.

           EVALUATE TRUE
               WHEN SRT-R-ORDER = "C" OR SRT-R-ORDER = "c"
                   PERFORM APLICA-COMPRA
               WHEN SRT-R-ORDER = "V" OR SRT-R-ORDER = "v"
                   PERFORM APLICA-VENDA
               WHEN SRT-R-ORDER = "T" OR SRT-R-ORDER = "t"
                   PERFORM APLICA-TRANSFERENCIA
               WHEN SRT-R-ORDER = "A" OR SRT-R-ORDER = "a"
                   EVALUATE SRT-R-CORP-ACTION
                       WHEN "S"
                           PERFORM APLICA-SPLIT
                       WHEN "E"
                           PERFORM APLICA-EXERCICIO
                       WHEN "B"
                           MOVE 0 TO SRT-R-COST
                           PERFORM APLICA-COMPRA
                       WHEN "I"
                           MOVE 0 TO SRT-R-COST
                           PERFORM APLICA-COMPRA
                       WHEN "R"
                           PERFORM APLICA-RENAME-TAB
                       WHEN "M"
                           PERFORM APLICA-AMORT-TAB
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.

       LOCALIZA-POSICAO.
           MOVE 0 TO WS-IDX-ACHADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-POS-USADAS
               IF WS-POS-CONTA(WS-IDX) = SRT-R-ACCOUNT
                  AND WS-POS-TICKER(WS-IDX) = SRT-R-TICKER
                   MOVE WS-IDX TO WS-IDX-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-ACHADO = 0 AND WS-POS-USADAS < 500
               ADD 1 TO WS-POS-USADAS
               MOVE WS-POS-USADAS TO WS-IDX-ACHADO
               MOVE SRT-R-ACCOUNT TO WS-POS-CONTA(WS-IDX-ACHADO)
               MOVE SRT-R-TICKER  TO WS-POS-TICKER(WS-IDX-ACHADO)
               PERFORM ZERA-CICLO
           END-IF.

       ZERA-CICLO.
           MOVE 0 TO WS-POS-QTY(WS-IDX-ACHADO)
                     WS-POS-PM(WS-IDX-ACHADO)
                     WS-POS-BAL(WS-IDX-ACHADO)
                     WS-POS-ABERTURA(WS-IDX-ACHADO)
                     WS-POS-COMPRAS(WS-IDX-ACHADO)
                     WS-POS-VENDAS(WS-IDX-ACHADO)
                     WS-POS-GANHO(WS-IDX-ACHADO)
                     WS-POS-CUSTOS(WS-IDX-ACHADO).
           MOVE "N" TO WS-POS-FII(WS-IDX-ACHADO).

       APLICA-COMPRA.
           PERFORM LOCALIZA-POSICAO.
           IF WS-IDX-ACHADO = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-POS-QTY(WS-IDX-ACHADO) <= 0
               PERFORM ZERA-CICLO
               MOVE WS-DATA-ORDEM TO WS-POS-ABERTURA(WS-IDX-ACHADO)
           END-IF.
           IF SRT-R-CATEGORY = "F"
               MOVE "S" TO WS-POS-FII(WS-IDX-ACHADO)
           END-IF.
           COMPUTE WS-POS-BAL(WS-IDX-ACHADO) =
                   WS-POS-BAL(WS-IDX-ACHADO)
                   + (SRT-R-QTY * SRT-R-PRICE).
           COMPUTE WS-POS-COMPRAS(WS-IDX-ACHADO) =
                   WS-POS-COMPRAS(WS-IDX-ACHADO)
                   + (SRT-R-QTY * SRT-R-PRICE).
           ADD SRT-R-COST TO WS-POS-CUSTOS(WS-IDX-ACHADO).
           ADD SRT-R-QTY  TO WS-POS-QTY(WS-IDX-ACHADO).
           IF WS-POS-QTY(WS-IDX-ACHADO) NOT = 0
               DIVIDE WS-POS-BAL(WS-IDX-ACHADO)
                   BY WS-POS-QTY(WS-IDX-ACHADO)
                   GIVING WS-POS-PM(WS-IDX-ACHADO)
           END-IF.

       APLICA-VENDA.
      *    Venda sem ciclo aberto (a descoberto) nao abre ciclo.
           PERFORM LOCALIZA-POSICAO.
           IF WS-IDX-ACHADO = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-POS-QTY(WS-IDX-ACHADO) <= 0
               EXIT PARAGRAPH
           END-IF.
           IF SRT-R-CATEGORY = "F"
               MOVE "S" TO WS-POS-FII(WS-IDX-ACHADO)
           END-IF.
           IF SRT-R-QTY > WS-POS-QTY(WS-IDX-ACHADO)
               MOVE WS-POS-QTY(WS-IDX-ACHADO) TO WS-BAIXA
           ELSE
               MOVE SRT-R-QTY TO WS-BAIXA
           END-IF.
           COMPUTE WS-POS-VENDAS(WS-IDX-ACHADO) =
                   WS-POS-VENDAS(WS-IDX-ACHADO)
                   + (WS-BAIXA * SRT-R-PRICE).
           COMPUTE WS-POS-GANHO(WS-IDX-ACHADO) =
                   WS-POS-GANHO(WS-IDX-ACHADO)
                   + (WS-BAIXA * (SRT-R-PRICE
                                  - WS-POS-PM(WS-IDX-ACHADO))).
           ADD SRT-R-COST TO WS-POS-CUSTOS(WS-IDX-ACHADO).
           SUBTRACT WS-BAIXA FROM WS-POS-QTY(WS-IDX-ACHADO).
           IF WS-POS-QTY(WS-IDX-ACHADO) = 0
               PERFORM FECHA-CICLO
               PERFORM ZERA-CICLO
           ELSE
               COMPUTE WS-POS-BAL(WS-IDX-ACHADO) =
                       WS-POS-QTY(WS-IDX-ACHADO)
                       * WS-POS-PM(WS-IDX-ACHADO)
           END-IF.

       APLICA-TRANSFERENCIA.
      *    Entrada a posicao zerada abre ciclo ao preco medio de
      *    origem (AVPRICE); saida baixa ao preco medio e, se zerar,
      *    o ciclo e abandonado - a posicao seguiu para outra conta.
           PERFORM LOCALIZA-POSICAO.
           IF WS-IDX-ACHADO = 0
               EXIT PARAGRAPH
           END-IF.
           IF SRT-R-QTY > 0
               IF WS-POS-QTY(WS-IDX-ACHADO) <= 0
                   PERFORM ZERA-CICLO
                   MOVE WS-DATA-ORDEM
                     TO WS-POS-ABERTURA(WS-IDX-ACHADO)
               END-IF
               COMPUTE WS-POS-BAL(WS-IDX-ACHADO) =
                       WS-POS-BAL(WS-IDX-ACHADO)
                       + (SRT-R-QTY * SRT-R-AVPRICE)
               COMPUTE WS-POS-COMPRAS(WS-IDX-ACHADO) =
                       WS-POS-COMPRAS(WS-IDX-ACHADO)
                       + (SRT-R-QTY * SRT-R-AVPRICE)
               ADD SRT-R-QTY TO WS-POS-QTY(WS-IDX-ACHADO)
               DIVIDE WS-POS-BAL(WS-IDX-ACHADO)
                   BY WS-POS-QTY(WS-IDX-ACHADO)
                   GIVING WS-POS-PM(WS-IDX-ACHADO)
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-POS-QTY(WS-IDX-ACHADO) TO WS-QTD-ANTES.
           ADD SRT-R-QTY TO WS-POS-QTY(WS-IDX-ACHADO).
           IF WS-POS-QTY(WS-IDX-ACHADO) <= 0
               PERFORM ZERA-CICLO
           ELSE
               COMPUTE WS-POS-COMPRAS(WS-IDX-ACHADO) =
                       WS-POS-COMPRAS(WS-IDX-ACHADO)
                       * WS-POS-QTY(WS-IDX-ACHADO) / WS-QTD-ANTES
               COMPUTE WS-POS-BAL(WS-IDX-ACHADO) =
                       WS-POS-QTY(WS-IDX-ACHADO)
                       * WS-POS-PM(WS-IDX-ACHADO)
           END-IF.

       APLICA-SPLIT.
           IF SRT-R-CORP-FACTOR = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-POS-USADAS
               IF WS-POS-TICKER(WS-IDX) = SRT-R-TICKER
                  AND WS-POS-QTY(WS-IDX) > 0
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
      *    Amortizacao de FII reduz o preco medio (regra de POSDATA):
      *    o valor devolvido aparece no ganho das vendas seguintes.
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
      *    Troca de ticker: o ciclo aberto segue no ticker novo (que
      *    viaja no campo de conta), com a data de abertura original.
           IF SRT-R-CORP-FACTOR = 0
               MOVE 1 TO SRT-R-CORP-FACTOR
           END-IF.
           PERFORM VARYING WS-REN-IDX FROM 1 BY 1
                     UNTIL WS-REN-IDX > WS-POS-USADAS
               IF WS-POS-TICKER(WS-REN-IDX) = SRT-R-TICKER
                  AND WS-POS-QTY(WS-REN-IDX) > 0
                   COMPUTE WS-POS-QTY(WS-REN-IDX) =
                           WS-POS-QTY(WS-REN-IDX) * SRT-R-CORP-FACTOR
                   IF WS-POS-QTY(WS-REN-IDX) NOT = 0
                       DIVIDE WS-POS-BAL(WS-REN-IDX)
                           BY WS-POS-QTY(WS-REN-IDX)
                           GIVING WS-POS-PM(WS-REN-IDX)
                   END-IF
                   MOVE SRT-R-ACCOUNT TO WS-POS-TICKER(WS-REN-IDX)
               END-IF
           END-PERFORM.

       APLICA-EXERCICIO.
      *    Exercicio zera a opcao sem venda - o ciclo da opcao fica
      *    de fora; o ativo-objeto entra como compra.
           MOVE "?" TO WS-TIPO-ATIVO.
           IF WS-STATUS-STK09 NOT = "35"
               MOVE SRT-R-TICKER TO WFS-STK09-TICKER
               READ STK09 KEY IS WFS-STK09-TICKER
               IF WS-STATUS-STK09 = "00"
                   MOVE WFS-STK09-TIPO TO WS-TIPO-ATIVO
               END-IF
           END-IF.
           IF WS-TIPO-ATIVO = "O"
               PERFORM LOCALIZA-POSICAO
               IF WS-IDX-ACHADO NOT = 0
                   PERFORM ZERA-CICLO
               END-IF
           ELSE
               PERFORM APLICA-COMPRA
           END-IF.

       FECHA-CICLO.
      *    Ciclo voltou a zero numa venda: linha de detalhe e resumo.
           ADD 1 TO WS-TOT-CICLOS.
           COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-ORDEM)
                 - FUNCTION INTEGER-OF-DATE
                       (WS-POS-ABERTURA(WS-IDX-ACHADO)).
           COMPUTE WS-RESULTADO = WS-POS-GANHO(WS-IDX-ACHADO)
                                - WS-POS-CUSTOS(WS-IDX-ACHADO).
           MOVE 0 TO WS-RETORNO WS-CUSTO-PCT.
           IF WS-POS-COMPRAS(WS-IDX-ACHADO) > 0
               COMPUTE WS-RETORNO ROUNDED = WS-RESULTADO * 100
                                     / WS-POS-COMPRAS(WS-IDX-ACHADO)
           END-IF.
           IF WS-POS-GANHO(WS-IDX-ACHADO) > 0
               COMPUTE WS-CUSTO-PCT ROUNDED =
                       WS-POS-CUSTOS(WS-IDX-ACHADO) * 100
                     / WS-POS-GANHO(WS-IDX-ACHADO)
           END-IF.

           EVALUATE TRUE
               WHEN WS-POS-FII(WS-IDX-ACHADO) = "S"
                   MOVE "F" TO WS-CATEGORIA
               WHEN WS-DIAS = 0 OR SRT-R-CATEGORY = "D"
                   MOVE "D" TO WS-CATEGORIA
               WHEN OTHER
                   MOVE "C" TO WS-CATEGORIA
           END-EVALUATE.

           MOVE SPACES TO WS-TITULAR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-CTIT-USADAS
               IF WS-CTIT-CONTA(WS-IDX) = WS-POS-CONTA(WS-IDX-ACHADO)
                   MOVE WS-CTIT-TIT(WS-IDX) TO WS-TITULAR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE WS-POS-COMPRAS(WS-IDX-ACHADO) TO WS-CMP-MASK.
           MOVE WS-POS-VENDAS(WS-IDX-ACHADO)  TO WS-VND-MASK.
           MOVE WS-POS-CUSTOS(WS-IDX-ACHADO)  TO WS-CST-MASK.
           MOVE WS-RESULTADO                  TO WS-VAL-MASK.
           MOVE WS-RETORNO                    TO WS-PCT-MASK.
           MOVE WS-CUSTO-PCT                  TO WS-PCT2-MASK.
           MOVE WS-DIAS                       TO WS-DIAS-MASK.
           MOVE SPACES TO CIC-LINHA.
           STRING WS-TITULAR " "
                  WS-POS-CONTA(WS-IDX-ACHADO) " "
                  WS-POS-TICKER(WS-IDX-ACHADO) " "
                  WS-POS-ABERTURA(WS-IDX-ACHADO) " "
                  WS-DATA-ORDEM " "
                  WS-DIAS-MASK " "
                  WS-CATEGORIA " "
                  WS-CMP-MASK " "
                  WS-VND-MASK " "
                  WS-CST-MASK " "
                  WS-VAL-MASK " "
                  WS-PCT-MASK " "
                  WS-PCT2-MASK
                  DELIMITED BY SIZE INTO CIC-LINHA
           END-STRING.
           IF WS-POS-GANHO(WS-IDX-ACHADO) <= 0
               MOVE "       -" TO CIC-LINHA(119:8)
           END-IF.
           WRITE CIC-LINHA.

           MOVE WS-DATA-ORDEM(1:4) TO WS-ANO-FECHA.
           PERFORM ACUMULA-RESUMO.

       ACUMULA-RESUMO.
           MOVE 0 TO WS-RES-IDX.
           PERFORM VARYING WS-RES-J FROM 1 BY 1
                     UNTIL WS-RES-J > WS-RES-USADAS
               IF WS-RES-TITULAR(WS-RES-J) = WS-TITULAR
                  AND WS-RES-ANO(WS-RES-J) = WS-ANO-FECHA
                   MOVE WS-RES-J TO WS-RES-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RES-IDX = 0
               IF WS-RES-USADAS >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RES-USADAS
               MOVE WS-RES-USADAS TO WS-RES-IDX
               INITIALIZE WS-RES-ENT(WS-RES-IDX)
               MOVE WS-TITULAR   TO WS-RES-TITULAR(WS-RES-IDX)
               MOVE WS-ANO-FECHA TO WS-RES-ANO(WS-RES-IDX)
           END-IF.
           ADD 1 TO WS-RES-CICLOS(WS-RES-IDX).
           IF WS-RESULTADO > 0
               ADD 1            TO WS-RES-GANHOS(WS-RES-IDX)
               ADD WS-RESULTADO TO WS-RES-SOMA-G(WS-RES-IDX)
               ADD WS-DIAS      TO WS-RES-DIAS-G(WS-RES-IDX)
           END-IF.
           IF WS-RESULTADO < 0
               ADD 1            TO WS-RES-PERDAS(WS-RES-IDX)
               ADD WS-RESULTADO TO WS-RES-SOMA-P(WS-RES-IDX)
               ADD WS-DIAS      TO WS-RES-DIAS-P(WS-RES-IDX)
           END-IF.

       GRAVA-RESUMO.
      *    Ordena a tabela por titular e ano (poucas linhas - troca
      *    simples) e imprime cada ano, o total do titular e o geral.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                     UNTIL WS-RES-IDX >= WS-RES-USADAS
               PERFORM VARYING WS-RES-J FROM 1 BY 1
                         UNTIL WS-RES-J > WS-RES-USADAS - WS-RES-IDX
                   IF WS-RES-TITULAR(WS-RES-J)
                        > WS-RES-TITULAR(WS-RES-J + 1)
                      OR (WS-RES-TITULAR(WS-RES-J)
                            = WS-RES-TITULAR(WS-RES-J + 1)
                          AND WS-RES-ANO(WS-RES-J)
                            > WS-RES-ANO(WS-RES-J + 1))
                       MOVE WS-RES-ENT(WS-RES-J)     TO WS-RES-TROCA
                       MOVE WS-RES-ENT(WS-RES-J + 1)
                         TO WS-RES-ENT(WS-RES-J)
                       MOVE WS-RES-TROCA TO WS-RES-ENT(WS-RES-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO CIC-LINHA.
           WRITE CIC-LINHA.
           MOVE "RESUMO POR TITULAR E ANO DO FECHAMENTO" TO CIC-LINHA.
           WRITE CIC-LINHA.
           MOVE SPACES TO CIC-LINHA.
           MOVE "TIT ANO    CICLOS  ACERTO %     GANHO MEDIO "
             TO CIC-LINHA(1:44).
           MOVE "    PERDA MEDIA  PAYOFF DIAS G  DIAS P"
             TO CIC-LINHA(45:38).
           WRITE CIC-LINHA.

           INITIALIZE WS-RES-TOTAL.
           MOVE WS-RES-TOTAL TO WS-RES-GERAL.
           MOVE "S" TO WS-PRIMEIRO.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                     UNTIL WS-RES-IDX > WS-RES-USADAS
               IF WS-PRIMEIRO = "N"
                  AND WS-RES-TITULAR(WS-RES-IDX) NOT = WS-TIT-ANTERIOR
                   PERFORM GRAVA-TOTAL-TITULAR
               END-IF
               MOVE "N" TO WS-PRIMEIRO
               MOVE WS-RES-TITULAR(WS-RES-IDX) TO WS-TIT-ANTERIOR
               MOVE WS-RES-ENT(WS-RES-IDX) TO WS-RES-LINHA
               MOVE SPACES TO WS-RLN-ROTULO
               MOVE WS-RLN-TITULAR TO WS-RLN-ROTULO(1:3)
               MOVE WS-RLN-ANO     TO WS-RLN-ROTULO(5:4)
               PERFORM GRAVA-LINHA-RESUMO
               ADD WS-RLN-CICLOS TO WS-RTT-CICLOS
               ADD WS-RLN-GANHOS TO WS-RTT-GANHOS
               ADD WS-RLN-SOMA-G TO WS-RTT-SOMA-G
               ADD WS-RLN-DIAS-G TO WS-RTT-DIAS-G
               ADD WS-RLN-PERDAS TO WS-RTT-PERDAS
               ADD WS-RLN-SOMA-P TO WS-RTT-SOMA-P
               ADD WS-RLN-DIAS-P TO WS-RTT-DIAS-P
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
               PERFORM GRAVA-TOTAL-TITULAR
           END-IF.

           MOVE WS-RES-GERAL TO WS-RES-LINHA.
           MOVE "GERAL"      TO WS-RLN-ROTULO.
           PERFORM GRAVA-LINHA-RESUMO.

       GRAVA-TOTAL-TITULAR.
           MOVE WS-RES-TOTAL TO WS-RES-LINHA.
           MOVE SPACES TO WS-RLN-ROTULO.
           MOVE WS-TIT-ANTERIOR TO WS-RLN-ROTULO(1:3).
           MOVE "TOTAL"         TO WS-RLN-ROTULO(5:5).
           PERFORM GRAVA-LINHA-RESUMO.
           MOVE SPACES TO CIC-LINHA.
           WRITE CIC-LINHA.

      *    Soma o total do titular no geral e zera para o proximo.
           MOVE WS-RES-GERAL TO WS-RES-LINHA.
           ADD WS-RTT-CICLOS TO WS-RLN-CICLOS.
           ADD WS-RTT-GANHOS TO WS-RLN-GANHOS.
           ADD WS-RTT-SOMA-G TO WS-RLN-SOMA-G.
           ADD WS-RTT-DIAS-G TO WS-RLN-DIAS-G.
           ADD WS-RTT-PERDAS TO WS-RLN-PERDAS.
           ADD WS-RTT-SOMA-P TO WS-RLN-SOMA-P.
           ADD WS-RTT-DIAS-P TO WS-RLN-DIAS-P.
           MOVE WS-RES-LINHA TO WS-RES-GERAL.
           INITIALIZE WS-RES-TOTAL.

       GRAVA-LINHA-RESUMO.
      *    Acerto = ciclos com ganho / ciclos; payoff = ganho medio /
      *    perda media em modulo. Ciclo de resultado zero conta so no
      *    total de ciclos.
           MOVE 0 TO WS-ACERTO WS-MED-GANHO WS-MED-PERDA WS-PAYOFF
                     WS-DIAS-G WS-DIAS-P.
           IF WS-RLN-CICLOS > 0
               COMPUTE WS-ACERTO ROUNDED =
                       WS-RLN-GANHOS * 100 / WS-RLN-CICLOS
           END-IF.
           IF WS-RLN-GANHOS > 0
               COMPUTE WS-MED-GANHO ROUNDED =
                       WS-RLN-SOMA-G / WS-RLN-GANHOS
               COMPUTE WS-DIAS-G ROUNDED =
                       WS-RLN-DIAS-G / WS-RLN-GANHOS
           END-IF.
           IF WS-RLN-PERDAS > 0
               COMPUTE WS-MED-PERDA ROUNDED =
                       WS-RLN-SOMA-P / WS-RLN-PERDAS
               COMPUTE WS-DIAS-P ROUNDED =
                       WS-RLN-DIAS-P / WS-RLN-PERDAS
           END-IF.
           IF WS-MED-PERDA < 0
               COMPUTE WS-PAYOFF ROUNDED =
                       WS-MED-GANHO / (0 - WS-MED-PERDA)
           END-IF.

           MOVE WS-RLN-CICLOS TO WS-N-MASK.
           MOVE WS-ACERTO     TO WS-PCT-MASK.
           MOVE WS-MED-GANHO  TO WS-GAN-MASK.
           MOVE WS-MED-PERDA  TO WS-PER-MASK.
           MOVE WS-PAYOFF     TO WS-PAY-MASK.
           MOVE WS-DIAS-G     TO WS-DG-MASK.
           MOVE WS-DIAS-P     TO WS-DP-MASK.
           MOVE SPACES TO CIC-LINHA.
           STRING WS-RLN-ROTULO "  "
                  WS-N-MASK "  "
                  WS-PCT-MASK " "
                  WS-GAN-MASK " "
                  WS-PER-MASK " "
                  WS-PAY-MASK "  "
                  WS-DG-MASK "   "
                  WS-DP-MASK
                  DELIMITED BY SIZE INTO CIC-LINHA
           END-STRING.
           WRITE CIC-LINHA.
