       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLREL.
      *****************************************************************
      * Visao consolidada da familia: o patrimonio de todos os        *
      * titulares numa so pagina, com uma coluna por titular ao lado  *
      * do total. Cada conta vai ao titular do vinculo contastit.dat  *
      * (conta sem vinculo fica com o titular padrao) e entram:       *
      *   - custodia corrente (STK02) a ultima cotacao da serie       *
      *     (STK14), sem cotacao ao custo - o criterio do REBALREL;   *
      *   - saldo do caixa (STK15 vivo mais os mortos                 *
      *     stk15_ano_AA.dat), como no PREVCX;                        *
      *   - renda fixa ativa (STK17) a valor atual pelo CALCRF e      *
      *     fundos ativos (STK34) pela ultima cota do CALCFUND, como  *
      *     na fotografia do patrimonio do FECHAMES;                  *
      *   - contratos de BTC ativos (STK20) so como informacao: o     *
      *     doado continua na custodia e o tomado e obrigacao de      *
      *     devolucao, ambos a ultima cotacao.                        *
      * Saem o patrimonio por classe, a alocacao por tipo de ativo e  *
      * por setor contra as metas de metas.dat (percentual sobre o    *
      * patrimonio total da familia) e a concentracao por emissor     *
      * (raiz do ticker). Ate cinco titulares tem coluna propria; do  *
      * quinto em diante a ultima coluna soma os demais (OUTROS).     *
      * Somente leitura: nenhum arquivo e aberto para gravacao alem   *
      * do relatorio, e nada de apuracao, prejuizo a compensar ou     *
      * DARF e somado entre titulares - cada um continua com a sua.   *
      * Saida em consolidado.rel.                                     *
      *                                                               *
      * Chamada: CONSOLREL USING LNK-CONS-RC                          *
      *          RC 00 = gerado, 04 = nada a consolidar               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk02'.                *> Custodia corrente
           COPY 'control_stk09'.                *> Cadastro de ativos
           COPY 'control_stk14'.                *> Cotacoes
           COPY 'control_stk15'.                *> Caixa por conta
           COPY 'control_stk17'.                *> Renda fixa
           COPY 'control_stk20'.                *> Contratos de BTC
           COPY 'control_stk24'.                *> Titulares
           COPY 'control_stk34'.                *> Fundos
           COPY 'control_metas'.                *> Metas de alocacao

           SELECT ARQ-CTIT ASSIGN TO "contastit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CTIT.

           SELECT STK15A ASSIGN TO WS-CX-ARQ-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STK15A.

           SELECT ARQ-REL ASSIGN TO "consolidado.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK02.
           COPY 'stk02'.
       FD STK09.
           COPY 'stk09'.
       FD STK14.
           COPY 'stk14'.
       FD STK15.
           COPY 'stk15'.
       FD STK17.
           COPY 'stk17'.
       FD STK20.
           COPY 'stk20'.
       FD STK24.
           COPY 'stk24'.
       FD STK34.
           COPY 'stk34'.
       FD ARQ-METAS.
           COPY 'metas'.
       FD ARQ-CTIT.
       01 CTIT-REG.
           05 CTIT-ACCOUNT           PIC X(10).
           05 CTIT-TITULAR           PIC X(03).
       FD STK15A.
       01 STK15A-REG.
           05 STK15A-ACCOUNT         PIC X(10).
           05 STK15A-DATA            PIC 9(08).
           05 STK15A-TIPO            PIC X(01).
           05 STK15A-HISTORICO       PIC X(20).
           05 STK15A-VALOR           PIC S9(09)V99.
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK02           PIC X(02).
       77 WS-STATUS-STK09           PIC X(02).
       77 WS-STATUS-STK14           PIC X(02).
       77 WS-STATUS-STK15           PIC X(02).
       77 WS-STATUS-STK15A          PIC X(02).
       77 WS-STATUS-STK17           PIC X(02).
       77 WS-STATUS-STK20           PIC X(02).
       77 WS-STATUS-STK24           PIC X(02).
       77 WS-STATUS-STK34           PIC X(02).
       77 WS-STATUS-METAS           PIC X(02).
       77 WS-STATUS-CTIT            PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-CX-ARQ-NOME            PIC X(30).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-COT-FIM                PIC X(01).
       77 WS-COT-ACHADA             PIC X(01).
       77 WS-COT-ULT-PRECO          PIC 9(07)V99.
       77 WS-ANO-SCAN               PIC 9(02).
       77 WS-HOJE-ANO               PIC 9(02).
       77 WS-CONTA                  PIC X(10).
       77 WS-TITULAR                PIC X(03).
       77 WS-TICKER-POS             PIC X(10).
       77 WS-ATIVO-SETOR            PIC X(20).
       77 WS-ATIVO-TIPO             PIC X(01).
       77 WS-EMISSOR                PIC X(04).
       77 WS-CLASSE                 PIC 9(01).
       77 WS-VALOR-POS              PIC S9(11)V99.
       77 WS-COL                    PIC 9(01).
       77 WS-C                      PIC 9(01).
       77 WS-COLS                   PIC 9(01) VALUE 0.
       77 WS-OUTROS                 PIC X(01).
       77 WS-IDX                    PIC 9(03) COMP.
       77 WS-J                      PIC 9(03) COMP.
       77 WS-LIN                    PIC 9(03) COMP.
       77 WS-CTIT-USADAS            PIC 9(03) COMP VALUE 0.
       77 WS-NOMES-USADOS           PIC 9(03) COMP VALUE 0.
       77 WS-TIPOS-USADOS           PIC 9(03) COMP VALUE 0.
       77 WS-SETORES-USADOS         PIC 9(03) COMP VALUE 0.
       77 WS-EMI-USADOS             PIC 9(03) COMP VALUE 0.
       77 WS-METAS-USADAS           PIC 9(02) COMP VALUE 0.
       77 WS-MET                    PIC 9(02) COMP.
       77 WS-ALVO                   PIC 9(03)V9.
       77 WS-TOLER                  PIC 9(02)V9.
       77 WS-TEM-META               PIC X(01).
       77 WS-ATUAL-PCT              PIC S9(03)V9(02).
       77 WS-DESVIO-PCT             PIC S9(03)V9(02).
       77 WS-FORA-TOTAL             PIC 9(03) VALUE 0.
       77 WS-TOTAL-FAMILIA          PIC S9(11)V99.
       77 WS-VAL-MASK               PIC -ZZ.ZZZ.ZZ9,99.
       77 WS-PCT-MASK               PIC -ZZ9,99.
       77 WS-ALVO-MASK              PIC ZZ9,9.
       77 WS-N-MASK                 PIC ZZ9.
       77 WS-ROTULO                 PIC X(06).
       77 WS-TROCA-SETOR            PIC X(98).
       77 WS-TROCA-EMI              PIC X(82).

       01 WS-DATA.
           05 WS-ANO                PIC 9(2).
           05 WS-MES                PIC 9(2).
           05 WS-DIA                PIC 9(2).

      *    Vinculo conta -> titular.
       01 WS-TAB-CTIT.
           05 WS-CTIT-ENT OCCURS 200 TIMES.
               10 WS-CTIT-CONTA     PIC X(10).
               10 WS-CTIT-TIT       PIC X(03).

      *    Nomes do cadastro de titulares, para a legenda.
       01 WS-TAB-NOMES.
           05 WS-NOM-ENT OCCURS 50 TIMES.
               10 WS-NOM-TIT        PIC X(03).
               10 WS-NOM-NOME       PIC X(40).

      *    Colunas do relatorio: um titular em cada, na ordem em que
      *    aparecem; a quinta soma os demais quando ha mais de cinco.
       01 WS-TAB-COLUNAS.
           05 WS-COL-TIT OCCURS 5 TIMES PIC X(03).

      *    Patrimonio por classe: 1 renda variavel, 2 caixa, 3 renda
      *    fixa, 4 fundos, 5 BTC doado (ja na custodia), 6 BTC tomado
      *    (a devolver) - as duas ultimas fora do total.
       01 WS-TAB-CLASSES.
           05 WS-CLS-ENT OCCURS 6 TIMES.
               10 WS-CLS-VAL OCCURS 5 TIMES PIC S9(11)V99.
               10 WS-CLS-TOTAL      PIC S9(11)V99.
       01 WS-TOTAIS-COLUNA.
           05 WS-TOT-COL OCCURS 5 TIMES PIC S9(11)V99.

      *    Alocacao por tipo de ativo: tipos do cadastro (STK09) mais
      *    C caixa e D fundos, que metas.dat pode usar como chave.
       01 WS-TAB-TIPOS.
           05 WS-TIP-ENT OCCURS 12 TIMES.
               10 WS-TIP-COD        PIC X(01).
               10 WS-TIP-VAL OCCURS 5 TIMES PIC S9(11)V99.
               10 WS-TIP-TOTAL      PIC S9(11)V99.
               10 WS-TIP-NOME       PIC X(20).

       01 WS-TAB-SETORES.
           05 WS-SET-ENT OCCURS 80 TIMES.
               10 WS-SET-NOME       PIC X(20).
               10 WS-SET-VAL OCCURS 5 TIMES PIC S9(11)V99.
               10 WS-SET-TOTAL      PIC S9(11)V99.

      *    Emissor = raiz do ticker (PETR3 e PETR4 = PETR).
       01 WS-TAB-EMISSORES.
           05 WS-EMI-ENT OCCURS 300 TIMES.
               10 WS-EMI-COD        PIC X(04).
               10 WS-EMI-VAL OCCURS 5 TIMES PIC S9(11)V99.
               10 WS-EMI-TOTAL      PIC S9(11)V99.

       01 WS-TAB-METAS.
           05 WS-MET-ENT OCCURS 30 TIMES.
               10 WS-MET-CLASSE     PIC X(01).
               10 WS-MET-CHAVE      PIC X(20).
               10 WS-MET-ALVO       PIC 9(03)V9.
               10 WS-MET-TOLER      PIC 9(02)V9.

       01 WS-CALCRF-PARM.
           05 WS-CRF-TITULO         PIC X(20).
           05 WS-CRF-DATA-APLIC     PIC 9(08).
           05 WS-CRF-VALOR-APLIC    PIC 9(09)V99.
           05 WS-CRF-VALOR-ATUAL    PIC 9(09)V99.
           05 WS-CRF-IR-PROJ        PIC 9(07)V99.
           05 WS-CRF-LIQ-PROJ       PIC 9(09)V99.

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
       01 LNK-CONS-RC               PIC 9(02).

       PROCEDURE DIVISION USING LNK-CONS-RC.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: tabelas
      *    e acumuladores sao zerados na entrada.
           MOVE 0 TO LNK-CONS-RC.
           MOVE 0 TO WS-CTIT-USADAS WS-NOMES-USADOS WS-TIPOS-USADOS
                     WS-SETORES-USADOS WS-EMI-USADOS WS-METAS-USADAS
                     WS-COLS WS-FORA-TOTAL WS-TOTAL-FAMILIA.
           MOVE "N" TO WS-OUTROS.
           INITIALIZE WS-TAB-CLASSES WS-TOTAIS-COLUNA WS-TAB-COLUNAS.
           ACCEPT WS-DATA FROM DATE.
           MOVE WS-ANO TO WS-HOJE-ANO.

           PERFORM CARREGA-VINCULOS.
           PERFORM CARREGA-NOMES.
           PERFORM CARREGA-METAS.
           PERFORM CARREGA-TIPOS.

           OPEN INPUT STK09.
           OPEN INPUT STK14.
           PERFORM SOMA-CUSTODIA.
           PERFORM SOMA-CAIXA.
           PERFORM SOMA-RENDA-FIXA.
           PERFORM SOMA-FUNDOS.
           PERFORM SOMA-BTC.
           IF WS-STATUS-STK09 NOT = "35"
               CLOSE STK09
           END-IF.
           IF WS-STATUS-STK14 NOT = "35"
               CLOSE STK14
           END-IF.

           IF WS-COLS = 0
               MOVE 04 TO LNK-CONS-RC
               GOBACK
           END-IF.

           PERFORM VARYING WS-CLASSE FROM 1 BY 1 UNTIL WS-CLASSE > 4
               ADD WS-CLS-TOTAL(WS-CLASSE) TO WS-TOTAL-FAMILIA
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-COLS
                   ADD WS-CLS-VAL(WS-CLASSE, WS-C) TO WS-TOT-COL(WS-C)
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT ARQ-REL.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-PATRIMONIO.
           PERFORM IMPRIME-TIPOS.
           PERFORM IMPRIME-SETORES.
           PERFORM IMPRIME-EMISSORES.
           PERFORM IMPRIME-RODAPE.
           CLOSE ARQ-REL.
           GOBACK.

       CARREGA-VINCULOS.
           OPEN INPUT ARQ-CTIT.
           IF WS-STATUS-CTIT NOT = "00"
               CLOSE ARQ-CTIT
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-VINCULO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-CTIT.

       CARREGA-VINCULO-SEQ.
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

       CARREGA-NOMES.
           OPEN INPUT STK24.
           IF WS-STATUS-STK24 NOT = "00"
               CLOSE STK24
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-NOME-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK24.

       CARREGA-NOME-SEQ.
           READ STK24 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK24 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WS-NOMES-USADOS < 50
               ADD 1 TO WS-NOMES-USADOS
               MOVE WFS-STK24-TITULAR TO WS-NOM-TIT(WS-NOMES-USADOS)
               MOVE WFS-STK24-NOME    TO WS-NOM-NOME(WS-NOMES-USADOS)
           END-IF.

       CARREGA-METAS.
           OPEN INPUT ARQ-METAS.
           IF WS-STATUS-METAS NOT = "00"
               CLOSE ARQ-METAS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-META-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-METAS.

       CARREGA-META-SEQ.
           READ ARQ-METAS AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-METAS NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WS-METAS-USADAS < 30
               ADD 1 TO WS-METAS-USADAS
               MOVE WFS-METAS-CLASSE
                 TO WS-MET-CLASSE(WS-METAS-USADAS)
               MOVE WFS-METAS-CHAVE
                 TO WS-MET-CHAVE(WS-METAS-USADAS)
               MOVE WFS-METAS-ALVO-PCT
                 TO WS-MET-ALVO(WS-METAS-USADAS)
               MOVE WFS-METAS-TOLER-PCT
                 TO WS-MET-TOLER(WS-METAS-USADAS)
           END-IF.

       CARREGA-TIPOS.
      *    Tipos na ordem fixa do relatorio; "?" e o ativo fora do
      *    cadastro.
           MOVE "A" TO WS-TIP-COD(1).
           MOVE "ACOES"          TO WS-TIP-NOME(1).
           MOVE "F" TO WS-TIP-COD(2).
           MOVE "FIIS"           TO WS-TIP-NOME(2).
           MOVE "E" TO WS-TIP-COD(3).
           MOVE "ETFS"           TO WS-TIP-NOME(3).
           MOVE "B" TO WS-TIP-COD(4).
           MOVE "BDRS"           TO WS-TIP-NOME(4).
           MOVE "O" TO WS-TIP-COD(5).
           MOVE "OPCOES"         TO WS-TIP-NOME(5).
           MOVE "R" TO WS-TIP-COD(6).
           MOVE "RENDA FIXA"     TO WS-TIP-NOME(6).
           MOVE "D" TO WS-TIP-COD(7).
           MOVE "FUNDOS"         TO WS-TIP-NOME(7).
           MOVE "C" TO WS-TIP-COD(8).
           MOVE "CAIXA"          TO WS-TIP-NOME(8).
           MOVE "?" TO WS-TIP-COD(9).
           MOVE "SEM CADASTRO"   TO WS-TIP-NOME(9).
           MOVE 9 TO WS-TIPOS-USADOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
               MOVE 0 TO WS-TIP-TOTAL(WS-IDX)
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
                   MOVE 0 TO WS-TIP-VAL(WS-IDX, WS-C)
               END-PERFORM
           END-PERFORM.

       BUSCA-TITULAR-CONTA.
      *    Titular da conta em WS-CONTA e a coluna dele no relatorio;
      *    conta sem vinculo pertence ao titular padrao (em branco).
           MOVE SPACES TO WS-TITULAR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-CTIT-USADAS
               IF WS-CTIT-CONTA(WS-IDX) = WS-CONTA
                   MOVE WS-CTIT-TIT(WS-IDX) TO WS-TITULAR
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-COL.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-COLS
               IF WS-COL-TIT(WS-C) = WS-TITULAR
                   MOVE WS-C TO WS-COL
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-COL = 0
               IF WS-COLS < 5
                   ADD 1 TO WS-COLS
                   MOVE WS-COLS    TO WS-COL
                   MOVE WS-TITULAR TO WS-COL-TIT(WS-COL)
               ELSE
                   MOVE 5   TO WS-COL
                   MOVE "S" TO WS-OUTROS
               END-IF
           END-IF.

       SOMA-CUSTODIA.
           OPEN INPUT STK02.
           IF WS-STATUS-STK02 NOT = "00"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM SOMA-CUSTODIA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK02.

       SOMA-CUSTODIA-SEQ.
      *    Posicao vendida a descoberto tem quantidade negativa e
      *    entra negativa, a cotacao do dia.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK02 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK02-QTY = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK02-ACCOUNT TO WS-CONTA.
           PERFORM BUSCA-TITULAR-CONTA.
           MOVE WFS-STK02-TICKER TO WS-TICKER-POS.
           PERFORM BUSCA-COTACAO.
           IF WS-COT-ACHADA = "S"
               COMPUTE WS-VALOR-POS = WFS-STK02-QTY * WS-COT-ULT-PRECO
           ELSE
               MOVE WFS-STK02-BALANCE TO WS-VALOR-POS
           END-IF.
           PERFORM BUSCA-SETOR-TIPO-ATIVO.
           MOVE WFS-STK02-TICKER(1:4) TO WS-EMISSOR.
           MOVE 1 TO WS-CLASSE.
           PERFORM ACUMULA-ITEM.

       BUSCA-COTACAO.
      *    Ultima cotacao da serie do ticker em WS-TICKER-POS.
           MOVE "N" TO WS-COT-ACHADA.
           MOVE 0   TO WS-COT-ULT-PRECO.
           IF WS-STATUS-STK14 = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TICKER-POS TO WFS-STK14-TICKER.
           MOVE 0             TO WFS-STK14-DATA.
           START STK14 KEY IS NOT LESS THAN WFS-STK14-KEY.
           IF WS-STATUS-STK14 = "00"
               MOVE "N" TO WS-COT-FIM
               PERFORM BUSCA-COTACAO-SEQ UNTIL WS-COT-FIM = "S"
           END-IF.

       BUSCA-COTACAO-SEQ.
           READ STK14 NEXT RECORD AT END MOVE "S" TO WS-COT-FIM.
           IF WS-STATUS-STK14 = "00"
               IF WFS-STK14-TICKER = WS-TICKER-POS
                   MOVE "S" TO WS-COT-ACHADA
                   MOVE WFS-STK14-FECHAMENTO TO WS-COT-ULT-PRECO
               ELSE
                   MOVE "S" TO WS-COT-FIM
               END-IF
           ELSE
               MOVE "S" TO WS-COT-FIM
           END-IF.

       BUSCA-SETOR-TIPO-ATIVO.
           MOVE "SEM SETOR" TO WS-ATIVO-SETOR.
           MOVE "?"         TO WS-ATIVO-TIPO.
           IF WS-STATUS-STK09 NOT = "35"
               MOVE WS-TICKER-POS TO WFS-STK09-TICKER
               READ STK09 KEY IS WFS-STK09-TICKER
               IF WS-STATUS-STK09 = "00"
                   MOVE WFS-STK09-TIPO TO WS-ATIVO-TIPO
                   IF WFS-STK09-SETOR NOT = SPACES
                       MOVE WFS-STK09-SETOR TO WS-ATIVO-SETOR
                   END-IF
               END-IF
           END-IF.

       SOMA-CAIXA.
      *    Saldo corrente: mortos da virada de ano primeiro, depois o
      *    caixa vivo - o mesmo levantamento do PREVCX.
           MOVE 1 TO WS-ANO-SCAN.
           PERFORM SOMA-CAIXA-MORTO UNTIL WS-ANO-SCAN > WS-HOJE-ANO.
           OPEN INPUT STK15.
           IF WS-STATUS-STK15 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM SOMA-CAIXA-VIVO-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK15.

       SOMA-CAIXA-MORTO.
           MOVE SPACES TO WS-CX-ARQ-NOME.
           STRING "stk15_ano_" WS-ANO-SCAN ".dat" DELIMITED BY SIZE
                  INTO WS-CX-ARQ-NOME
           END-STRING.
           OPEN INPUT STK15A.
           IF WS-STATUS-STK15A = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM SOMA-CAIXA-MORTO-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK15A.
           ADD 1 TO WS-ANO-SCAN.

       SOMA-CAIXA-MORTO-SEQ.
           READ STK15A AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK15A = "00"
               MOVE STK15A-ACCOUNT TO WS-CONTA
               MOVE STK15A-VALOR   TO WS-VALOR-POS
               PERFORM ACUMULA-CAIXA
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       SOMA-CAIXA-VIVO-SEQ.
           READ STK15 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK15 = "00"
               MOVE WFS-STK15-ACCOUNT TO WS-CONTA
               MOVE WFS-STK15-VALOR   TO WS-VALOR-POS
               PERFORM ACUMULA-CAIXA
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       ACUMULA-CAIXA.
           PERFORM BUSCA-TITULAR-CONTA.
           MOVE "C"      TO WS-ATIVO-TIPO.
           MOVE "CAIXA"  TO WS-ATIVO-SETOR.
           MOVE SPACES   TO WS-EMISSOR.
           MOVE 2 TO WS-CLASSE.
           PERFORM ACUMULA-ITEM.

       SOMA-RENDA-FIXA.
           OPEN INPUT STK17.
           IF WS-STATUS-STK17 NOT = "00"
               CLOSE STK17
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM SOMA-RENDA-FIXA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK17.

       SOMA-RENDA-FIXA-SEQ.
           READ STK17 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK17 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF NOT WFS-STK17-ATIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK17-TITULO      TO WS-CRF-TITULO.
           MOVE WFS-STK17-DATA-APLIC  TO WS-CRF-DATA-APLIC.
           MOVE WFS-STK17-VALOR-APLIC TO WS-CRF-VALOR-APLIC.
           CALL 'CALCRF' USING WS-CALCRF-PARM.
           MOVE WS-CRF-VALOR-ATUAL TO WS-VALOR-POS.
           MOVE WFS-STK17-ACCOUNT  TO WS-CONTA.
           PERFORM BUSCA-TITULAR-CONTA.
           MOVE "R"          TO WS-ATIVO-TIPO.
           MOVE "RENDA FIXA" TO WS-ATIVO-SETOR.
           MOVE SPACES       TO WS-EMISSOR.
           MOVE 3 TO WS-CLASSE.
           PERFORM ACUMULA-ITEM.

       SOMA-FUNDOS.
           OPEN INPUT STK34.
           IF WS-STATUS-STK34 NOT = "00"
               CLOSE STK34
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM SOMA-FUNDOS-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK34.

       SOMA-FUNDOS-SEQ.
           READ STK34 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK34 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF NOT WFS-STK34-ATIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK34-FUNDO       TO WS-CFD-FUNDO.
           MOVE WFS-STK34-CLASSE      TO WS-CFD-CLASSE.
           MOVE WFS-STK34-DATA-APLIC  TO WS-CFD-DATA-APLIC.
           MOVE 0                     TO WS-CFD-DATA-ALVO WS-CFD-COTA.
           MOVE WFS-STK34-COTAS       TO WS-CFD-COTAS.
           MOVE WFS-STK34-VALOR-APLIC TO WS-CFD-VALOR-APLIC.
           MOVE WFS-STK34-IR-COME     TO WS-CFD-IR-COME.
           CALL 'CALCFUND' USING WS-CALCFUND-PARM.
           MOVE WS-CFD-VALOR-ATUAL TO WS-VALOR-POS.
           MOVE WFS-STK34-ACCOUNT  TO WS-CONTA.
           PERFORM BUSCA-TITULAR-CONTA.
           MOVE "D"      TO WS-ATIVO-TIPO.
           MOVE "FUNDOS" TO WS-ATIVO-SETOR.
           MOVE SPACES   TO WS-EMISSOR.
           MOVE 4 TO WS-CLASSE.
           PERFORM ACUMULA-ITEM.

       SOMA-BTC.
           OPEN INPUT STK20.
           IF WS-STATUS-STK20 NOT = "00"
               CLOSE STK20
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM SOMA-BTC-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK20.

       SOMA-BTC-SEQ.
      *    Contrato sem cotacao na serie fica ao preco do contrato.
           READ STK20 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK20 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF NOT WFS-STK20-ATIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK20-TICKER TO WS-TICKER-POS.
           PERFORM BUSCA-COTACAO.
           IF WS-COT-ACHADA = "N"
               MOVE WFS-STK20-PRECO TO WS-COT-ULT-PRECO
           END-IF.
           COMPUTE WS-VALOR-POS = WFS-STK20-QTY * WS-COT-ULT-PRECO.
           MOVE WFS-STK20-ACCOUNT TO WS-CONTA.
           PERFORM BUSCA-TITULAR-CONTA.
           IF WFS-STK20-TOMADOR
               MOVE 6 TO WS-CLASSE
           ELSE
               MOVE 5 TO WS-CLASSE
           END-IF.
           ADD WS-VALOR-POS TO WS-CLS-VAL(WS-CLASSE, WS-COL)
                               WS-CLS-TOTAL(WS-CLASSE).

       ACUMULA-ITEM.
      *    Soma o valor em WS-VALOR-POS na coluna WS-COL da classe,
      *    do tipo, do setor e - para a custodia - do emissor.
           ADD WS-VALOR-POS TO WS-CLS-VAL(WS-CLASSE, WS-COL)
                               WS-CLS-TOTAL(WS-CLASSE).

           MOVE 9 TO WS-J.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-TIPOS-USADOS
               IF WS-TIP-COD(WS-IDX) = WS-ATIVO-TIPO
                   MOVE WS-IDX TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           ADD WS-VALOR-POS TO WS-TIP-VAL(WS-J, WS-COL)
                               WS-TIP-TOTAL(WS-J).

           MOVE 0 TO WS-J.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-SETORES-USADOS
               IF WS-SET-NOME(WS-IDX) = WS-ATIVO-SETOR
                   MOVE WS-IDX TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-J = 0 AND WS-SETORES-USADOS < 80
               ADD 1 TO WS-SETORES-USADOS
               MOVE WS-SETORES-USADOS TO WS-J
               MOVE WS-ATIVO-SETOR TO WS-SET-NOME(WS-J)
               MOVE 0 TO WS-SET-TOTAL(WS-J)
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
                   MOVE 0 TO WS-SET-VAL(WS-J, WS-C)
               END-PERFORM
           END-IF.
           IF WS-J NOT = 0
               ADD WS-VALOR-POS TO WS-SET-VAL(WS-J, WS-COL)
                                   WS-SET-TOTAL(WS-J)
           END-IF.

           IF WS-EMISSOR = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-EMI-USADOS
               IF WS-EMI-COD(WS-IDX) = WS-EMISSOR
                   MOVE WS-IDX TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-J = 0 AND WS-EMI-USADOS < 300
               ADD 1 TO WS-EMI-USADOS
               MOVE WS-EMI-USADOS TO WS-J
               MOVE WS-EMISSOR TO WS-EMI-COD(WS-J)
               MOVE 0 TO WS-EMI-TOTAL(WS-J)
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
                   MOVE 0 TO WS-EMI-VAL(WS-J, WS-C)
               END-PERFORM
           END-IF.
           IF WS-J NOT = 0
               ADD WS-VALOR-POS TO WS-EMI-VAL(WS-J, WS-COL)
                                   WS-EMI-TOTAL(WS-J)
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING "VISAO CONSOLIDADA DA FAMILIA - POSICAO EM "
                  WS-DIA "/" WS-MES "/20" WS-ANO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE "SOMENTE ACOMPANHAMENTO: APURACAO, PREJUIZOS A COMPENSAR
      -        " E DARFS CONTINUAM SEPARADOS POR TITULAR"
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "TITULARES:" TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-COLS
               PERFORM ROTULO-COLUNA
               MOVE SPACES TO REL-LINHA
               MOVE WS-ROTULO TO REL-LINHA(3:6)
               IF WS-C = 5 AND WS-OUTROS = "S"
                   MOVE "QUINTO TITULAR E DEMAIS" TO REL-LINHA(11:40)
               ELSE
                   IF WS-COL-TIT(WS-C) = SPACES
                       MOVE "TITULAR PADRAO (CONTAS SEM VINCULO)"
                         TO REL-LINHA(11:40)
                   ELSE
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                                 UNTIL WS-IDX > WS-NOMES-USADOS
                           IF WS-NOM-TIT(WS-IDX) = WS-COL-TIT(WS-C)
                               MOVE WS-NOM-NOME(WS-IDX)
                                 TO REL-LINHA(11:40)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               WRITE REL-LINHA
           END-PERFORM.

       ROTULO-COLUNA.
           IF WS-C = 5 AND WS-OUTROS = "S"
               MOVE "OUTROS" TO WS-ROTULO
           ELSE
               IF WS-COL-TIT(WS-C) = SPACES
                   MOVE "PADRAO" TO WS-ROTULO
               ELSE
                   MOVE WS-COL-TIT(WS-C) TO WS-ROTULO
               END-IF
           END-IF.

       IMPRIME-TITULOS-COLUNAS.
      *    Linha de titulos: descricao, uma coluna por titular, total
      *    da familia e percentual; ALVO so nas secoes com metas.
           MOVE SPACES TO REL-LINHA.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-COLS
               PERFORM ROTULO-COLUNA
               COMPUTE WS-LIN = 21 + (WS-C - 1) * 15 + 8
               MOVE WS-ROTULO TO REL-LINHA(WS-LIN:6)
           END-PERFORM.
           COMPUTE WS-LIN = 21 + WS-COLS * 15 + 9.
           MOVE "TOTAL" TO REL-LINHA(WS-LIN:5).
           ADD 7 TO WS-LIN.
           MOVE "% FAM." TO REL-LINHA(WS-LIN:6).

       MONTA-VALOR-COLUNA.
      *    Valor em WS-VALOR-POS na coluna WS-C (WS-C = colunas + 1 e
      *    o total da familia, seguido do percentual).
           MOVE WS-VALOR-POS TO WS-VAL-MASK.
           COMPUTE WS-LIN = 21 + (WS-C - 1) * 15.
           MOVE WS-VAL-MASK TO REL-LINHA(WS-LIN:15).

       MONTA-PERCENTUAL.
           MOVE 0 TO WS-ATUAL-PCT.
           IF WS-TOTAL-FAMILIA NOT = 0
               COMPUTE WS-ATUAL-PCT ROUNDED = WS-VALOR-POS
                                             / WS-TOTAL-FAMILIA * 100
           END-IF.
           MOVE WS-ATUAL-PCT TO WS-PCT-MASK.
           COMPUTE WS-LIN = 21 + WS-COLS * 15 + 15.
           MOVE WS-PCT-MASK TO REL-LINHA(WS-LIN:7).

       IMPRIME-PATRIMONIO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "PATRIMONIO POR CLASSE" TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-TITULOS-COLUNAS.
           WRITE REL-LINHA.
           PERFORM VARYING WS-CLASSE FROM 1 BY 1 UNTIL WS-CLASSE > 4
               PERFORM IMPRIME-LINHA-CLASSE
           END-PERFORM.

           MOVE SPACES TO REL-LINHA.
           MOVE "PATRIMONIO TOTAL" TO REL-LINHA(1:20).
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-COLS
               MOVE WS-TOT-COL(WS-C) TO WS-VALOR-POS
               PERFORM MONTA-VALOR-COLUNA
           END-PERFORM.
           MOVE WS-TOTAL-FAMILIA TO WS-VALOR-POS.
           PERFORM MONTA-VALOR-COLUNA.
           PERFORM MONTA-PERCENTUAL.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           PERFORM VARYING WS-CLASSE FROM 5 BY 1 UNTIL WS-CLASSE > 6
               PERFORM IMPRIME-LINHA-CLASSE
           END-PERFORM.
           MOVE "(*) FORA DO TOTAL: O DOADO JA ESTA NA CUSTODIA E O TOMA
      -        "DO E QUANTIDADE A DEVOLVER, A COTACAO DO DIA"
             TO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-LINHA-CLASSE.
           MOVE SPACES TO REL-LINHA.
           EVALUATE WS-CLASSE
               WHEN 1 MOVE "RENDA VARIAVEL" TO REL-LINHA(1:20)
               WHEN 2 MOVE "CAIXA"          TO REL-LINHA(1:20)
               WHEN 3 MOVE "RENDA FIXA"     TO REL-LINHA(1:20)
               WHEN 4 MOVE "FUNDOS"         TO REL-LINHA(1:20)
               WHEN 5 MOVE "BTC DOADO (*)"  TO REL-LINHA(1:20)
               WHEN 6 MOVE "BTC TOMADO (*)" TO REL-LINHA(1:20)
           END-EVALUATE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-COLS
               MOVE WS-CLS-VAL(WS-CLASSE, WS-C) TO WS-VALOR-POS
               PERFORM MONTA-VALOR-COLUNA
           END-PERFORM.
           MOVE WS-CLS-TOTAL(WS-CLASSE) TO WS-VALOR-POS.
           PERFORM MONTA-VALOR-COLUNA.
           IF WS-CLASSE < 5
               PERFORM MONTA-PERCENTUAL
           END-IF.
           WRITE REL-LINHA.

       IMPRIME-TIPOS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "ALOCACAO POR TIPO DE ATIVO" TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-TITULOS-COLUNAS.
           COMPUTE WS-LIN = 21 + WS-COLS * 15 + 24.
           MOVE "ALVO" TO REL-LINHA(WS-LIN:4).
           WRITE REL-LINHA.
           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J > WS-TIPOS-USADOS
               IF WS-TIP-TOTAL(WS-J) NOT = 0
                   MOVE SPACES TO REL-LINHA
                   MOVE WS-TIP-COD(WS-J)  TO REL-LINHA(1:1)
                   MOVE WS-TIP-NOME(WS-J) TO REL-LINHA(3:18)
                   PERFORM VARYING WS-C FROM 1 BY 1
                             UNTIL WS-C > WS-COLS
                       MOVE WS-TIP-VAL(WS-J, WS-C) TO WS-VALOR-POS
                       PERFORM MONTA-VALOR-COLUNA
                   END-PERFORM
                   MOVE WS-TIP-TOTAL(WS-J) TO WS-VALOR-POS
                   PERFORM MONTA-VALOR-COLUNA
                   PERFORM MONTA-PERCENTUAL
                   PERFORM BUSCA-META-TIPO
                   PERFORM MONTA-META
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.

       IMPRIME-SETORES.
      *    Setores do maior para o menor total (troca simples).
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX >= WS-SETORES-USADOS
               PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > WS-SETORES-USADOS - WS-IDX
                   IF WS-SET-TOTAL(WS-J) < WS-SET-TOTAL(WS-J + 1)
                       MOVE WS-SET-ENT(WS-J)     TO WS-TROCA-SETOR
                       MOVE WS-SET-ENT(WS-J + 1) TO WS-SET-ENT(WS-J)
                       MOVE WS-TROCA-SETOR       TO WS-SET-ENT(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "ALOCACAO POR SETOR" TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-TITULOS-COLUNAS.
           COMPUTE WS-LIN = 21 + WS-COLS * 15 + 24.
           MOVE "ALVO" TO REL-LINHA(WS-LIN:4).
           WRITE REL-LINHA.
           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J > WS-SETORES-USADOS
               IF WS-SET-TOTAL(WS-J) NOT = 0
                   MOVE SPACES TO REL-LINHA
                   MOVE WS-SET-NOME(WS-J) TO REL-LINHA(1:20)
                   PERFORM VARYING WS-C FROM 1 BY 1
                             UNTIL WS-C > WS-COLS
                       MOVE WS-SET-VAL(WS-J, WS-C) TO WS-VALOR-POS
                       PERFORM MONTA-VALOR-COLUNA
                   END-PERFORM
                   MOVE WS-SET-TOTAL(WS-J) TO WS-VALOR-POS
                   PERFORM MONTA-VALOR-COLUNA
                   PERFORM MONTA-PERCENTUAL
                   PERFORM BUSCA-META-SETOR
                   PERFORM MONTA-META
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.

       BUSCA-META-TIPO.
           MOVE "N" TO WS-TEM-META.
           PERFORM VARYING WS-MET FROM 1 BY 1
                     UNTIL WS-MET > WS-METAS-USADAS
               IF WS-MET-CLASSE(WS-MET) = "T"
                  AND WS-MET-CHAVE(WS-MET)(1:1) = WS-TIP-COD(WS-J)
                   MOVE "S" TO WS-TEM-META
                   MOVE WS-MET-ALVO(WS-MET)  TO WS-ALVO
                   MOVE WS-MET-TOLER(WS-MET) TO WS-TOLER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BUSCA-META-SETOR.
           MOVE "N" TO WS-TEM-META.
           PERFORM VARYING WS-MET FROM 1 BY 1
                     UNTIL WS-MET > WS-METAS-USADAS
               IF WS-MET-CLASSE(WS-MET) = "S"
                  AND WS-MET-CHAVE(WS-MET) = WS-SET-NOME(WS-J)
                   MOVE "S" TO WS-TEM-META
                   MOVE WS-MET-ALVO(WS-MET)  TO WS-ALVO
                   MOVE WS-MET-TOLER(WS-MET) TO WS-TOLER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MONTA-META.
      *    Alvo da meta e marca FORA quando o percentual da familia
      *    (ja em WS-ATUAL-PCT) passa da tolerancia, como no REBALREL.
           IF WS-TEM-META = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ALVO TO WS-ALVO-MASK.
           COMPUTE WS-LIN = 21 + WS-COLS * 15 + 23.
           MOVE WS-ALVO-MASK TO REL-LINHA(WS-LIN:5).
           COMPUTE WS-DESVIO-PCT = WS-ATUAL-PCT - WS-ALVO.
           IF WS-DESVIO-PCT > WS-TOLER
              OR (WS-DESVIO-PCT < 0
                  AND (0 - WS-DESVIO-PCT) > WS-TOLER)
               ADD 6 TO WS-LIN
               MOVE "FORA" TO REL-LINHA(WS-LIN:4)
               ADD 1 TO WS-FORA-TOTAL
           END-IF.

       IMPRIME-EMISSORES.
      *    Emissores do maior para o menor total (troca simples).
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX >= WS-EMI-USADOS
               PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > WS-EMI-USADOS - WS-IDX
                   IF WS-EMI-TOTAL(WS-J) < WS-EMI-TOTAL(WS-J + 1)
                       MOVE WS-EMI-ENT(WS-J)     TO WS-TROCA-EMI
                       MOVE WS-EMI-ENT(WS-J + 1) TO WS-EMI-ENT(WS-J)
                       MOVE WS-TROCA-EMI         TO WS-EMI-ENT(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CONCENTRACAO POR EMISSOR (RAIZ DO TICKER)"
             TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-TITULOS-COLUNAS.
           WRITE REL-LINHA.
           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J > WS-EMI-USADOS
               IF WS-EMI-TOTAL(WS-J) NOT = 0
                   MOVE SPACES TO REL-LINHA
                   MOVE WS-EMI-COD(WS-J) TO REL-LINHA(1:4)
                   PERFORM VARYING WS-C FROM 1 BY 1
                             UNTIL WS-C > WS-COLS
                       MOVE WS-EMI-VAL(WS-J, WS-C) TO WS-VALOR-POS
                       PERFORM MONTA-VALOR-COLUNA
                   END-PERFORM
                   MOVE WS-EMI-TOTAL(WS-J) TO WS-VALOR-POS
                   PERFORM MONTA-VALOR-COLUNA
                   PERFORM MONTA-PERCENTUAL
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.

       IMPRIME-RODAPE.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-FORA-TOTAL TO WS-N-MASK.
           STRING "GRUPOS FORA DA TOLERANCIA DAS METAS: " WS-N-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
