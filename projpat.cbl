       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJPAT.
      *****************************************************************
      * Projecao do patrimonio de um titular ate a data alvo: parte   *
      * do saldo da ultima competencia fechada (STK18, contas somadas *
      * pelo titular do vinculo contastit.dat) e projeta mes a mes    *
      * V = V * (1 + i) + aporte, com i a taxa mensal equivalente ao  *
      * retorno real anual de cada cenario - conservador, base,       *
      * otimista e, se a tabela de benchmarks tiver 12 meses de CDI,  *
      * um cenario atrelado ao CDI (% do CDI dos ultimos 12 meses,    *
      * descontada a inflacao esperada). Valores em reais de hoje.    *
      * Para cada cenario: saldo na data alvo, mes em que o alvo e    *
      * atingido e o aporte mensal necessario para atingi-lo,         *
      * PMT = (alvo - V0 * (1+i)**N) * i / ((1+i)**N - 1).            *
      * Cada execucao e gravada em projecoes.dat (STK50); a projecao  *
      * de cerca de um ano atras e refeita mes a mes, corrigida pela  *
      * inflacao que ela previa, e comparada com o saldo realizado    *
      * das competencias seguintes. Saida em projpatrimonio.txt.      *
      * Retorno: 00 ok, 04 titular sem competencia fechada, 08 data   *
      * alvo invalida, nao posterior a base ou alem de 50 anos.       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk18'.                *> Patrimonio mensal
           COPY 'control_stk50'.                *> Projecoes gravadas
           COPY 'control_benchmark'.            *> Indices CDI/IBOV

           SELECT ARQ-CTIT ASSIGN TO "contastit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CTIT.

           SELECT ARQ-PRJ ASSIGN TO "projpatrimonio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PRJ.

       DATA DIVISION.
       FILE SECTION.
       FD STK18.
           COPY 'stk18'.
       FD STK50.
           COPY 'stk50'.
       FD ARQ-BENCH.
           COPY 'benchmark'.
       FD ARQ-CTIT.
       01 CTIT-REG.
           05 CTIT-ACCOUNT           PIC X(10).
           05 CTIT-TITULAR           PIC X(03).
       FD ARQ-PRJ.
       01 PRJ-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK18           PIC X(02).
       77 WS-STATUS-STK50           PIC X(02).
       77 WS-STATUS-BENCH           PIC X(02).
       77 WS-STATUS-CTIT            PIC X(02).
       77 WS-STATUS-PRJ             PIC X(02).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-IDX                    PIC 9(03) COMP.
       77 WS-CMP-IDX                PIC 9(03) COMP.
       77 WS-CEN                    PIC 9(01) COMP.
       77 WS-CTIT-USADAS            PIC 9(03) COMP VALUE 0.
       77 WS-CMP-USADAS             PIC 9(03) COMP VALUE 0.
       77 WS-CDI-USADOS             PIC 9(03) COMP VALUE 0.
       77 WS-TITULAR                PIC X(03).
       77 WS-HOJE                   PIC 9(08).
       77 WS-BASE-COMP              PIC 9(06).
       77 WS-BASE-IDX               PIC 9(06) COMP.
       77 WS-ALVO-IDX               PIC 9(06) COMP.
       77 WS-MES-IDX                PIC 9(06) COMP.
       77 WS-MESES                  PIC 9(03) COMP.
       77 WS-SALDO-BASE             PIC S9(11)V99.
       77 WS-ANOMES-IDX             PIC 9(06) COMP.
       77 WS-ACHOU                  PIC X(01).
       77 WS-CDI-ULT                PIC 9(06).
       77 WS-CDI-ULT-VALOR          PIC 9(09)V99.
       77 WS-CDI-ANT-VALOR          PIC 9(09)V99.
       77 WS-CDI-NOMINAL            PIC S9(03)V9(06).
       77 WS-FATOR-N                PIC 9(15)V9(10).
       77 WS-APORTE-NEC             PIC S9(13)V99.
       77 WS-DIFERENCA              PIC S9(13)V99.
       77 WS-DIF-PCT                PIC S9(05)V99.

      *    Projecao anterior escolhida para o realizado x projetado:
      *    a de base mais recente com pelo menos 12 meses ate a
      *    ultima competencia; na falta, a mais antiga anterior.
       77 WS-ANT-ACHOU              PIC X(01).
       77 WS-ANT-BASE-IDX           PIC 9(06) COMP.
       77 WS-VELHA-ACHOU            PIC X(01).
       77 WS-VELHA-BASE-IDX         PIC 9(06) COMP.
       01 WS-ANT-REG                PIC X(68).
       01 WS-VELHA-REG              PIC X(68).
       77 WS-ANT-TAXA-MES           PIC S9(01)V9(12).
       77 WS-ANT-VALOR              PIC S9(15)V99.

       77 WS-VAL-MASK               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-VAL2-MASK              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-APT-MASK               PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-TAXA-MASK              PIC -ZZ9,99.
       77 WS-PCT-MASK               PIC ZZ9,99.
       77 WS-DIF-MASK               PIC -ZZ.ZZ9,99.
       77 WS-MESES-MASK             PIC ZZ9.

      *    Conversao entre AAAAMM e numero de meses (ano * 12 +
      *    mes - 1), para contar e avancar competencias.
       01 WS-ANOMES                 PIC 9(06).
       01 FILLER REDEFINES WS-ANOMES.
           05 WS-AM-ANO             PIC 9(04).
           05 WS-AM-MES             PIC 9(02).

       01 WS-DATA.
           05 WS-ANO                PIC 9(2).
           05 WS-MES                PIC 9(2).
           05 WS-DIA                PIC 9(2).

      *    Vinculo conta -> titular.
       01 WS-TAB-CTIT.
           05 WS-CTIT-ENT OCCURS 200 TIMES.
               10 WS-CTIT-CONTA     PIC X(10).
               10 WS-CTIT-TIT       PIC X(03).

      *    Saldo do titular por competencia fechada (contas somadas).
       01 WS-TAB-COMP.
           05 WS-CMP-ENT OCCURS 600 TIMES.
               10 WS-CMP-ANOMES     PIC 9(06).
               10 WS-CMP-SALDO      PIC S9(11)V99.

      *    Serie do CDI da tabela de benchmarks.
       01 WS-TAB-CDI.
           05 WS-CDI-ENT OCCURS 600 TIMES.
               10 WS-CDI-ANOMES     PIC 9(06).
               10 WS-CDI-VALOR      PIC 9(09)V99.

      *    Cenarios: 1 conservador, 2 base, 3 otimista, 4 CDI.
       01 WS-TAB-CEN.
           05 WS-CEN-ENT OCCURS 4 TIMES.
               10 WS-CEN-NOME       PIC X(12).
               10 WS-CEN-ATIVO      PIC X(01).
               10 WS-CEN-TAXA-ANO   PIC S9(03)V9(06).
               10 WS-CEN-TAXA-MES   PIC S9(01)V9(12).
               10 WS-CEN-VALOR      PIC S9(15)V99.
               10 WS-CEN-ATINGE     PIC 9(06).

       LINKAGE SECTION.
       01 LNK-PROJPAT-PARM.
           05 LNK-PRJ-TITULAR       PIC X(03).
           05 LNK-PRJ-ALVO          PIC 9(11)V99.
           05 LNK-PRJ-DATA-ALVO     PIC 9(06).
           05 LNK-PRJ-APORTE        PIC 9(09)V99.
           05 LNK-PRJ-CONSERV       PIC 9(02)V99.
           05 LNK-PRJ-BASE          PIC 9(02)V99.
           05 LNK-PRJ-OTIMISTA      PIC 9(02)V99.
           05 LNK-PRJ-CDI-PCT       PIC 9(03)V99.
           05 LNK-PRJ-INFLACAO      PIC 9(02)V99.
           05 LNK-PRJ-RC            PIC 9(02).

       PROCEDURE DIVISION USING LNK-PROJPAT-PARM.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: os
      *    acumuladores e tabelas sao zerados na entrada, como
      *    PROVREL/BENSDIR fazem - VALUE so vale na primeira carga.
           MOVE 0 TO WS-CTIT-USADAS WS-CMP-USADAS WS-CDI-USADOS.
           MOVE 00 TO LNK-PRJ-RC.
           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-HOJE = (2000 + WS-ANO) * 10000
                            + WS-MES * 100 + WS-DIA.

           PERFORM CARREGA-VINCULOS.
           PERFORM CARREGA-PATRIMONIO.
           IF WS-CMP-USADAS = 0
               MOVE 04 TO LNK-PRJ-RC
               GOBACK
           END-IF.

      *    Base: ultima competencia fechada do titular.
           MOVE WS-CMP-ANOMES(WS-CMP-USADAS) TO WS-BASE-COMP.
           MOVE WS-CMP-SALDO(WS-CMP-USADAS)  TO WS-SALDO-BASE.
           MOVE WS-BASE-COMP TO WS-ANOMES.
           PERFORM ANOMES-PARA-INDICE.
           MOVE WS-ANOMES-IDX TO WS-BASE-IDX.

           MOVE LNK-PRJ-DATA-ALVO TO WS-ANOMES.
           IF WS-AM-MES < 1 OR WS-AM-MES > 12
               MOVE 08 TO LNK-PRJ-RC
               GOBACK
           END-IF.
           PERFORM ANOMES-PARA-INDICE.
           MOVE WS-ANOMES-IDX TO WS-ALVO-IDX.
           IF WS-ALVO-IDX NOT > WS-BASE-IDX
              OR WS-ALVO-IDX - WS-BASE-IDX > 600
               MOVE 08 TO LNK-PRJ-RC
               GOBACK
           END-IF.
           COMPUTE WS-MESES = WS-ALVO-IDX - WS-BASE-IDX.

           PERFORM MONTA-CENARIOS.

           OPEN OUTPUT ARQ-PRJ.
           PERFORM GRAVA-CABECALHO.
           PERFORM PROJETA-CENARIOS.
           PERFORM GRAVA-RESUMO-CENARIOS.
           PERFORM COMPARA-PROJECAO-ANTERIOR.
           CLOSE ARQ-PRJ.

           PERFORM GRAVA-PROJECAO.
           GOBACK.

       CARREGA-VINCULOS.
           OPEN INPUT ARQ-CTIT.
           IF WS-STATUS-CTIT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-VINCULOS-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-CTIT.

       CARREGA-VINCULOS-SEQ.
           READ ARQ-CTIT AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-CTIT = "00"
               IF WS-CTIT-USADAS < 200
                   ADD 1 TO WS-CTIT-USADAS
                   MOVE CTIT-ACCOUNT TO WS-CTIT-CONTA(WS-CTIT-USADAS)
                   MOVE FUNCTION UPPER-CASE(CTIT-TITULAR)
                     TO WS-CTIT-TIT(WS-CTIT-USADAS)
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       CARREGA-PATRIMONIO.
      *    Saldos das contas do titular somados por competencia. A
      *    serie do STK18 vem em ordem de fechamento; competencia
      *    reaberta e refechada soma na entrada ja existente.
           OPEN INPUT STK18.
           IF WS-STATUS-STK18 NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-PATRIMONIO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK18.

       CARREGA-PATRIMONIO-SEQ.
           READ STK18 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK18 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-TITULAR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-CTIT-USADAS
               IF WS-CTIT-CONTA(WS-IDX) = WFS-STK18-ACCOUNT
                   MOVE WS-CTIT-TIT(WS-IDX) TO WS-TITULAR
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TITULAR NOT = LNK-PRJ-TITULAR
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ANOMES = (2000 + WFS-STK18-ANO) * 100
                              + WFS-STK18-MES.
           MOVE 0 TO WS-CMP-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-CMP-USADAS
               IF WS-CMP-ANOMES(WS-IDX) = WS-ANOMES
                   MOVE WS-IDX TO WS-CMP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CMP-IDX = 0
               IF WS-CMP-USADAS NOT < 600
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CMP-USADAS
               MOVE WS-CMP-USADAS TO WS-CMP-IDX
               MOVE WS-ANOMES TO WS-CMP-ANOMES(WS-CMP-IDX)
               MOVE 0         TO WS-CMP-SALDO(WS-CMP-IDX)
           END-IF.
           ADD WFS-STK18-SALDO TO WS-CMP-SALDO(WS-CMP-IDX).

       MONTA-CENARIOS.
      *    Taxas anuais reais informadas; o cenario CDI usa a
      *    variacao do indice nos 12 meses ate o ultimo mes
      *    cadastrado, no percentual pedido, e desconta a inflacao
      *    esperada: real = (1 + nominal) / (1 + inflacao) - 1.
           MOVE "CONSERVADOR" TO WS-CEN-NOME(1).
           MOVE "BASE"        TO WS-CEN-NOME(2).
           MOVE "OTIMISTA"    TO WS-CEN-NOME(3).
           MOVE "CDI"         TO WS-CEN-NOME(4).
           MOVE LNK-PRJ-CONSERV  TO WS-CEN-TAXA-ANO(1).
           MOVE LNK-PRJ-BASE     TO WS-CEN-TAXA-ANO(2).
           MOVE LNK-PRJ-OTIMISTA TO WS-CEN-TAXA-ANO(3).
           MOVE "S" TO WS-CEN-ATIVO(1) WS-CEN-ATIVO(2)
                       WS-CEN-ATIVO(3).
           MOVE "N" TO WS-CEN-ATIVO(4).
           MOVE 0   TO WS-CEN-TAXA-ANO(4) WS-CDI-NOMINAL.

           IF LNK-PRJ-CDI-PCT > 0
               PERFORM CALCULA-CDI-12M
           END-IF.

           PERFORM VARYING WS-CEN FROM 1 BY 1 UNTIL WS-CEN > 4
               COMPUTE WS-CEN-TAXA-MES(WS-CEN) ROUNDED =
                   (1 + WS-CEN-TAXA-ANO(WS-CEN) / 100) ** (1 / 12)
                   - 1
               MOVE WS-SALDO-BASE TO WS-CEN-VALOR(WS-CEN)
               MOVE 0 TO WS-CEN-ATINGE(WS-CEN)
               IF WS-SALDO-BASE >= LNK-PRJ-ALVO
                   MOVE WS-BASE-COMP TO WS-CEN-ATINGE(WS-CEN)
               END-IF
           END-PERFORM.

       CALCULA-CDI-12M.
           OPEN INPUT ARQ-BENCH.
           IF WS-STATUS-BENCH NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CDI-ULT.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-CDI-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-BENCH.
           IF WS-CDI-ULT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CDI-ULT TO WS-ANOMES.
           PERFORM ANOMES-PARA-INDICE.
           SUBTRACT 12 FROM WS-ANOMES-IDX.
           PERFORM INDICE-PARA-ANOMES.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-CDI-USADOS
               IF WS-CDI-ANOMES(WS-IDX) = WS-ANOMES
                   MOVE WS-CDI-VALOR(WS-IDX) TO WS-CDI-ANT-VALOR
                   MOVE "S" TO WS-ACHOU
               END-IF
               IF WS-CDI-ANOMES(WS-IDX) = WS-CDI-ULT
                   MOVE WS-CDI-VALOR(WS-IDX) TO WS-CDI-ULT-VALOR
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N" OR WS-CDI-ANT-VALOR = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CDI-NOMINAL ROUNDED =
               (WS-CDI-ULT-VALOR / WS-CDI-ANT-VALOR - 1) * 100.
           COMPUTE WS-CEN-TAXA-ANO(4) ROUNDED =
               ((1 + WS-CDI-NOMINAL * LNK-PRJ-CDI-PCT / 10000)
                / (1 + LNK-PRJ-INFLACAO / 100) - 1) * 100.
           MOVE "S" TO WS-CEN-ATIVO(4).

       CARREGA-CDI-SEQ.
           READ ARQ-BENCH AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-BENCH = "00"
               IF WFS-BENCH-INDICE = "CDI " AND WS-CDI-USADOS < 600
                   ADD 1 TO WS-CDI-USADOS
                   COMPUTE WS-CDI-ANOMES(WS-CDI-USADOS) =
                       WFS-BENCH-ANO * 100 + WFS-BENCH-MES
                   MOVE WFS-BENCH-VALOR
                     TO WS-CDI-VALOR(WS-CDI-USADOS)
                   IF WS-CDI-ANOMES(WS-CDI-USADOS) > WS-CDI-ULT
                       MOVE WS-CDI-ANOMES(WS-CDI-USADOS)
                         TO WS-CDI-ULT
                   END-IF
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       GRAVA-CABECALHO.
           MOVE SPACES TO PRJ-LINHA.
           IF LNK-PRJ-TITULAR = SPACES
               STRING "PROJECAO DE PATRIMONIO - TITULAR PADRAO - EM "
                      WS-HOJE
                      DELIMITED BY SIZE INTO PRJ-LINHA
               END-STRING
           ELSE
               STRING "PROJECAO DE PATRIMONIO - TITULAR "
                      LNK-PRJ-TITULAR " - EM " WS-HOJE
                      DELIMITED BY SIZE INTO PRJ-LINHA
               END-STRING
           END-IF.
           WRITE PRJ-LINHA.
           MOVE "VALORES EM REAIS DE HOJE (TAXAS REAIS, ACIMA DA INFLACA
      -    "O)" TO PRJ-LINHA.
           WRITE PRJ-LINHA.
           MOVE SPACES TO PRJ-LINHA.
           WRITE PRJ-LINHA.

           MOVE WS-SALDO-BASE TO WS-VAL-MASK.
           MOVE SPACES TO PRJ-LINHA.
           STRING "  SALDO DE PARTIDA (COMP. "
                  WS-BASE-COMP(5:2) "/" WS-BASE-COMP(1:4) ") R$"
                  WS-VAL-MASK
                  DELIMITED BY SIZE INTO PRJ-LINHA
           END-STRING.
           WRITE PRJ-LINHA.
           MOVE LNK-PRJ-ALVO TO WS-VAL-MASK.
           MOVE WS-MESES TO WS-MESES-MASK.
           MOVE SPACES TO PRJ-LINHA.
           STRING "  ALVO                             R$" WS-VAL-MASK
                  " EM " LNK-PRJ-DATA-ALVO(5:2) "/"
                  LNK-PRJ-DATA-ALVO(1:4) " -" WS-MESES-MASK
                  " MESES"
                  DELIMITED BY SIZE INTO PRJ-LINHA
           END-STRING.
           WRITE PRJ-LINHA.
           MOVE LNK-PRJ-APORTE TO WS-VAL-MASK.
           MOVE SPACES TO PRJ-LINHA.
           STRING "  APORTE MENSAL PLANEJADO          R$" WS-VAL-MASK
                  DELIMITED BY SIZE INTO PRJ-LINHA
           END-STRING.
           WRITE PRJ-LINHA.
           MOVE LNK-PRJ-INFLACAO TO WS-PCT-MASK.
           MOVE SPACES TO PRJ-LINHA.
           STRING "  INFLACAO ESPERADA                   " WS-PCT-MASK
                  "% A.A."
                  DELIMITED BY SIZE INTO PRJ-LINHA
           END-STRING.
           WRITE PRJ-LINHA.

           MOVE SPACES TO PRJ-LINHA.
           EVALUATE TRUE
               WHEN LNK-PRJ-CDI-PCT = 0
                   MOVE "  CENARIO CDI NAO PEDIDO" TO PRJ-LINHA
               WHEN WS-CEN-ATIVO(4) = "N"
                   MOVE "  CENARIO CDI OMITIDO - TABELA DE BENCHMARKS SE
      -            "M 12 MESES DE CDI" TO PRJ-LINHA
               WHEN OTHER
                   MOVE WS-CDI-NOMINAL TO WS-TAXA-MASK
                   MOVE LNK-PRJ-CDI-PCT TO WS-PCT-MASK
                   STRING "  CDI 12 MESES ATE " WS-CDI-ULT(5:2) "/"
                          WS-CDI-ULT(1:4) ":" WS-TAXA-MASK
                          "% A.A. - CENARIO DE " WS-PCT-MASK
                          "% DO CDI"
                          DELIMITED BY SIZE INTO PRJ-LINHA
                   END-STRING
           END-EVALUATE.
           WRITE PRJ-LINHA.
           MOVE SPACES TO PRJ-LINHA.
           WRITE PRJ-LINHA.

       PROJETA-CENARIOS.
      *    Mes a mes da competencia seguinte a base ate a data alvo:
      *    rendimento do mes sobre o saldo e aporte no fim do mes.
           MOVE "EVOLUCAO MES A MES" TO PRJ-LINHA.
           WRITE PRJ-LINHA.
           MOVE SPACES TO PRJ-LINHA.
           STRING "  COMPET.  "
                  "        CONSERVADOR "
                  "               BASE "
                  "           OTIMISTA "
                  "                CDI"
                  DELIMITED BY SIZE INTO PRJ-LINHA
           END-STRING.
           WRITE PRJ-LINHA.

           PERFORM VARYING WS-MES-IDX FROM WS-BASE-IDX BY 1
                     UNTIL WS-MES-IDX >= WS-ALVO-IDX
               MOVE WS-MES-IDX TO WS-ANOMES-IDX
               ADD 1 TO WS-ANOMES-IDX
               PERFORM INDICE-PARA-ANOMES
               MOVE SPACES TO PRJ-LINHA
               STRING "  " WS-AM-MES "/" WS-AM-ANO
                      DELIMITED BY SIZE INTO PRJ-LINHA
               END-STRING
               PERFORM VARYING WS-CEN FROM 1 BY 1 UNTIL WS-CEN > 4
                   IF WS-CEN-ATIVO(WS-CEN) = "S"
                       PERFORM PROJETA-MES-CENARIO
                   END-IF
               END-PERFORM
               WRITE PRJ-LINHA
           END-PERFORM.
           MOVE SPACES TO PRJ-LINHA.
           WRITE PRJ-LINHA.

       PROJETA-MES-CENARIO.
           COMPUTE WS-CEN-VALOR(WS-CEN) ROUNDED =
               WS-CEN-VALOR(WS-CEN) * (1 + WS-CEN-TAXA-MES(WS-CEN))
               + LNK-PRJ-APORTE
               ON SIZE ERROR
                   MOVE 999999999999999 TO WS-CEN-VALOR(WS-CEN)
           END-COMPUTE.
           IF WS-CEN-ATINGE(WS-CEN) = 0
              AND WS-CEN-VALOR(WS-CEN) >= LNK-PRJ-ALVO
               MOVE WS-ANOMES TO WS-CEN-ATINGE(WS-CEN)
           END-IF.
           MOVE WS-CEN-VALOR(WS-CEN) TO WS-VAL-MASK.
           COMPUTE WS-IDX = 12 + (WS-CEN - 1) * 20.
           MOVE WS-VAL-MASK TO PRJ-LINHA(WS-IDX:19).

       GRAVA-RESUMO-CENARIOS.
           MOVE "RESUMO POR CENARIO" TO PRJ-LINHA.
           WRITE PRJ-LINHA.
           MOVE SPACES TO PRJ-LINHA.
           STRING "  CENARIO      REAL A.A.       SALDO NA DATA ALVO"
                  "  ATINGE    APORTE NECESSARIO"
                  DELIMITED BY SIZE INTO PRJ-LINHA
           END-STRING.
           WRITE PRJ-LINHA.
           PERFORM VARYING WS-CEN FROM 1 BY 1 UNTIL WS-CEN > 4
               IF WS-CEN-ATIVO(WS-CEN) = "S"
                   PERFORM GRAVA-RESUMO-CENARIO
               END-IF
           END-PERFORM.
           MOVE SPACES TO PRJ-LINHA.
           WRITE PRJ-LINHA.

       GRAVA-RESUMO-CENARIO.
      *    Aporte mensal constante que leva o saldo de partida ao
      *    alvo na data alvo; sem rendimento, (alvo - V0) / N.
           COMPUTE WS-FATOR-N ROUNDED =
               (1 + WS-CEN-TAXA-MES(WS-CEN)) ** WS-MESES
               ON SIZE ERROR
                   MOVE 0 TO WS-FATOR-N
           END-COMPUTE.
           EVALUATE TRUE
               WHEN WS-CEN-TAXA-MES(WS-CEN) = 0
                   COMPUTE WS-APORTE-NEC ROUNDED =
                       (LNK-PRJ-ALVO - WS-SALDO-BASE) / WS-MESES
               WHEN WS-FATOR-N = 0 OR WS-FATOR-N = 1
                   MOVE 0 TO WS-APORTE-NEC
               WHEN OTHER
                   COMPUTE WS-APORTE-NEC ROUNDED =
                       (LNK-PRJ-ALVO - WS-SALDO-BASE * WS-FATOR-N)
                       * WS-CEN-TAXA-MES(WS-CEN) / (WS-FATOR-N - 1)
                       ON SIZE ERROR
                           MOVE 0 TO WS-APORTE-NEC
                   END-COMPUTE
           END-EVALUATE.

           MOVE WS-CEN-TAXA-ANO(WS-CEN) TO WS-TAXA-MASK.
           MOVE WS-CEN-VALOR(WS-CEN)    TO WS-VAL-MASK.
           MOVE SPACES TO PRJ-LINHA.
           STRING "  " WS-CEN-NOME(WS-CEN) " " WS-TAXA-MASK "%  "
                  WS-VAL-MASK
                  DELIMITED BY SIZE INTO PRJ-LINHA
           END-STRING.
           IF WS-CEN-ATINGE(WS-CEN) = 0
               MOVE "  NAO"  TO PRJ-LINHA(51:)
           ELSE
               MOVE WS-CEN-ATINGE(WS-CEN) TO WS-ANOMES
               STRING "  " WS-AM-MES "/" WS-AM-ANO
                      DELIMITED BY SIZE INTO PRJ-LINHA(51:)
               END-STRING
           END-IF.
           IF WS-APORTE-NEC > 0
               MOVE WS-APORTE-NEC TO WS-APT-MASK
               STRING "  R$" WS-APT-MASK
                      DELIMITED BY SIZE INTO PRJ-LINHA(62:)
               END-STRING
           ELSE
               MOVE "  ALVO ATINGIDO SEM APORTES" TO PRJ-LINHA(62:)
           END-IF.
           WRITE PRJ-LINHA.

       COMPARA-PROJECAO-ANTERIOR.
      *    Realizado x projetado: a projecao gravada ha um ano (ou a
      *    mais antiga, se nenhuma tiver 12 meses) e refeita mes a mes
      *    desde a sua base com a taxa do cenario base somada a
      *    inflacao que ela previa - o STK18 e nominal - e comparada
      *    com o saldo fechado de cada competencia seguinte.
           MOVE "REALIZADO X PROJECAO ANTERIOR" TO PRJ-LINHA.
           WRITE PRJ-LINHA.
           MOVE "N" TO WS-ANT-ACHOU WS-VELHA-ACHOU.
           OPEN INPUT STK50.
           IF WS-STATUS-STK50 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM BUSCA-PROJECAO-SEQ UNTIL WS-FIM-ARQ = "S"
               CLOSE STK50
           END-IF.

           EVALUATE TRUE
               WHEN WS-ANT-ACHOU = "S"
                   MOVE WS-ANT-REG TO STK50-REGISTER
               WHEN WS-VELHA-ACHOU = "S"
                   MOVE WS-VELHA-REG TO STK50-REGISTER
               WHEN OTHER
                   MOVE "  NENHUMA PROJECAO ANTERIOR DO TITULAR - ESTA F
      -            "ICA GRAVADA PARA A PROXIMA COMPARACAO" TO PRJ-LINHA
                   WRITE PRJ-LINHA
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WFS-STK50-APORTE    TO WS-APT-MASK.
           MOVE WFS-STK50-TAXA-BASE TO WS-PCT-MASK.
           MOVE SPACES TO PRJ-LINHA.
           STRING "  PROJECAO DE " WFS-STK50-DATA(7:2) "/"
                  WFS-STK50-DATA(5:2) "/" WFS-STK50-DATA(1:4)
                  " - BASE " WFS-STK50-BASE-COMP(5:2) "/"
                  WFS-STK50-BASE-COMP(1:4) ", APORTE R$" WS-APT-MASK
                  ", REAL" WS-PCT-MASK "% A.A."
                  DELIMITED BY SIZE INTO PRJ-LINHA
           END-STRING.
           WRITE PRJ-LINHA.
           MOVE WFS-STK50-INFLACAO TO WS-PCT-MASK.
           MOVE SPACES TO PRJ-LINHA.
           STRING "  MAIS INFLACAO PREVISTA DE" WS-PCT-MASK
                  "% A.A. (VALORES NOMINAIS, COMO O STK18)"
                  DELIMITED BY SIZE INTO PRJ-LINHA
           END-STRING.
           WRITE PRJ-LINHA.
           MOVE SPACES TO PRJ-LINHA.
           STRING "  COMPET.           PROJETADO           REALIZADO"
                  "           DIFERENCA   DIF. %"
                  DELIMITED BY SIZE INTO PRJ-LINHA
           END-STRING.
           WRITE PRJ-LINHA.

           COMPUTE WS-ANT-TAXA-MES ROUNDED =
               ((1 + WFS-STK50-TAXA-BASE / 100)
                * (1 + WFS-STK50-INFLACAO / 100)) ** (1 / 12) - 1.
           MOVE WFS-STK50-SALDO-BASE TO WS-ANT-VALOR.
           MOVE WFS-STK50-BASE-COMP TO WS-ANOMES.
           PERFORM ANOMES-PARA-INDICE.
           PERFORM VARYING WS-MES-IDX FROM WS-ANOMES-IDX BY 1
                     UNTIL WS-MES-IDX >= WS-BASE-IDX
               COMPUTE WS-ANT-VALOR ROUNDED =
                   WS-ANT-VALOR * (1 + WS-ANT-TAXA-MES)
                   + WFS-STK50-APORTE
                   ON SIZE ERROR
                       MOVE 999999999999999 TO WS-ANT-VALOR
               END-COMPUTE
               MOVE WS-MES-IDX TO WS-ANOMES-IDX
               ADD 1 TO WS-ANOMES-IDX
               PERFORM INDICE-PARA-ANOMES
               PERFORM GRAVA-REALIZADO-MES
           END-PERFORM.

       BUSCA-PROJECAO-SEQ.
           READ STK50 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK50 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK50-TITULAR NOT = LNK-PRJ-TITULAR
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK50-BASE-COMP TO WS-ANOMES.
           PERFORM ANOMES-PARA-INDICE.
           IF WS-ANOMES-IDX NOT < WS-BASE-IDX
               EXIT PARAGRAPH
           END-IF.
      *    Entre projecoes da mesma base vale a gravada por ultimo.
           IF WS-ANOMES-IDX + 12 <= WS-BASE-IDX
               IF WS-ANT-ACHOU = "N"
                  OR WS-ANOMES-IDX >= WS-ANT-BASE-IDX
                   MOVE "S" TO WS-ANT-ACHOU
                   MOVE WS-ANOMES-IDX  TO WS-ANT-BASE-IDX
                   MOVE STK50-REGISTER TO WS-ANT-REG
               END-IF
           END-IF.
           IF WS-VELHA-ACHOU = "N"
              OR WS-ANOMES-IDX <= WS-VELHA-BASE-IDX
               MOVE "S" TO WS-VELHA-ACHOU
               MOVE WS-ANOMES-IDX  TO WS-VELHA-BASE-IDX
               MOVE STK50-REGISTER TO WS-VELHA-REG
           END-IF.

       GRAVA-REALIZADO-MES.
      *    So as competencias fechadas do titular; mes sem STK18 e
      *    projetado mas nao sai na comparacao.
           MOVE 0 TO WS-CMP-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-CMP-USADAS
               IF WS-CMP-ANOMES(WS-IDX) = WS-ANOMES
                   MOVE WS-IDX TO WS-CMP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CMP-IDX = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIFERENCA = WS-CMP-SALDO(WS-CMP-IDX)
                                 - WS-ANT-VALOR.
           IF WS-ANT-VALOR NOT = 0
               COMPUTE WS-DIF-PCT ROUNDED =
                   WS-DIFERENCA / WS-ANT-VALOR * 100
                   ON SIZE ERROR
                       MOVE 0 TO WS-DIF-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-DIF-PCT
           END-IF.
           MOVE WS-ANT-VALOR             TO WS-VAL-MASK.
           MOVE WS-CMP-SALDO(WS-CMP-IDX) TO WS-VAL2-MASK.
           MOVE SPACES TO PRJ-LINHA.
           STRING "  " WS-AM-MES "/" WS-AM-ANO " " WS-VAL-MASK
                  " " WS-VAL2-MASK
                  DELIMITED BY SIZE INTO PRJ-LINHA
           END-STRING.
           MOVE WS-DIFERENCA TO WS-VAL-MASK.
           MOVE WS-DIF-PCT   TO WS-DIF-MASK.
           STRING " " WS-VAL-MASK " " WS-DIF-MASK
                  DELIMITED BY SIZE INTO PRJ-LINHA(51:)
           END-STRING.
           WRITE PRJ-LINHA.

       GRAVA-PROJECAO.
      *    A execucao fica gravada com o cenario base, para a
      *    comparacao do realizado nas proximas.
           OPEN EXTEND STK50.
           IF WS-STATUS-STK50 = "35"
               OPEN OUTPUT STK50
           END-IF.
           MOVE LNK-PRJ-TITULAR   TO WFS-STK50-TITULAR.
           MOVE WS-HOJE           TO WFS-STK50-DATA.
           MOVE WS-BASE-COMP      TO WFS-STK50-BASE-COMP.
           MOVE WS-SALDO-BASE     TO WFS-STK50-SALDO-BASE.
           MOVE LNK-PRJ-APORTE    TO WFS-STK50-APORTE.
           MOVE LNK-PRJ-BASE      TO WFS-STK50-TAXA-BASE.
           MOVE LNK-PRJ-INFLACAO  TO WFS-STK50-INFLACAO.
           MOVE LNK-PRJ-ALVO      TO WFS-STK50-ALVO.
           MOVE LNK-PRJ-DATA-ALVO TO WFS-STK50-DATA-ALVO.
           WRITE STK50-REGISTER.
           CLOSE STK50.

       ANOMES-PARA-INDICE.
           COMPUTE WS-ANOMES-IDX = WS-AM-ANO * 12 + WS-AM-MES - 1.

       INDICE-PARA-ANOMES.
           DIVIDE WS-ANOMES-IDX BY 12 GIVING WS-AM-ANO
                  REMAINDER WS-AM-MES.
           ADD 1 TO WS-AM-MES.
