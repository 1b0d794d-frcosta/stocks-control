       IDENTIFICATION DIVISION.
       PROGRAM-ID. APORTREL.
      *****************************************************************
      * Relatorio anual de meta x execucao dos aportes programados:   *
      * para cada plano de aportes.dat (STK38) e cada mes do ano em   *
      * que o plano venceu ate hoje, o valor mensal do plano (meta),  *
      * o valor da ordem gerada pelo passo diario (aportesexec.dat,   *
      * STK39) e o valor efetivamente liberado pelo supervisor, com   *
      * a situacao da ordem na fila de aprovacao (pendentes.dat,      *
      * STK22): EXECUTADA, PENDENTE, REJEITADA, VALOR INSUF. (o       *
      * valor do plano nao comprava uma cota) ou NAO GERADO (passo    *
      * nao rodou ou sem cotacao). Totais por plano e geral, com o    *
      * percentual executado da meta; geracoes de planos ja           *
      * excluidos do cadastro saem em secao propria. Saida em         *
      * aportes_AAAA.txt.                                             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk22'.                *> Ordens pendentes
           COPY 'control_stk38'.                *> Planos de aporte
           COPY 'control_stk39'.                *> Execucao dos aportes

           SELECT ARQ-REL ASSIGN TO WS-REL-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK22.
           COPY 'stk22'.
       FD STK38.
           COPY 'stk38'.
       FD STK39.
           COPY 'stk39'.
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK22           PIC X(02).
       77 WS-STATUS-STK38           PIC X(02).
       77 WS-STATUS-STK39           PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-REL-NOME               PIC X(24).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-IDX                    PIC 9(04) COMP.
       77 WS-EXE-USADAS             PIC 9(04) COMP VALUE 0.
       77 WS-MES                    PIC 9(02).
       77 WS-COMP                   PIC 9(06).
       77 WS-HOJE-AAMMDD            PIC 9(06).
       77 WS-HOJE                   PIC 9(08).
       77 WS-PROX-MES               PIC 9(08).
       77 WS-ULT-DIA                PIC 9(02).
       77 WS-PREVISTA               PIC 9(08).
       77 WS-ACHOU                  PIC X(01).
       77 WS-ORFAS                  PIC 9(04) VALUE 0.
       77 WS-SITUACAO               PIC X(12).
       77 WS-MES-META               PIC 9(09)V99.
       77 WS-MES-GERADO             PIC 9(09)V99.
       77 WS-MES-EXEC               PIC 9(09)V99.
       77 WS-PLN-META               PIC 9(09)V99.
       77 WS-PLN-GERADO             PIC 9(09)V99.
       77 WS-PLN-EXEC               PIC 9(09)V99.
       77 WS-TOT-META               PIC 9(11)V99.
       77 WS-TOT-GERADO             PIC 9(11)V99.
       77 WS-TOT-EXEC               PIC 9(11)V99.
       77 WS-PCT                    PIC 9(04)V9.
       77 WS-META-MASK              PIC ZZ.ZZZ.ZZ9,99.
       77 WS-GER-MASK               PIC ZZ.ZZZ.ZZ9,99.
       77 WS-EXE-MASK               PIC ZZ.ZZZ.ZZ9,99.
       77 WS-TOT1-MASK              PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-TOT2-MASK              PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-TOT3-MASK              PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-PCT-MASK               PIC ZZZ9,9.

      *    Geracoes do ano lidas de aportesexec.dat, com a situacao
      *    e o valor liberado da ordem casados pela chave em
      *    pendentes.dat; USADA marca as consumidas por um plano.
       01 WS-TAB-EXEC.
           05 WS-EXE-ENT OCCURS 2000 TIMES.
               10 WS-EXE-ACCOUNT    PIC X(10).
               10 WS-EXE-TITULAR    PIC X(03).
               10 WS-EXE-TICKER     PIC X(10).
               10 WS-EXE-COMP       PIC 9(06).
               10 WS-EXE-META       PIC 9(07)V99.
               10 WS-EXE-VALOR      PIC 9(09)V99.
               10 WS-EXE-KEY        PIC 9(12).
               10 WS-EXE-SIT        PIC X(01).
               10 WS-EXE-ESTADO     PIC X(01).
               10 WS-EXE-VALOR-LIB  PIC 9(09)V99.
               10 WS-EXE-USADA      PIC X(01).

       LINKAGE SECTION.
       01 LNK-APT-ANO               PIC 9(04).

       PROCEDURE DIVISION USING LNK-APT-ANO.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: os
      *    acumuladores e a tabela sao zerados na entrada, como
      *    PROVREL/REBALREL fazem.
           MOVE 0 TO WS-EXE-USADAS WS-ORFAS.
           MOVE 0 TO WS-TOT-META WS-TOT-GERADO WS-TOT-EXEC.
           ACCEPT WS-HOJE-AAMMDD FROM DATE.
           COMPUTE WS-HOJE = 20000000 + WS-HOJE-AAMMDD.

           MOVE SPACES TO WS-REL-NOME.
           STRING "aportes_" LNK-APT-ANO ".txt" DELIMITED BY SIZE
                  INTO WS-REL-NOME
           END-STRING.

           OPEN INPUT STK39.
           IF WS-STATUS-STK39 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM CARREGA-EXEC-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK39.

           OPEN INPUT STK22.
           IF WS-STATUS-STK22 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM CASA-ORDEM-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK22.

           OPEN OUTPUT ARQ-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "APORTES PROGRAMADOS - META X EXECUCAO - ANO "
                  LNK-APT-ANO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM GRAVA-CABECALHO.

           OPEN INPUT STK38.
           IF WS-STATUS-STK38 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM RELATA-PLANO-SEQ UNTIL WS-FIM-ARQ = "S"
           ELSE
               MOVE "NENHUM PLANO CADASTRADO EM aportes.dat"
                 TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE STK38.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-EXE-USADAS
               IF WS-EXE-USADA(WS-IDX) = "N"
                   PERFORM RELATA-ORFA
               END-IF
           END-PERFORM.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-META   TO WS-TOT1-MASK.
           MOVE WS-TOT-GERADO TO WS-TOT2-MASK.
           MOVE WS-TOT-EXEC   TO WS-TOT3-MASK.
           MOVE 0 TO WS-PCT.
           IF WS-TOT-META > 0
               COMPUTE WS-PCT ROUNDED = WS-TOT-EXEC * 100
                                       / WS-TOT-META
           END-IF.
           MOVE WS-PCT TO WS-PCT-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL GERAL  META " WS-TOT1-MASK
                  "  GERADO " WS-TOT2-MASK
                  "  EXECUTADO " WS-TOT3-MASK
                  "  (" WS-PCT-MASK "% DA META)"
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.
           GOBACK.

       CARREGA-EXEC-SEQ.
           READ STK39 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK39 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK39-COMP(1:4) NOT = LNK-APT-ANO
              OR WS-EXE-USADAS >= 2000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXE-USADAS.
           MOVE WFS-STK39-ACCOUNT   TO WS-EXE-ACCOUNT(WS-EXE-USADAS).
           MOVE WFS-STK39-TITULAR   TO WS-EXE-TITULAR(WS-EXE-USADAS).
           MOVE WFS-STK39-TICKER    TO WS-EXE-TICKER(WS-EXE-USADAS).
           MOVE WFS-STK39-COMP      TO WS-EXE-COMP(WS-EXE-USADAS).
           MOVE WFS-STK39-META      TO WS-EXE-META(WS-EXE-USADAS).
           MOVE WFS-STK39-VALOR     TO WS-EXE-VALOR(WS-EXE-USADAS).
           MOVE WFS-STK39-ORDEM-KEY TO WS-EXE-KEY(WS-EXE-USADAS).
           MOVE WFS-STK39-SITUACAO  TO WS-EXE-SIT(WS-EXE-USADAS).
           MOVE SPACE               TO WS-EXE-ESTADO(WS-EXE-USADAS).
           MOVE 0                   TO WS-EXE-VALOR-LIB(WS-EXE-USADAS).
           MOVE "N"                 TO WS-EXE-USADA(WS-EXE-USADAS).

       CASA-ORDEM-SEQ.
      *    A ordem da geracao e localizada pela chave e conferida
      *    pela conta e ticker; o valor liberado e o da fila, que e
      *    o que a aprovacao lanca no diario.
           READ STK22 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK22 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-EXE-USADAS
               IF WS-EXE-SIT(WS-IDX) = "G"
                  AND WS-EXE-KEY(WS-IDX) = WFS-STK22-KEY
                  AND WS-EXE-ACCOUNT(WS-IDX) = WFS-STK22-ACCOUNT
                  AND WS-EXE-TICKER(WS-IDX) = WFS-STK22-TICKER
                   MOVE WFS-STK22-STATUS TO WS-EXE-ESTADO(WS-IDX)
                   IF WFS-STK22-APROVADA
                       COMPUTE WS-EXE-VALOR-LIB(WS-IDX) =
                               WFS-STK22-QTY * WFS-STK22-PRICE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       GRAVA-CABECALHO.
           MOVE "CONTA      TIT TICKER     COMP" TO REL-LINHA.
           MOVE "META        GERADO     EXECUTADO SITUACAO"
             TO REL-LINHA(43:).
           WRITE REL-LINHA.

       RELATA-PLANO-SEQ.
           READ STK38 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK38 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-PLN-META WS-PLN-GERADO WS-PLN-EXEC.
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               PERFORM RELATA-MES-PLANO
           END-PERFORM.
           IF WS-PLN-META = 0 AND WS-PLN-GERADO = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PLN-META   TO WS-TOT1-MASK.
           MOVE WS-PLN-GERADO TO WS-TOT2-MASK.
           MOVE WS-PLN-EXEC   TO WS-TOT3-MASK.
           MOVE 0 TO WS-PCT.
           IF WS-PLN-META > 0
               COMPUTE WS-PCT ROUNDED = WS-PLN-EXEC * 100
                                       / WS-PLN-META
           END-IF.
           MOVE WS-PCT TO WS-PCT-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING "  TOTAL DO PLANO  META " WS-TOT1-MASK
                  "  GERADO " WS-TOT2-MASK
                  "  EXECUTADO " WS-TOT3-MASK
                  "  (" WS-PCT-MASK "% DA META)"
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           ADD WS-PLN-META   TO WS-TOT-META.
           ADD WS-PLN-GERADO TO WS-TOT-GERADO.
           ADD WS-PLN-EXEC   TO WS-TOT-EXEC.

       RELATA-MES-PLANO.
      *    O mes entra na meta quando a data prevista do plano (dia
      *    do plano, limitado ao fim do mes - o mesmo criterio da
      *    geracao) ja chegou, nao antecede o cadastro e nao passa
      *    da data final.
           COMPUTE WS-COMP = LNK-APT-ANO * 100 + WS-MES.
           IF WS-MES = 12
               COMPUTE WS-PROX-MES = (LNK-APT-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PROX-MES = LNK-APT-ANO * 10000
                                    + (WS-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-ULT-DIA = FUNCTION MOD(
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PROX-MES) - 1), 100).
           IF WFS-STK38-DIA > WS-ULT-DIA
               COMPUTE WS-PREVISTA = WS-COMP * 100 + WS-ULT-DIA
           ELSE
               COMPUTE WS-PREVISTA = WS-COMP * 100 + WFS-STK38-DIA
           END-IF.

           MOVE 0 TO WS-MES-META WS-MES-GERADO WS-MES-EXEC.
           IF WS-PREVISTA <= WS-HOJE
              AND WS-PREVISTA >= WFS-STK38-DATA-INICIO
              AND (WFS-STK38-DATA-FIM = 0
                   OR WS-PREVISTA <= WFS-STK38-DATA-FIM)
               MOVE WFS-STK38-VALOR TO WS-MES-META
           END-IF.

           MOVE "N" TO WS-ACHOU.
           MOVE "NAO GERADO" TO WS-SITUACAO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-EXE-USADAS
               IF WS-EXE-ACCOUNT(WS-IDX) = WFS-STK38-ACCOUNT
                  AND WS-EXE-TICKER(WS-IDX) = WFS-STK38-TICKER
                  AND WS-EXE-COMP(WS-IDX) = WS-COMP
                   MOVE "S" TO WS-ACHOU
                   MOVE "S" TO WS-EXE-USADA(WS-IDX)
                   PERFORM SITUACAO-GERACAO
                   ADD WS-EXE-VALOR(WS-IDX)     TO WS-MES-GERADO
                   ADD WS-EXE-VALOR-LIB(WS-IDX) TO WS-MES-EXEC
               END-IF
           END-PERFORM.

           IF WS-MES-META = 0 AND WS-ACHOU = "N"
               EXIT PARAGRAPH
           END-IF.

           ADD WS-MES-META   TO WS-PLN-META.
           ADD WS-MES-GERADO TO WS-PLN-GERADO.
           ADD WS-MES-EXEC   TO WS-PLN-EXEC.
           MOVE WS-MES-META   TO WS-META-MASK.
           MOVE WS-MES-GERADO TO WS-GER-MASK.
           MOVE WS-MES-EXEC   TO WS-EXE-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING WFS-STK38-ACCOUNT " " WFS-STK38-TITULAR " "
                  WFS-STK38-TICKER " " WS-COMP " "
                  WS-META-MASK " " WS-GER-MASK " " WS-EXE-MASK " "
                  WS-SITUACAO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       SITUACAO-GERACAO.
           EVALUATE TRUE
               WHEN WS-EXE-SIT(WS-IDX) = "I"
                   MOVE "VALOR INSUF." TO WS-SITUACAO
               WHEN WS-EXE-ESTADO(WS-IDX) = "A"
                   MOVE "EXECUTADA"    TO WS-SITUACAO
               WHEN WS-EXE-ESTADO(WS-IDX) = "R"
                   MOVE "REJEITADA"    TO WS-SITUACAO
               WHEN WS-EXE-ESTADO(WS-IDX) = "P"
                   MOVE "PENDENTE"     TO WS-SITUACAO
               WHEN OTHER
                   MOVE "SEM ORDEM"    TO WS-SITUACAO
           END-EVALUATE.

       RELATA-ORFA.
      *    Geracao de plano ja excluido do cadastro: a meta do mes
      *    vem gravada na propria geracao.
           IF WS-ORFAS = 0
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "PLANOS EXCLUIDOS DO CADASTRO" TO REL-LINHA
               WRITE REL-LINHA
               PERFORM GRAVA-CABECALHO
           END-IF.
           ADD 1 TO WS-ORFAS.
           PERFORM SITUACAO-GERACAO.
           ADD WS-EXE-META(WS-IDX)      TO WS-TOT-META.
           ADD WS-EXE-VALOR(WS-IDX)     TO WS-TOT-GERADO.
           ADD WS-EXE-VALOR-LIB(WS-IDX) TO WS-TOT-EXEC.
           MOVE WS-EXE-META(WS-IDX)      TO WS-META-MASK.
           MOVE WS-EXE-VALOR(WS-IDX)     TO WS-GER-MASK.
           MOVE WS-EXE-VALOR-LIB(WS-IDX) TO WS-EXE-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING WS-EXE-ACCOUNT(WS-IDX) " " WS-EXE-TITULAR(WS-IDX) " "
                  WS-EXE-TICKER(WS-IDX) " " WS-EXE-COMP(WS-IDX) " "
                  WS-META-MASK " " WS-GER-MASK " " WS-EXE-MASK " "
                  WS-SITUACAO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
