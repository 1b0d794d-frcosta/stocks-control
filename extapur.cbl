       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTAPUR.
      *****************************************************************
      * Apuracao anual dos ativos no exterior (Lei 14.754/2023) por   *
      * titular, para o ano recebido na chamada. Soma os movimentos   *
      * do ano em exterior.dat (EXTMOD), ja convertidos pela PTAX de  *
      * cada operacao: dividendos e imposto retido la fora, ganhos e  *
      * perdas nas vendas. Rendimentos e ganhos formam uma so base;   *
      * a perda do ano e o saldo de prejuizo do ano anterior (gravado *
      * em extapur.dat) abatem a base, e o que sobrar de perda segue  *
      * para o ano seguinte. Imposto de 15% sobre a base; o imposto   *
      * pago no exterior sobre os dividendos abate o devido, limitado *
      * ao imposto brasileiro sobre esses dividendos. O imposto e     *
      * pago na declaracao de ajuste anual, sem DARF mensal, por isso *
      * nada vai para STK11 nem para o fechamento mensal. A execucao  *
      * substitui as linhas do ano em extapur.dat; saida em           *
      * exterior_AAAA.txt.                                            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk24'.                *> Titulares
           COPY 'control_stk26'.                *> Movimentos exterior
           COPY 'control_stk28'.                *> Apuracoes anuais

           SELECT ARQ-EXTAPUR-TMP ASSIGN TO "extapur.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXTAPUR-TMP.

           SELECT ARQ-EXTERIOR ASSIGN TO WS-EXTERIOR-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXTERIOR.

       DATA DIVISION.
       FILE SECTION.
       FD STK24.
           COPY 'stk24'.
       FD STK26.
           COPY 'stk26'.
       FD STK28.
           COPY 'stk28'.
       FD ARQ-EXTAPUR-TMP.
       01 EXTAPUR-TMP-REG           PIC X(118).
       FD ARQ-EXTERIOR.
       01 EXTERIOR-LINHA            PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK24           PIC X(02).
       77 WS-STATUS-STK26           PIC X(02).
       77 WS-STATUS-STK28           PIC X(02).
       77 WS-STATUS-EXTAPUR-TMP     PIC X(02).
       77 WS-STATUS-EXTERIOR        PIC X(02).
       77 WS-EXTERIOR-NOME          PIC X(20).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-ANO-ANTERIOR           PIC 9(04).
       77 WS-MOV-ANO                PIC 9(04).

      *    Aliquota unica da Lei 14.754 sobre rendimentos e ganhos.
       77 WS-EXT-ALIQ               PIC 9V99 VALUE 0,15.
       77 WS-EXT-LIQUIDO            PIC S9(11)V99.
       77 WS-EXT-LIMITE             PIC 9(09)V99.

       77 WS-TIT-TOTAL              PIC 9(02) VALUE 0.
       77 WS-TIT-IDX                PIC 9(02).
       77 WS-TIT-BUSCA              PIC X(03).

       77 WS-VALOR-MASK             PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-ROTULO                 PIC X(44).

      *    Acumuladores do ano por titular (padrao em branco na
      *    primeira posicao, os de STK24 e qualquer codigo achado nos
      *    movimentos sem cadastro), como na planilha do IRPFM.
       01 WS-TAB-TITULARES.
           05 WS-TIT-ENT OCCURS 20 TIMES.
               10 WS-T-TITULAR      PIC X(03).
               10 WS-T-NOME         PIC X(40).
               10 WS-T-MOVIMENTOS   PIC 9(05).
               10 WS-T-DIV          PIC 9(11)V99.
               10 WS-T-IMP-EXT      PIC 9(09)V99.
               10 WS-T-GANHOS       PIC 9(11)V99.
               10 WS-T-PERDAS       PIC 9(11)V99.
               10 WS-T-PREJ-ANT     PIC 9(11)V99.
               10 WS-T-BASE         PIC 9(11)V99.
               10 WS-T-IMPOSTO      PIC 9(09)V99.
               10 WS-T-CREDITO      PIC 9(09)V99.
               10 WS-T-DEVIDO       PIC 9(09)V99.
               10 WS-T-PREJ-SALDO   PIC 9(11)V99.

       LINKAGE SECTION.
       01 LNK-EXTAPUR-ANO           PIC 9(04).

       PROCEDURE DIVISION USING LNK-EXTAPUR-ANO.
       MAIN-SECTION.
           COMPUTE WS-ANO-ANTERIOR = LNK-EXTAPUR-ANO - 1.
           MOVE SPACES TO WS-EXTERIOR-NOME.
           STRING "exterior_" LNK-EXTAPUR-ANO ".txt" DELIMITED BY SIZE
                  INTO WS-EXTERIOR-NOME
           END-STRING.

           PERFORM CARREGA-TITULARES.
           PERFORM CARREGA-MOVIMENTOS.
           PERFORM CARREGA-PREJUIZO-ANTERIOR.

           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                     UNTIL WS-TIT-IDX > WS-TIT-TOTAL
               PERFORM APURA-TITULAR
           END-PERFORM.

           OPEN OUTPUT ARQ-EXTERIOR.
           MOVE SPACES TO EXTERIOR-LINHA.
           STRING "ATIVOS NO EXTERIOR - APURACAO ANUAL (LEI 14.754) - "
                  "ANO-CALENDARIO " LNK-EXTAPUR-ANO
                  DELIMITED BY SIZE
                  INTO EXTERIOR-LINHA
           END-STRING.
           WRITE EXTERIOR-LINHA.
           MOVE SPACES TO EXTERIOR-LINHA.
           STRING "VALORES EM REAIS PELA PTAX DE VENDA DA DATA DE "
                  "CADA OPERACAO; IMPOSTO PAGO NA DECLARACAO DE AJUSTE"
                  DELIMITED BY SIZE
                  INTO EXTERIOR-LINHA
           END-STRING.
           WRITE EXTERIOR-LINHA.
           MOVE SPACES TO EXTERIOR-LINHA.
           WRITE EXTERIOR-LINHA.

           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                     UNTIL WS-TIT-IDX > WS-TIT-TOTAL
               IF WS-T-MOVIMENTOS(WS-TIT-IDX) > 0
                  OR WS-T-PREJ-ANT(WS-TIT-IDX) > 0
                   PERFORM GRAVA-SECAO-TITULAR
               END-IF
           END-PERFORM.
           CLOSE ARQ-EXTERIOR.

           PERFORM REGRAVA-APURACAO.
           GOBACK.

       CARREGA-TITULARES.
           MOVE 0 TO WS-TIT-TOTAL.
           MOVE SPACES TO WS-TIT-BUSCA.
           PERFORM BUSCA-INDICE-TITULAR.
           MOVE "TITULAR PADRAO" TO WS-T-NOME(WS-TIT-IDX).
           OPEN INPUT STK24.
           IF WS-STATUS-STK24 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM CARREGA-TITULAR-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK24.

       CARREGA-TITULAR-SEQ.
           READ STK24 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK24 = "00"
               MOVE WFS-STK24-TITULAR TO WS-TIT-BUSCA
               PERFORM BUSCA-INDICE-TITULAR
               MOVE WFS-STK24-NOME TO WS-T-NOME(WS-TIT-IDX)
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       BUSCA-INDICE-TITULAR.
      *    Posicao de WS-TIT-BUSCA na tabela, incluindo o titular na
      *    primeira vez que aparece; com a tabela cheia, o valor fica
      *    com o titular padrao.
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                     UNTIL WS-TIT-IDX > WS-TIT-TOTAL
               IF WS-T-TITULAR(WS-TIT-IDX) = WS-TIT-BUSCA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-TIT-TOTAL >= 20
               MOVE 1 TO WS-TIT-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TIT-TOTAL.
           MOVE WS-TIT-TOTAL TO WS-TIT-IDX.
           INITIALIZE WS-TIT-ENT(WS-TIT-IDX).
           MOVE WS-TIT-BUSCA TO WS-T-TITULAR(WS-TIT-IDX).
           MOVE "(SEM CADASTRO)" TO WS-T-NOME(WS-TIT-IDX).

       CARREGA-MOVIMENTOS.
           OPEN INPUT STK26.
           IF WS-STATUS-STK26 NOT = "00"
               CLOSE STK26
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-MOVIMENTO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK26.

       CARREGA-MOVIMENTO-SEQ.
      *    Compras so formam custo (ja baixado nas vendas por EXTMOD);
      *    entram na apuracao os dividendos e o resultado das vendas.
           READ STK26 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK26 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           DIVIDE WFS-STK26-DATA BY 10000 GIVING WS-MOV-ANO.
           IF WS-MOV-ANO NOT = LNK-EXTAPUR-ANO
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK26-TITULAR TO WS-TIT-BUSCA.
           PERFORM BUSCA-INDICE-TITULAR.
           ADD 1 TO WS-T-MOVIMENTOS(WS-TIT-IDX).
           EVALUATE TRUE
               WHEN WFS-STK26-DIVIDENDO
                   ADD WFS-STK26-VALOR-BRL   TO WS-T-DIV(WS-TIT-IDX)
                   ADD WFS-STK26-IMPOSTO-BRL
                     TO WS-T-IMP-EXT(WS-TIT-IDX)
               WHEN WFS-STK26-VENDA
                   IF WFS-STK26-RESULT-BRL > 0
                       ADD WFS-STK26-RESULT-BRL
                         TO WS-T-GANHOS(WS-TIT-IDX)
                   ELSE
                       SUBTRACT WFS-STK26-RESULT-BRL
                           FROM WS-T-PERDAS(WS-TIT-IDX)
                   END-IF
           END-EVALUATE.

       CARREGA-PREJUIZO-ANTERIOR.
      *    Saldo de prejuizo que sobrou da apuracao do ano anterior.
           OPEN INPUT STK28.
           IF WS-STATUS-STK28 NOT = "00"
               CLOSE STK28
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-PREJUIZO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK28.

       CARREGA-PREJUIZO-SEQ.
           READ STK28 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK28 = "00"
               IF WFS-STK28-ANO = WS-ANO-ANTERIOR
                   MOVE WFS-STK28-TITULAR TO WS-TIT-BUSCA
                   PERFORM BUSCA-INDICE-TITULAR
                   ADD WFS-STK28-PREJ-SALDO
                     TO WS-T-PREJ-ANT(WS-TIT-IDX)
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       APURA-TITULAR.
      *    Base unica: dividendos mais ganhos, menos perdas do ano e
      *    prejuizo anterior. Negativa, vira saldo de prejuizo.
           COMPUTE WS-EXT-LIQUIDO = WS-T-DIV(WS-TIT-IDX)
                                  + WS-T-GANHOS(WS-TIT-IDX)
                                  - WS-T-PERDAS(WS-TIT-IDX)
                                  - WS-T-PREJ-ANT(WS-TIT-IDX).
           MOVE 0 TO WS-T-BASE(WS-TIT-IDX) WS-T-IMPOSTO(WS-TIT-IDX)
                     WS-T-CREDITO(WS-TIT-IDX) WS-T-DEVIDO(WS-TIT-IDX)
                     WS-T-PREJ-SALDO(WS-TIT-IDX).
           IF WS-EXT-LIQUIDO < 0
               COMPUTE WS-T-PREJ-SALDO(WS-TIT-IDX) = 0 - WS-EXT-LIQUIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXT-LIQUIDO TO WS-T-BASE(WS-TIT-IDX).
           COMPUTE WS-T-IMPOSTO(WS-TIT-IDX) ROUNDED =
                   WS-T-BASE(WS-TIT-IDX) * WS-EXT-ALIQ.

      *    Credito do imposto pago no exterior: limitado aos 15%
      *    brasileiros sobre os dividendos e ao imposto apurado.
           MOVE WS-T-IMP-EXT(WS-TIT-IDX) TO WS-T-CREDITO(WS-TIT-IDX).
           COMPUTE WS-EXT-LIMITE ROUNDED =
                   WS-T-DIV(WS-TIT-IDX) * WS-EXT-ALIQ.
           IF WS-T-CREDITO(WS-TIT-IDX) > WS-EXT-LIMITE
               MOVE WS-EXT-LIMITE TO WS-T-CREDITO(WS-TIT-IDX)
           END-IF.
           IF WS-T-CREDITO(WS-TIT-IDX) > WS-T-IMPOSTO(WS-TIT-IDX)
               MOVE WS-T-IMPOSTO(WS-TIT-IDX) TO WS-T-CREDITO(WS-TIT-IDX)
           END-IF.
           COMPUTE WS-T-DEVIDO(WS-TIT-IDX) =
                   WS-T-IMPOSTO(WS-TIT-IDX) - WS-T-CREDITO(WS-TIT-IDX).

       GRAVA-SECAO-TITULAR.
           MOVE SPACES TO EXTERIOR-LINHA.
           STRING "TITULAR " WS-T-TITULAR(WS-TIT-IDX)
                  " - " WS-T-NOME(WS-TIT-IDX)
                  DELIMITED BY SIZE
                  INTO EXTERIOR-LINHA
           END-STRING.
           WRITE EXTERIOR-LINHA.

           MOVE "DIVIDENDOS RECEBIDOS" TO WS-ROTULO.
           MOVE WS-T-DIV(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "GANHOS NAS VENDAS" TO WS-ROTULO.
           MOVE WS-T-GANHOS(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "(-) PERDAS NAS VENDAS" TO WS-ROTULO.
           MOVE WS-T-PERDAS(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "(-) PREJUIZO DE ANOS ANTERIORES" TO WS-ROTULO.
           MOVE WS-T-PREJ-ANT(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "BASE DE CALCULO" TO WS-ROTULO.
           MOVE WS-T-BASE(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "IMPOSTO (15%)" TO WS-ROTULO.
           MOVE WS-T-IMPOSTO(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "IMPOSTO RETIDO NO EXTERIOR" TO WS-ROTULO.
           MOVE WS-T-IMP-EXT(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "(-) CREDITO DO IMPOSTO DO EXTERIOR" TO WS-ROTULO.
           MOVE WS-T-CREDITO(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "IMPOSTO DEVIDO NA DECLARACAO" TO WS-ROTULO.
           MOVE WS-T-DEVIDO(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "PREJUIZO A COMPENSAR NO ANO SEGUINTE" TO WS-ROTULO.
           MOVE WS-T-PREJ-SALDO(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE SPACES TO EXTERIOR-LINHA.
           WRITE EXTERIOR-LINHA.

       GRAVA-LINHA-VALOR.
           MOVE SPACES TO EXTERIOR-LINHA.
           STRING "    " WS-ROTULO " R$ " WS-VALOR-MASK
                  DELIMITED BY SIZE
                  INTO EXTERIOR-LINHA
           END-STRING.
           WRITE EXTERIOR-LINHA.

       REGRAVA-APURACAO.
      *    Linhas de outros anos passam pelo temporario como estao;
      *    as do ano apurado sao trocadas pelas novas, uma por
      *    titular com movimento ou prejuizo a carregar.
           OPEN OUTPUT ARQ-EXTAPUR-TMP.
           OPEN INPUT STK28.
           IF WS-STATUS-STK28 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM REGRAVA-APURACAO-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK28.

           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                     UNTIL WS-TIT-IDX > WS-TIT-TOTAL
               IF WS-T-MOVIMENTOS(WS-TIT-IDX) > 0
                  OR WS-T-PREJ-ANT(WS-TIT-IDX) > 0
                   PERFORM MONTA-APURACAO
                   WRITE EXTAPUR-TMP-REG FROM STK28-REGISTER
               END-IF
           END-PERFORM.
           CLOSE ARQ-EXTAPUR-TMP.

           OPEN OUTPUT STK28.
           OPEN INPUT ARQ-EXTAPUR-TMP.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM REGRAVA-APURACAO-VOLTA UNTIL WS-FIM-ARQ = "S".
           CLOSE STK28.
           CLOSE ARQ-EXTAPUR-TMP.
           CALL "CBL_DELETE_FILE" USING "extapur.tmp".

       REGRAVA-APURACAO-SEQ.
           READ STK28 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK28 = "00"
               IF WFS-STK28-ANO NOT = LNK-EXTAPUR-ANO
                   WRITE EXTAPUR-TMP-REG FROM STK28-REGISTER
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       REGRAVA-APURACAO-VOLTA.
           READ ARQ-EXTAPUR-TMP AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-EXTAPUR-TMP = "00"
               MOVE EXTAPUR-TMP-REG TO STK28-REGISTER
               WRITE STK28-REGISTER
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       MONTA-APURACAO.
           MOVE WS-T-TITULAR(WS-TIT-IDX)    TO WFS-STK28-TITULAR.
           MOVE LNK-EXTAPUR-ANO             TO WFS-STK28-ANO.
           MOVE WS-T-DIV(WS-TIT-IDX)        TO WFS-STK28-DIVIDENDOS.
           MOVE WS-T-GANHOS(WS-TIT-IDX)     TO WFS-STK28-GANHOS.
           MOVE WS-T-PERDAS(WS-TIT-IDX)     TO WFS-STK28-PERDAS.
           MOVE WS-T-PREJ-ANT(WS-TIT-IDX)   TO WFS-STK28-PREJ-ANT.
           MOVE WS-T-BASE(WS-TIT-IDX)       TO WFS-STK28-BASE.
           MOVE WS-T-IMPOSTO(WS-TIT-IDX)    TO WFS-STK28-IMPOSTO.
           MOVE WS-T-CREDITO(WS-TIT-IDX)    TO WFS-STK28-IMP-EXTERIOR.
           MOVE WS-T-DEVIDO(WS-TIT-IDX)     TO WFS-STK28-DEVIDO.
           MOVE WS-T-PREJ-SALDO(WS-TIT-IDX) TO WFS-STK28-PREJ-SALDO.
