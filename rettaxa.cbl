       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETTAXA.
      *****************************************************************
      * Retificacao retroativa de custos de ordens: quando a B3 muda  *
      * emolumentos/liquidacao e STK06 so e atualizado depois, as     *
      * ordens lancadas no intervalo ficaram com STK03-COST, NET e    *
      * AVPRICE errados. Para uma conta e um periodo, recalcula pelas *
      * regras de CALCULA a parcela de taxas B3 (negociacao,          *
      * liquidacao, TTA/registro e a parte de "outros" sobre elas)    *
      * com o conjunto de taxas aplicado e com o correto; corretagem, *
      * ISS/PIS/COFINS e IRRF nao dependem dessas taxas e ficam como  *
      * estao. Duas etapas:                                           *
      *                                                               *
      *   S (simula) - varre o diario vivo e os arquivos mortos       *
      *     (catalogo de mortos ou varredura por nomes, como          *
      *     RECONSTROI) e grava em retifica.jnl as ordens afetadas;   *
      *     retifica.rel mostra a diferenca por ordem, o preco medio  *
      *     das compras por ticker antes/depois e, por competencia,   *
      *     a diferenca de custo, de resultado realizado e de         *
      *     imposto; retifica.cmp leva as competencias ja fechadas    *
      *     (STK08 do titular) para o acerto do STOCKS.               *
      *   A (aplica) - regrava as ordens de retifica.jnl nos diarios  *
      *     (trilha de auditoria: ALT no diario vivo, RTF nos mortos, *
      *     que a recuperacao por data e hora nao reaplica), acerta o *
      *     liquido e o resultado das vendas em STK13 e lanca no      *
      *     caixa da conta (STK15) o ajuste de cada ordem na data de  *
      *     liquidacao original.                                      *
      *                                                               *
      * Competencia fechada nao e refeita aqui: o STOCKS leva a       *
      * diferenca de imposto de retifica.cmp a reabertura (a ultima   *
      * fechada, sem DARF pago) ou ao DARF complementar/credito de    *
      * compensacao do FECHAMES.                                      *
      *                                                               *
      * Chamada: RETTAXA USING LNK-RETTAXA-PARM                       *
      *   RC 00 ok, 04 nenhuma ordem afetada, 12 ordens demais        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk06'.                *> Taxas e aliquotas
           COPY 'control_stk07'.                *> Pagamentos de imposto
           COPY 'control_stk08'.                *> Fechamentos mensais
           COPY 'control_stk13'.                *> Resultados realizados
           COPY 'control_stk15'.                *> Caixa por conta
           COPY 'control_catalogo'.             *> Catalogo de mortos

           SELECT ARQ-DIARIO ASSIGN TO WS-ARQ-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DIARIO.

           SELECT ARQ-JNL ASSIGN TO "retifica.jnl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-JNL.

           SELECT ARQ-CMP ASSIGN TO "retifica.cmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CMP.

           SELECT ARQ-TMP ASSIGN TO "retifica.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TMP.

           SELECT ARQ-REL ASSIGN TO "retifica.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK06.
           COPY 'stk06'.
       FD STK07.
           COPY 'stk07'.
       FD STK08.
           COPY 'stk08'.
       FD STK13.
           COPY 'stk13'.
       FD STK15.
           COPY 'stk15'.
       FD ARQ-CATALOGO.
           COPY 'catalogo'.
       FD ARQ-DIARIO.
           COPY 'register'.
       FD ARQ-JNL.
       01 JNL-REG.
           05 JNL-ARQUIVO           PIC X(30).
           05 JNL-KEY               PIC 9(12).
           05 JNL-TICKER            PIC X(10).
           05 JNL-ORDER             PIC X(01).
           05 JNL-CATEGORIA         PIC X(01).
           05 JNL-QTY               PIC S9(06).
           05 JNL-SETTLE            PIC 9(08).
           05 JNL-CUSTO-NOVO        PIC 9(07)V99.
           05 JNL-NET-NOVO          PIC 9(07)V99.
           05 JNL-PM-NOVO           PIC 9(07)V99.
           05 JNL-DIF               PIC S9(07)V99.
       FD ARQ-CMP.
       01 CMP-REG.
           05 CMP-ANO               PIC 9(02).
           05 CMP-MES               PIC 9(02).
           05 CMP-FECHADA           PIC X(01).
           05 CMP-PAGA              PIC X(01).
           05 CMP-DIF-RESULT        PIC S9(07)V99.
           05 CMP-DIF-IMPOSTO       PIC S9(07)V99.
       FD ARQ-TMP.
       01 TMP-LINHA                 PIC X(132).
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK06           PIC X(02).
       77 WS-STATUS-STK07           PIC X(02).
       77 WS-STATUS-STK08           PIC X(02).
       77 WS-STATUS-STK13           PIC X(02).
       77 WS-STATUS-STK15           PIC X(02).
       77 WS-STATUS-CATALOGO        PIC X(02).
       77 WS-STATUS-DIARIO          PIC X(02).
       77 WS-STATUS-JNL             PIC X(02).
       77 WS-STATUS-CMP             PIC X(02).
       77 WS-STATUS-TMP             PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-ARQ-NOME               PIC X(30).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-CAT-PRESENTE           PIC X(01).
       77 WS-CAT-FIM                PIC X(01).
       77 WS-ANO-SCAN               PIC 9(02).
       77 WS-MES-SCAN               PIC 9(02).
       77 WS-ANO-LIMITE             PIC 9(02).
       77 WS-DATA-ORDEM             PIC 9(06).
       77 WS-IDX                    PIC 9(05) COMP.
       77 WS-IDX2                   PIC 9(05) COMP.
       77 WS-ACHOU                  PIC X(01).
       77 WS-ESTOURO                PIC X(01).
       77 WS-QTY-ABS                PIC 9(06).
       77 WS-PM-VENDA               PIC 9(07)V99.
       77 WS-CUSTO-NOVO             PIC S9(08)V99.
       77 WS-NET-NOVO               PIC S9(08)V99.
       77 WS-DIF                    PIC S9(07)V99.
       77 WS-ALIQ                   PIC 9V9(8).
       77 WS-IMP-CAT                PIC 9(07)V99.
       77 WS-DIF-IMP-CAT            PIC S9(07)V99.
       77 WS-AUDIT-ARQUIVO          PIC X(05).
       77 WS-AUDIT-ACAO             PIC X(03).
       77 WS-AUDIT-IMAGEM           PIC X(120).
       77 WS-VAL-MASK               PIC -.---.--9,99.
       77 WS-VAL2-MASK              PIC -.---.--9,99.
       77 WS-VAL3-MASK              PIC -.---.--9,99.
       77 WS-VAL4-MASK              PIC -.---.--9,99.
       77 WS-QTY-MASK               PIC -ZZZ.ZZ9.
       77 WS-CNT-MASK               PIC ZZZZ9.
       77 WS-OUTROS-TX              PIC 9V9(8).
       77 WS-TX-SWING               PIC 9V9(8).
       77 WS-TX-DAYTRADE            PIC 9V9(8).
       77 WS-TX-FII                 PIC 9V9(8).
       01 WS-DATA.
           05 WS-ANO                PIC 9(2).
           05 WS-MES                PIC 9(2).
           05 WS-DIA                PIC 9(2).

      *    Taxas B3 de uma ordem pelas regras de CALCULA, com os
      *    mesmos tamanhos de campo (e portanto o mesmo truncamento)
      *    de WS-TR-FEE, WS-LIQUIDITY, WS-TTA, WS-REGISTER e
      *    WS-OUTROS: uma vez com o conjunto aplicado, outra com o
      *    correto.
       01 WS-TAXAS-ORDEM.
           05 WS-NET-OPR            PIC 9(07)V99.
           05 WS-TR-FEE             PIC 9(07)V99.
           05 WS-LIQUIDITY          PIC 9(04)V99.
           05 WS-TTA                PIC 9(07)V99.
           05 WS-REGISTER           PIC 9(04)V99.
           05 WS-OUTROS             PIC 9(03)V99.
           05 WS-B3-ANT             PIC 9(07)V99.
           05 WS-B3-NOVO            PIC 9(07)V99.
       01 WS-TAXA-USO.
           05 WS-U-TRF              PIC 9V9(8).
           05 WS-U-LIQ              PIC 9V9(8).
           05 WS-U-TTA              PIC 9V9(8).
           05 WS-U-OPC-TRF          PIC 9V9(8).
           05 WS-U-OPC-LIQ          PIC 9V9(8).
           05 WS-U-OPC-REG          PIC 9V9(8).

      *    Ordens afetadas (simulacao e aplicacao).
       01 WS-ORDENS.
           05 WS-ORD-TOTAL          PIC 9(05) COMP.
           05 WS-ORD-ITEM OCCURS 2000 TIMES.
               10 WS-ORD-ARQUIVO    PIC X(30).
               10 WS-ORD-KEY        PIC 9(12).
               10 WS-ORD-TICKER     PIC X(10).
               10 WS-ORD-ORDER      PIC X(01).
               10 WS-ORD-CATEGORIA  PIC X(01).
               10 WS-ORD-QTY        PIC S9(06).
               10 WS-ORD-SETTLE     PIC 9(08).
               10 WS-ORD-CUSTO-NOVO PIC 9(07)V99.
               10 WS-ORD-NET-NOVO   PIC 9(07)V99.
               10 WS-ORD-PM-NOVO    PIC 9(07)V99.
               10 WS-ORD-DIF        PIC S9(07)V99.
               10 WS-ORD-STK13      PIC X(01).

      *    Preco medio das compras do periodo por ticker, com os
      *    custos de cada ordem, antes e depois da correcao.
       01 WS-TICKERS.
           05 WS-TCK-TOTAL          PIC 9(03) COMP.
           05 WS-TCK-ITEM OCCURS 200 TIMES.
               10 WS-TCK-TICKER     PIC X(10).
               10 WS-TCK-QTY        PIC 9(08).
               10 WS-TCK-NET-ANT    PIC 9(09)V99.
               10 WS-TCK-NET-NOVO   PIC 9(09)V99.
               10 WS-TCK-DIF-RES    PIC S9(07)V99.
       77 WS-TCK-PM-ANT             PIC 9(07)V99.
       77 WS-TCK-PM-NOVO            PIC 9(07)V99.

      *    Competencias atingidas; fechada e imposto vem do STK08 do
      *    titular, paga do STK07.
       01 WS-COMPETENCIAS.
           05 WS-CMP-TOTAL          PIC 9(03) COMP.
           05 WS-CMP-ITEM OCCURS 120 TIMES.
               10 WS-CMP-ANO        PIC 9(02).
               10 WS-CMP-MES        PIC 9(02).
               10 WS-CMP-DIF-COM    PIC S9(07)V99.
               10 WS-CMP-DIF-DT     PIC S9(07)V99.
               10 WS-CMP-DIF-FII    PIC S9(07)V99.
               10 WS-CMP-FECHADA    PIC X(01).
               10 WS-CMP-PAGA       PIC X(01).
               10 WS-CMP-IMP-COM    PIC 9(07)V99.
               10 WS-CMP-IMP-DT     PIC 9(07)V99.
               10 WS-CMP-IMP-FII    PIC 9(07)V99.
               10 WS-CMP-DIF-IMP    PIC S9(07)V99.
       77 WS-CMP-IDX                PIC 9(03) COMP.
       77 WS-CMP-ANO-BUSCA          PIC 9(02).
       77 WS-CMP-MES-BUSCA          PIC 9(02).
       77 WS-TOT-DIF-RES            PIC S9(07)V99.
       77 WS-TOT-DIF-IMP            PIC S9(07)V99.

       LINKAGE SECTION.
       01 LNK-RETTAXA-PARM.
           05 LNK-RTX-MODO          PIC X(01).
           05 LNK-RTX-CONTA         PIC X(10).
           05 LNK-RTX-TITULAR       PIC X(03).
           05 LNK-RTX-OPERADOR      PIC X(08).
           05 LNK-RTX-DATA-INI      PIC 9(06).
           05 LNK-RTX-DATA-FIM      PIC 9(06).
           05 LNK-RTX-APLICADAS.
               10 LNK-RTX-A-TRF     PIC 9V9(8).
               10 LNK-RTX-A-LIQ     PIC 9V9(8).
               10 LNK-RTX-A-TTA     PIC 9V9(8).
               10 LNK-RTX-A-OPC-TRF PIC 9V9(8).
               10 LNK-RTX-A-OPC-LIQ PIC 9V9(8).
               10 LNK-RTX-A-OPC-REG PIC 9V9(8).
           05 LNK-RTX-CORRETAS.
               10 LNK-RTX-C-TRF     PIC 9V9(8).
               10 LNK-RTX-C-LIQ     PIC 9V9(8).
               10 LNK-RTX-C-TTA     PIC 9V9(8).
               10 LNK-RTX-C-OPC-TRF PIC 9V9(8).
               10 LNK-RTX-C-OPC-LIQ PIC 9V9(8).
               10 LNK-RTX-C-OPC-REG PIC 9V9(8).
           05 LNK-RTX-RC            PIC 9(02).
           05 LNK-RTX-ORDENS        PIC 9(05).
           05 LNK-RTX-DIF-CUSTO     PIC S9(07)V99.
           05 LNK-RTX-FECHADAS      PIC 9(03).

       PROCEDURE DIVISION USING LNK-RETTAXA-PARM.
       MAIN-SECTION.
           MOVE 0 TO LNK-RTX-RC.
           EVALUATE LNK-RTX-MODO
               WHEN "S"
                   PERFORM SIMULA-RETIFICACAO
               WHEN "A"
                   PERFORM APLICA-RETIFICACAO
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * Simulacao                                                     *
      *****************************************************************
       SIMULA-RETIFICACAO.
           MOVE 0   TO WS-ORD-TOTAL WS-TCK-TOTAL WS-CMP-TOTAL
                       LNK-RTX-ORDENS LNK-RTX-DIF-CUSTO
                       LNK-RTX-FECHADAS.
           MOVE "N" TO WS-ESTOURO.
           PERFORM CARREGA-ALIQUOTAS-STK06.

           OPEN OUTPUT ARQ-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "RETIFICACAO DE CUSTOS - CONTA " LNK-RTX-CONTA
                  " PERIODO " LNK-RTX-DATA-INI " A " LNK-RTX-DATA-FIM
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "ORDEM        TICKER     O CAT      QTDE  CUSTO ANTES"
             TO REL-LINHA.
           MOVE "  CUSTO NOVO     DIFERENCA  RESULT REALIZ"
             TO REL-LINHA(53:50).
           WRITE REL-LINHA.

           OPEN OUTPUT ARQ-JNL.
           PERFORM COLETA-DIARIOS.
           CLOSE ARQ-JNL.

           IF WS-ESTOURO = "S"
               MOVE "MAIS DE 2000 ORDENS AFETADAS - REDUZA O PERIODO"
                 TO REL-LINHA
               WRITE REL-LINHA
               CLOSE ARQ-REL
               MOVE 12 TO LNK-RTX-RC
               EXIT PARAGRAPH
           END-IF.

           IF WS-ORD-TOTAL = 0
               MOVE "NENHUMA ORDEM COM DIFERENCA DE CUSTO" TO REL-LINHA
               WRITE REL-LINHA
               CLOSE ARQ-REL
               OPEN OUTPUT ARQ-CMP
               CLOSE ARQ-CMP
               MOVE 04 TO LNK-RTX-RC
               EXIT PARAGRAPH
           END-IF.

           PERFORM RELATA-TICKERS.
           PERFORM CLASSIFICA-COMPETENCIAS.
           PERFORM RELATA-COMPETENCIAS.
           CLOSE ARQ-REL.
           MOVE WS-ORD-TOTAL TO LNK-RTX-ORDENS.

       CARREGA-ALIQUOTAS-STK06.
      *    "Outros" e as aliquotas de IR vigentes; na falta do STK06,
      *    os valores de implantacao de CREATE-DEFAULT-RATES.
           MOVE 0,059 TO WS-OUTROS-TX.
           MOVE 0,15  TO WS-TX-SWING.
           MOVE 0,20  TO WS-TX-DAYTRADE.
           MOVE 0,20  TO WS-TX-FII.
           OPEN INPUT STK06.
           IF WS-STATUS-STK06 = "00"
               READ STK06
               IF WS-STATUS-STK06 = "00"
                   MOVE WFS-STK06-OUTROS-TX   TO WS-OUTROS-TX
                   MOVE WFS-STK06-TX-SWING    TO WS-TX-SWING
                   MOVE WFS-STK06-TX-DAYTRADE TO WS-TX-DAYTRADE
                   MOVE WFS-STK06-TX-FII      TO WS-TX-FII
               END-IF
           END-IF.
           CLOSE STK06.

       COLETA-DIARIOS.
      *    Mesma lista de diarios de RECONSTROI: do catalogo de
      *    mortos quando existe, senao pelos nomes stk03_AAMM.dat e
      *    stk03_ano_AA.dat; o diario vivo por ultimo.
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

           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-ANO-LIMITE = WS-ANO + 1.
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
           OPEN INPUT ARQ-DIARIO.
           IF WS-STATUS-DIARIO NOT = "00"
               CLOSE ARQ-DIARIO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM COLETA-ARQUIVO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-DIARIO.

       COLETA-ARQUIVO-SEQ.
           READ ARQ-DIARIO AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-DIARIO NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
      *    So compras e vendas da conta no periodo; eventos,
      *    transferencias e a parcela de termo nao pagam taxa B3 de
      *    pregao.
           IF STK03-ACCOUNT NOT = LNK-RTX-CONTA
               EXIT PARAGRAPH
           END-IF.
           IF STK03-ORDER NOT = "C" AND STK03-ORDER NOT = "c"
              AND STK03-ORDER NOT = "V" AND STK03-ORDER NOT = "v"
               EXIT PARAGRAPH
           END-IF.
           DIVIDE STK03-KEY BY 1000000 GIVING WS-DATA-ORDEM.
           IF WS-DATA-ORDEM < LNK-RTX-DATA-INI
              OR WS-DATA-ORDEM > LNK-RTX-DATA-FIM
               EXIT PARAGRAPH
           END-IF.

           MOVE LNK-RTX-APLICADAS TO WS-TAXA-USO.
           PERFORM CALCULA-TAXAS-B3.
           MOVE WS-B3-NOVO TO WS-B3-ANT.
           MOVE LNK-RTX-CORRETAS TO WS-TAXA-USO.
           PERFORM CALCULA-TAXAS-B3.
           COMPUTE WS-DIF = WS-B3-NOVO - WS-B3-ANT.
           IF WS-DIF = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-ORD-TOTAL >= 2000
               MOVE "S" TO WS-ESTOURO
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.

           PERFORM REGISTRA-ORDEM-AFETADA.

       CALCULA-TAXAS-B3.
      *    Parcela de CALCULA que depende das taxas da B3, com as
      *    taxas em WS-TAXA-USO; resultado em WS-B3-NOVO. Acao e FII
      *    pagam negociacao, liquidacao e TTA; opcao (quinta posicao
      *    do ticker nao numerica) paga negociacao, liquidacao e
      *    registro. "Outros" incide sobre negociacao+liquidacao.
           IF STK03-QTY < 0
               COMPUTE WS-QTY-ABS = 0 - STK03-QTY
           ELSE
               MOVE STK03-QTY TO WS-QTY-ABS
           END-IF.
           MULTIPLY WS-QTY-ABS BY STK03-PRICE GIVING WS-NET-OPR.
           IF STK03-CATEGORY = "F" OR STK03-TICKER(5:1) IS NUMERIC
               MOVE ZERO TO WS-REGISTER
               MULTIPLY WS-NET-OPR BY WS-U-TRF GIVING WS-TR-FEE
               MULTIPLY WS-NET-OPR BY WS-U-LIQ GIVING WS-LIQUIDITY
               MULTIPLY WS-NET-OPR BY WS-U-TTA GIVING WS-TTA
           ELSE
               MOVE ZERO TO WS-TTA
               MULTIPLY WS-NET-OPR BY WS-U-OPC-TRF GIVING WS-TR-FEE
               MULTIPLY WS-NET-OPR BY WS-U-OPC-LIQ GIVING WS-LIQUIDITY
               MULTIPLY WS-NET-OPR BY WS-U-OPC-REG GIVING WS-REGISTER
           END-IF.
           COMPUTE WS-OUTROS = (WS-TR-FEE + WS-LIQUIDITY)
                             * WS-OUTROS-TX.
           COMPUTE WS-B3-NOVO = WS-TR-FEE + WS-LIQUIDITY + WS-TTA
                              + WS-REGISTER + WS-OUTROS.

       REGISTRA-ORDEM-AFETADA.
      *    Custo, liquido e preco medio da ordem com a diferenca:
      *    compra paga o custo a mais, venda recebe a menos.
           COMPUTE WS-CUSTO-NOVO = STK03-COST + WS-DIF.
           IF WS-CUSTO-NOVO < 0
               MOVE 0 TO WS-CUSTO-NOVO
               COMPUTE WS-DIF = 0 - STK03-COST
           END-IF.
           IF STK03-ORDER = "C" OR STK03-ORDER = "c"
               COMPUTE WS-NET-NOVO = STK03-NET + WS-DIF
           ELSE
               COMPUTE WS-NET-NOVO = STK03-NET - WS-DIF
           END-IF.
           IF WS-NET-NOVO < 0
               MOVE 0 TO WS-NET-NOVO
           END-IF.

           ADD 1 TO WS-ORD-TOTAL.
           MOVE WS-ARQ-NOME    TO WS-ORD-ARQUIVO(WS-ORD-TOTAL).
           MOVE STK03-KEY      TO WS-ORD-KEY(WS-ORD-TOTAL).
           MOVE STK03-TICKER   TO WS-ORD-TICKER(WS-ORD-TOTAL).
           MOVE STK03-ORDER    TO WS-ORD-ORDER(WS-ORD-TOTAL).
           MOVE STK03-CATEGORY TO WS-ORD-CATEGORIA(WS-ORD-TOTAL).
           MOVE STK03-QTY      TO WS-ORD-QTY(WS-ORD-TOTAL).
           MOVE STK03-SETTLE-DATE TO WS-ORD-SETTLE(WS-ORD-TOTAL).
           MOVE WS-CUSTO-NOVO  TO WS-ORD-CUSTO-NOVO(WS-ORD-TOTAL).
           MOVE WS-NET-NOVO    TO WS-ORD-NET-NOVO(WS-ORD-TOTAL).
           IF WS-QTY-ABS > 0
               DIVIDE WS-NET-NOVO BY WS-QTY-ABS
                      GIVING WS-ORD-PM-NOVO(WS-ORD-TOTAL)
           ELSE
               MOVE 0 TO WS-ORD-PM-NOVO(WS-ORD-TOTAL)
           END-IF.
           MOVE WS-DIF         TO WS-ORD-DIF(WS-ORD-TOTAL).
           ADD WS-DIF TO LNK-RTX-DIF-CUSTO.

           MOVE WS-ORD-ARQUIVO(WS-ORD-TOTAL)    TO JNL-ARQUIVO.
           MOVE WS-ORD-KEY(WS-ORD-TOTAL)        TO JNL-KEY.
           MOVE WS-ORD-TICKER(WS-ORD-TOTAL)     TO JNL-TICKER.
           MOVE WS-ORD-ORDER(WS-ORD-TOTAL)      TO JNL-ORDER.
           MOVE WS-ORD-CATEGORIA(WS-ORD-TOTAL)  TO JNL-CATEGORIA.
           MOVE WS-ORD-QTY(WS-ORD-TOTAL)        TO JNL-QTY.
           MOVE WS-ORD-SETTLE(WS-ORD-TOTAL)     TO JNL-SETTLE.
           MOVE WS-ORD-CUSTO-NOVO(WS-ORD-TOTAL) TO JNL-CUSTO-NOVO.
           MOVE WS-ORD-NET-NOVO(WS-ORD-TOTAL)   TO JNL-NET-NOVO.
           MOVE WS-ORD-PM-NOVO(WS-ORD-TOTAL)    TO JNL-PM-NOVO.
           MOVE WS-ORD-DIF(WS-ORD-TOTAL)        TO JNL-DIF.
           WRITE JNL-REG.

      *    Linha da ordem: a venda tem o resultado realizado
      *    (STK13) reduzido pela diferenca de custo.
           MOVE SPACES TO REL-LINHA.
           MOVE STK03-KEY      TO REL-LINHA(1:12).
           MOVE STK03-TICKER   TO REL-LINHA(14:10).
           MOVE STK03-ORDER    TO REL-LINHA(25:1).
           MOVE STK03-CATEGORY TO REL-LINHA(27:1).
           MOVE STK03-QTY      TO WS-QTY-MASK.
           MOVE WS-QTY-MASK    TO REL-LINHA(31:8).
           MOVE STK03-COST     TO WS-VAL-MASK.
           MOVE WS-VAL-MASK    TO REL-LINHA(40:13).
           MOVE WS-CUSTO-NOVO  TO WS-VAL2-MASK.
           MOVE WS-VAL2-MASK   TO REL-LINHA(54:13).
           MOVE WS-DIF         TO WS-VAL3-MASK.
           MOVE WS-VAL3-MASK   TO REL-LINHA(68:13).
           IF STK03-ORDER = "V" OR STK03-ORDER = "v"
               COMPUTE WS-VAL4-MASK = 0 - WS-DIF
               MOVE WS-VAL4-MASK TO REL-LINHA(82:13)
           END-IF.
           WRITE REL-LINHA.

           PERFORM ACUMULA-TICKER.
           PERFORM ACUMULA-COMPETENCIA.

       ACUMULA-TICKER.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                     UNTIL WS-IDX2 > WS-TCK-TOTAL
                        OR WS-ACHOU = "S"
               IF WS-TCK-TICKER(WS-IDX2) = STK03-TICKER
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-IDX2
           ELSE
               IF WS-TCK-TOTAL >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TCK-TOTAL
               MOVE WS-TCK-TOTAL TO WS-IDX2
               MOVE STK03-TICKER TO WS-TCK-TICKER(WS-IDX2)
               MOVE 0 TO WS-TCK-QTY(WS-IDX2) WS-TCK-NET-ANT(WS-IDX2)
                         WS-TCK-NET-NOVO(WS-IDX2)
                         WS-TCK-DIF-RES(WS-IDX2)
           END-IF.
           IF STK03-ORDER = "C" OR STK03-ORDER = "c"
               ADD WS-QTY-ABS  TO WS-TCK-QTY(WS-IDX2)
               ADD STK03-NET   TO WS-TCK-NET-ANT(WS-IDX2)
               ADD WS-NET-NOVO TO WS-TCK-NET-NOVO(WS-IDX2)
           ELSE
               SUBTRACT WS-DIF FROM WS-TCK-DIF-RES(WS-IDX2)
           END-IF.

       ACUMULA-COMPETENCIA.
      *    No fechamento o resultado do mes e vendas menos compras
      *    pelo liquido (ACUMULA-FECHAMENTO), entao todo custo a mais
      *    - de compra ou de venda - reduz o resultado da categoria
      *    da ordem na competencia dela.
           DIVIDE STK03-KEY BY 10000000000 GIVING WS-CMP-ANO-BUSCA.
           DIVIDE STK03-KEY BY 100000000 GIVING WS-DATA-ORDEM.
           COMPUTE WS-CMP-MES-BUSCA = WS-DATA-ORDEM
                                    - WS-CMP-ANO-BUSCA * 100.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                     UNTIL WS-CMP-IDX > WS-CMP-TOTAL
                        OR WS-ACHOU = "S"
               IF WS-CMP-ANO(WS-CMP-IDX) = WS-CMP-ANO-BUSCA
                  AND WS-CMP-MES(WS-CMP-IDX) = WS-CMP-MES-BUSCA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SUBTRACT 1 FROM WS-CMP-IDX
           ELSE
               IF WS-CMP-TOTAL >= 120
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CMP-TOTAL
               MOVE WS-CMP-TOTAL TO WS-CMP-IDX
               MOVE WS-CMP-ANO-BUSCA TO WS-CMP-ANO(WS-CMP-IDX)
               MOVE WS-CMP-MES-BUSCA TO WS-CMP-MES(WS-CMP-IDX)
               MOVE 0 TO WS-CMP-DIF-COM(WS-CMP-IDX)
                         WS-CMP-DIF-DT(WS-CMP-IDX)
                         WS-CMP-DIF-FII(WS-CMP-IDX)
                         WS-CMP-IMP-COM(WS-CMP-IDX)
                         WS-CMP-IMP-DT(WS-CMP-IDX)
                         WS-CMP-IMP-FII(WS-CMP-IDX)
                         WS-CMP-DIF-IMP(WS-CMP-IDX)
               MOVE "N" TO WS-CMP-FECHADA(WS-CMP-IDX)
                           WS-CMP-PAGA(WS-CMP-IDX)
           END-IF.
           EVALUATE STK03-CATEGORY
               WHEN "D"
                   SUBTRACT WS-DIF FROM WS-CMP-DIF-DT(WS-CMP-IDX)
               WHEN "F"
                   SUBTRACT WS-DIF FROM WS-CMP-DIF-FII(WS-CMP-IDX)
               WHEN OTHER
                   SUBTRACT WS-DIF FROM WS-CMP-DIF-COM(WS-CMP-IDX)
           END-EVALUATE.

       RELATA-TICKERS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "PRECO MEDIO DAS COMPRAS DO PERIODO (COM CUSTOS)"
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "TICKER          QTDE COMPRADA     PM ANTES      PM NOVO
      -         "   DIF RESULT VENDAS" TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                     UNTIL WS-IDX2 > WS-TCK-TOTAL
               MOVE 0 TO WS-TCK-PM-ANT WS-TCK-PM-NOVO
               IF WS-TCK-QTY(WS-IDX2) > 0
                   DIVIDE WS-TCK-NET-ANT(WS-IDX2)
                       BY WS-TCK-QTY(WS-IDX2) GIVING WS-TCK-PM-ANT
                   DIVIDE WS-TCK-NET-NOVO(WS-IDX2)
                       BY WS-TCK-QTY(WS-IDX2) GIVING WS-TCK-PM-NOVO
               END-IF
               MOVE SPACES TO REL-LINHA
               MOVE WS-TCK-TICKER(WS-IDX2) TO REL-LINHA(1:10)
               MOVE WS-TCK-QTY(WS-IDX2)    TO WS-QTY-MASK
               MOVE WS-QTY-MASK            TO REL-LINHA(21:8)
               MOVE WS-TCK-PM-ANT          TO WS-VAL-MASK
               MOVE WS-VAL-MASK            TO REL-LINHA(31:13)
               MOVE WS-TCK-PM-NOVO         TO WS-VAL2-MASK
               MOVE WS-VAL2-MASK           TO REL-LINHA(44:13)
               MOVE WS-TCK-DIF-RES(WS-IDX2) TO WS-VAL3-MASK
               MOVE WS-VAL3-MASK           TO REL-LINHA(60:13)
               WRITE REL-LINHA
           END-PERFORM.

       CLASSIFICA-COMPETENCIAS.
      *    Fechada = ha STK08 do titular para a competencia; paga =
      *    ha pagamento em STK07. O imposto do fechamento por
      *    categoria limita a estimativa da diferenca.
           OPEN INPUT STK08.
           IF WS-STATUS-STK08 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM CLASSIFICA-STK08-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK08.
           OPEN INPUT STK07.
           IF WS-STATUS-STK07 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM CLASSIFICA-STK07-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK07.

       CLASSIFICA-STK08-SEQ.
           READ STK08 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK08 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK08-TITULAR NOT = LNK-RTX-TITULAR
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                     UNTIL WS-CMP-IDX > WS-CMP-TOTAL
               IF WS-CMP-ANO(WS-CMP-IDX) = WFS-STK08-ANO
                  AND WS-CMP-MES(WS-CMP-IDX) = WFS-STK08-MES
                   MOVE "S" TO WS-CMP-FECHADA(WS-CMP-IDX)
                   MOVE WFS-STK08-IMPOSTO-COM
                     TO WS-CMP-IMP-COM(WS-CMP-IDX)
                   MOVE WFS-STK08-IMPOSTO-DT
                     TO WS-CMP-IMP-DT(WS-CMP-IDX)
                   MOVE WFS-STK08-IMPOSTO-FII
                     TO WS-CMP-IMP-FII(WS-CMP-IDX)
               END-IF
           END-PERFORM.

       CLASSIFICA-STK07-SEQ.
           READ STK07 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK07 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK07-TITULAR NOT = LNK-RTX-TITULAR
               EXIT PARAGRAPH
           END-IF.
      *    So o DARF 6015 (em branco nos pagamentos antigos) quita o
      *    imposto de renda variavel da competencia.
           IF WFS-STK07-CODIGO NOT = "6015"
              AND WFS-STK07-CODIGO NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                     UNTIL WS-CMP-IDX > WS-CMP-TOTAL
               IF WS-CMP-ANO(WS-CMP-IDX) = WFS-STK07-COMP-ANO
                  AND WS-CMP-MES(WS-CMP-IDX) = WFS-STK07-COMP-MES
                   MOVE "S" TO WS-CMP-PAGA(WS-CMP-IDX)
               END-IF
           END-PERFORM.

       RELATA-COMPETENCIAS.
      *    Diferenca de imposto estimada pela aliquota da categoria
      *    sobre a diferenca de resultado, so nas categorias que o
      *    fechamento tributou (imposto > 0) e sem deixar o imposto
      *    da categoria negativo; mes isento ou com prejuizo fica sem
      *    efeito no imposto (so o prejuizo a compensar mudaria).
           MOVE 0 TO WS-TOT-DIF-RES WS-TOT-DIF-IMP.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "IMPACTO POR COMPETENCIA" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "COMP   SITUACAO        DIF RESULT COMUM   DIF RES DT
      -         "  DIF RES FII   DIF IMPOSTO" TO REL-LINHA.
           WRITE REL-LINHA.

           OPEN OUTPUT ARQ-CMP.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                     UNTIL WS-CMP-IDX > WS-CMP-TOTAL
               PERFORM ESTIMA-IMPOSTO-COMPETENCIA
               PERFORM RELATA-COMPETENCIA-LINHA
           END-PERFORM.
           CLOSE ARQ-CMP.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-ORD-TOTAL TO WS-CNT-MASK.
           MOVE LNK-RTX-DIF-CUSTO TO WS-VAL-MASK.
           STRING "ORDENS AFETADAS: " WS-CNT-MASK
                  "   DIFERENCA TOTAL DE CUSTO: " WS-VAL-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-TOT-DIF-RES TO WS-VAL-MASK.
           MOVE WS-TOT-DIF-IMP TO WS-VAL2-MASK.
           STRING "DIFERENCA DE RESULTADO: " WS-VAL-MASK
                  "   DIFERENCA DE IMPOSTO (FECHADAS): " WS-VAL2-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       ESTIMA-IMPOSTO-COMPETENCIA.
           MOVE 0 TO WS-CMP-DIF-IMP(WS-CMP-IDX).
           ADD WS-CMP-DIF-COM(WS-CMP-IDX) WS-CMP-DIF-DT(WS-CMP-IDX)
               WS-CMP-DIF-FII(WS-CMP-IDX) TO WS-TOT-DIF-RES.
           IF WS-CMP-FECHADA(WS-CMP-IDX) NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LNK-RTX-FECHADAS.

           MOVE WS-TX-SWING TO WS-ALIQ.
           MOVE WS-CMP-IMP-COM(WS-CMP-IDX) TO WS-IMP-CAT.
           MOVE WS-CMP-DIF-COM(WS-CMP-IDX) TO WS-DIF.
           PERFORM ESTIMA-IMPOSTO-CATEGORIA.
           MOVE WS-TX-DAYTRADE TO WS-ALIQ.
           MOVE WS-CMP-IMP-DT(WS-CMP-IDX) TO WS-IMP-CAT.
           MOVE WS-CMP-DIF-DT(WS-CMP-IDX) TO WS-DIF.
           PERFORM ESTIMA-IMPOSTO-CATEGORIA.
           MOVE WS-TX-FII TO WS-ALIQ.
           MOVE WS-CMP-IMP-FII(WS-CMP-IDX) TO WS-IMP-CAT.
           MOVE WS-CMP-DIF-FII(WS-CMP-IDX) TO WS-DIF.
           PERFORM ESTIMA-IMPOSTO-CATEGORIA.
           ADD WS-CMP-DIF-IMP(WS-CMP-IDX) TO WS-TOT-DIF-IMP.

           MOVE WS-CMP-ANO(WS-CMP-IDX)      TO CMP-ANO.
           MOVE WS-CMP-MES(WS-CMP-IDX)      TO CMP-MES.
           MOVE WS-CMP-FECHADA(WS-CMP-IDX)  TO CMP-FECHADA.
           MOVE WS-CMP-PAGA(WS-CMP-IDX)     TO CMP-PAGA.
           COMPUTE CMP-DIF-RESULT = WS-CMP-DIF-COM(WS-CMP-IDX)
                                  + WS-CMP-DIF-DT(WS-CMP-IDX)
                                  + WS-CMP-DIF-FII(WS-CMP-IDX).
           MOVE WS-CMP-DIF-IMP(WS-CMP-IDX)  TO CMP-DIF-IMPOSTO.
           WRITE CMP-REG.

       ESTIMA-IMPOSTO-CATEGORIA.
           IF WS-IMP-CAT = 0 OR WS-DIF = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIF-IMP-CAT ROUNDED = WS-DIF * WS-ALIQ.
           IF WS-DIF-IMP-CAT < 0 - WS-IMP-CAT
               COMPUTE WS-DIF-IMP-CAT = 0 - WS-IMP-CAT
           END-IF.
           ADD WS-DIF-IMP-CAT TO WS-CMP-DIF-IMP(WS-CMP-IDX).

       RELATA-COMPETENCIA-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-CMP-MES(WS-CMP-IDX) TO REL-LINHA(1:2).
           MOVE "/"                    TO REL-LINHA(3:1).
           MOVE WS-CMP-ANO(WS-CMP-IDX) TO REL-LINHA(4:2).
           IF WS-CMP-FECHADA(WS-CMP-IDX) = "S"
               IF WS-CMP-PAGA(WS-CMP-IDX) = "S"
                   MOVE "FECHADA/PAGA" TO REL-LINHA(8:14)
               ELSE
                   MOVE "FECHADA"      TO REL-LINHA(8:14)
               END-IF
           ELSE
               MOVE "ABERTA"           TO REL-LINHA(8:14)
           END-IF.
           MOVE WS-CMP-DIF-COM(WS-CMP-IDX) TO WS-VAL-MASK.
           MOVE WS-VAL-MASK                TO REL-LINHA(25:13).
           MOVE WS-CMP-DIF-DT(WS-CMP-IDX)  TO WS-VAL2-MASK.
           MOVE WS-VAL2-MASK               TO REL-LINHA(40:13).
           MOVE WS-CMP-DIF-FII(WS-CMP-IDX) TO WS-VAL3-MASK.
           MOVE WS-VAL3-MASK               TO REL-LINHA(54:13).
           IF WS-CMP-FECHADA(WS-CMP-IDX) = "S"
               MOVE WS-CMP-DIF-IMP(WS-CMP-IDX) TO WS-VAL4-MASK
               MOVE WS-VAL4-MASK           TO REL-LINHA(68:13)
           ELSE
               MOVE "NO FECHAMENTO"        TO REL-LINHA(68:13)
           END-IF.
           WRITE REL-LINHA.

      *****************************************************************
      * Aplicacao                                                     *
      *****************************************************************
       APLICA-RETIFICACAO.
           MOVE 0 TO WS-ORD-TOTAL LNK-RTX-ORDENS.
           OPEN INPUT ARQ-JNL.
           IF WS-STATUS-JNL NOT = "00"
               CLOSE ARQ-JNL
               MOVE 04 TO LNK-RTX-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-JNL-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-JNL.
           IF WS-ORD-TOTAL = 0
               MOVE 04 TO LNK-RTX-RC
               EXIT PARAGRAPH
           END-IF.

      *    Um arquivo de cada vez, na ordem em que apareceu na
      *    simulacao: a primeira ordem de cada arquivo dispara a
      *    regravacao dele inteiro.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-ORD-TOTAL
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                         UNTIL WS-IDX2 >= WS-IDX
                   IF WS-ORD-ARQUIVO(WS-IDX2) = WS-ORD-ARQUIVO(WS-IDX)
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF WS-ACHOU = "N"
                   MOVE WS-ORD-ARQUIVO(WS-IDX) TO WS-ARQ-NOME
                   PERFORM REGRAVA-DIARIO
               END-IF
           END-PERFORM.
           CALL "CBL_DELETE_FILE" USING "retifica.tmp".

           PERFORM ACERTA-RESULTADOS-STK13.
           PERFORM LANCA-AJUSTES-CAIXA.
           MOVE WS-ORD-TOTAL TO LNK-RTX-ORDENS.

       CARREGA-JNL-SEQ.
           READ ARQ-JNL AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-JNL NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORD-TOTAL >= 2000
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ORD-TOTAL.
           MOVE JNL-ARQUIVO    TO WS-ORD-ARQUIVO(WS-ORD-TOTAL).
           MOVE JNL-KEY        TO WS-ORD-KEY(WS-ORD-TOTAL).
           MOVE JNL-TICKER     TO WS-ORD-TICKER(WS-ORD-TOTAL).
           MOVE JNL-ORDER      TO WS-ORD-ORDER(WS-ORD-TOTAL).
           MOVE JNL-CATEGORIA  TO WS-ORD-CATEGORIA(WS-ORD-TOTAL).
           MOVE JNL-QTY        TO WS-ORD-QTY(WS-ORD-TOTAL).
           MOVE JNL-SETTLE     TO WS-ORD-SETTLE(WS-ORD-TOTAL).
           MOVE JNL-CUSTO-NOVO TO WS-ORD-CUSTO-NOVO(WS-ORD-TOTAL).
           MOVE JNL-NET-NOVO   TO WS-ORD-NET-NOVO(WS-ORD-TOTAL).
           MOVE JNL-PM-NOVO    TO WS-ORD-PM-NOVO(WS-ORD-TOTAL).
           MOVE JNL-DIF        TO WS-ORD-DIF(WS-ORD-TOTAL).
           MOVE "N"            TO WS-ORD-STK13(WS-ORD-TOTAL).

       REGRAVA-DIARIO.
      *    Copia o diario para o temporario trocando custo, liquido e
      *    preco medio das ordens corrigidas, e devolve por cima.
           OPEN INPUT ARQ-DIARIO.
           IF WS-STATUS-DIARIO NOT = "00"
               CLOSE ARQ-DIARIO
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM REGRAVA-DIARIO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-DIARIO.
           CLOSE ARQ-TMP.

           OPEN OUTPUT ARQ-DIARIO.
           OPEN INPUT ARQ-TMP.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM VOLTA-DIARIO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-DIARIO.
           CLOSE ARQ-TMP.

       REGRAVA-DIARIO-SEQ.
           READ ARQ-DIARIO AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-DIARIO NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                     UNTIL WS-IDX2 > WS-ORD-TOTAL
               IF WS-ORD-ARQUIVO(WS-IDX2) = WS-ARQ-NOME
                  AND WS-ORD-KEY(WS-IDX2) = STK03-KEY
                  AND WS-ORD-TICKER(WS-IDX2) = STK03-TICKER
                  AND STK03-ACCOUNT = LNK-RTX-CONTA
                   PERFORM CORRIGE-ORDEM
               END-IF
           END-PERFORM.
           WRITE TMP-LINHA FROM STK03-REGISTER.

       CORRIGE-ORDEM.
      *    Imagem anterior na trilha; ordem de arquivo morto vai como
      *    RTF, fora do alcance da reaplicacao do diario vivo.
           MOVE "STK03"        TO WS-AUDIT-ARQUIVO.
           IF WS-ARQ-NOME = "stk03.dat"
               MOVE "ALT"      TO WS-AUDIT-ACAO
           ELSE
               MOVE "RTF"      TO WS-AUDIT-ACAO
           END-IF.
           MOVE STK03-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           MOVE WS-ORD-CUSTO-NOVO(WS-IDX2) TO STK03-COST.
           MOVE WS-ORD-NET-NOVO(WS-IDX2)   TO STK03-NET.
           MOVE WS-ORD-PM-NOVO(WS-IDX2)    TO STK03-AVPRICE.

       VOLTA-DIARIO-SEQ.
           READ ARQ-TMP AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-TMP = "00"
               MOVE TMP-LINHA TO STK03-REGISTER
               WRITE STK03-REGISTER
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       ACERTA-RESULTADOS-STK13.
      *    A memoria de calculo de cada venda corrigida (mesma data,
      *    ticker, conta e quantidade) passa a ter o liquido novo e o
      *    resultado reduzido pela diferenca de custo.
           OPEN INPUT STK13.
           IF WS-STATUS-STK13 NOT = "00"
               CLOSE STK13
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM ACERTA-STK13-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK13.
           CLOSE ARQ-TMP.

           OPEN OUTPUT STK13.
           OPEN INPUT ARQ-TMP.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM VOLTA-STK13-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK13.
           CLOSE ARQ-TMP.
           CALL "CBL_DELETE_FILE" USING "retifica.tmp".

       ACERTA-STK13-SEQ.
           READ STK13 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK13 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK13-ACCOUNT = LNK-RTX-CONTA
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                         UNTIL WS-IDX2 > WS-ORD-TOTAL
                            OR WS-ACHOU = "S"
                   PERFORM CONFERE-VENDA-STK13
               END-PERFORM
           END-IF.
           WRITE TMP-LINHA FROM STK13-REGISTER.

       CONFERE-VENDA-STK13.
           IF WS-ORD-STK13(WS-IDX2) = "S"
              OR (WS-ORD-ORDER(WS-IDX2) NOT = "V"
                  AND WS-ORD-ORDER(WS-IDX2) NOT = "v")
               EXIT PARAGRAPH
           END-IF.
           DIVIDE WS-ORD-KEY(WS-IDX2) BY 1000000
                  GIVING WS-DATA-ORDEM.
           IF WS-ORD-QTY(WS-IDX2) < 0
               COMPUTE WS-QTY-ABS = 0 - WS-ORD-QTY(WS-IDX2)
           ELSE
               MOVE WS-ORD-QTY(WS-IDX2) TO WS-QTY-ABS
           END-IF.
           IF WFS-STK13-DATA = WS-DATA-ORDEM
              AND WFS-STK13-TICKER = WS-ORD-TICKER(WS-IDX2)
              AND WFS-STK13-QTY = WS-QTY-ABS
               MOVE "S" TO WS-ACHOU WS-ORD-STK13(WS-IDX2)
               MOVE WS-ORD-NET-NOVO(WS-IDX2) TO WFS-STK13-LIQUIDO
               COMPUTE WFS-STK13-RESULTADO = WFS-STK13-RESULTADO
                                           - WS-ORD-DIF(WS-IDX2)
           END-IF.

       VOLTA-STK13-SEQ.
           READ ARQ-TMP AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-TMP = "00"
               MOVE TMP-LINHA TO STK13-REGISTER
               WRITE STK13-REGISTER
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       LANCA-AJUSTES-CAIXA.
      *    O caixa da conta segue o liquido da ordem (GRAVA-CAIXA-
      *    ORDEM): custo a mais e sempre saida, na liquidacao da
      *    ordem, como a corretora cobrou.
           OPEN EXTEND STK15.
           IF WS-STATUS-STK15 = "35"
               OPEN OUTPUT STK15
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-ORD-TOTAL
               MOVE LNK-RTX-CONTA          TO WFS-STK15-ACCOUNT
               MOVE WS-ORD-SETTLE(WS-IDX)  TO WFS-STK15-DATA
               MOVE "L"                    TO WFS-STK15-TIPO
               MOVE SPACES                 TO WFS-STK15-HISTORICO
               STRING "AJ TAXA " WS-ORD-TICKER(WS-IDX)
                      DELIMITED BY SIZE INTO WFS-STK15-HISTORICO
               END-STRING
               COMPUTE WFS-STK15-VALOR = 0 - WS-ORD-DIF(WS-IDX)
               WRITE STK15-REGISTER
               MOVE "STK15"        TO WS-AUDIT-ARQUIVO
               MOVE "INC"          TO WS-AUDIT-ACAO
               MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM
               PERFORM GRAVA-AUDITORIA
           END-PERFORM.
           CLOSE STK15.

       GRAVA-AUDITORIA.
           CALL 'GRAVAUDIT' USING LNK-RTX-OPERADOR, WS-AUDIT-ARQUIVO,
                                  WS-AUDIT-ACAO, WS-AUDIT-IMAGEM.
           MOVE SPACES TO WS-AUDIT-IMAGEM.
