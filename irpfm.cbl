       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRPFM.
      *****************************************************************
      * Planilha de estimativa do imposto minimo das altas rendas     *
      * (IRPFM, Lei 15.270/2025) por titular, para o ano recebido na  *
      * chamada. Soma, por natureza, os rendimentos da carteira que   *
      * entram na base do IRPFM: dividendos e JCP (lancamentos "A" de *
      * REG-EVENTO-CORP no diario vivo e nos arquivos mortos, como    *
      * PROVREL), ganhos isentos em acoes (vendas de acao do mes ate  *
      * a isencao de STK06, pelos resultados de STK13), ganhos        *
      * tributaveis em bolsa (meses positivos de STK08, menos a       *
      * parcela isenta) e rendimento de renda fixa (resgates de       *
      * STK17; LCI/LCA/CRI/CRA ficam fora da base). Rendimentos de    *
      * FII sao listados, mas nao entram na base. O imposto ja pago   *
      * soma o IRRF de dividendos (razao divretido.dat), o IRRF de    *
      * JCP, o IR da renda fixa, o IRRF das vendas e o principal dos  *
      * DARFs pagos (STK07) de 6015 e carne-leao - o ganho de capital *
      * 4600 fica fora. Aliquota: zero ate R$ 600.000, linear         *
      * ate 10% em R$ 1.200.000; o complemento estimado e o IRPFM     *
      * menos o ja pago. Conta sem vinculo em contastit.dat pertence  *
      * ao titular padrao (em branco). Saida em irpfm_AAAA.txt.       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk06'.                *> Aliquotas/isencao
           COPY 'control_stk07'.                *> Pagamentos de imposto
           COPY 'control_stk08'.                *> Fechamentos mensais
           COPY 'control_stk09'.                *> Cadastro de ativos
           COPY 'control_stk13'.                *> Resultados de venda
           COPY 'control_stk17'.                *> Renda fixa
           COPY 'control_stk24'.                *> Titulares
           COPY 'control_stk25'.                *> Dividendos retidos
           COPY 'control_catalogo'.             *> Catalogo de mortos

           SELECT ARQ-CTIT ASSIGN TO "contastit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CTIT.

           SELECT STK03A ASSIGN TO WS-ARQ-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STK03A.

           SELECT ARQ-IRPFM ASSIGN TO WS-IRPFM-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IRPFM.

       DATA DIVISION.
       FILE SECTION.
       FD STK06.
           COPY 'stk06'.
       FD STK07.
           COPY 'stk07'.
       FD STK08.
           COPY 'stk08'.
       FD STK09.
           COPY 'stk09'.
       FD STK13.
           COPY 'stk13'.
       FD STK17.
           COPY 'stk17'.
       FD STK24.
           COPY 'stk24'.
       FD STK25.
           COPY 'stk25'.
       FD ARQ-CATALOGO.
           COPY 'catalogo'.
       FD ARQ-CTIT.
       01 CTIT-REG.
           05 CTIT-ACCOUNT           PIC X(10).
           05 CTIT-TITULAR           PIC X(03).
       FD STK03A.
           COPY 'register'.
       FD ARQ-IRPFM.
       01 IRPFM-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK06           PIC X(02).
       77 WS-STATUS-STK07           PIC X(02).
       77 WS-STATUS-STK08           PIC X(02).
       77 WS-STATUS-STK09           PIC X(02).
       77 WS-STATUS-STK13           PIC X(02).
       77 WS-STATUS-STK17           PIC X(02).
       77 WS-STATUS-STK24           PIC X(02).
       77 WS-STATUS-STK25           PIC X(02).
       77 WS-STATUS-CATALOGO        PIC X(02).
       77 WS-STATUS-CTIT            PIC X(02).
       77 WS-STATUS-STK03A          PIC X(02).
       77 WS-STATUS-IRPFM           PIC X(02).
       77 WS-CAT-PRESENTE           PIC X(01).
       77 WS-CAT-FIM                PIC X(01).
       77 WS-CTIT-TOTAL             PIC 9(02) VALUE 0.
       77 WS-CTIT-IDX               PIC 9(02).
       77 WS-CTIT-FIM               PIC X(01).
       77 WS-CTIT-BUSCA             PIC X(10).
       77 WS-TIT-DA-CONTA           PIC X(03).
       01 WS-TAB-CTIT.
           05 WS-CTIT-ENT OCCURS 50 TIMES.
               10 WS-CTIT-E-CONTA   PIC X(10).
               10 WS-CTIT-E-TIT     PIC X(03).
       77 WS-ARQ-NOME               PIC X(30).
       77 WS-IRPFM-NOME             PIC X(20).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-ANO-ALVO               PIC 9(02).
       77 WS-MES                    PIC 9(02).
       77 WS-MES-SCAN               PIC 9(02).
       77 WS-ANO-SCAN               PIC 9(02).
       77 WS-ISENCAO-MENSAL         PIC 9(07)V99.
       77 WS-ATIVO-TIPO             PIC X(01).
       77 WS-RF-ANO-RESG            PIC 9(04).
       77 WS-RF-PREFIXO             PIC X(03).
       77 WS-RF-RENDIMENTO          PIC S9(09)V99.
       77 WS-STK13-ANO              PIC 9(02).
       77 WS-STK13-MES              PIC 9(02).
       77 WS-STK25-ANO              PIC 9(04).

      *    Parametros do IRPFM: isento ate o piso anual, aliquota
      *    crescente ate o teto, 10% a partir dele.
       77 WS-IRPFM-PISO             PIC 9(09)V99 VALUE 600000,00.
       77 WS-IRPFM-TETO             PIC 9(09)V99 VALUE 1200000,00.
       77 WS-IRPFM-ALIQ-MAX         PIC 9V9(06)  VALUE 0,10.
       77 WS-IRPFM-ALIQ             PIC 9V9(06).
       77 WS-IRPFM-BASE             PIC 9(11)V99.
       77 WS-IRPFM-PAGO             PIC 9(11)V99.
       77 WS-IRPFM-DEVIDO           PIC 9(11)V99.
       77 WS-IRPFM-COMPL            PIC 9(11)V99.
       77 WS-IRPFM-EFETIVA          PIC 9(03)V99.
       77 WS-GANHO-MES              PIC S9(09)V99.

       77 WS-TIT-TOTAL              PIC 9(02) VALUE 0.
       77 WS-TIT-IDX                PIC 9(02).
       77 WS-TIT-BUSCA              PIC X(03).

       77 WS-VALOR-MASK             PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-VALOR2-MASK            PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-ALIQ-MASK              PIC Z9,9999.
       77 WS-PERC-MASK              PIC ZZ9,99.
       77 WS-ROTULO                 PIC X(44).

       01 WS-KEY-DISPLAY.
           05 WS-KEY-ANO            PIC 9(02).
           05 WS-KEY-MES            PIC 9(02).
           05 WS-KEY-RESTO          PIC 9(08).

      *    Acumuladores do ano por titular (titulares de STK24, o
      *    padrao em branco na primeira posicao e qualquer codigo de
      *    titular encontrado nos arquivos sem cadastro), com a
      *    abertura mensal que a isencao de acoes exige.
       01 WS-TAB-TITULARES.
           05 WS-TIT-ENT OCCURS 20 TIMES.
               10 WS-T-TITULAR      PIC X(03).
               10 WS-T-NOME         PIC X(40).
               10 WS-T-DIV          PIC 9(11)V99.
               10 WS-T-DIV-IRRF     PIC 9(11)V99.
               10 WS-T-JCP          PIC 9(11)V99.
               10 WS-T-JCP-IRRF     PIC 9(11)V99.
               10 WS-T-FII-REND     PIC 9(11)V99.
               10 WS-T-ISENTO       PIC 9(11)V99.
               10 WS-T-TRIB         PIC 9(11)V99.
               10 WS-T-RF           PIC 9(11)V99.
               10 WS-T-RF-FORA      PIC 9(11)V99.
               10 WS-T-RF-IR        PIC 9(11)V99.
               10 WS-T-IRRF-VENDA   PIC 9(11)V99.
               10 WS-T-DARF         PIC 9(11)V99.
               10 WS-T-MES OCCURS 12 TIMES.
                   15 WS-T-VENDA-ACAO   PIC 9(09)V99.
                   15 WS-T-RES-ACAO     PIC S9(09)V99.
                   15 WS-T-RES-COM      PIC S9(09)V99.
                   15 WS-T-RES-DT       PIC S9(09)V99.
                   15 WS-T-RES-FII      PIC S9(09)V99.

       LINKAGE SECTION.
       01 LNK-IRPFM-ANO             PIC 9(04).

       PROCEDURE DIVISION USING LNK-IRPFM-ANO.
       MAIN-SECTION.
           COMPUTE WS-ANO-ALVO = LNK-IRPFM-ANO - 2000.

           STRING "irpfm_" LNK-IRPFM-ANO ".txt" DELIMITED BY SIZE
                  INTO WS-IRPFM-NOME
           END-STRING.

           PERFORM CARREGA-MAPA-CONTAS.
           PERFORM CARREGA-ISENCAO.
           PERFORM CARREGA-TITULARES.

           PERFORM COLETA-PROVENTOS.
           PERFORM CARREGA-RETIDOS.
           PERFORM CARREGA-RESULTADOS.
           PERFORM CARREGA-FECHAMENTOS.
           PERFORM CARREGA-PAGAMENTOS.
           PERFORM CARREGA-RENDA-FIXA.

           OPEN OUTPUT ARQ-IRPFM.
           MOVE SPACES TO IRPFM-LINHA.
           STRING "IRPFM - ESTIMATIVA DO IMPOSTO MINIMO - "
                  "ANO-CALENDARIO " LNK-IRPFM-ANO
                  DELIMITED BY SIZE
                  INTO IRPFM-LINHA
           END-STRING.
           WRITE IRPFM-LINHA.
           MOVE SPACES TO IRPFM-LINHA.
           STRING "RENDIMENTOS DA CARTEIRA POR TITULAR; RENDIMENTOS "
                  "FORA DA CARTEIRA (SALARIO, ALUGUEIS) NAO CONSTAM"
                  DELIMITED BY SIZE
                  INTO IRPFM-LINHA
           END-STRING.
           WRITE IRPFM-LINHA.
           MOVE SPACES TO IRPFM-LINHA.
           WRITE IRPFM-LINHA.

           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                     UNTIL WS-TIT-IDX > WS-TIT-TOTAL
               PERFORM APURA-TITULAR
               PERFORM GRAVA-SECAO-TITULAR
           END-PERFORM.

           MOVE SPACES TO IRPFM-LINHA.
           STRING "REDUTOR PELA TRIBUTACAO DA PESSOA JURIDICA "
                  "PAGADORA NAO CONSIDERADO"
                  DELIMITED BY SIZE
                  INTO IRPFM-LINHA
           END-STRING.
           WRITE IRPFM-LINHA.
           CLOSE ARQ-IRPFM.
           GOBACK.

       CARREGA-ISENCAO.
      *    Mesmo teto de CREATE-DEFAULT-RATES quando STK06 nao existe.
           MOVE 20000,00 TO WS-ISENCAO-MENSAL.
           OPEN INPUT STK06.
           IF WS-STATUS-STK06 = "00"
               READ STK06
               IF WS-STATUS-STK06 = "00"
                   MOVE WFS-STK06-ISENCAO-MENSAL TO WS-ISENCAO-MENSAL
               END-IF
           END-IF.
           CLOSE STK06.

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

       COLETA-PROVENTOS.
      *    Proventos e IRRF das vendas do ano: diario vivo e arquivos
      *    mortos, dirigidos pelo catalogo quando presente ou pelos
      *    nomes possiveis do ano e vizinhos, como em PROVREL.
           MOVE "stk03.dat" TO WS-ARQ-NOME.
           PERFORM COLETA-ARQUIVO.

           MOVE "N" TO WS-CAT-PRESENTE.
           OPEN INPUT ARQ-CATALOGO.
           IF WS-STATUS-CATALOGO = "00"
               MOVE "S" TO WS-CAT-PRESENTE
               MOVE "N" TO WS-CAT-FIM
               PERFORM COLETA-CATALOGO-SEQ UNTIL WS-CAT-FIM = "S"
           END-IF.
           CLOSE ARQ-CATALOGO.
           IF WS-CAT-PRESENTE = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ANO-ALVO TO WS-ANO-SCAN.
           PERFORM VARYING WS-MES-SCAN FROM 1 BY 1
                     UNTIL WS-MES-SCAN > 12
               MOVE SPACES TO WS-ARQ-NOME
               STRING "stk03_" WS-ANO-SCAN WS-MES-SCAN ".dat"
                      DELIMITED BY SIZE
                      INTO WS-ARQ-NOME
               END-STRING
               PERFORM COLETA-ARQUIVO
           END-PERFORM.

           COMPUTE WS-ANO-SCAN = WS-ANO-ALVO + 1.
           PERFORM VARYING WS-MES-SCAN FROM 1 BY 1
                     UNTIL WS-MES-SCAN > 3
               MOVE SPACES TO WS-ARQ-NOME
               STRING "stk03_" WS-ANO-SCAN WS-MES-SCAN ".dat"
                      DELIMITED BY SIZE
                      INTO WS-ARQ-NOME
               END-STRING
               PERFORM COLETA-ARQUIVO
           END-PERFORM.

           MOVE SPACES TO WS-ARQ-NOME.
           STRING "stk03_ano_" WS-ANO-ALVO ".dat" DELIMITED BY SIZE
                  INTO WS-ARQ-NOME
           END-STRING.
           PERFORM COLETA-ARQUIVO.

           COMPUTE WS-ANO-SCAN = WS-ANO-ALVO + 1.
           MOVE SPACES TO WS-ARQ-NOME.
           STRING "stk03_ano_" WS-ANO-SCAN ".dat" DELIMITED BY SIZE
                  INTO WS-ARQ-NOME
           END-STRING.
           PERFORM COLETA-ARQUIVO.

       COLETA-CATALOGO-SEQ.
           READ ARQ-CATALOGO AT END MOVE "S" TO WS-CAT-FIM.
           IF WS-STATUS-CATALOGO = "00"
               IF WFS-CAT-REGISTROS > 0
                  AND WFS-CAT-DATA-FIM(1:2) >= WS-ANO-ALVO
                  AND WFS-CAT-DATA-INI(1:2) <= WS-ANO-ALVO
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
      *    O IRRF dos dividendos vem do razao (CARREGA-RETIDOS), sem
      *    o teto de STK03-IRRF.
           READ STK03A AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK03A = "00"
               MOVE STK03-KEY TO WS-KEY-DISPLAY
               IF WS-KEY-ANO = WS-ANO-ALVO
                   MOVE STK03-ACCOUNT TO WS-CTIT-BUSCA
                   PERFORM BUSCA-TITULAR-CONTA
                   MOVE WS-TIT-DA-CONTA TO WS-TIT-BUSCA
                   PERFORM BUSCA-INDICE-TITULAR
                   IF STK03-ORDER = "A" OR STK03-ORDER = "a"
                       EVALUATE STK03-CORP-ACTION
                           WHEN "D"
                               ADD STK03-NET TO WS-T-DIV(WS-TIT-IDX)
                           WHEN "J"
                               ADD STK03-NET TO WS-T-JCP(WS-TIT-IDX)
                               ADD STK03-IRRF
                                 TO WS-T-JCP-IRRF(WS-TIT-IDX)
                           WHEN "F"
                               ADD STK03-NET
                                 TO WS-T-FII-REND(WS-TIT-IDX)
                       END-EVALUATE
                   END-IF
                   IF STK03-ORDER = "V" OR STK03-ORDER = "v"
                       ADD STK03-IRRF TO WS-T-IRRF-VENDA(WS-TIT-IDX)
                   END-IF
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       CARREGA-RETIDOS.
           OPEN INPUT STK25.
           IF WS-STATUS-STK25 NOT = "00"
               CLOSE STK25
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-RETIDO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK25.

       CARREGA-RETIDO-SEQ.
           READ STK25 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK25 = "00"
               DIVIDE WFS-STK25-COMP BY 100 GIVING WS-STK25-ANO
               IF WS-STK25-ANO = LNK-IRPFM-ANO
                   MOVE WFS-STK25-TITULAR TO WS-TIT-BUSCA
                   PERFORM BUSCA-INDICE-TITULAR
                   ADD WFS-STK25-IRRF TO WS-T-DIV-IRRF(WS-TIT-IDX)
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       CARREGA-RESULTADOS.
      *    Vendas e resultado de acoes por mes (ETF e FII nao tem a
      *    isencao), para separar o ganho isento do tributavel.
           OPEN INPUT STK13.
           IF WS-STATUS-STK13 NOT = "00"
               CLOSE STK13
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT STK09.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-RESULTADO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK09.
           CLOSE STK13.

       CARREGA-RESULTADO-SEQ.
           READ STK13 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK13 = "00"
               DIVIDE WFS-STK13-DATA BY 10000 GIVING WS-STK13-ANO
               COMPUTE WS-STK13-MES =
                       (WFS-STK13-DATA - WS-STK13-ANO * 10000) / 100
               IF WS-STK13-ANO = WS-ANO-ALVO
                  AND WFS-STK13-CATEGORIA = "C"
                  AND WS-STK13-MES >= 1 AND WS-STK13-MES <= 12
                   PERFORM BUSCA-TIPO-ATIVO
                   IF WS-ATIVO-TIPO = "A"
                       MOVE WFS-STK13-ACCOUNT TO WS-CTIT-BUSCA
                       PERFORM BUSCA-TITULAR-CONTA
                       MOVE WS-TIT-DA-CONTA TO WS-TIT-BUSCA
                       PERFORM BUSCA-INDICE-TITULAR
                       ADD WFS-STK13-LIQUIDO
                         TO WS-T-VENDA-ACAO(WS-TIT-IDX, WS-STK13-MES)
                       ADD WFS-STK13-RESULTADO
                         TO WS-T-RES-ACAO(WS-TIT-IDX, WS-STK13-MES)
                   END-IF
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       BUSCA-TIPO-ATIVO.
      *    Ticker fora do cadastro entra como acao, como no fechamento.
           MOVE "A" TO WS-ATIVO-TIPO.
           IF WS-STATUS-STK09 NOT = "35"
               MOVE WFS-STK13-TICKER TO WFS-STK09-TICKER
               READ STK09 KEY IS WFS-STK09-TICKER
               IF WS-STATUS-STK09 = "00"
                   MOVE WFS-STK09-TIPO TO WS-ATIVO-TIPO
               END-IF
           END-IF.

       CARREGA-FECHAMENTOS.
           OPEN INPUT STK08.
           IF WS-STATUS-STK08 NOT = "00"
               CLOSE STK08
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-FECHAMENTO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK08.

       CARREGA-FECHAMENTO-SEQ.
           READ STK08 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK08 = "00"
               IF WFS-STK08-ANO = WS-ANO-ALVO
                  AND WFS-STK08-MES >= 1 AND WFS-STK08-MES <= 12
                   MOVE WFS-STK08-TITULAR TO WS-TIT-BUSCA
                   PERFORM BUSCA-INDICE-TITULAR
                   MOVE WFS-STK08-GANHO-COM
                     TO WS-T-RES-COM(WS-TIT-IDX, WFS-STK08-MES)
                   MOVE WFS-STK08-GANHO-DT
                     TO WS-T-RES-DT(WS-TIT-IDX, WFS-STK08-MES)
                   MOVE WFS-STK08-GANHO-FII
                     TO WS-T-RES-FII(WS-TIT-IDX, WFS-STK08-MES)
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       CARREGA-PAGAMENTOS.
           OPEN INPUT STK07.
           IF WS-STATUS-STK07 NOT = "00"
               CLOSE STK07
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-PAGAMENTO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK07.

       CARREGA-PAGAMENTO-SEQ.
      *    So o principal: multa e juros nao sao imposto sobre a
      *    renda do ano. E so dos DARFs de renda que esta na base:
      *    6015 (bolsa; em branco nos pagamentos antigos) e o
      *    carne-leao 0190 dos proventos de BDR - o ganho de capital
      *    4600 (cripto, doacao/heranca) fica fora da base do IRPFM.
           READ STK07 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK07 = "00"
               IF WFS-STK07-COMP-ANO = WS-ANO-ALVO
                  AND WFS-STK07-CODIGO NOT = "4600"
                   MOVE WFS-STK07-TITULAR TO WS-TIT-BUSCA
                   PERFORM BUSCA-INDICE-TITULAR
                   ADD WFS-STK07-VALOR TO WS-T-DARF(WS-TIT-IDX)
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       CARREGA-RENDA-FIXA.
           OPEN INPUT STK17.
           IF WS-STATUS-STK17 NOT = "00"
               CLOSE STK17
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-RENDA-FIXA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK17.

       CARREGA-RENDA-FIXA-SEQ.
      *    Titulos isentos (LCI, LCA, CRI, CRA) ficam fora da base do
      *    IRPFM; sao reconhecidos pelo prefixo do nome do titulo.
           READ STK17 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK17 = "00"
               DIVIDE WFS-STK17-DATA-RESG BY 10000
                      GIVING WS-RF-ANO-RESG
               IF WFS-STK17-RESGATADO
                  AND WS-RF-ANO-RESG = LNK-IRPFM-ANO
                   MOVE WFS-STK17-ACCOUNT TO WS-CTIT-BUSCA
                   PERFORM BUSCA-TITULAR-CONTA
                   MOVE WS-TIT-DA-CONTA TO WS-TIT-BUSCA
                   PERFORM BUSCA-INDICE-TITULAR
                   COMPUTE WS-RF-RENDIMENTO = WFS-STK17-VALOR-BRUTO
                                            - WFS-STK17-VALOR-APLIC
                   IF WS-RF-RENDIMENTO < 0
                       MOVE 0 TO WS-RF-RENDIMENTO
                   END-IF
                   MOVE WFS-STK17-TITULO(1:3) TO WS-RF-PREFIXO
                   IF WS-RF-PREFIXO = "LCI" OR "LCA" OR "CRI" OR "CRA"
                       ADD WS-RF-RENDIMENTO TO WS-T-RF-FORA(WS-TIT-IDX)
                   ELSE
                       ADD WS-RF-RENDIMENTO TO WS-T-RF(WS-TIT-IDX)
                       ADD WFS-STK17-IR TO WS-T-RF-IR(WS-TIT-IDX)
                   END-IF
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       CARREGA-MAPA-CONTAS.
           MOVE 0 TO WS-CTIT-TOTAL.
           OPEN INPUT ARQ-CTIT.
           IF WS-STATUS-CTIT = "00"
               MOVE "N" TO WS-CTIT-FIM
               PERFORM CARREGA-CTIT-SEQ UNTIL WS-CTIT-FIM = "S"
           END-IF.
           CLOSE ARQ-CTIT.

       CARREGA-CTIT-SEQ.
           READ ARQ-CTIT AT END MOVE "S" TO WS-CTIT-FIM.
           IF WS-STATUS-CTIT = "00"
               IF WS-CTIT-TOTAL < 50
                   ADD 1 TO WS-CTIT-TOTAL
                   MOVE CTIT-ACCOUNT
                     TO WS-CTIT-E-CONTA(WS-CTIT-TOTAL)
                   MOVE CTIT-TITULAR
                     TO WS-CTIT-E-TIT(WS-CTIT-TOTAL)
               END-IF
           ELSE
               MOVE "S" TO WS-CTIT-FIM
           END-IF.

       BUSCA-TITULAR-CONTA.
      *    Conta sem vinculo pertence ao titular padrao (em branco).
           MOVE SPACES TO WS-TIT-DA-CONTA.
           PERFORM VARYING WS-CTIT-IDX FROM 1 BY 1
                     UNTIL WS-CTIT-IDX > WS-CTIT-TOTAL
               IF WS-CTIT-E-CONTA(WS-CTIT-IDX) = WS-CTIT-BUSCA
                   MOVE WS-CTIT-E-TIT(WS-CTIT-IDX)
                     TO WS-TIT-DA-CONTA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APURA-TITULAR.
      *    Ganho isento: resultado positivo de acoes no mes em que as
      *    vendas de acao nao passaram da isencao. Ganho tributavel:
      *    meses positivos de cada categoria do fechamento, com a
      *    parcela isenta descontada da categoria comum.
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               MOVE WS-T-RES-COM(WS-TIT-IDX, WS-MES) TO WS-GANHO-MES
               IF WS-T-VENDA-ACAO(WS-TIT-IDX, WS-MES) > 0
                  AND WS-T-VENDA-ACAO(WS-TIT-IDX, WS-MES)
                      <= WS-ISENCAO-MENSAL
                  AND WS-T-RES-ACAO(WS-TIT-IDX, WS-MES) > 0
                   ADD WS-T-RES-ACAO(WS-TIT-IDX, WS-MES)
                     TO WS-T-ISENTO(WS-TIT-IDX)
                   SUBTRACT WS-T-RES-ACAO(WS-TIT-IDX, WS-MES)
                       FROM WS-GANHO-MES
               END-IF
               IF WS-GANHO-MES > 0
                   ADD WS-GANHO-MES TO WS-T-TRIB(WS-TIT-IDX)
               END-IF
               IF WS-T-RES-DT(WS-TIT-IDX, WS-MES) > 0
                   ADD WS-T-RES-DT(WS-TIT-IDX, WS-MES)
                     TO WS-T-TRIB(WS-TIT-IDX)
               END-IF
               IF WS-T-RES-FII(WS-TIT-IDX, WS-MES) > 0
                   ADD WS-T-RES-FII(WS-TIT-IDX, WS-MES)
                     TO WS-T-TRIB(WS-TIT-IDX)
               END-IF
           END-PERFORM.

           COMPUTE WS-IRPFM-BASE = WS-T-DIV(WS-TIT-IDX)
                                 + WS-T-JCP(WS-TIT-IDX)
                                 + WS-T-ISENTO(WS-TIT-IDX)
                                 + WS-T-TRIB(WS-TIT-IDX)
                                 + WS-T-RF(WS-TIT-IDX).
           COMPUTE WS-IRPFM-PAGO = WS-T-DIV-IRRF(WS-TIT-IDX)
                                 + WS-T-JCP-IRRF(WS-TIT-IDX)
                                 + WS-T-RF-IR(WS-TIT-IDX)
                                 + WS-T-IRRF-VENDA(WS-TIT-IDX)
                                 + WS-T-DARF(WS-TIT-IDX).

           EVALUATE TRUE
               WHEN WS-IRPFM-BASE <= WS-IRPFM-PISO
                   MOVE 0 TO WS-IRPFM-ALIQ
               WHEN WS-IRPFM-BASE >= WS-IRPFM-TETO
                   MOVE WS-IRPFM-ALIQ-MAX TO WS-IRPFM-ALIQ
               WHEN OTHER
                   COMPUTE WS-IRPFM-ALIQ ROUNDED =
                           (WS-IRPFM-BASE / 60000 - 10) / 100
           END-EVALUATE.

           COMPUTE WS-IRPFM-DEVIDO ROUNDED =
                   WS-IRPFM-BASE * WS-IRPFM-ALIQ.
           IF WS-IRPFM-DEVIDO > WS-IRPFM-PAGO
               COMPUTE WS-IRPFM-COMPL = WS-IRPFM-DEVIDO - WS-IRPFM-PAGO
           ELSE
               MOVE 0 TO WS-IRPFM-COMPL
           END-IF.
           IF WS-IRPFM-BASE > 0
               COMPUTE WS-IRPFM-EFETIVA ROUNDED =
                       WS-IRPFM-PAGO * 100 / WS-IRPFM-BASE
                   ON SIZE ERROR MOVE 999,99 TO WS-IRPFM-EFETIVA
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-IRPFM-EFETIVA
           END-IF.

       GRAVA-SECAO-TITULAR.
           MOVE SPACES TO IRPFM-LINHA.
           STRING "TITULAR " WS-T-TITULAR(WS-TIT-IDX)
                  " - " WS-T-NOME(WS-TIT-IDX)
                  DELIMITED BY SIZE
                  INTO IRPFM-LINHA
           END-STRING.
           WRITE IRPFM-LINHA.
           MOVE "  RENDIMENTOS NA BASE DO IRPFM" TO IRPFM-LINHA.
           WRITE IRPFM-LINHA.

           MOVE "DIVIDENDOS" TO WS-ROTULO.
           MOVE WS-T-DIV(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "JUROS SOBRE CAPITAL PROPRIO" TO WS-ROTULO.
           MOVE WS-T-JCP(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "GANHOS ISENTOS EM ACOES" TO WS-ROTULO.
           MOVE WS-T-ISENTO(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "GANHOS TRIBUTAVEIS EM BOLSA" TO WS-ROTULO.
           MOVE WS-T-TRIB(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "RENDA FIXA (RESGATES)" TO WS-ROTULO.
           MOVE WS-T-RF(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "TOTAL DA BASE" TO WS-ROTULO.
           MOVE WS-IRPFM-BASE TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.

           MOVE "  FORA DA BASE (INFORMATIVO)" TO IRPFM-LINHA.
           WRITE IRPFM-LINHA.
           MOVE "RENDIMENTOS DE FII" TO WS-ROTULO.
           MOVE WS-T-FII-REND(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "RENDA FIXA ISENTA (LCI/LCA/CRI/CRA)" TO WS-ROTULO.
           MOVE WS-T-RF-FORA(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.

           MOVE "  IMPOSTO JA PAGO" TO IRPFM-LINHA.
           WRITE IRPFM-LINHA.
           MOVE "IRRF SOBRE DIVIDENDOS" TO WS-ROTULO.
           MOVE WS-T-DIV-IRRF(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "IRRF SOBRE JCP" TO WS-ROTULO.
           MOVE WS-T-JCP-IRRF(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "IR RETIDO NA RENDA FIXA" TO WS-ROTULO.
           MOVE WS-T-RF-IR(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "IRRF SOBRE VENDAS" TO WS-ROTULO.
           MOVE WS-T-IRRF-VENDA(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "DARFS PAGOS (PRINCIPAL)" TO WS-ROTULO.
           MOVE WS-T-DARF(WS-TIT-IDX) TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.
           MOVE "TOTAL PAGO" TO WS-ROTULO.
           MOVE WS-IRPFM-PAGO TO WS-VALOR-MASK.
           PERFORM GRAVA-LINHA-VALOR.

           COMPUTE WS-ALIQ-MASK = WS-IRPFM-ALIQ * 100.
           MOVE WS-IRPFM-EFETIVA TO WS-PERC-MASK.
           MOVE SPACES TO IRPFM-LINHA.
           STRING "  ALIQUOTA EFETIVA JA PAGA: " WS-PERC-MASK "%"
                  "   ALIQUOTA DO IRPFM: " WS-ALIQ-MASK "%"
                  DELIMITED BY SIZE
                  INTO IRPFM-LINHA
           END-STRING.
           WRITE IRPFM-LINHA.
           MOVE WS-IRPFM-DEVIDO TO WS-VALOR-MASK.
           MOVE WS-IRPFM-COMPL  TO WS-VALOR2-MASK.
           MOVE SPACES TO IRPFM-LINHA.
           STRING "  IRPFM: R$ " WS-VALOR-MASK
                  "   COMPLEMENTO ESTIMADO NA DECLARACAO: R$ "
                  WS-VALOR2-MASK
                  DELIMITED BY SIZE
                  INTO IRPFM-LINHA
           END-STRING.
           WRITE IRPFM-LINHA.
           MOVE SPACES TO IRPFM-LINHA.
           WRITE IRPFM-LINHA.

       GRAVA-LINHA-VALOR.
           MOVE SPACES TO IRPFM-LINHA.
           STRING "    " WS-ROTULO " R$ " WS-VALOR-MASK
                  DELIMITED BY SIZE
                  INTO IRPFM-LINHA
           END-STRING.
           WRITE IRPFM-LINHA.
