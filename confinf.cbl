       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFINF.
      *****************************************************************
      * Confronta os informes de rendimentos do ano recebido na       *
      * chamada (informes.dat, importados pelo IMPORTINF) com os      *
      * proventos lancados, por titular e CNPJ da fonte pagadora:     *
      *                                                               *
      *   lado do sistema - os lancamentos "A" de dividendos ("D"),   *
      *     rendimentos de FII ("F") e JCP ("J") do diario vivo e dos *
      *     arquivos mortos do ano, como no PROVREL: bruto em         *
      *     STK03-NET, IRRF em STK03-IRRF ou, no dividendo, o IRRF    *
      *     integral do razao divretido.dat; a conta vai ao titular   *
      *     pelo vinculo contastit.dat e o ticker ao CNPJ pelo        *
      *     cadastro de ativos (STK09) - sem CNPJ, fica o ticker;     *
      *   lado do informe - bruto e IRRF de cada fonte e tipo,        *
      *     somados entre os informes das corretoras.                 *
      *                                                               *
      * Proventos de BDR ficam de fora (carne-leao, sem informe de    *
      * fonte no pais). Para cada titular saem as fontes presentes    *
      * nos dois lados, rendimento a rendimento (dividendos, JCP      *
      * bruto e IRRF, FII), com FALTA LANCAR quando o informe passa   *
      * do lancado e EXCEDE INFORME quando o lancado passa - provento *
      * em dobro ou da conta errada; depois as fontes so no informe e *
      * as so no sistema. Diferenca de ate R$ 1,00 e arredondamento.  *
      * Corrigir antes de rodar BENSDIR e IRPFRV para a declaracao.   *
      * Saida em informes_AAAA.txt.                                   *
      *                                                               *
      * Chamada: CONFINF USING LNK-CINF-ANO, LNK-CINF-RC,             *
      *                        LNK-CINF-DIVERG                        *
      *   RC 00 ok, 04 nenhum informe importado para o ano            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk51'.                *> Informes importados
           COPY 'control_stk09'.                *> Cadastro de ativos
           COPY 'control_stk24'.                *> Titulares (CPFs)
           COPY 'control_stk25'.                *> Dividendos retidos
           COPY 'control_catalogo'.             *> Catalogo de mortos

           SELECT ARQ-CTIT ASSIGN TO "contastit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CTIT.

           SELECT STK03A ASSIGN TO WS-ARQ-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STK03A.

           SELECT ARQ-CONF ASSIGN TO WS-CONF-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONF.

       DATA DIVISION.
       FILE SECTION.
       FD STK51.
           COPY 'stk51'.
       FD STK09.
           COPY 'stk09'.
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
       FD ARQ-CONF.
       01 CONF-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK51           PIC X(02).
       77 WS-STATUS-STK09           PIC X(02).
       77 WS-STATUS-STK24           PIC X(02).
       77 WS-STATUS-STK25           PIC X(02).
       77 WS-STATUS-CATALOGO        PIC X(02).
       77 WS-STATUS-CTIT            PIC X(02).
       77 WS-STATUS-STK03A          PIC X(02).
       77 WS-STATUS-CONF            PIC X(02).
       77 WS-ARQ-NOME               PIC X(30).
       77 WS-CONF-NOME              PIC X(30).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-CAT-PRESENTE           PIC X(01).
       77 WS-CAT-FIM                PIC X(01).
       77 WS-ANO-ALVO               PIC 9(02).
       77 WS-ANO-SCAN               PIC 9(02).
       77 WS-MES-SCAN               PIC 9(02).
       77 WS-CTIT-TOTAL             PIC 9(03) VALUE 0.
       77 WS-CTIT-IDX               PIC 9(03).
       77 WS-TIT-DA-CONTA           PIC X(03).
       77 WS-TIT-TOTAL              PIC 9(03) VALUE 0.
       77 WS-TIT-IDX                PIC 9(03).
       77 WS-RET-TOTAL              PIC 9(04) VALUE 0.
       77 WS-RET-IDX                PIC 9(04).
       77 WS-ATIVO-NOME             PIC X(30).
       77 WS-ATIVO-CNPJ             PIC X(14).
       77 WS-ATIVO-TIPO             PIC X(01).

       01 WS-KEY-DISPLAY.
           05 WS-KEY-ANO            PIC 9(02).
           05 WS-KEY-MES            PIC 9(02).
           05 WS-KEY-RESTO          PIC 9(08).

      *    Tolerancia de arredondamento entre os dois lados.
       77 WS-TOLERANCIA             PIC 9(03)V99 VALUE 1,00.

      *    Valor a acumular na tabela de fontes: lado ("I" informe,
      *    "S" sistema), chave, rendimento (1 dividendos, 3 JCP,
      *    5 FII; o IRRF de cada um na posicao seguinte).
       01 WS-NOVO.
           05 WS-NOVO-LADO          PIC X(01).
           05 WS-NOVO-CHAVE.
               10 WS-NOVO-TITULAR   PIC X(03).
               10 WS-NOVO-CNPJ      PIC X(14).
           05 WS-NOVO-NOME          PIC X(30).
           05 WS-NOVO-REND          PIC 9(01).
           05 WS-NOVO-BRUTO         PIC 9(11)V99.
           05 WS-NOVO-IRRF          PIC 9(11)V99.

       01 WS-TAB-ROTULOS-VAL.
           05 FILLER                PIC X(16) VALUE "DIVIDENDOS".
           05 FILLER                PIC X(16) VALUE "IRRF DIVIDENDOS".
           05 FILLER                PIC X(16) VALUE "JCP BRUTO".
           05 FILLER                PIC X(16) VALUE "IRRF JCP".
           05 FILLER                PIC X(16) VALUE "RENDIMENTOS FII".
           05 FILLER                PIC X(16) VALUE "IRRF FII".
       01 WS-TAB-ROTULOS REDEFINES WS-TAB-ROTULOS-VAL.
           05 WS-ROTULO             PIC X(16) OCCURS 6 TIMES.

      *    Fontes pagadoras por titular, em ordem de titular e CNPJ;
      *    cada uma com os seis valores dos dois lados.
       77 WS-FNT-TOTAL              PIC 9(04) VALUE 0.
       77 WS-FNT-IDX                PIC 9(04).
       77 WS-FNT-POS                PIC 9(04).
       01 WS-TAB-FONTES.
           05 WS-FNT-ENT OCCURS 1000 TIMES.
               10 WS-FNT-CHAVE.
                   15 WS-FNT-TITULAR PIC X(03).
                   15 WS-FNT-CNPJ   PIC X(14).
               10 WS-FNT-NOME       PIC X(30).
               10 WS-FNT-TEM-INF    PIC X(01).
               10 WS-FNT-TEM-SIS    PIC X(01).
               10 WS-FNT-INF        PIC 9(11)V99 OCCURS 6 TIMES.
               10 WS-FNT-SIS        PIC 9(11)V99 OCCURS 6 TIMES.

      *    Vinculo conta -> titular e nomes dos titulares.
       01 WS-TAB-CTIT.
           05 WS-CTIT-ENT OCCURS 200 TIMES.
               10 WS-CTIT-E-CONTA   PIC X(10).
               10 WS-CTIT-E-TIT     PIC X(03).
       01 WS-TAB-TITULARES.
           05 WS-TIT-ENT OCCURS 50 TIMES.
               10 WS-TIT-CODIGO     PIC X(03).
               10 WS-TIT-NOME       PIC X(40).

      *    Pagamentos de dividendo do ano no razao, para o IRRF sem
      *    o teto de STK03-IRRF (chave do lancamento + conta).
       01 WS-TAB-RETIDOS.
           05 WS-RET-ENT OCCURS 1000 TIMES.
               10 WS-RET-KEY        PIC 9(12).
               10 WS-RET-ACCOUNT    PIC X(10).
               10 WS-RET-IRRF       PIC 9(09)V99.

      *    Impressao: faixa da tabela do titular corrente e a parte
      *    listada (1 nos dois lados, 2 so no informe, 3 so no
      *    sistema).
       77 WS-FAIXA-INI              PIC 9(04).
       77 WS-FAIXA-FIM              PIC 9(04).
       77 WS-PARTE                  PIC 9(01).
       77 WS-PARTE-LINHAS           PIC 9(04).
       77 WS-REND                   PIC 9(01).
       77 WS-SITUACAO               PIC X(16).
       77 WS-DIFERENCA              PIC S9(11)V99.
       77 WS-DIF-ABS                PIC 9(11)V99.
       77 WS-IGUAIS                 PIC 9(05) VALUE 0.
       77 WS-DIVERGENTES            PIC 9(05) VALUE 0.
       77 WS-SO-INFORME             PIC 9(05) VALUE 0.
       77 WS-SO-SISTEMA             PIC 9(05) VALUE 0.
       77 WS-INF-MASK               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-SIS-MASK               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-DIF-MASK               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LNK-CINF-ANO              PIC 9(04).
       01 LNK-CINF-RC               PIC 9(02).
       01 LNK-CINF-DIVERG           PIC 9(05).

       PROCEDURE DIVISION USING LNK-CINF-ANO, LNK-CINF-RC,
                                LNK-CINF-DIVERG.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: os
      *    acumuladores e tabelas sao zerados na entrada, como
      *    PROVREL/BENSDIR fazem - VALUE so vale na primeira carga.
           MOVE 0 TO LNK-CINF-RC LNK-CINF-DIVERG.
           MOVE 0 TO WS-FNT-TOTAL WS-CTIT-TOTAL WS-TIT-TOTAL
                     WS-RET-TOTAL WS-IGUAIS WS-DIVERGENTES
                     WS-SO-INFORME WS-SO-SISTEMA.
           COMPUTE WS-ANO-ALVO = LNK-CINF-ANO - 2000.

           PERFORM CARREGA-INFORMES.
           IF WS-FNT-TOTAL = 0
               MOVE 04 TO LNK-CINF-RC
               GOBACK
           END-IF.

           PERFORM CARREGA-MAPA-CONTAS.
           PERFORM CARREGA-TITULARES.
           PERFORM CARREGA-RETIDOS.
           OPEN INPUT STK09.
           PERFORM COLETA-PROVENTOS-ANO.
           IF WS-STATUS-STK09 NOT = "35"
               CLOSE STK09
           END-IF.

           MOVE SPACES TO WS-CONF-NOME.
           STRING "informes_" LNK-CINF-ANO ".txt" DELIMITED BY SIZE
                  INTO WS-CONF-NOME
           END-STRING.
           OPEN OUTPUT ARQ-CONF.
           MOVE SPACES TO CONF-LINHA.
           STRING "INFORMES DE RENDIMENTOS X PROVENTOS LANCADOS - "
                  "ANO-CALENDARIO " LNK-CINF-ANO
                  DELIMITED BY SIZE INTO CONF-LINHA
           END-STRING.
           WRITE CONF-LINHA.
           MOVE "LANCADO = PROVENTOS DO DIARIO POR CNPJ DO CADASTRO DE A
      -    "TIVOS - BDR FORA (CARNE-LEAO)" TO CONF-LINHA.
           WRITE CONF-LINHA.

           MOVE 1 TO WS-FAIXA-INI.
           PERFORM IMPRIME-TITULAR UNTIL WS-FAIXA-INI > WS-FNT-TOTAL.

           MOVE SPACES TO CONF-LINHA.
           WRITE CONF-LINHA.
           MOVE SPACES TO CONF-LINHA.
           STRING "IGUAIS: " WS-IGUAIS
                  "  DIVERGENTES: " WS-DIVERGENTES
                  "  FONTES SO NO INFORME: " WS-SO-INFORME
                  "  FONTES SO NO SISTEMA: " WS-SO-SISTEMA
                  DELIMITED BY SIZE INTO CONF-LINHA
           END-STRING.
           WRITE CONF-LINHA.
           COMPUTE LNK-CINF-DIVERG = WS-DIVERGENTES + WS-SO-INFORME
                                   + WS-SO-SISTEMA.
           IF LNK-CINF-DIVERG = 0
               MOVE "SEM DIFERENCAS - INFORMES CONFEREM COM O LANCADO"
                 TO CONF-LINHA
           ELSE
               MOVE "CORRIGIR OS PROVENTOS ANTES DE RODAR BENSDIR E IRPF
      -        "RV" TO CONF-LINHA
           END-IF.
           WRITE CONF-LINHA.
           CLOSE ARQ-CONF.
           GOBACK.

       CARREGA-INFORMES.
           OPEN INPUT STK51.
           IF WS-STATUS-STK51 NOT = "00"
               CLOSE STK51
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-INFORMES-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK51.

       CARREGA-INFORMES-SEQ.
           READ STK51 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK51 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK51-ANO NOT = LNK-CINF-ANO
               EXIT PARAGRAPH
           END-IF.
           MOVE "I"               TO WS-NOVO-LADO.
           MOVE WFS-STK51-TITULAR TO WS-NOVO-TITULAR.
           MOVE WFS-STK51-CNPJ    TO WS-NOVO-CNPJ.
           MOVE WFS-STK51-NOME    TO WS-NOVO-NOME.
           MOVE WFS-STK51-BRUTO   TO WS-NOVO-BRUTO.
           MOVE WFS-STK51-IRRF    TO WS-NOVO-IRRF.
           EVALUATE TRUE
               WHEN WFS-STK51-DIVIDENDO
                   MOVE 1 TO WS-NOVO-REND
               WHEN WFS-STK51-JCP
                   MOVE 3 TO WS-NOVO-REND
               WHEN OTHER
                   MOVE 5 TO WS-NOVO-REND
           END-EVALUATE.
           PERFORM ACUMULA-FONTE.

       ACUMULA-FONTE.
      *    Chave nova entra na posicao da ordem titular + CNPJ,
      *    empurrando as seguintes.
           MOVE 0 TO WS-FNT-POS.
           PERFORM VARYING WS-FNT-IDX FROM 1 BY 1
                     UNTIL WS-FNT-IDX > WS-FNT-TOTAL
               IF WS-FNT-CHAVE(WS-FNT-IDX) NOT < WS-NOVO-CHAVE
                   MOVE WS-FNT-IDX TO WS-FNT-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FNT-POS = 0
              OR WS-FNT-CHAVE(WS-FNT-POS) NOT = WS-NOVO-CHAVE
               IF WS-FNT-TOTAL NOT < 1000
                   EXIT PARAGRAPH
               END-IF
               IF WS-FNT-POS = 0
                   COMPUTE WS-FNT-POS = WS-FNT-TOTAL + 1
               END-IF
               PERFORM VARYING WS-FNT-IDX FROM WS-FNT-TOTAL BY -1
                         UNTIL WS-FNT-IDX < WS-FNT-POS
                   MOVE WS-FNT-ENT(WS-FNT-IDX)
                     TO WS-FNT-ENT(WS-FNT-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-FNT-TOTAL
               INITIALIZE WS-FNT-ENT(WS-FNT-POS)
               MOVE WS-NOVO-CHAVE TO WS-FNT-CHAVE(WS-FNT-POS)
               MOVE WS-NOVO-NOME  TO WS-FNT-NOME(WS-FNT-POS)
               MOVE "N" TO WS-FNT-TEM-INF(WS-FNT-POS)
                           WS-FNT-TEM-SIS(WS-FNT-POS)
           END-IF.

           IF WS-NOVO-LADO = "I"
               MOVE "S" TO WS-FNT-TEM-INF(WS-FNT-POS)
               ADD WS-NOVO-BRUTO
                 TO WS-FNT-INF(WS-FNT-POS, WS-NOVO-REND)
               ADD WS-NOVO-IRRF
                 TO WS-FNT-INF(WS-FNT-POS, WS-NOVO-REND + 1)
           ELSE
               MOVE "S" TO WS-FNT-TEM-SIS(WS-FNT-POS)
               ADD WS-NOVO-BRUTO
                 TO WS-FNT-SIS(WS-FNT-POS, WS-NOVO-REND)
               ADD WS-NOVO-IRRF
                 TO WS-FNT-SIS(WS-FNT-POS, WS-NOVO-REND + 1)
           END-IF.
      *    Nome do informe prevalece; o do cadastro so na falta dele.
           IF WS-FNT-NOME(WS-FNT-POS) = SPACES
              OR WS-NOVO-LADO = "I"
               MOVE WS-NOVO-NOME TO WS-FNT-NOME(WS-FNT-POS)
           END-IF.

       COLETA-PROVENTOS-ANO.
      *    Mesma varredura do PROVREL: o diario vivo e, com o
      *    catalogo de mortos presente, os mortos cuja faixa alcanca
      *    o ano; sem catalogo, os doze fechamentos do ano, os tres
      *    primeiros do seguinte e as viradas de ano fiscal.
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
           READ STK03A AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK03A NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE STK03-KEY TO WS-KEY-DISPLAY.
           IF (STK03-ORDER NOT = "A" AND STK03-ORDER NOT = "a")
              OR WS-KEY-ANO NOT = WS-ANO-ALVO
               EXIT PARAGRAPH
           END-IF.
           IF STK03-CORP-ACTION NOT = "D"
              AND STK03-CORP-ACTION NOT = "F"
              AND STK03-CORP-ACTION NOT = "J"
               EXIT PARAGRAPH
           END-IF.

           MOVE STK03-TICKER TO WFS-STK09-TICKER.
           PERFORM BUSCA-CADASTRO-ATIVO.
           IF WS-ATIVO-TIPO = "B"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S"            TO WS-NOVO-LADO.
           PERFORM BUSCA-TITULAR-CONTA.
           MOVE WS-TIT-DA-CONTA TO WS-NOVO-TITULAR.
           MOVE WS-ATIVO-CNPJ  TO WS-NOVO-CNPJ.
           MOVE WS-ATIVO-NOME  TO WS-NOVO-NOME.
           MOVE STK03-NET      TO WS-NOVO-BRUTO.
           MOVE STK03-IRRF     TO WS-NOVO-IRRF.
           EVALUATE STK03-CORP-ACTION
               WHEN "D"
                   MOVE 1 TO WS-NOVO-REND
                   PERFORM BUSCA-IRRF-RETIDO
               WHEN "J"
                   MOVE 3 TO WS-NOVO-REND
               WHEN OTHER
                   MOVE 5 TO WS-NOVO-REND
           END-EVALUATE.
           PERFORM ACUMULA-FONTE.

       BUSCA-CADASTRO-ATIVO.
      *    Sem CNPJ no cadastro o provento e casado pelo ticker.
           MOVE SPACES TO WS-ATIVO-NOME.
           MOVE WFS-STK09-TICKER TO WS-ATIVO-CNPJ.
           MOVE "?"    TO WS-ATIVO-TIPO.
           IF WS-STATUS-STK09 = "35"
               EXIT PARAGRAPH
           END-IF.
           READ STK09 KEY IS WFS-STK09-TICKER.
           IF WS-STATUS-STK09 = "00"
               MOVE WFS-STK09-NOME TO WS-ATIVO-NOME
               MOVE WFS-STK09-TIPO TO WS-ATIVO-TIPO
               IF WFS-STK09-CNPJ NOT = SPACES
                   MOVE WFS-STK09-CNPJ TO WS-ATIVO-CNPJ
               END-IF
           END-IF.

       CARREGA-RETIDOS.
      *    Razao de dividendos do ano pedido (competencia AAAAMM).
           OPEN INPUT STK25.
           IF WS-STATUS-STK25 NOT = "00"
               CLOSE STK25
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-RETIDOS-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK25.

       CARREGA-RETIDOS-SEQ.
           READ STK25 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK25 = "00"
               IF WFS-STK25-COMP(1:4) = LNK-CINF-ANO
                  AND WS-RET-TOTAL < 1000
                   ADD 1 TO WS-RET-TOTAL
                   MOVE WFS-STK25-KEY     TO WS-RET-KEY(WS-RET-TOTAL)
                   MOVE WFS-STK25-ACCOUNT
                     TO WS-RET-ACCOUNT(WS-RET-TOTAL)
                   MOVE WFS-STK25-IRRF    TO WS-RET-IRRF(WS-RET-TOTAL)
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       BUSCA-IRRF-RETIDO.
      *    IRRF integral do pagamento quando ele esta no razao;
      *    dividendos anteriores ao razao ficam com STK03-IRRF.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                     UNTIL WS-RET-IDX > WS-RET-TOTAL
               IF WS-RET-KEY(WS-RET-IDX) = STK03-KEY
                  AND WS-RET-ACCOUNT(WS-RET-IDX) = STK03-ACCOUNT
                   MOVE WS-RET-IRRF(WS-RET-IDX) TO WS-NOVO-IRRF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CARREGA-MAPA-CONTAS.
           OPEN INPUT ARQ-CTIT.
           IF WS-STATUS-CTIT NOT = "00"
               CLOSE ARQ-CTIT
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-CTIT-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-CTIT.

       CARREGA-CTIT-SEQ.
           READ ARQ-CTIT AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-CTIT = "00"
               IF WS-CTIT-TOTAL < 200
                   ADD 1 TO WS-CTIT-TOTAL
                   MOVE CTIT-ACCOUNT
                     TO WS-CTIT-E-CONTA(WS-CTIT-TOTAL)
                   MOVE CTIT-TITULAR
                     TO WS-CTIT-E-TIT(WS-CTIT-TOTAL)
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       BUSCA-TITULAR-CONTA.
      *    Conta sem vinculo pertence ao titular padrao (em branco).
           MOVE SPACES TO WS-TIT-DA-CONTA.
           PERFORM VARYING WS-CTIT-IDX FROM 1 BY 1
                     UNTIL WS-CTIT-IDX > WS-CTIT-TOTAL
               IF WS-CTIT-E-CONTA(WS-CTIT-IDX) = STK03-ACCOUNT
                   MOVE WS-CTIT-E-TIT(WS-CTIT-IDX)
                     TO WS-TIT-DA-CONTA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CARREGA-TITULARES.
           OPEN INPUT STK24.
           IF WS-STATUS-STK24 NOT = "00"
               CLOSE STK24
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-TITULARES-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK24.

       CARREGA-TITULARES-SEQ.
           READ STK24 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK24 = "00"
               IF WS-TIT-TOTAL < 50
                   ADD 1 TO WS-TIT-TOTAL
                   MOVE WFS-STK24-TITULAR
                     TO WS-TIT-CODIGO(WS-TIT-TOTAL)
                   MOVE WFS-STK24-NOME TO WS-TIT-NOME(WS-TIT-TOTAL)
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       IMPRIME-TITULAR.
      *    Faixa da tabela do titular corrente, impressa em tres
      *    partes: fontes nos dois lados, so no informe, so no
      *    sistema.
           MOVE WS-FAIXA-INI TO WS-FAIXA-FIM.
           PERFORM UNTIL WS-FAIXA-FIM >= WS-FNT-TOTAL
               IF WS-FNT-TITULAR(WS-FAIXA-FIM + 1)
                  NOT = WS-FNT-TITULAR(WS-FAIXA-INI)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-FAIXA-FIM
           END-PERFORM.

           MOVE SPACES TO CONF-LINHA.
           WRITE CONF-LINHA.
           MOVE SPACES TO CONF-LINHA.
           IF WS-FNT-TITULAR(WS-FAIXA-INI) = SPACES
               MOVE "TITULAR PADRAO (CONTAS SEM VINCULO)" TO CONF-LINHA
           ELSE
               STRING "TITULAR " WS-FNT-TITULAR(WS-FAIXA-INI)
                      DELIMITED BY SIZE INTO CONF-LINHA
               END-STRING
               PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                         UNTIL WS-TIT-IDX > WS-TIT-TOTAL
                   IF WS-TIT-CODIGO(WS-TIT-IDX)
                      = WS-FNT-TITULAR(WS-FAIXA-INI)
                       STRING " - " WS-TIT-NOME(WS-TIT-IDX)
                              DELIMITED BY SIZE INTO CONF-LINHA(12:)
                       END-STRING
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           WRITE CONF-LINHA.

           PERFORM VARYING WS-PARTE FROM 1 BY 1 UNTIL WS-PARTE > 3
               PERFORM IMPRIME-PARTE
           END-PERFORM.
           COMPUTE WS-FAIXA-INI = WS-FAIXA-FIM + 1.

       IMPRIME-PARTE.
           MOVE 0 TO WS-PARTE-LINHAS.
           PERFORM VARYING WS-FNT-IDX FROM WS-FAIXA-INI BY 1
                     UNTIL WS-FNT-IDX > WS-FAIXA-FIM
               EVALUATE TRUE
                   WHEN WS-PARTE = 1
                        AND WS-FNT-TEM-INF(WS-FNT-IDX) = "S"
                        AND WS-FNT-TEM-SIS(WS-FNT-IDX) = "S"
                       PERFORM IMPRIME-FONTE
                   WHEN WS-PARTE = 2
                        AND WS-FNT-TEM-SIS(WS-FNT-IDX) = "N"
                       ADD 1 TO WS-SO-INFORME
                       PERFORM IMPRIME-FONTE
                   WHEN WS-PARTE = 3
                        AND WS-FNT-TEM-INF(WS-FNT-IDX) = "N"
                       ADD 1 TO WS-SO-SISTEMA
                       PERFORM IMPRIME-FONTE
               END-EVALUATE
           END-PERFORM.

       IMPRIME-FONTE.
           IF WS-PARTE-LINHAS = 0
               EVALUATE WS-PARTE
                   WHEN 1
                       MOVE "  FONTES NOS DOIS LADOS" TO CONF-LINHA
                   WHEN 2
                       MOVE "  FONTES SO NO INFORME (PROVENTO NAO LANCAD
      -                "O?)" TO CONF-LINHA
                   WHEN OTHER
                       MOVE "  FONTES SO NO SISTEMA (SEM INFORME OU LANC
      -                "ADO EM OUTRO TITULAR?)" TO CONF-LINHA
               END-EVALUATE
               WRITE CONF-LINHA
               MOVE SPACES TO CONF-LINHA
               STRING "    CNPJ/ATIVO     RENDIMENTO       "
                      "          INFORME           SISTEMA"
                      "          DIFERENCA  SITUACAO"
                      DELIMITED BY SIZE INTO CONF-LINHA
               END-STRING
               WRITE CONF-LINHA
           END-IF.
           ADD 1 TO WS-PARTE-LINHAS.

           MOVE SPACES TO CONF-LINHA.
           STRING "    " WS-FNT-CNPJ(WS-FNT-IDX) " "
                  WS-FNT-NOME(WS-FNT-IDX)
                  DELIMITED BY SIZE INTO CONF-LINHA
           END-STRING.
           WRITE CONF-LINHA.
           PERFORM VARYING WS-REND FROM 1 BY 1 UNTIL WS-REND > 6
               IF WS-FNT-INF(WS-FNT-IDX, WS-REND) NOT = 0
                  OR WS-FNT-SIS(WS-FNT-IDX, WS-REND) NOT = 0
                   PERFORM IMPRIME-RENDIMENTO
               END-IF
           END-PERFORM.

       IMPRIME-RENDIMENTO.
           COMPUTE WS-DIFERENCA = WS-FNT-INF(WS-FNT-IDX, WS-REND)
                                - WS-FNT-SIS(WS-FNT-IDX, WS-REND).
           IF WS-DIFERENCA < 0
               COMPUTE WS-DIF-ABS = 0 - WS-DIFERENCA
           ELSE
               MOVE WS-DIFERENCA TO WS-DIF-ABS
           END-IF.
           EVALUATE TRUE
               WHEN WS-PARTE = 2
                   MOVE "SO NO INFORME" TO WS-SITUACAO
               WHEN WS-PARTE = 3
                   MOVE "SO NO SISTEMA" TO WS-SITUACAO
               WHEN WS-DIF-ABS NOT > WS-TOLERANCIA
                   ADD 1 TO WS-IGUAIS
                   MOVE "IGUAL" TO WS-SITUACAO
               WHEN WS-DIFERENCA > 0
                   ADD 1 TO WS-DIVERGENTES
                   MOVE "FALTA LANCAR" TO WS-SITUACAO
               WHEN OTHER
                   ADD 1 TO WS-DIVERGENTES
                   MOVE "EXCEDE INFORME" TO WS-SITUACAO
           END-EVALUATE.

           MOVE WS-FNT-INF(WS-FNT-IDX, WS-REND) TO WS-INF-MASK.
           MOVE WS-FNT-SIS(WS-FNT-IDX, WS-REND) TO WS-SIS-MASK.
           MOVE WS-DIFERENCA TO WS-DIF-MASK.
           MOVE SPACES TO CONF-LINHA.
           STRING "                   " WS-ROTULO(WS-REND)
                  " " WS-INF-MASK " " WS-SIS-MASK
                  " " WS-DIF-MASK "  " WS-SITUACAO
                  DELIMITED BY SIZE INTO CONF-LINHA
           END-STRING.
           WRITE CONF-LINHA.
