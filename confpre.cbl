       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFPRE.
      *****************************************************************
      * Confronta a declaracao pre-preenchida importada em            *
      * prepreen.dat (IMPORTPRE) do titular e ano recebidos na        *
      * chamada com o que os nossos programas apuram para o mesmo     *
      * ano, item a item:                                             *
      *                                                               *
      *   Bens e Direitos - custodia (STK02) e lotes ativos de fundos *
      *     (STK34) das contas do titular, somados por CNPJ do        *
      *     cadastro (STK09), com o grupo/codigo do BENSDIR; mesma    *
      *     base do BENSDIR (custodia atual ao preco medio);          *
      *   Rendimentos Isentos - dividendos e rendimentos de FII do    *
      *     ano (lancamentos "A" do diario vivo e dos arquivos        *
      *     mortos, como no IRPFRV), por CNPJ da fonte;               *
      *   Tributacao Exclusiva - JCP do ano, liquido do IRRF;         *
      *   DARFs da Renda Variavel - principal pago por competencia    *
      *     (STK07).                                                  *
      *                                                               *
      * Proventos de BDR ficam de fora (carne-leao, outra ficha).     *
      * Item sem CNPJ no cadastro e casado pelo ticker. Os dois lados *
      * sao somados pela chave (ficha, CNPJ - ou competencia e codigo *
      * no DARF) e cada chave sai como IGUAL, DIVERGE (com a          *
      * diferenca), SO NA RECEITA ou SO NO SISTEMA; diferenca de ate  *
      * R$ 1,00 e arredondamento e conta como igual. Grupo/codigo de  *
      * bem diferente do sugerido tambem e apontado. Saida em         *
      * confpre_AAAA.txt.                                             *
      *                                                               *
      * Chamada: CONFPRE USING LNK-CONF-ANO, LNK-CONF-TITULAR,        *
      *                        LNK-CONF-RC, LNK-CONF-DIVERG           *
      *   RC 00 ok, 04 sem importacao do titular/ano                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk45'.                *> Pre-preenchida
           COPY 'control_stk02'.                *> Custodia corrente
           COPY 'control_stk09'.                *> Cadastro de ativos
           COPY 'control_stk34'.                *> Lotes de fundos
           COPY 'control_stk07'.                *> Pagamentos de imposto

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
       FD STK45.
           COPY 'stk45'.
       FD STK02.
           COPY 'stk02'.
       FD STK09.
           COPY 'stk09'.
       FD STK34.
           COPY 'stk34'.
       FD STK07.
           COPY 'stk07'.
       FD ARQ-CTIT.
       01 CTIT-REG.
           05 CTIT-ACCOUNT           PIC X(10).
           05 CTIT-TITULAR           PIC X(03).
       FD STK03A.
           COPY 'register'.
       FD ARQ-CONF.
       01 CONF-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK45           PIC X(02).
       77 WS-STATUS-STK02           PIC X(02).
       77 WS-STATUS-STK09           PIC X(02).
       77 WS-STATUS-STK34           PIC X(02).
       77 WS-STATUS-STK07           PIC X(02).
       77 WS-STATUS-CTIT            PIC X(02).
       77 WS-STATUS-STK03A          PIC X(02).
       77 WS-STATUS-CONF            PIC X(02).
       77 WS-ARQ-NOME               PIC X(30).
       77 WS-CONF-NOME              PIC X(30).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-ANO-ALVO               PIC 9(02).
       77 WS-ANO-SCAN               PIC 9(02).
       77 WS-MES-SCAN               PIC 9(02).
       77 WS-CTIT-TOTAL             PIC 9(02) VALUE 0.
       77 WS-CTIT-IDX               PIC 9(02).
       77 WS-CTIT-FIM               PIC X(01).
       77 WS-TIT-DA-CONTA           PIC X(03).
       77 WS-CONTA-BUSCA            PIC X(10).
       01 WS-TAB-CTIT.
           05 WS-CTIT-ENT OCCURS 50 TIMES.
               10 WS-CTIT-E-CONTA   PIC X(10).
               10 WS-CTIT-E-TIT     PIC X(03).

       01 WS-KEY-DISPLAY.
           05 WS-KEY-ANO            PIC 9(02).
           05 WS-KEY-MES            PIC 9(02).
           05 WS-KEY-RESTO          PIC 9(08).

      *    Tolerancia de arredondamento entre os dois lados.
       77 WS-TOLERANCIA             PIC 9(03)V99 VALUE 1,00.

      *    Item a acumular em uma das tabelas (chave e valor).
       01 WS-ITEM-NOVO.
           05 WS-NOVO-FICHA         PIC X(01).
           05 WS-NOVO-CODIGO        PIC X(04).
           05 WS-NOVO-CNPJ          PIC X(14).
           05 WS-NOVO-MES           PIC 9(02).
           05 WS-NOVO-VALOR         PIC 9(11)V99.
           05 WS-NOVO-DESCRICAO     PIC X(40).
       77 WS-ATIVO-NOME             PIC X(30).
       77 WS-ATIVO-CNPJ             PIC X(14).
       77 WS-ATIVO-TIPO             PIC X(01).

      *    Lado da Receita (pre-preenchida) e lado do sistema, somados
      *    pela chave ficha + CNPJ (+ competencia e codigo no DARF).
       77 WS-REC-TOTAL              PIC 9(03) VALUE 0.
       01 WS-TAB-RECEITA.
           05 WS-REC-ENT OCCURS 500 TIMES.
               10 WS-REC-FICHA      PIC X(01).
               10 WS-REC-CODIGO     PIC X(04).
               10 WS-REC-CNPJ       PIC X(14).
               10 WS-REC-MES        PIC 9(02).
               10 WS-REC-VALOR      PIC 9(11)V99.
               10 WS-REC-DESCRICAO  PIC X(40).
       77 WS-SIS-TOTAL              PIC 9(03) VALUE 0.
       01 WS-TAB-SISTEMA.
           05 WS-SIS-ENT OCCURS 500 TIMES.
               10 WS-SIS-FICHA      PIC X(01).
               10 WS-SIS-CODIGO     PIC X(04).
               10 WS-SIS-CNPJ       PIC X(14).
               10 WS-SIS-MES        PIC 9(02).
               10 WS-SIS-VALOR      PIC 9(11)V99.
               10 WS-SIS-DESCRICAO  PIC X(40).
               10 WS-SIS-CASADO     PIC X(01).
       77 WS-IDX                    PIC 9(03).
       77 WS-IDX2                   PIC 9(03).
       77 WS-ACHADO                 PIC 9(03).

       77 WS-FICHA-ATUAL            PIC X(01).
       77 WS-FICHA-TITULO           PIC X(50).
       77 WS-DIFERENCA              PIC S9(11)V99.
       77 WS-DIF-ABS                PIC 9(11)V99.
       77 WS-SITUACAO               PIC X(16).
       77 WS-CHAVE-MASK             PIC X(14).
       77 WS-REC-MASK               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-SIS-MASK               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-DIF-MASK               PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-IGUAIS                 PIC 9(05) VALUE 0.
       77 WS-DIVERGENTES            PIC 9(05) VALUE 0.
       77 WS-SO-RECEITA             PIC 9(05) VALUE 0.
       77 WS-SO-SISTEMA             PIC 9(05) VALUE 0.
       77 WS-CODIGOS-DIF            PIC 9(05) VALUE 0.

       LINKAGE SECTION.
       01 LNK-CONF-ANO              PIC 9(04).
       01 LNK-CONF-TITULAR          PIC X(03).
       01 LNK-CONF-RC               PIC 9(02).
       01 LNK-CONF-DIVERG           PIC 9(05).

       PROCEDURE DIVISION USING LNK-CONF-ANO, LNK-CONF-TITULAR,
                                LNK-CONF-RC, LNK-CONF-DIVERG.
       MAIN-SECTION.
           MOVE 0 TO LNK-CONF-RC LNK-CONF-DIVERG.
           MOVE 0 TO WS-REC-TOTAL WS-SIS-TOTAL WS-IGUAIS
                     WS-DIVERGENTES WS-SO-RECEITA WS-SO-SISTEMA
                     WS-CODIGOS-DIF.
           COMPUTE WS-ANO-ALVO = LNK-CONF-ANO - 2000.

           PERFORM CARREGA-RECEITA.
           IF WS-REC-TOTAL = 0
               MOVE 04 TO LNK-CONF-RC
               GOBACK
           END-IF.

           PERFORM CARREGA-MAPA-CONTAS.
           OPEN INPUT STK09.
           PERFORM CARREGA-BENS-CUSTODIA.
           PERFORM CARREGA-BENS-FUNDOS.
           PERFORM COLETA-PROVENTOS-ANO.
           IF WS-STATUS-STK09 NOT = "35"
               CLOSE STK09
           END-IF.
           PERFORM CARREGA-DARFS-PAGOS.

           MOVE SPACES TO WS-CONF-NOME.
           STRING "confpre_" LNK-CONF-ANO ".txt" DELIMITED BY SIZE
                  INTO WS-CONF-NOME
           END-STRING.
           OPEN OUTPUT ARQ-CONF.
           MOVE SPACES TO CONF-LINHA.
           STRING "DECLARACAO PRE-PREENCHIDA X SISTEMA - "
                  "ANO-CALENDARIO " LNK-CONF-ANO
                  "  TITULAR " LNK-CONF-TITULAR
                  DELIMITED BY SIZE INTO CONF-LINHA
           END-STRING.
           WRITE CONF-LINHA.
           MOVE
           "BENS PELA CUSTODIA ATUAL AO PRECO MEDIO, COMO NO BENSDIR - C
      -    "ONFERIR MOVIMENTOS POSTERIORES A 31/12"
             TO CONF-LINHA.
           WRITE CONF-LINHA.
           MOVE SPACES TO CONF-LINHA.
           WRITE CONF-LINHA.

           MOVE "B" TO WS-FICHA-ATUAL.
           MOVE "BENS E DIREITOS - SITUACAO EM 31/12"
             TO WS-FICHA-TITULO.
           PERFORM CONFRONTA-FICHA.
           MOVE "I" TO WS-FICHA-ATUAL.
           MOVE "RENDIMENTOS ISENTOS - DIVIDENDOS E RENDIMENTOS DE FII"
             TO WS-FICHA-TITULO.
           PERFORM CONFRONTA-FICHA.
           MOVE "E" TO WS-FICHA-ATUAL.
           MOVE "TRIBUTACAO EXCLUSIVA - JCP (LIQUIDO)"
             TO WS-FICHA-TITULO.
           PERFORM CONFRONTA-FICHA.
           MOVE "D" TO WS-FICHA-ATUAL.
           MOVE "RENDA VARIAVEL - DARFS PAGOS (PRINCIPAL)"
             TO WS-FICHA-TITULO.
           PERFORM CONFRONTA-FICHA.

           MOVE SPACES TO CONF-LINHA.
           STRING "IGUAIS: " WS-IGUAIS
                  "  DIVERGENTES: " WS-DIVERGENTES
                  "  SO NA RECEITA: " WS-SO-RECEITA
                  "  SO NO SISTEMA: " WS-SO-SISTEMA
                  "  GRUPO/CODIGO DIFERENTE: " WS-CODIGOS-DIF
                  DELIMITED BY SIZE INTO CONF-LINHA
           END-STRING.
           WRITE CONF-LINHA.
           COMPUTE LNK-CONF-DIVERG = WS-DIVERGENTES + WS-SO-RECEITA
                                   + WS-SO-SISTEMA + WS-CODIGOS-DIF.
           IF LNK-CONF-DIVERG = 0
               MOVE "NENHUMA DIFERENCA - PRE-PREENCHIDA CONFERE"
                 TO CONF-LINHA
           ELSE
               MOVE "CORRIGIR AS DIFERENCAS ACIMA ANTES DE ENTREGAR"
                 TO CONF-LINHA
           END-IF.
           WRITE CONF-LINHA.
           CLOSE ARQ-CONF.
           GOBACK.

       CARREGA-RECEITA.
           OPEN INPUT STK45.
           IF WS-STATUS-STK45 NOT = "00"
               CLOSE STK45
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-RECEITA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK45.

       CARREGA-RECEITA-SEQ.
           READ STK45 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK45 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK45-TITULAR NOT = LNK-CONF-TITULAR
              OR WFS-STK45-ANO NOT = LNK-CONF-ANO
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK45-FICHA     TO WS-NOVO-FICHA.
           MOVE WFS-STK45-CODIGO    TO WS-NOVO-CODIGO.
           MOVE WFS-STK45-CNPJ      TO WS-NOVO-CNPJ.
           MOVE WFS-STK45-MES       TO WS-NOVO-MES.
           MOVE WFS-STK45-VALOR     TO WS-NOVO-VALOR.
           MOVE WFS-STK45-DESCRICAO TO WS-NOVO-DESCRICAO.
           IF WFS-STK45-DARF
               MOVE SPACES TO WS-NOVO-CNPJ
           ELSE
               MOVE 0 TO WS-NOVO-MES
           END-IF.
           PERFORM ACUMULA-RECEITA.

       ACUMULA-RECEITA.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-REC-TOTAL
               IF WS-REC-FICHA(WS-IDX) = WS-NOVO-FICHA
                  AND WS-REC-CNPJ(WS-IDX) = WS-NOVO-CNPJ
                  AND WS-REC-MES(WS-IDX) = WS-NOVO-MES
                  AND (WS-NOVO-FICHA NOT = "D"
                       OR WS-REC-CODIGO(WS-IDX) = WS-NOVO-CODIGO)
                   MOVE WS-IDX TO WS-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ACHADO = 0
               IF WS-REC-TOTAL < 500
                   ADD 1 TO WS-REC-TOTAL
                   MOVE WS-REC-TOTAL TO WS-ACHADO
                   MOVE WS-NOVO-FICHA  TO WS-REC-FICHA(WS-ACHADO)
                   MOVE WS-NOVO-CODIGO TO WS-REC-CODIGO(WS-ACHADO)
                   MOVE WS-NOVO-CNPJ   TO WS-REC-CNPJ(WS-ACHADO)
                   MOVE WS-NOVO-MES    TO WS-REC-MES(WS-ACHADO)
                   MOVE 0              TO WS-REC-VALOR(WS-ACHADO)
                   MOVE WS-NOVO-DESCRICAO
                     TO WS-REC-DESCRICAO(WS-ACHADO)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WS-NOVO-VALOR TO WS-REC-VALOR(WS-ACHADO).

       ACUMULA-SISTEMA.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-SIS-TOTAL
               IF WS-SIS-FICHA(WS-IDX) = WS-NOVO-FICHA
                  AND WS-SIS-CNPJ(WS-IDX) = WS-NOVO-CNPJ
                  AND WS-SIS-MES(WS-IDX) = WS-NOVO-MES
                  AND (WS-NOVO-FICHA NOT = "D"
                       OR WS-SIS-CODIGO(WS-IDX) = WS-NOVO-CODIGO)
                   MOVE WS-IDX TO WS-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ACHADO = 0
               IF WS-SIS-TOTAL < 500
                   ADD 1 TO WS-SIS-TOTAL
                   MOVE WS-SIS-TOTAL TO WS-ACHADO
                   MOVE WS-NOVO-FICHA  TO WS-SIS-FICHA(WS-ACHADO)
                   MOVE WS-NOVO-CODIGO TO WS-SIS-CODIGO(WS-ACHADO)
                   MOVE WS-NOVO-CNPJ   TO WS-SIS-CNPJ(WS-ACHADO)
                   MOVE WS-NOVO-MES    TO WS-SIS-MES(WS-ACHADO)
                   MOVE 0              TO WS-SIS-VALOR(WS-ACHADO)
                   MOVE WS-NOVO-DESCRICAO
                     TO WS-SIS-DESCRICAO(WS-ACHADO)
                   MOVE "N"            TO WS-SIS-CASADO(WS-ACHADO)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WS-NOVO-VALOR TO WS-SIS-VALOR(WS-ACHADO).

       CARREGA-BENS-CUSTODIA.
           OPEN INPUT STK02.
           IF WS-STATUS-STK02 NOT = "00"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-BENS-CUSTODIA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK02.

       CARREGA-BENS-CUSTODIA-SEQ.
           READ STK02 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK02 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK02-QTY = 0 OR WFS-STK02-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK02-ACCOUNT TO WS-CONTA-BUSCA.
           PERFORM BUSCA-TITULAR-CONTA.
           IF WS-TIT-DA-CONTA NOT = LNK-CONF-TITULAR
               EXIT PARAGRAPH
           END-IF.

           MOVE WFS-STK02-TICKER TO WFS-STK09-TICKER.
           PERFORM BUSCA-CADASTRO-ATIVO.
      *    Grupo/codigo sugeridos pelo BENSDIR para o tipo do ativo.
           EVALUATE WS-ATIVO-TIPO
               WHEN "A"
                   MOVE "0301" TO WS-NOVO-CODIGO
               WHEN "F"
                   MOVE "0703" TO WS-NOVO-CODIGO
               WHEN "E"
                   MOVE "0709" TO WS-NOVO-CODIGO
               WHEN "B"
                   MOVE "0404" TO WS-NOVO-CODIGO
               WHEN OTHER
                   MOVE "9999" TO WS-NOVO-CODIGO
           END-EVALUATE.
           MOVE "B"               TO WS-NOVO-FICHA.
           MOVE WS-ATIVO-CNPJ     TO WS-NOVO-CNPJ.
           MOVE 0                 TO WS-NOVO-MES.
           MOVE WFS-STK02-BALANCE TO WS-NOVO-VALOR.
           MOVE WS-ATIVO-NOME     TO WS-NOVO-DESCRICAO.
           PERFORM ACUMULA-SISTEMA.

       CARREGA-BENS-FUNDOS.
           OPEN INPUT STK34.
           IF WS-STATUS-STK34 NOT = "00"
               CLOSE STK34
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-BENS-FUNDOS-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK34.

       CARREGA-BENS-FUNDOS-SEQ.
           READ STK34 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK34 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF NOT WFS-STK34-ATIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK34-ACCOUNT TO WS-CONTA-BUSCA.
           PERFORM BUSCA-TITULAR-CONTA.
           IF WS-TIT-DA-CONTA NOT = LNK-CONF-TITULAR
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK34-ACOES
               MOVE "0701" TO WS-NOVO-CODIGO
           ELSE
               MOVE "0799" TO WS-NOVO-CODIGO
           END-IF.
           MOVE "B"                   TO WS-NOVO-FICHA.
           MOVE WFS-STK34-CNPJ        TO WS-NOVO-CNPJ.
           IF WS-NOVO-CNPJ = SPACES
               MOVE WFS-STK34-FUNDO TO WS-NOVO-CNPJ
           END-IF.
           MOVE 0                     TO WS-NOVO-MES.
           MOVE WFS-STK34-VALOR-APLIC TO WS-NOVO-VALOR.
           MOVE WFS-STK34-NOME        TO WS-NOVO-DESCRICAO.
           PERFORM ACUMULA-SISTEMA.

       BUSCA-CADASTRO-ATIVO.
      *    Sem CNPJ no cadastro o item e casado pelo ticker.
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

       COLETA-PROVENTOS-ANO.
      *    Mesmos arquivos que o IRPFRV varre para o ano: o diario
      *    vivo, os doze fechamentos, os tres primeiros do ano
      *    seguinte e as viradas de ano fiscal.
           MOVE "stk03.dat" TO WS-ARQ-NOME.
           PERFORM COLETA-ARQUIVO.

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
           MOVE STK03-ACCOUNT TO WS-CONTA-BUSCA.
           PERFORM BUSCA-TITULAR-CONTA.
           IF WS-TIT-DA-CONTA NOT = LNK-CONF-TITULAR
               EXIT PARAGRAPH
           END-IF.

           MOVE STK03-TICKER TO WFS-STK09-TICKER.
           PERFORM BUSCA-CADASTRO-ATIVO.
           IF WS-ATIVO-TIPO = "B"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ATIVO-CNPJ TO WS-NOVO-CNPJ.
           MOVE 0             TO WS-NOVO-MES.
           MOVE WS-ATIVO-NOME TO WS-NOVO-DESCRICAO.
           IF STK03-CORP-ACTION = "J"
               MOVE "E"    TO WS-NOVO-FICHA
               MOVE "0010" TO WS-NOVO-CODIGO
               IF STK03-NET > STK03-IRRF
                   COMPUTE WS-NOVO-VALOR = STK03-NET - STK03-IRRF
               ELSE
                   MOVE 0 TO WS-NOVO-VALOR
               END-IF
           ELSE
               MOVE "I"       TO WS-NOVO-FICHA
               MOVE "0009"    TO WS-NOVO-CODIGO
               MOVE STK03-NET TO WS-NOVO-VALOR
           END-IF.
           PERFORM ACUMULA-SISTEMA.

       CARREGA-DARFS-PAGOS.
           OPEN INPUT STK07.
           IF WS-STATUS-STK07 NOT = "00"
               CLOSE STK07
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-DARFS-PAGOS-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK07.

       CARREGA-DARFS-PAGOS-SEQ.
           READ STK07 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK07 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK07-COMP-ANO NOT = WS-ANO-ALVO
              OR WFS-STK07-TITULAR NOT = LNK-CONF-TITULAR
              OR WFS-STK07-COMP-MES < 1 OR WFS-STK07-COMP-MES > 12
              OR (WFS-STK07-CODIGO NOT = "6015"
                  AND WFS-STK07-CODIGO NOT = SPACES)
               EXIT PARAGRAPH
           END-IF.
           MOVE "D"                TO WS-NOVO-FICHA.
           MOVE "6015"             TO WS-NOVO-CODIGO.
           MOVE SPACES             TO WS-NOVO-CNPJ.
           MOVE WFS-STK07-COMP-MES TO WS-NOVO-MES.
           MOVE WFS-STK07-VALOR    TO WS-NOVO-VALOR.
           MOVE "IMPOSTO PAGO - RENDA VARIAVEL"
             TO WS-NOVO-DESCRICAO.
           PERFORM ACUMULA-SISTEMA.

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
               IF WS-CTIT-E-CONTA(WS-CTIT-IDX) = WS-CONTA-BUSCA
                   MOVE WS-CTIT-E-TIT(WS-CTIT-IDX)
                     TO WS-TIT-DA-CONTA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CONFRONTA-FICHA.
      *    Cada chave da Receita contra o sistema; depois o que so o
      *    sistema tem.
           MOVE SPACES TO CONF-LINHA.
           WRITE CONF-LINHA.
           MOVE WS-FICHA-TITULO TO CONF-LINHA.
           WRITE CONF-LINHA.
           MOVE
           "CNPJ/ATIVO     COD          RECEITA           SISTEMA
      -    "    DIFERENCA  SITUACAO         DESCRICAO"
             TO CONF-LINHA.
           WRITE CONF-LINHA.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                     UNTIL WS-IDX2 > WS-REC-TOTAL
               IF WS-REC-FICHA(WS-IDX2) = WS-FICHA-ATUAL
                   PERFORM CONFRONTA-ITEM-RECEITA
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                     UNTIL WS-IDX2 > WS-SIS-TOTAL
               IF WS-SIS-FICHA(WS-IDX2) = WS-FICHA-ATUAL
                  AND WS-SIS-CASADO(WS-IDX2) = "N"
                   PERFORM LISTA-SO-SISTEMA
               END-IF
           END-PERFORM.

       CONFRONTA-ITEM-RECEITA.
           MOVE 0 TO WS-ACHADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-SIS-TOTAL
               IF WS-SIS-FICHA(WS-IDX) = WS-REC-FICHA(WS-IDX2)
                  AND WS-SIS-CNPJ(WS-IDX) = WS-REC-CNPJ(WS-IDX2)
                  AND WS-SIS-MES(WS-IDX) = WS-REC-MES(WS-IDX2)
                  AND (WS-REC-FICHA(WS-IDX2) NOT = "D"
                       OR WS-SIS-CODIGO(WS-IDX) =
                          WS-REC-CODIGO(WS-IDX2))
                   MOVE WS-IDX TO WS-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE WS-REC-VALOR(WS-IDX2) TO WS-REC-MASK.
           PERFORM MONTA-CHAVE-RECEITA.
           IF WS-ACHADO = 0
               ADD 1 TO WS-SO-RECEITA
               MOVE "SO NA RECEITA" TO WS-SITUACAO
               MOVE 0 TO WS-SIS-MASK
               MOVE WS-REC-VALOR(WS-IDX2) TO WS-DIF-MASK
               PERFORM GRAVA-LINHA-CONF
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WS-SIS-CASADO(WS-ACHADO).
           MOVE WS-SIS-VALOR(WS-ACHADO) TO WS-SIS-MASK.
           COMPUTE WS-DIFERENCA = WS-REC-VALOR(WS-IDX2)
                                - WS-SIS-VALOR(WS-ACHADO).
           MOVE WS-DIFERENCA TO WS-DIF-MASK.
           IF WS-DIFERENCA < 0
               COMPUTE WS-DIF-ABS = 0 - WS-DIFERENCA
           ELSE
               MOVE WS-DIFERENCA TO WS-DIF-ABS
           END-IF.
           IF WS-DIF-ABS > WS-TOLERANCIA
               ADD 1 TO WS-DIVERGENTES
               MOVE "DIVERGE" TO WS-SITUACAO
           ELSE
               ADD 1 TO WS-IGUAIS
               MOVE "IGUAL" TO WS-SITUACAO
           END-IF.
           PERFORM GRAVA-LINHA-CONF.

           IF WS-REC-FICHA(WS-IDX2) = "B"
              AND WS-REC-CODIGO(WS-IDX2) NOT = WS-SIS-CODIGO(WS-ACHADO)
               ADD 1 TO WS-CODIGOS-DIF
               MOVE SPACES TO CONF-LINHA
               STRING "   GRUPO/CODIGO NA RECEITA "
                      WS-REC-CODIGO(WS-IDX2)(1:2) "/"
                      WS-REC-CODIGO(WS-IDX2)(3:2)
                      ", SUGERIDO PELO SISTEMA "
                      WS-SIS-CODIGO(WS-ACHADO)(1:2) "/"
                      WS-SIS-CODIGO(WS-ACHADO)(3:2)
                      DELIMITED BY SIZE INTO CONF-LINHA
               END-STRING
               WRITE CONF-LINHA
           END-IF.

       LISTA-SO-SISTEMA.
           ADD 1 TO WS-SO-SISTEMA.
           MOVE "SO NO SISTEMA" TO WS-SITUACAO.
           MOVE 0 TO WS-REC-MASK.
           MOVE WS-SIS-VALOR(WS-IDX2) TO WS-SIS-MASK.
           COMPUTE WS-DIFERENCA = 0 - WS-SIS-VALOR(WS-IDX2).
           MOVE WS-DIFERENCA TO WS-DIF-MASK.
           IF WS-SIS-FICHA(WS-IDX2) = "D"
               MOVE SPACES TO WS-CHAVE-MASK
               STRING "COMP " WS-SIS-MES(WS-IDX2) "/" LNK-CONF-ANO
                      DELIMITED BY SIZE INTO WS-CHAVE-MASK
               END-STRING
           ELSE
               MOVE WS-SIS-CNPJ(WS-IDX2) TO WS-CHAVE-MASK
           END-IF.
           MOVE SPACES TO CONF-LINHA.
           STRING WS-CHAVE-MASK " " WS-SIS-CODIGO(WS-IDX2)
                  " " WS-REC-MASK " " WS-SIS-MASK
                  " " WS-DIF-MASK "  " WS-SITUACAO
                  " " WS-SIS-DESCRICAO(WS-IDX2)(1:30)
                  DELIMITED BY SIZE INTO CONF-LINHA
           END-STRING.
           WRITE CONF-LINHA.

       MONTA-CHAVE-RECEITA.
           IF WS-REC-FICHA(WS-IDX2) = "D"
               MOVE SPACES TO WS-CHAVE-MASK
               STRING "COMP " WS-REC-MES(WS-IDX2) "/" LNK-CONF-ANO
                      DELIMITED BY SIZE INTO WS-CHAVE-MASK
               END-STRING
           ELSE
               MOVE WS-REC-CNPJ(WS-IDX2) TO WS-CHAVE-MASK
           END-IF.

       GRAVA-LINHA-CONF.
           MOVE SPACES TO CONF-LINHA.
           STRING WS-CHAVE-MASK " " WS-REC-CODIGO(WS-IDX2)
                  " " WS-REC-MASK " " WS-SIS-MASK
                  " " WS-DIF-MASK "  " WS-SITUACAO
                  " " WS-REC-DESCRICAO(WS-IDX2)(1:30)
                  DELIMITED BY SIZE INTO CONF-LINHA
           END-STRING.
           WRITE CONF-LINHA.
