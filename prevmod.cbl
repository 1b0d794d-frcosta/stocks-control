       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVMOD.
      *****************************************************************
      * Modulo interativo de previdencia privada (PGBL e VGBL), no    *
      * padrao do FUNDMOD. Cada plano e cadastrado com o titular, o   *
      * tipo, a seguradora (CNPJ), o regime de tributacao e a conta   *
      * do caixa (prevplanos.dat); cada aporte e um lote com a data   *
      * da contribuicao e o saldo ainda nao resgatado (prevmov.dat);  *
      * o saldo do plano vem do extrato mensal da seguradora          *
      * (prevsaldo.dat, IMPORTPRV) e e lido pelo CALCPREV.            *
      * Funcoes:                                                      *
      *   "N" - cadastra o plano ou altera o cadastro; o tipo nao     *
      *         muda e a opcao pelo regressivo e irretratavel;        *
      *   "A" - aporte (debito no caixa da conta do plano); no PGBL   *
      *         avisa quando o ano passa de 12% da renda tributavel;  *
      *   "R" - resgate total ou parcial pelo valor bruto: baixa as   *
      *         contribuicoes mais antigas primeiro e retem o IR pelo *
      *         regime - regressivo pela tabela de cada contribuicao  *
      *         (35% ate 2 anos, caindo 5 pontos a cada 2 anos ate    *
      *         10% acima de 10 anos), progressivo 15% na fonte com   *
      *         ajuste na declaracao; no PGBL a base e todo o valor   *
      *         resgatado, no VGBL so o rendimento; liquido no caixa; *
      *   "P" - posicao dos planos com saldo, contribuicoes e IR      *
      *         projetado de um resgate total hoje;                   *
      *   "I" - importa os saldos mensais (prevsaldo.csv, IMPORTPRV); *
      *   "D" - deducao do PGBL no ano: a renda tributavel bruta      *
      *         informada pelo titular fica em prevrenda.dat e os     *
      *         aportes do ano sao confrontados com o limite de 12%.  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk15'.                *> Caixa por conta
           COPY 'control_stk24'.                *> Titulares (CPFs)
           COPY 'control_stk52'.                *> Planos previdencia
           COPY 'control_stk53'.                *> Movimentos previd.
           COPY 'control_stk55'.                *> Renda p/ deducao

           SELECT ARQ-PLN-TMP ASSIGN TO "prevplanos.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PLN-TMP.

           SELECT ARQ-MOV-TMP ASSIGN TO "prevmov.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOV-TMP.

       DATA DIVISION.
       FILE SECTION.
       FD STK15.
           COPY 'stk15'.
       FD STK24.
           COPY 'stk24'.
       FD STK52.
           COPY 'stk52'.
       FD STK53.
           COPY 'stk53'.
       FD STK55.
           COPY 'stk55'.
       FD ARQ-PLN-TMP.
       01 PLN-TMP-REG               PIC X(77).
       FD ARQ-MOV-TMP.
       01 MOV-TMP-REG               PIC X(82).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK15           PIC X(02).
       77 WS-STATUS-STK24           PIC X(02).
       77 WS-STATUS-STK52           PIC X(02).
       77 WS-STATUS-STK53           PIC X(02).
       77 WS-STATUS-STK55           PIC X(02).
       77 WS-STATUS-PLN-TMP         PIC X(02).
       77 WS-STATUS-MOV-TMP         PIC X(02).
       77 WS-OPERATOR               PIC X(08) VALUE "PREVMOD".
       77 WS-AUDIT-ARQUIVO          PIC X(05).
       77 WS-AUDIT-ACAO             PIC X(03).
       77 WS-AUDIT-IMAGEM           PIC X(120).
       77 MSGDELAY                  PIC 9V9999 VALUE 3,0.
       77 WS-MSG                    PIC X(76) VALUE SPACES.
       77 WS-LN                     PIC 9(02).
       77 WS-BLANK                  PIC X(76) VALUE ALL " ".
       01 WS-QUESTION               PIC X.
       01 CONST-MSG                 PIC X.
           78 MSGSTD                VALUE 'S'.
           78 MSGALERT              VALUE 'A'.
           78 MSGVOID               VALUE 'V'.
           78 MSGYESNO              VALUE 'Y'.

      *    Campos da tela.
       77 WS-PV-FUNC                PIC X(01).
       77 WS-PV-PLANO               PIC X(10).
       77 WS-PV-TITULAR             PIC X(03).
       77 WS-PV-TIPO                PIC X(01).
       77 WS-PV-CNPJ                PIC X(14).
       77 WS-PV-NOME                PIC X(30).
       77 WS-PV-REGIME              PIC X(01).
       77 WS-PV-CONTA               PIC X(10).
       77 WS-PV-DATA                PIC 9(08).
       77 WS-PV-VALOR               PIC 9(11)V99.
       77 WS-PV-SALDO-INF           PIC 9(11)V99.
       77 WS-PV-ANO                 PIC 9(04).
       77 WS-PV-RENDA               PIC 9(11)V99.

      *    Cadastro do plano localizado (LOCALIZA-PLANO).
       77 WS-PV-ACHADO              PIC X(01).
       01 WS-PLN-ATUAL.
           05 WS-PLN-PLANO          PIC X(10).
           05 WS-PLN-TITULAR        PIC X(03).
           05 WS-PLN-TIPO           PIC X(01).
               88 WS-PLN-PGBL       VALUE "P".
               88 WS-PLN-VGBL       VALUE "V".
           05 WS-PLN-CNPJ           PIC X(14).
           05 WS-PLN-NOME           PIC X(30).
           05 WS-PLN-REGIME         PIC X(01).
               88 WS-PLN-REGRESSIVO VALUE "R".
           05 WS-PLN-ACCOUNT        PIC X(10).
           05 WS-PLN-DATA-INICIO    PIC 9(08).

       77 WS-PV-FIM                 PIC X(01).
       77 WS-PV-FIM-PLN             PIC X(01).
       77 WS-PV-PLANO-TELA          PIC X(10).
       77 WS-PV-OK                  PIC X(01).
       77 WS-PV-TOTAL               PIC X(01).
       77 WS-PV-MOSTRA              PIC X(01).
       77 WS-PV-REG                 PIC 9(05).
       77 WS-PV-DATA-RESG           PIC 9(08).
       77 WS-PV-SALDO               PIC 9(11)V99.
       77 WS-PV-PRINCIPAL           PIC 9(11)V99.
       77 WS-PV-CUSTO               PIC 9(11)V99.
       77 WS-PV-RESTA               PIC 9(11)V99.
       77 WS-PV-BAIXA               PIC 9(11)V99.
       77 WS-PV-BRUTO-LOTE          PIC 9(11)V99.
       77 WS-PV-BRUTO-ACUM          PIC 9(11)V99.
       77 WS-PV-BASE                PIC 9(11)V99.
       77 WS-PV-IR                  PIC 9(09)V99.
       77 WS-PV-IR-LOTE             PIC 9(09)V99.
       77 WS-PV-LIQUIDO             PIC 9(11)V99.
       77 WS-PV-ALIQ                PIC 9(02).
       77 WS-PV-FAIXA               PIC 9(01).
       77 WS-PV-PGBL-ANO            PIC 9(11)V99.
       77 WS-PV-VGBL-ANO            PIC 9(11)V99.
       77 WS-PV-LIMITE              PIC 9(11)V99.
       77 WS-PV-DIFERENCA           PIC 9(11)V99.
       77 WS-PV-RENDA-ACHADA        PIC X(01).
       77 WS-PV-DATA-HOJE           PIC 9(06).
       01 WS-PV-DATA-CHK            PIC 9(08).
       01 WS-PV-DATA-CHK-R REDEFINES WS-PV-DATA-CHK.
           05 WS-PV-CHK-SECULO      PIC 9(02).
           05 WS-PV-CHK-ANO         PIC 9(02).
           05 WS-PV-CHK-MES         PIC 9(02).
           05 WS-PV-CHK-DIA         PIC 9(02).
       77 WS-CHK-RETURN             PIC 9.

       77 WS-BRL-MASK               PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-BRL2-MASK              PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-IR-MASK                PIC ZZ.ZZZ.ZZ9,99.

      *    Tabela regressiva (Lei 11.053/2004): aliquota pelo tempo
      *    de cada contribuicao, em faixas de 2 anos.
       01 WS-TAB-REGRESSIVA-VAL.
           05 FILLER                PIC 9(02) VALUE 35.
           05 FILLER                PIC 9(02) VALUE 30.
           05 FILLER                PIC 9(02) VALUE 25.
           05 FILLER                PIC 9(02) VALUE 20.
           05 FILLER                PIC 9(02) VALUE 15.
           05 FILLER                PIC 9(02) VALUE 10.
       01 WS-TAB-REGRESSIVA REDEFINES WS-TAB-REGRESSIVA-VAL.
           05 WS-ALIQ-REGRESSIVA    PIC 9(02) OCCURS 6 TIMES.
      *    Progressivo: retencao de 15% na fonte, compensada no
      *    ajuste anual pela tabela progressiva.
       77 WS-ALIQ-PROGRESSIVA       PIC 9(02) VALUE 15.
       77 WS-PCT-DEDUCAO            PIC 9V99  VALUE 0,12.

      *    Contribuicoes em aberto do plano ate a data do resgate, em
      *    ordem de data (as mais antigas saem primeiro); LOT-REG e a
      *    posicao do registro em prevmov.dat, para a regravacao.
       77 WS-LOT-TOTAL              PIC 9(03).
       77 WS-LOT-IDX                PIC 9(03).
       77 WS-LOT-POS                PIC 9(03).
       01 WS-TAB-LOTES.
           05 WS-LOT-ENT OCCURS 500 TIMES.
               10 WS-LOT-REG        PIC 9(05).
               10 WS-LOT-DATA       PIC 9(08).
               10 WS-LOT-SALDO      PIC 9(11)V99.
               10 WS-LOT-BAIXA      PIC 9(11)V99.

      *    Renda tributavel informada por titular e ano.
       77 WS-REN-TOTAL              PIC 9(03).
       77 WS-REN-IDX                PIC 9(03).
       01 WS-TAB-RENDAS.
           05 WS-REN-ENT OCCURS 300 TIMES.
               10 WS-REN-TITULAR    PIC X(03).
               10 WS-REN-ANO        PIC 9(04).
               10 WS-REN-VALOR      PIC 9(11)V99.

      *    Parametros do CALCPREV (situacao do plano numa data).
       01 WS-CALCPREV-PARM.
           05 WS-CPV-PLANO          PIC X(10).
           05 WS-CPV-DATA           PIC 9(08).
           05 WS-CPV-SALDO          PIC 9(11)V99.
           05 WS-CPV-SALDO-ACHADO   PIC X(01).
           05 WS-CPV-COMP-SALDO     PIC 9(06).
           05 WS-CPV-PRINCIPAL      PIC 9(11)V99.
           05 WS-CPV-APORTES-ANO    PIC 9(11)V99.
           05 WS-CPV-RESGATES-ANO   PIC 9(11)V99.
           05 WS-CPV-IR-ANO         PIC 9(09)V99.

       SCREEN SECTION.
       01 CLEAR-SCREEN BLANK SCREEN.

       01 CLEAR-SCREEN-PART-01.
           05 LINE 17 COL 1 BLANK LINE.
           05 LINE 18 COL 1 BLANK LINE.
           05 LINE 19 COL 1 BLANK LINE.
           05 LINE 20 COL 1 BLANK LINE.
           05 LINE 21 COL 1 BLANK LINE.
           05 LINE 22 COL 1 BLANK LINE.

       01 PREV-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 48 VALUE "PREVIDENCIA PRIVADA (PGBL/VGBL)"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Funcao (N/A/R/P/I/D)" HIGHLIGHT.
           05         COL 45 PIC X USING WS-PV-FUNC AUTO.
           05 LINE 4  COL 5  VALUE "Plano (codigo)" HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-PV-PLANO.
           05 LINE 5  COL 5  VALUE "Titular (vazio = padrao)" HIGHLIGHT.
           05         COL 45 PIC X(03) USING WS-PV-TITULAR.
           05 LINE 6  COL 5  VALUE "Tipo [P]GBL [V]GBL" HIGHLIGHT.
           05         COL 45 PIC X USING WS-PV-TIPO AUTO.
           05 LINE 7  COL 5  VALUE "CNPJ da seguradora" HIGHLIGHT.
           05         COL 45 PIC X(14) USING WS-PV-CNPJ.
           05 LINE 8  COL 5  VALUE "Nome do plano" HIGHLIGHT.
           05         COL 45 PIC X(30) USING WS-PV-NOME.
           05 LINE 9  COL 5  VALUE "Regime [P]rogressivo [R]egressivo"
                                   HIGHLIGHT.
           05         COL 45 PIC X USING WS-PV-REGIME AUTO.
           05 LINE 10 COL 5  VALUE "Conta do caixa" HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-PV-CONTA.
           05 LINE 11 COL 5  VALUE "Data (AAAAMMDD)" HIGHLIGHT.
           05         COL 45 PIC 9(08) USING WS-PV-DATA.
           05 LINE 12 COL 5  VALUE "Valor (resgate: vazio = total)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZZZZZZZ9,99 USING WS-PV-VALOR.
           05 LINE 13 COL 5  VALUE "Saldo na data (vazio = importado)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZZZZZZZ9,99 USING WS-PV-SALDO-INF.
           05 LINE 14 COL 5  VALUE "Ano e renda tributavel bruta (D)"
                                   HIGHLIGHT.
           05         COL 45 PIC 9(04) USING WS-PV-ANO.
           05         COL 51 PIC ZZZZZZZZZZ9,99 USING WS-PV-RENDA.
           05 LINE 15 COL 5  VALUE "N=plano A=aporte R=resgate".
           05         COL 32 VALUE "P=posicao I=importar saldos".
           05         COL 60 VALUE "D=deducao PGBL".
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       PROCEDURE DIVISION.
       PREVIDENCIA-PRIVADA.
      **** Entrada do modulo: uma operacao por acesso, como no FUNDMOD.
           MOVE SPACES TO WS-PV-FUNC WS-PV-PLANO WS-PV-TITULAR
                          WS-PV-TIPO WS-PV-CNPJ WS-PV-NOME
                          WS-PV-REGIME WS-PV-CONTA.
           MOVE ZEROES TO WS-PV-DATA WS-PV-VALOR WS-PV-SALDO-INF
                          WS-PV-ANO WS-PV-RENDA.

           DISPLAY CLEAR-SCREEN.
           DISPLAY PREV-SCR.
           ACCEPT  PREV-SCR.

           MOVE FUNCTION UPPER-CASE(WS-PV-FUNC)    TO WS-PV-FUNC.
           MOVE FUNCTION UPPER-CASE(WS-PV-PLANO)   TO WS-PV-PLANO.
           MOVE FUNCTION UPPER-CASE(WS-PV-TITULAR) TO WS-PV-TITULAR.
           MOVE FUNCTION UPPER-CASE(WS-PV-TIPO)    TO WS-PV-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-PV-NOME)    TO WS-PV-NOME.
           MOVE FUNCTION UPPER-CASE(WS-PV-REGIME)  TO WS-PV-REGIME.

           IF WS-PV-FUNC = SPACE
               GOBACK
           END-IF.

           EVALUATE WS-PV-FUNC
               WHEN "N"
                   PERFORM PV-CADASTRA
               WHEN "A"
                   PERFORM PV-APORTA
               WHEN "R"
                   PERFORM PV-RESGATA
               WHEN "P"
                   PERFORM PV-POSICAO
               WHEN "I"
                   CALL 'IMPORTPRV'
                   CALL 'showmsg' USING
                        "Importacao concluida - ver importprv.rel",
                        MSGSTD, MSGDELAY
               WHEN "D"
                   PERFORM PV-DEDUCAO
               WHEN OTHER
                   CALL 'showmsg' USING
                        "Funcao deve ser N, A, R, P, I ou D",
                        MSGALERT, MSGDELAY
           END-EVALUATE.
           GOBACK.

       PV-CADASTRA.
           IF WS-PV-PLANO = SPACES
               CALL 'showmsg' USING "Informe o codigo do plano",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-PV-DATA NOT = 0
               MOVE WS-PV-DATA TO WS-PV-DATA-CHK
               PERFORM VALIDA-DATA
               IF WS-PV-OK NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-PV-TITULAR NOT = SPACES
               PERFORM VALIDA-TITULAR
               IF WS-PV-OK NOT = "S"
                   CALL 'showmsg' USING "Titular nao cadastrado",
                                  MSGALERT, MSGDELAY
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM LOCALIZA-PLANO.
           IF WS-PV-ACHADO = "S"
               PERFORM PV-ALTERA-PLANO
           ELSE
               PERFORM PV-INCLUI-PLANO
           END-IF.

       PV-INCLUI-PLANO.
           IF WS-PV-TIPO NOT = "P" AND WS-PV-TIPO NOT = "V"
               CALL 'showmsg' USING
                    "Tipo deve ser P (PGBL) ou V (VGBL)",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-PV-REGIME NOT = "P" AND WS-PV-REGIME NOT = "R"
               CALL 'showmsg' USING
                    "Regime deve ser P (progressivo) ou R (regressivo)",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-PV-CNPJ = SPACES
               CALL 'showmsg' USING "Informe o CNPJ da seguradora",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           CALL 'showmsg' USING "Incluir o plano?",
                          MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PV-PLANO   TO WFS-STK52-PLANO.
           MOVE WS-PV-TITULAR TO WFS-STK52-TITULAR.
           MOVE WS-PV-TIPO    TO WFS-STK52-TIPO.
           MOVE WS-PV-CNPJ    TO WFS-STK52-CNPJ.
           MOVE WS-PV-NOME    TO WFS-STK52-NOME.
           MOVE WS-PV-REGIME  TO WFS-STK52-REGIME.
           MOVE WS-PV-CONTA   TO WFS-STK52-ACCOUNT.
           MOVE WS-PV-DATA    TO WFS-STK52-DATA-INICIO.
           OPEN EXTEND STK52.
           IF WS-STATUS-STK52 = "35"
               OPEN OUTPUT STK52
           END-IF.
           WRITE STK52-REGISTER.
           CLOSE STK52.

           CALL 'showmsg' USING "Plano de previdencia cadastrado",
                          MSGSTD, MSGDELAY.

       PV-ALTERA-PLANO.
      *    Campo em branco na tela mantem o cadastro. O tipo e do
      *    contrato; o regressivo, uma vez escolhido, nao volta ao
      *    progressivo - o caminho inverso e permitido ate o
      *    primeiro resgate.
           IF WS-PV-TIPO NOT = SPACE AND WS-PV-TIPO NOT = WS-PLN-TIPO
               CALL 'showmsg' USING "O tipo do plano nao pode mudar",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-PV-REGIME = "P" AND WS-PLN-REGRESSIVO
               CALL 'showmsg' USING
                    "A opcao pelo regime regressivo e irretratavel",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-PV-REGIME NOT = SPACE AND WS-PV-REGIME NOT = "P"
              AND WS-PV-REGIME NOT = "R"
               CALL 'showmsg' USING
                    "Regime deve ser P (progressivo) ou R (regressivo)",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           IF WS-PV-TITULAR NOT = SPACES
               MOVE WS-PV-TITULAR TO WS-PLN-TITULAR
           END-IF.
           IF WS-PV-CNPJ NOT = SPACES
               MOVE WS-PV-CNPJ TO WS-PLN-CNPJ
           END-IF.
           IF WS-PV-NOME NOT = SPACES
               MOVE WS-PV-NOME TO WS-PLN-NOME
           END-IF.
           IF WS-PV-REGIME NOT = SPACE
               MOVE WS-PV-REGIME TO WS-PLN-REGIME
           END-IF.
           IF WS-PV-CONTA NOT = SPACES
               MOVE WS-PV-CONTA TO WS-PLN-ACCOUNT
           END-IF.
           IF WS-PV-DATA NOT = 0
               MOVE WS-PV-DATA TO WS-PLN-DATA-INICIO
           END-IF.

           CALL 'showmsg' USING "Plano ja cadastrado - alterar?",
                          MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM REGRAVA-PLANO.
           CALL 'showmsg' USING "Cadastro do plano alterado",
                          MSGSTD, MSGDELAY.

       PV-APORTA.
           IF WS-PV-PLANO = SPACES OR WS-PV-DATA = 0
              OR WS-PV-VALOR = 0
               CALL 'showmsg' USING
                    "Informe plano, data e valor do aporte",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PV-DATA TO WS-PV-DATA-CHK.
           PERFORM VALIDA-DATA.
           IF WS-PV-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOCALIZA-PLANO.
           IF WS-PV-ACHADO NOT = "S"
               CALL 'showmsg' USING
                    "Plano nao cadastrado - use a funcao N",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PV-VALOR TO WS-BRL-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Aporte de R$" WS-BRL-MASK " no plano "
                  WS-PV-PLANO " - confirma?"
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGYESNO, MSGDELAY,
                          WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE STK53-REGISTER.
           MOVE WS-PV-PLANO TO WFS-STK53-PLANO.
           MOVE WS-PV-DATA  TO WFS-STK53-DATA.
           MOVE "C"         TO WFS-STK53-TIPO.
           MOVE WS-PV-VALOR TO WFS-STK53-VALOR WFS-STK53-SALDO-LOTE.
           OPEN EXTEND STK53.
           IF WS-STATUS-STK53 = "35"
               OPEN OUTPUT STK53
           END-IF.
           WRITE STK53-REGISTER.
           CLOSE STK53.

           IF WS-PLN-ACCOUNT NOT = SPACES
               MOVE WS-PV-DATA TO WFS-STK15-DATA
               MOVE SPACES     TO WFS-STK15-HISTORICO
               STRING "APORT PV " WS-PV-PLANO DELIMITED BY SIZE
                      INTO WFS-STK15-HISTORICO
               END-STRING
               COMPUTE WFS-STK15-VALOR = 0 - WS-PV-VALOR
               PERFORM GRAVA-CAIXA
           END-IF.

      *    No PGBL o aporte e conferido contra o limite de deducao do
      *    ano, quando o titular ja informou a renda.
           IF WS-PLN-PGBL
               MOVE WS-PLN-TITULAR TO WS-PV-TITULAR
               DIVIDE WS-PV-DATA BY 10000 GIVING WS-PV-ANO
               PERFORM BUSCA-RENDA
               IF WS-PV-RENDA-ACHADA = "S"
                   MOVE "N" TO WS-PV-MOSTRA
                   PERFORM SOMA-APORTES-ANO
                   COMPUTE WS-PV-LIMITE ROUNDED =
                           WS-PV-RENDA * WS-PCT-DEDUCAO
                   IF WS-PV-PGBL-ANO > WS-PV-LIMITE
                       COMPUTE WS-PV-DIFERENCA = WS-PV-PGBL-ANO
                                               - WS-PV-LIMITE
                       MOVE WS-PV-DIFERENCA TO WS-BRL-MASK
                       MOVE SPACES TO WS-MSG
                       STRING "PGBL do ano passa de 12% da renda em R$"
                              WS-BRL-MASK " - excesso nao deduz"
                              DELIMITED BY SIZE INTO WS-MSG
                       END-STRING
                       CALL 'showmsg' USING WS-MSG, MSGALERT,
                                      MSGDELAY
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           CALL 'showmsg' USING "Aporte no plano registrado",
                          MSGSTD, MSGDELAY.

       PV-RESGATA.
           IF WS-PV-PLANO = SPACES OR WS-PV-DATA = 0
               CALL 'showmsg' USING
                    "Informe plano e data do resgate",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PV-DATA TO WS-PV-DATA-CHK.
           PERFORM VALIDA-DATA.
           IF WS-PV-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOCALIZA-PLANO.
           IF WS-PV-ACHADO NOT = "S"
               CALL 'showmsg' USING "Plano nao cadastrado",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

      *    Saldo do plano na data: o informado na tela ou o do
      *    extrato importado; sem nenhum dos dois nao ha como separar
      *    rendimento de contribuicao.
           IF WS-PV-SALDO-INF > 0
               MOVE WS-PV-SALDO-INF TO WS-PV-SALDO
           ELSE
               MOVE WS-PV-PLANO TO WS-CPV-PLANO
               MOVE WS-PV-DATA  TO WS-CPV-DATA
               CALL 'CALCPREV' USING WS-CALCPREV-PARM
               IF WS-CPV-SALDO-ACHADO NOT = "S"
                   CALL 'showmsg' USING
                        "Sem saldo importado - informe o saldo na data",
                        MSGALERT, MSGDELAY
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CPV-SALDO TO WS-PV-SALDO
           END-IF.

           MOVE WS-PV-DATA TO WS-PV-DATA-RESG.
           PERFORM CARREGA-LOTES.
           IF WS-PV-PRINCIPAL = 0 OR WS-PV-SALDO = 0
               CALL 'showmsg' USING
                    "Plano sem contribuicoes ou saldo a resgatar",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-PV-VALOR > WS-PV-SALDO
               CALL 'showmsg' USING
                    "Valor do resgate maior que o saldo do plano",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-PV-VALOR = 0 OR WS-PV-VALOR = WS-PV-SALDO
               MOVE "S"         TO WS-PV-TOTAL
               MOVE WS-PV-SALDO TO WS-PV-VALOR
           ELSE
               MOVE "N"         TO WS-PV-TOTAL
           END-IF.

           PERFORM CALCULA-IR-RESGATE.
           COMPUTE WS-PV-LIQUIDO = WS-PV-VALOR - WS-PV-IR.

           MOVE WS-PV-VALOR TO WS-BRL-MASK.
           MOVE WS-PV-IR    TO WS-IR-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Bruto R$" WS-BRL-MASK " IR R$" WS-IR-MASK
                  " - confirma?"
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGYESNO, MSGDELAY,
                          WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM REGRAVA-MOVIMENTOS.

           IF WS-PLN-ACCOUNT NOT = SPACES
               MOVE WS-PV-DATA TO WFS-STK15-DATA
               MOVE SPACES     TO WFS-STK15-HISTORICO
               STRING "RESG PV " WS-PV-PLANO DELIMITED BY SIZE
                      INTO WFS-STK15-HISTORICO
               END-STRING
               MOVE WS-PV-LIQUIDO TO WFS-STK15-VALOR
               PERFORM GRAVA-CAIXA
           END-IF.

           CALL 'showmsg' USING "Resgate do plano registrado",
                          MSGSTD, MSGDELAY.

       CALCULA-IR-RESGATE.
      *    O resgate baixa a parte das contribuicoes proporcional ao
      *    saldo (tudo no total), das mais antigas para as mais novas;
      *    cada contribuicao baixada leva a sua parte do bruto e e
      *    tributada pela propria aliquota. Base: PGBL todo o bruto
      *    (a contribuicao foi deduzida), VGBL so o rendimento.
           IF WS-PV-TOTAL = "S"
               MOVE WS-PV-PRINCIPAL TO WS-PV-CUSTO
           ELSE
               COMPUTE WS-PV-CUSTO ROUNDED =
                       WS-PV-VALOR * WS-PV-PRINCIPAL / WS-PV-SALDO
               IF WS-PV-CUSTO > WS-PV-PRINCIPAL
                   MOVE WS-PV-PRINCIPAL TO WS-PV-CUSTO
               END-IF
               IF WS-PV-CUSTO = 0
                   MOVE 0,01 TO WS-PV-CUSTO
               END-IF
           END-IF.

           MOVE WS-PV-CUSTO TO WS-PV-RESTA.
           MOVE 0 TO WS-PV-IR WS-PV-BRUTO-ACUM.
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                     UNTIL WS-LOT-IDX > WS-LOT-TOTAL
                        OR WS-PV-RESTA = 0
               IF WS-LOT-SALDO(WS-LOT-IDX) < WS-PV-RESTA
                   MOVE WS-LOT-SALDO(WS-LOT-IDX) TO WS-PV-BAIXA
               ELSE
                   MOVE WS-PV-RESTA TO WS-PV-BAIXA
               END-IF
               SUBTRACT WS-PV-BAIXA FROM WS-PV-RESTA
               MOVE WS-PV-BAIXA TO WS-LOT-BAIXA(WS-LOT-IDX)
               IF WS-PV-RESTA = 0
                   COMPUTE WS-PV-BRUTO-LOTE = WS-PV-VALOR
                                            - WS-PV-BRUTO-ACUM
               ELSE
                   COMPUTE WS-PV-BRUTO-LOTE ROUNDED =
                           WS-PV-VALOR * WS-PV-BAIXA / WS-PV-CUSTO
               END-IF
               ADD WS-PV-BRUTO-LOTE TO WS-PV-BRUTO-ACUM
               IF WS-PLN-PGBL
                   MOVE WS-PV-BRUTO-LOTE TO WS-PV-BASE
               ELSE
                   IF WS-PV-BRUTO-LOTE > WS-PV-BAIXA
                       COMPUTE WS-PV-BASE = WS-PV-BRUTO-LOTE
                                          - WS-PV-BAIXA
                   ELSE
                       MOVE 0 TO WS-PV-BASE
                   END-IF
               END-IF
               IF WS-PLN-REGRESSIVO
                   PERFORM ALIQUOTA-REGRESSIVA
               ELSE
                   MOVE WS-ALIQ-PROGRESSIVA TO WS-PV-ALIQ
               END-IF
               COMPUTE WS-PV-IR-LOTE ROUNDED =
                       WS-PV-BASE * WS-PV-ALIQ / 100
               ADD WS-PV-IR-LOTE TO WS-PV-IR
           END-PERFORM.

       ALIQUOTA-REGRESSIVA.
      *    Faixa de 2 anos da contribuicao ate o resgate, pela data
      *    AAAAMMDD: somar 20000 e avancar dois anos.
           MOVE WS-ALIQ-REGRESSIVA(6) TO WS-PV-ALIQ.
           PERFORM VARYING WS-PV-FAIXA FROM 1 BY 1
                     UNTIL WS-PV-FAIXA > 5
               IF WS-PV-DATA-RESG <
                  WS-LOT-DATA(WS-LOT-IDX) + WS-PV-FAIXA * 20000
                   MOVE WS-ALIQ-REGRESSIVA(WS-PV-FAIXA) TO WS-PV-ALIQ
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CARREGA-LOTES.
      *    Contribuicoes do plano com saldo, ate a data do resgate,
      *    inseridas em ordem de data (mesma data, ordem do arquivo).
           MOVE 0 TO WS-LOT-TOTAL WS-PV-PRINCIPAL WS-PV-REG.
           OPEN INPUT STK53.
           IF WS-STATUS-STK53 = "00"
               MOVE "N" TO WS-PV-FIM
               PERFORM CARREGA-LOTES-SEQ UNTIL WS-PV-FIM = "S"
           END-IF.
           CLOSE STK53.

       CARREGA-LOTES-SEQ.
           READ STK53 AT END MOVE "S" TO WS-PV-FIM.
           IF WS-STATUS-STK53 NOT = "00"
               MOVE "S" TO WS-PV-FIM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PV-REG.
           IF WFS-STK53-PLANO NOT = WS-PV-PLANO
              OR NOT WFS-STK53-APORTE
              OR WFS-STK53-SALDO-LOTE = 0
              OR WFS-STK53-DATA > WS-PV-DATA-RESG
              OR WS-LOT-TOTAL NOT < 500
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-LOT-POS = WS-LOT-TOTAL + 1.
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                     UNTIL WS-LOT-IDX > WS-LOT-TOTAL
               IF WS-LOT-DATA(WS-LOT-IDX) > WFS-STK53-DATA
                   MOVE WS-LOT-IDX TO WS-LOT-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-LOT-IDX FROM WS-LOT-TOTAL BY -1
                     UNTIL WS-LOT-IDX < WS-LOT-POS
               MOVE WS-LOT-ENT(WS-LOT-IDX)
                 TO WS-LOT-ENT(WS-LOT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-LOT-TOTAL.
           MOVE WS-PV-REG            TO WS-LOT-REG(WS-LOT-POS).
           MOVE WFS-STK53-DATA       TO WS-LOT-DATA(WS-LOT-POS).
           MOVE WFS-STK53-SALDO-LOTE TO WS-LOT-SALDO(WS-LOT-POS).
           MOVE 0                    TO WS-LOT-BAIXA(WS-LOT-POS).
           ADD WFS-STK53-SALDO-LOTE  TO WS-PV-PRINCIPAL.

       REGRAVA-MOVIMENTOS.
      *    Regrava prevmov.dat via temporario: cada contribuicao
      *    baixada fica com o saldo restante e o resgate entra no
      *    fim, com o bruto, as contribuicoes baixadas, o IR e o
      *    liquido.
           OPEN OUTPUT ARQ-MOV-TMP.
           OPEN INPUT STK53.
           MOVE 0   TO WS-PV-REG.
           MOVE "N" TO WS-PV-FIM.
           PERFORM REGRAVA-MOVIMENTOS-SEQ UNTIL WS-PV-FIM = "S".
           CLOSE STK53.

           INITIALIZE STK53-REGISTER.
           MOVE WS-PV-PLANO   TO WFS-STK53-PLANO.
           MOVE WS-PV-DATA    TO WFS-STK53-DATA.
           MOVE "R"           TO WFS-STK53-TIPO.
           MOVE WS-PV-VALOR   TO WFS-STK53-VALOR.
           MOVE WS-PV-CUSTO   TO WFS-STK53-CUSTO.
           MOVE WS-PV-IR      TO WFS-STK53-IR.
           MOVE WS-PV-LIQUIDO TO WFS-STK53-LIQUIDO.
           MOVE STK53-REGISTER TO MOV-TMP-REG.
           WRITE MOV-TMP-REG.
           CLOSE ARQ-MOV-TMP.

           OPEN OUTPUT STK53.
           OPEN INPUT ARQ-MOV-TMP.
           MOVE "N" TO WS-PV-FIM.
           PERFORM REGRAVA-MOVIMENTOS-VOLTA UNTIL WS-PV-FIM = "S".
           CLOSE STK53.
           CLOSE ARQ-MOV-TMP.
           CALL "CBL_DELETE_FILE" USING "prevmov.tmp".

       REGRAVA-MOVIMENTOS-SEQ.
           READ STK53 AT END MOVE "S" TO WS-PV-FIM.
           IF WS-STATUS-STK53 NOT = "00"
               MOVE "S" TO WS-PV-FIM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PV-REG.
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                     UNTIL WS-LOT-IDX > WS-LOT-TOTAL
               IF WS-LOT-REG(WS-LOT-IDX) = WS-PV-REG
                   SUBTRACT WS-LOT-BAIXA(WS-LOT-IDX)
                       FROM WFS-STK53-SALDO-LOTE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE STK53-REGISTER TO MOV-TMP-REG.
           WRITE MOV-TMP-REG.

       REGRAVA-MOVIMENTOS-VOLTA.
           READ ARQ-MOV-TMP AT END MOVE "S" TO WS-PV-FIM.
           IF WS-STATUS-MOV-TMP = "00"
               MOVE MOV-TMP-REG TO STK53-REGISTER
               WRITE STK53-REGISTER
           ELSE
               MOVE "S" TO WS-PV-FIM
           END-IF.

       PV-POSICAO.
      *    Planos do titular (ou todos, sem titular na tela) com o
      *    saldo de hoje, as contribuicoes em aberto e o IR de um
      *    resgate total hoje; "*" marca plano sem saldo importado,
      *    avaliado pelas contribuicoes.
           OPEN INPUT STK52.
           IF WS-STATUS-STK52 NOT = "00"
               CLOSE STK52
               CALL 'showmsg' USING "Nenhum plano de previdencia",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-PV-DATA-HOJE FROM DATE.
           COMPUTE WS-PV-DATA-RESG = 20000000 + WS-PV-DATA-HOJE.

           DISPLAY "PLANO"        AT LINE 16 COLUMN  5.
           DISPLAY "TIT"          AT LINE 16 COLUMN 16.
           DISPLAY "TIPO"         AT LINE 16 COLUMN 20.
           DISPLAY "SALDO"        AT LINE 16 COLUMN 35.
           DISPLAY "CONTRIBUICOES" AT LINE 16 COLUMN 42.
           DISPLAY "IR PROJ"      AT LINE 16 COLUMN 63.

           MOVE WS-PV-PLANO TO WS-PV-PLANO-TELA.
           MOVE 17  TO WS-LN.
           MOVE "N" TO WS-PV-FIM-PLN.
           PERFORM PV-POSICAO-SEQ UNTIL WS-PV-FIM-PLN = "S".
           CLOSE STK52.

           CALL 'showmsg' USING "Tecle ENTER para retornar",
                          MSGVOID, MSGDELAY.

       PV-POSICAO-SEQ.
           READ STK52 AT END MOVE "S" TO WS-PV-FIM-PLN.
           IF WS-STATUS-STK52 NOT = "00"
               MOVE "S" TO WS-PV-FIM-PLN
               EXIT PARAGRAPH
           END-IF.
           IF WS-PV-PLANO-TELA NOT = SPACES
              AND WFS-STK52-PLANO NOT = WS-PV-PLANO-TELA
               EXIT PARAGRAPH
           END-IF.
           IF WS-PV-TITULAR NOT = SPACES
              AND WFS-STK52-TITULAR NOT = WS-PV-TITULAR
               EXIT PARAGRAPH
           END-IF.

           MOVE STK52-REGISTER TO WS-PLN-ATUAL.
           MOVE WFS-STK52-PLANO TO WS-CPV-PLANO.
           MOVE WS-PV-DATA-RESG TO WS-CPV-DATA.
           CALL 'CALCPREV' USING WS-CALCPREV-PARM.

           MOVE WFS-STK52-PLANO TO WS-PV-PLANO.
           PERFORM CARREGA-LOTES.
           MOVE 0 TO WS-PV-IR.
           IF WS-PV-PRINCIPAL > 0 AND WS-CPV-SALDO > 0
               MOVE "S"          TO WS-PV-TOTAL
               MOVE WS-CPV-SALDO TO WS-PV-SALDO WS-PV-VALOR
               PERFORM CALCULA-IR-RESGATE
           END-IF.

           MOVE WS-CPV-SALDO     TO WS-BRL-MASK.
           MOVE WS-CPV-PRINCIPAL TO WS-BRL2-MASK.
           MOVE WS-PV-IR         TO WS-IR-MASK.
           DISPLAY WFS-STK52-PLANO   AT LINE WS-LN COLUMN  5.
           DISPLAY WFS-STK52-TITULAR AT LINE WS-LN COLUMN 16.
           IF WFS-STK52-PGBL
               DISPLAY "PGBL"        AT LINE WS-LN COLUMN 20
           ELSE
               DISPLAY "VGBL"        AT LINE WS-LN COLUMN 20
           END-IF.
           DISPLAY WFS-STK52-REGIME  AT LINE WS-LN COLUMN 25.
           DISPLAY WS-BRL-MASK       AT LINE WS-LN COLUMN 26.
           DISPLAY WS-BRL2-MASK      AT LINE WS-LN COLUMN 41.
           DISPLAY WS-IR-MASK        AT LINE WS-LN COLUMN 57.
           IF WS-CPV-SALDO-ACHADO NOT = "S"
               DISPLAY "*"           AT LINE WS-LN COLUMN 72
           END-IF.

           IF WS-LN < 22
               ADD 1 TO WS-LN
           ELSE
               MOVE 17 TO WS-LN
               CALL 'showmsg' USING
                    "Continua... Pressione ENTER",
                    MSGVOID, MSGDELAY
               DISPLAY CLEAR-SCREEN-PART-01
           END-IF.

       PV-DEDUCAO.
      *    Deducao do PGBL na declaracao do titular: contribuicoes do
      *    ano ate 12% da renda tributavel bruta. A renda informada
      *    fica gravada para o ano; sem ela na tela vale a gravada.
           IF WS-PV-ANO < 2000
               CALL 'showmsg' USING "Informe o ano-calendario",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-PV-RENDA > 0
               PERFORM GRAVA-RENDA
           ELSE
               PERFORM BUSCA-RENDA
               IF WS-PV-RENDA-ACHADA NOT = "S"
                   CALL 'showmsg' USING
                        "Informe a renda tributavel bruta do ano",
                        MSGALERT, MSGDELAY
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "PLANO"        AT LINE 16 COLUMN  5.
           DISPLAY "TIPO"         AT LINE 16 COLUMN 16.
           DISPLAY "APORTES NO ANO" AT LINE 16 COLUMN 27.
           MOVE 17  TO WS-LN.
           MOVE "S" TO WS-PV-MOSTRA.
           PERFORM SOMA-APORTES-ANO.

           COMPUTE WS-PV-LIMITE ROUNDED = WS-PV-RENDA * WS-PCT-DEDUCAO.
           MOVE WS-PV-LIMITE   TO WS-BRL-MASK.
           MOVE WS-PV-PGBL-ANO TO WS-BRL2-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Limite 12%: R$" WS-BRL-MASK
                  "  PGBL no ano: R$" WS-BRL2-MASK
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           DISPLAY WS-MSG AT LINE 22 COLUMN 5.

           MOVE SPACES TO WS-MSG.
           IF WS-PV-PGBL-ANO > WS-PV-LIMITE
               COMPUTE WS-PV-DIFERENCA = WS-PV-PGBL-ANO - WS-PV-LIMITE
               MOVE WS-PV-DIFERENCA TO WS-BRL-MASK
               STRING "Excedente nao dedutivel: R$" WS-BRL-MASK
                      DELIMITED BY SIZE INTO WS-MSG
               END-STRING
               CALL 'showmsg' USING WS-MSG, MSGALERT, MSGDELAY
           ELSE
               COMPUTE WS-PV-DIFERENCA = WS-PV-LIMITE - WS-PV-PGBL-ANO
               MOVE WS-PV-DIFERENCA TO WS-BRL-MASK
               STRING "Ainda dedutivel no ano: R$" WS-BRL-MASK
                      " (so com INSS/regime proprio)"
                      DELIMITED BY SIZE INTO WS-MSG
               END-STRING
               CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY
           END-IF.

       SOMA-APORTES-ANO.
      *    Aportes no ano WS-PV-ANO dos planos do titular da tela,
      *    separados em PGBL (dedutivel) e VGBL; com WS-PV-MOSTRA "S"
      *    lista cada plano a partir da linha WS-LN.
           MOVE 0 TO WS-PV-PGBL-ANO WS-PV-VGBL-ANO.
           OPEN INPUT STK52.
           IF WS-STATUS-STK52 = "00"
               MOVE "N" TO WS-PV-FIM
               PERFORM SOMA-APORTES-ANO-SEQ UNTIL WS-PV-FIM = "S"
           END-IF.
           CLOSE STK52.

       SOMA-APORTES-ANO-SEQ.
           READ STK52 AT END MOVE "S" TO WS-PV-FIM.
           IF WS-STATUS-STK52 NOT = "00"
               MOVE "S" TO WS-PV-FIM
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK52-TITULAR NOT = WS-PV-TITULAR
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK52-PLANO TO WS-CPV-PLANO.
           COMPUTE WS-CPV-DATA = WS-PV-ANO * 10000 + 1231.
           CALL 'CALCPREV' USING WS-CALCPREV-PARM.
           IF WFS-STK52-PGBL
               ADD WS-CPV-APORTES-ANO TO WS-PV-PGBL-ANO
           ELSE
               ADD WS-CPV-APORTES-ANO TO WS-PV-VGBL-ANO
           END-IF.
           IF WS-PV-MOSTRA NOT = "S" OR WS-LN > 21
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CPV-APORTES-ANO TO WS-BRL-MASK.
           DISPLAY WFS-STK52-PLANO AT LINE WS-LN COLUMN 5.
           IF WFS-STK52-PGBL
               DISPLAY "PGBL"      AT LINE WS-LN COLUMN 16
           ELSE
               DISPLAY "VGBL - NAO DEDUZ" AT LINE WS-LN COLUMN 16
           END-IF.
           DISPLAY WS-BRL-MASK     AT LINE WS-LN COLUMN 33.
           ADD 1 TO WS-LN.

       BUSCA-RENDA.
           MOVE "N" TO WS-PV-RENDA-ACHADA.
           PERFORM CARREGA-RENDAS.
           PERFORM VARYING WS-REN-IDX FROM 1 BY 1
                     UNTIL WS-REN-IDX > WS-REN-TOTAL
               IF WS-REN-TITULAR(WS-REN-IDX) = WS-PV-TITULAR
                  AND WS-REN-ANO(WS-REN-IDX) = WS-PV-ANO
                   MOVE "S" TO WS-PV-RENDA-ACHADA
                   MOVE WS-REN-VALOR(WS-REN-IDX) TO WS-PV-RENDA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       GRAVA-RENDA.
      *    Substitui a renda do titular/ano (ou inclui) e regrava
      *    prevrenda.dat inteiro.
           PERFORM CARREGA-RENDAS.
           PERFORM VARYING WS-REN-IDX FROM 1 BY 1
                     UNTIL WS-REN-IDX > WS-REN-TOTAL
               IF WS-REN-TITULAR(WS-REN-IDX) = WS-PV-TITULAR
                  AND WS-REN-ANO(WS-REN-IDX) = WS-PV-ANO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-REN-IDX > WS-REN-TOTAL
               IF WS-REN-TOTAL NOT < 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REN-TOTAL
               MOVE WS-PV-TITULAR TO WS-REN-TITULAR(WS-REN-TOTAL)
               MOVE WS-PV-ANO     TO WS-REN-ANO(WS-REN-TOTAL)
               MOVE WS-REN-TOTAL  TO WS-REN-IDX
           END-IF.
           MOVE WS-PV-RENDA TO WS-REN-VALOR(WS-REN-IDX).

           OPEN OUTPUT STK55.
           PERFORM VARYING WS-REN-IDX FROM 1 BY 1
                     UNTIL WS-REN-IDX > WS-REN-TOTAL
               MOVE WS-REN-TITULAR(WS-REN-IDX) TO WFS-STK55-TITULAR
               MOVE WS-REN-ANO(WS-REN-IDX)     TO WFS-STK55-ANO
               MOVE WS-REN-VALOR(WS-REN-IDX)   TO WFS-STK55-RENDA
               WRITE STK55-REGISTER
           END-PERFORM.
           CLOSE STK55.

       CARREGA-RENDAS.
           MOVE 0 TO WS-REN-TOTAL.
           OPEN INPUT STK55.
           IF WS-STATUS-STK55 = "00"
               MOVE "N" TO WS-PV-FIM
               PERFORM CARREGA-RENDAS-SEQ UNTIL WS-PV-FIM = "S"
           END-IF.
           CLOSE STK55.

       CARREGA-RENDAS-SEQ.
           READ STK55 AT END MOVE "S" TO WS-PV-FIM.
           IF WS-STATUS-STK55 = "00"
               IF WS-REN-TOTAL < 300
                   ADD 1 TO WS-REN-TOTAL
                   MOVE WFS-STK55-TITULAR
                     TO WS-REN-TITULAR(WS-REN-TOTAL)
                   MOVE WFS-STK55-ANO   TO WS-REN-ANO(WS-REN-TOTAL)
                   MOVE WFS-STK55-RENDA TO WS-REN-VALOR(WS-REN-TOTAL)
               END-IF
           ELSE
               MOVE "S" TO WS-PV-FIM
           END-IF.

       VALIDA-DATA.
           MOVE "N" TO WS-PV-OK.
           CALL 'chkdate' USING WS-PV-CHK-ANO, WS-PV-CHK-MES,
                                WS-PV-CHK-DIA, WS-CHK-RETURN.
           IF WS-CHK-RETURN NOT = 0 OR WS-PV-CHK-SECULO NOT = 20
               CALL 'showmsg' USING "Data invalida",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-PV-OK.

       VALIDA-TITULAR.
           MOVE "N" TO WS-PV-OK.
           OPEN INPUT STK24.
           IF WS-STATUS-STK24 = "00"
               MOVE "N" TO WS-PV-FIM
               PERFORM VALIDA-TITULAR-SEQ UNTIL WS-PV-FIM = "S"
           END-IF.
           CLOSE STK24.

       VALIDA-TITULAR-SEQ.
           READ STK24 AT END MOVE "S" TO WS-PV-FIM.
           IF WS-STATUS-STK24 = "00"
               IF WFS-STK24-TITULAR = WS-PV-TITULAR
                   MOVE "S" TO WS-PV-OK WS-PV-FIM
               END-IF
           ELSE
               MOVE "S" TO WS-PV-FIM
           END-IF.

       LOCALIZA-PLANO.
           MOVE "N" TO WS-PV-ACHADO.
           OPEN INPUT STK52.
           IF WS-STATUS-STK52 = "00"
               MOVE "N" TO WS-PV-FIM
               PERFORM LOCALIZA-PLANO-SEQ UNTIL WS-PV-FIM = "S"
           END-IF.
           CLOSE STK52.

       LOCALIZA-PLANO-SEQ.
           READ STK52 AT END MOVE "S" TO WS-PV-FIM.
           IF WS-STATUS-STK52 = "00"
               IF WFS-STK52-PLANO = WS-PV-PLANO
                   MOVE STK52-REGISTER TO WS-PLN-ATUAL
                   MOVE "S" TO WS-PV-ACHADO WS-PV-FIM
               END-IF
           ELSE
               MOVE "S" TO WS-PV-FIM
           END-IF.

       REGRAVA-PLANO.
      *    Regrava prevplanos.dat via temporario com o cadastro
      *    alterado em WS-PLN-ATUAL.
           OPEN OUTPUT ARQ-PLN-TMP.
           OPEN INPUT STK52.
           MOVE "N" TO WS-PV-FIM.
           PERFORM REGRAVA-PLANO-SEQ UNTIL WS-PV-FIM = "S".
           CLOSE STK52.
           CLOSE ARQ-PLN-TMP.

           OPEN OUTPUT STK52.
           OPEN INPUT ARQ-PLN-TMP.
           MOVE "N" TO WS-PV-FIM.
           PERFORM REGRAVA-PLANO-VOLTA UNTIL WS-PV-FIM = "S".
           CLOSE STK52.
           CLOSE ARQ-PLN-TMP.
           CALL "CBL_DELETE_FILE" USING "prevplanos.tmp".

       REGRAVA-PLANO-SEQ.
           READ STK52 AT END MOVE "S" TO WS-PV-FIM.
           IF WS-STATUS-STK52 NOT = "00"
               MOVE "S" TO WS-PV-FIM
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK52-PLANO = WS-PLN-PLANO
               MOVE WS-PLN-ATUAL TO STK52-REGISTER
           END-IF.
           MOVE STK52-REGISTER TO PLN-TMP-REG.
           WRITE PLN-TMP-REG.

       REGRAVA-PLANO-VOLTA.
           READ ARQ-PLN-TMP AT END MOVE "S" TO WS-PV-FIM.
           IF WS-STATUS-PLN-TMP = "00"
               MOVE PLN-TMP-REG TO STK52-REGISTER
               WRITE STK52-REGISTER
           ELSE
               MOVE "S" TO WS-PV-FIM
           END-IF.

       GRAVA-CAIXA.
      *    Movimento de caixa da conta do plano; data, historico e
      *    valor ja preenchidos por quem chamou.
           MOVE WS-PLN-ACCOUNT TO WFS-STK15-ACCOUNT.
           MOVE "L"            TO WFS-STK15-TIPO.
           OPEN EXTEND STK15.
           IF WS-STATUS-STK15 = "35"
               OPEN OUTPUT STK15
           END-IF.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.

       GRAVA-AUDITORIA.
      *    Lancamento de caixa na trilha de auditoria (STK12), como
      *    os do STOCKS, para o CTLTOT explicar a mudanca do saldo.
           CALL 'GRAVAUDIT' USING WS-OPERATOR, WS-AUDIT-ARQUIVO,
                                  WS-AUDIT-ACAO, WS-AUDIT-IMAGEM.
           MOVE SPACES TO WS-AUDIT-IMAGEM.
