       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDMOD.
      *****************************************************************
      * Modulo interativo de fundos de investimento abertos           *
      * (multimercado, renda fixa, acoes), no padrao do CRIPMOD: a    *
      * posicao e em cotas com 6 casas, por lote de aplicacao e       *
      * conta, em fundos.dat; a cota de cada dia vem da serie         *
      * importada (cotafundo.dat) e cada lote leva a classe           *
      * tributaria do fundo - [L]ongo prazo, [C]urto prazo ou         *
      * [A]coes - que decide o IR do resgate e o come-cotas.          *
      * Funcoes:                                                      *
      *   "A" - aplicacao: valor dividido pela cota do dia vira as    *
      *         cotas do lote (debito no caixa da conta);             *
      *   "R" - resgate total ou parcial do lote: IR regressivo       *
      *         restante, descontado o ja antecipado pelo come-cotas  *
      *         (CALCFUND), retido na fonte, liquido no caixa;        *
      *   "P" - posicao dos lotes ativos a valor da ultima cota;      *
      *   "C" - come-cotas de maio/novembro (COMECOTAS) para uma      *
      *         data, quando as cotas chegam depois do fechamento -   *
      *         o FECHAMES ja roda o mesmo ao fechar maio e novembro; *
      *   "I" - importa a serie de cotas (cotafundo.csv, IMPORTCFD).  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk15'.                *> Caixa por conta
           COPY 'control_stk34'.                *> Lotes de fundos

           SELECT ARQ-FD-TMP ASSIGN TO "fundos.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FD-TMP.

       DATA DIVISION.
       FILE SECTION.
       FD STK15.
           COPY 'stk15'.
       FD STK34.
           COPY 'stk34'.
       FD ARQ-FD-TMP.
       01 FD-TMP-REG                PIC X(190).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK15           PIC X(02).
       77 WS-STATUS-STK34           PIC X(02).
       77 WS-STATUS-FD-TMP          PIC X(02).
       77 WS-OPERATOR               PIC X(08) VALUE "FUNDMOD".
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

       77 WS-FD-FUNC                PIC X(01).
       77 WS-FD-FUNDO               PIC X(10).
       77 WS-FD-CNPJ                PIC X(14).
       77 WS-FD-NOME                PIC X(30).
       77 WS-FD-CLASSE              PIC X(01).
       77 WS-FD-CONTA               PIC X(10).
       77 WS-FD-DATA-APLIC          PIC 9(08).
       77 WS-FD-DATA-MOV            PIC 9(08).
       77 WS-FD-VALOR               PIC 9(11)V99.
       77 WS-FD-COTA                PIC 9(05)V9(08).
       77 WS-FD-COTAS-RESG          PIC 9(09)V9(06).
       77 WS-FD-FIM                 PIC X(01).
       77 WS-FD-ACHADO              PIC X(01).
       77 WS-FD-OK                  PIC X(01).
       77 WS-FD-PARCIAL             PIC X(01).
       77 WS-FD-COTAS               PIC 9(09)V9(06).
       77 WS-FD-LOTE-COTAS          PIC 9(09)V9(06).
       77 WS-FD-LOTE-APLIC          PIC 9(11)V99.
       77 WS-FD-LOTE-IR-COME        PIC 9(09)V99.
       77 WS-FD-PROP-APLIC          PIC 9(11)V99.
       77 WS-FD-PROP-IR-COME        PIC 9(09)V99.
       77 WS-FD-BRUTO               PIC 9(11)V99.
       77 WS-FD-IR                  PIC 9(09)V99.
       77 WS-FD-LIQUIDO             PIC 9(11)V99.
       01 WS-FD-DATA-CHK            PIC 9(08).
       01 WS-FD-DATA-CHK-R REDEFINES WS-FD-DATA-CHK.
           05 WS-FD-CHK-SECULO      PIC 9(02).
           05 WS-FD-CHK-ANO         PIC 9(02).
           05 WS-FD-CHK-MES         PIC 9(02).
           05 WS-FD-CHK-DIA         PIC 9(02).
       77 WS-CHK-RETURN             PIC 9.

       77 WS-COTAS-MASK             PIC ZZZ.ZZZ.ZZ9,999999.
       77 WS-BRL-MASK               PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-IR-MASK                PIC ZZZ.ZZ9,99.

      *    Parametros do CALCFUND (valor do lote numa data).
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

      *    Parametros do COMECOTAS.
       01 WS-COMECOTAS-PARM.
           05 WS-CC-DATA            PIC 9(08).
           05 WS-CC-LOTES           PIC 9(05).
           05 WS-CC-IR              PIC 9(11)V99.

       SCREEN SECTION.
       01 CLEAR-SCREEN BLANK SCREEN.

       01 CLEAR-SCREEN-PART-01.
           05 LINE 17 COL 1 BLANK LINE.
           05 LINE 18 COL 1 BLANK LINE.
           05 LINE 19 COL 1 BLANK LINE.
           05 LINE 20 COL 1 BLANK LINE.
           05 LINE 21 COL 1 BLANK LINE.
           05 LINE 22 COL 1 BLANK LINE.

       01 FUND-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 56 VALUE "FUNDOS DE INVESTIMENTO"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Funcao (A/R/P/C/I)" HIGHLIGHT.
           05         COL 45 PIC X USING WS-FD-FUNC AUTO.
           05 LINE 4  COL 5  VALUE "Fundo (codigo)" HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-FD-FUNDO.
           05 LINE 5  COL 5  VALUE "CNPJ do fundo" HIGHLIGHT.
           05         COL 45 PIC X(14) USING WS-FD-CNPJ.
           05 LINE 6  COL 5  VALUE "Nome do fundo" HIGHLIGHT.
           05         COL 45 PIC X(30) USING WS-FD-NOME.
           05 LINE 7  COL 5  VALUE "Classe [L]ongo [C]urto [A]coes"
                                   HIGHLIGHT.
           05         COL 45 PIC X USING WS-FD-CLASSE AUTO.
           05 LINE 8  COL 5  VALUE "Conta" HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-FD-CONTA.
           05 LINE 9  COL 5  VALUE "Data da aplicacao (AAAAMMDD)"
                                   HIGHLIGHT.
           05         COL 45 PIC 9(08) USING WS-FD-DATA-APLIC.
           05 LINE 10 COL 5  VALUE "Data resgate/come-cotas"
                                   HIGHLIGHT.
           05         COL 45 PIC 9(08) USING WS-FD-DATA-MOV.
           05 LINE 11 COL 5  VALUE "Valor aplicado (R$)" HIGHLIGHT.
           05         COL 45 PIC ZZZZZZZZZZ9,99 USING WS-FD-VALOR.
           05 LINE 12 COL 5  VALUE "Cota na data (vazio = serie)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZ9,99999999 USING WS-FD-COTA.
           05 LINE 13 COL 5  VALUE "Cotas a resgatar (vazio = todas)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZZZZZ9,999999
                                   USING WS-FD-COTAS-RESG.
           05 LINE 15 COL 5  VALUE "A=aplicar R=resgatar P=posicao C=co
      -    "me-cotas I=importar cotas".
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       PROCEDURE DIVISION.
       FUNDOS-INVESTIMENTO.
      **** Entrada do modulo: uma operacao por acesso, como no CRIPMOD.
           MOVE SPACES TO WS-FD-FUNC WS-FD-FUNDO WS-FD-CNPJ WS-FD-NOME
                          WS-FD-CLASSE WS-FD-CONTA.
           MOVE ZEROES TO WS-FD-DATA-APLIC WS-FD-DATA-MOV WS-FD-VALOR
                          WS-FD-COTA WS-FD-COTAS-RESG.

           DISPLAY CLEAR-SCREEN.
           DISPLAY FUND-SCR.
           ACCEPT  FUND-SCR.

           MOVE FUNCTION UPPER-CASE(WS-FD-FUNC)   TO WS-FD-FUNC.
           MOVE FUNCTION UPPER-CASE(WS-FD-FUNDO)  TO WS-FD-FUNDO.
           MOVE FUNCTION UPPER-CASE(WS-FD-NOME)   TO WS-FD-NOME.
           MOVE FUNCTION UPPER-CASE(WS-FD-CLASSE) TO WS-FD-CLASSE.

           IF WS-FD-FUNC = SPACE
               GOBACK
           END-IF.

           EVALUATE WS-FD-FUNC
               WHEN "A"
                   PERFORM FD-APLICA
               WHEN "R"
                   PERFORM FD-RESGATA
               WHEN "P"
                   PERFORM FD-POSICAO
               WHEN "C"
                   PERFORM FD-COME-COTAS
               WHEN "I"
                   CALL 'IMPORTCFD'
                   CALL 'showmsg' USING
                        "Importacao concluida - ver importcfd.rel",
                        MSGSTD, MSGDELAY
               WHEN OTHER
                   CALL 'showmsg' USING
                        "Funcao deve ser A, R, P, C ou I",
                        MSGALERT, MSGDELAY
           END-EVALUATE.
           GOBACK.

       FD-APLICA.
           IF WS-FD-FUNDO = SPACES OR WS-FD-DATA-APLIC = 0
              OR WS-FD-VALOR = 0
               CALL 'showmsg' USING
                    "Informe fundo, data e valor da aplicacao",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FD-DATA-APLIC TO WS-FD-DATA-CHK.
           PERFORM VALIDA-DATA.
           IF WS-FD-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.

      *    Nova aplicacao num fundo ja carteirado herda CNPJ, nome e
      *    classe do lote existente quando nao vierem na tela.
           IF WS-FD-CLASSE = SPACE OR WS-FD-CNPJ = SPACES
              OR WS-FD-NOME = SPACES
               PERFORM BUSCA-CADASTRO-FUNDO
           END-IF.
           IF WS-FD-CLASSE NOT = "L" AND WS-FD-CLASSE NOT = "C"
              AND WS-FD-CLASSE NOT = "A"
               CALL 'showmsg' USING "Classe deve ser L, C ou A",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

      *    Cota do dia da aplicacao: a informada ou a da serie.
           MOVE WS-FD-FUNDO      TO WS-CFD-FUNDO.
           MOVE WS-FD-CLASSE     TO WS-CFD-CLASSE.
           MOVE WS-FD-DATA-APLIC TO WS-CFD-DATA-APLIC WS-CFD-DATA-ALVO.
           MOVE 0                TO WS-CFD-COTAS WS-CFD-IR-COME.
           MOVE WS-FD-VALOR      TO WS-CFD-VALOR-APLIC.
           MOVE WS-FD-COTA       TO WS-CFD-COTA.
           CALL 'CALCFUND' USING WS-CALCFUND-PARM.
           IF WS-CFD-COTA-ACHADA NOT = "S"
               CALL 'showmsg' USING
                    "Sem cota do fundo na data - informe a cota",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FD-COTAS ROUNDED = WS-FD-VALOR / WS-CFD-COTA.

           MOVE WS-FD-COTAS TO WS-COTAS-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Cotas adquiridas " WS-COTAS-MASK " - confirma?"
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGYESNO, MSGDELAY,
                          WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE STK34-REGISTER.
           MOVE WS-FD-FUNDO      TO WFS-STK34-FUNDO.
           MOVE WS-FD-CNPJ       TO WFS-STK34-CNPJ.
           MOVE WS-FD-NOME       TO WFS-STK34-NOME.
           MOVE WS-FD-CLASSE     TO WFS-STK34-CLASSE.
           MOVE WS-FD-CONTA      TO WFS-STK34-ACCOUNT.
           MOVE WS-FD-DATA-APLIC TO WFS-STK34-DATA-APLIC.
           MOVE WS-FD-COTAS      TO WFS-STK34-COTAS.
           MOVE WS-CFD-COTA      TO WFS-STK34-COTA-APLIC
                                    WFS-STK34-COTA-BASE.
           MOVE WS-FD-VALOR      TO WFS-STK34-VALOR-APLIC.
           MOVE "A"              TO WFS-STK34-STATUS.
           OPEN EXTEND STK34.
           IF WS-STATUS-STK34 = "35"
               OPEN OUTPUT STK34
           END-IF.
           WRITE STK34-REGISTER.
           CLOSE STK34.

           MOVE WS-FD-DATA-APLIC TO WFS-STK15-DATA.
           MOVE SPACES           TO WFS-STK15-HISTORICO.
           STRING "APLIC FD " WS-FD-FUNDO DELIMITED BY SIZE
                  INTO WFS-STK15-HISTORICO
           END-STRING.
           COMPUTE WFS-STK15-VALOR = 0 - WS-FD-VALOR.
           PERFORM GRAVA-CAIXA.

           CALL 'showmsg' USING "Aplicacao no fundo registrada",
                          MSGSTD, MSGDELAY.

       FD-RESGATA.
           IF WS-FD-FUNDO = SPACES OR WS-FD-DATA-APLIC = 0
              OR WS-FD-DATA-MOV = 0
               CALL 'showmsg' USING
                    "Informe fundo, data da aplicacao e do resgate",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FD-DATA-MOV TO WS-FD-DATA-CHK.
           PERFORM VALIDA-DATA.
           IF WS-FD-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOCALIZA-LOTE.
           IF WS-FD-ACHADO NOT = "S"
               CALL 'showmsg' USING "Lote nao encontrado",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-FD-COTAS-RESG > WS-FD-LOTE-COTAS
               CALL 'showmsg' USING
                    "Cotas a resgatar maiores que as do lote",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

      *    Resgate parcial leva a parte proporcional do valor
      *    aplicado e do IR ja antecipado; o total leva tudo, sem
      *    residuo de arredondamento.
           IF WS-FD-COTAS-RESG = 0
              OR WS-FD-COTAS-RESG = WS-FD-LOTE-COTAS
               MOVE "N"                TO WS-FD-PARCIAL
               MOVE WS-FD-LOTE-COTAS   TO WS-FD-COTAS-RESG
               MOVE WS-FD-LOTE-APLIC   TO WS-FD-PROP-APLIC
               MOVE WS-FD-LOTE-IR-COME TO WS-FD-PROP-IR-COME
           ELSE
               MOVE "S" TO WS-FD-PARCIAL
               COMPUTE WS-FD-PROP-APLIC ROUNDED =
                       WS-FD-LOTE-APLIC * WS-FD-COTAS-RESG
                       / WS-FD-LOTE-COTAS
               COMPUTE WS-FD-PROP-IR-COME ROUNDED =
                       WS-FD-LOTE-IR-COME * WS-FD-COTAS-RESG
                       / WS-FD-LOTE-COTAS
           END-IF.

           MOVE WS-FD-FUNDO        TO WS-CFD-FUNDO.
           MOVE WS-FD-CLASSE       TO WS-CFD-CLASSE.
           MOVE WS-FD-DATA-APLIC   TO WS-CFD-DATA-APLIC.
           MOVE WS-FD-DATA-MOV     TO WS-CFD-DATA-ALVO.
           MOVE WS-FD-COTAS-RESG   TO WS-CFD-COTAS.
           MOVE WS-FD-PROP-APLIC   TO WS-CFD-VALOR-APLIC.
           MOVE WS-FD-PROP-IR-COME TO WS-CFD-IR-COME.
           MOVE WS-FD-COTA         TO WS-CFD-COTA.
           CALL 'CALCFUND' USING WS-CALCFUND-PARM.
           IF WS-CFD-COTA-ACHADA NOT = "S"
               CALL 'showmsg' USING
                    "Sem cota do fundo na data - informe a cota",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CFD-VALOR-ATUAL TO WS-FD-BRUTO.
           MOVE WS-CFD-IR-PROJ     TO WS-FD-IR.
           MOVE WS-CFD-LIQ-PROJ    TO WS-FD-LIQUIDO.

           MOVE WS-FD-BRUTO TO WS-BRL-MASK.
           MOVE WS-FD-IR    TO WS-IR-MASK.
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

           PERFORM REGRAVA-LOTE.

           MOVE WS-FD-DATA-MOV TO WFS-STK15-DATA.
           MOVE SPACES         TO WFS-STK15-HISTORICO.
           STRING "RESG FD " WS-FD-FUNDO DELIMITED BY SIZE
                  INTO WFS-STK15-HISTORICO
           END-STRING.
           MOVE WS-FD-LIQUIDO TO WFS-STK15-VALOR.
           PERFORM GRAVA-CAIXA.

           CALL 'showmsg' USING "Resgate do fundo registrado",
                          MSGSTD, MSGDELAY.

       FD-POSICAO.
           OPEN INPUT STK34.
           IF WS-STATUS-STK34 NOT = "00"
               CLOSE STK34
               CALL 'showmsg' USING "Nenhuma aplicacao em fundos",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "FUNDO"        AT LINE 16 COLUMN  5.
           DISPLAY "CONTA"        AT LINE 16 COLUMN 16.
           DISPLAY "COTAS"        AT LINE 16 COLUMN 40.
           DISPLAY "VALOR ATUAL"  AT LINE 16 COLUMN 48.
           DISPLAY "IR PROJ"      AT LINE 16 COLUMN 64.

           MOVE 17  TO WS-LN.
           MOVE "N" TO WS-FD-FIM.
           PERFORM FD-POSICAO-SEQ UNTIL WS-FD-FIM = "S".
           CLOSE STK34.

           CALL 'showmsg' USING "Tecle ENTER para retornar",
                          MSGVOID, MSGDELAY.

       FD-POSICAO-SEQ.
           READ STK34 AT END MOVE "S" TO WS-FD-FIM.
           IF WS-STATUS-STK34 NOT = "00"
               MOVE "S" TO WS-FD-FIM
               EXIT PARAGRAPH
           END-IF.
           IF NOT WFS-STK34-ATIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-FD-FUNDO NOT = SPACES
              AND WFS-STK34-FUNDO NOT = WS-FD-FUNDO
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

           MOVE WFS-STK34-COTAS    TO WS-COTAS-MASK.
           MOVE WS-CFD-VALOR-ATUAL TO WS-BRL-MASK.
           MOVE WS-CFD-IR-PROJ     TO WS-IR-MASK.
           DISPLAY WFS-STK34-FUNDO   AT LINE WS-LN COLUMN  5.
           DISPLAY WFS-STK34-ACCOUNT AT LINE WS-LN COLUMN 16.
           DISPLAY WS-COTAS-MASK     AT LINE WS-LN COLUMN 27.
           DISPLAY WS-BRL-MASK       AT LINE WS-LN COLUMN 46.
           DISPLAY WS-IR-MASK        AT LINE WS-LN COLUMN 61.
           IF WS-CFD-COTA-ACHADA NOT = "S"
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

       FD-COME-COTAS.
      *    Execucao manual do come-cotas do semestre, para a data do
      *    ultimo dia util de maio ou novembro.
           IF WS-FD-DATA-MOV = 0
               CALL 'showmsg' USING
                    "Informe a data do come-cotas (AAAAMMDD)",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FD-DATA-MOV TO WS-FD-DATA-CHK.
           PERFORM VALIDA-DATA.
           IF WS-FD-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF WS-FD-CHK-MES NOT = 5 AND WS-FD-CHK-MES NOT = 11
               CALL 'showmsg' USING
                    "Come-cotas so em maio ou novembro",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           CALL 'showmsg' USING "Confirma o come-cotas na data?",
                          MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-FD-DATA-MOV TO WS-CC-DATA.
           CALL 'COMECOTAS' USING WS-COMECOTAS-PARM.

           MOVE WS-CC-IR TO WS-BRL-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Lotes tributados " WS-CC-LOTES " IR R$" WS-BRL-MASK
                  " - ver comecotas_" WS-CC-DATA(1:6) ".txt"
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY.

       VALIDA-DATA.
           MOVE "N" TO WS-FD-OK.
           CALL 'chkdate' USING WS-FD-CHK-ANO, WS-FD-CHK-MES,
                                WS-FD-CHK-DIA, WS-CHK-RETURN.
           IF WS-CHK-RETURN NOT = 0 OR WS-FD-CHK-SECULO NOT = 20
               CALL 'showmsg' USING "Data invalida",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-FD-OK.

       BUSCA-CADASTRO-FUNDO.
           OPEN INPUT STK34.
           IF WS-STATUS-STK34 = "00"
               MOVE "N" TO WS-FD-FIM
               PERFORM BUSCA-CADASTRO-SEQ UNTIL WS-FD-FIM = "S"
           END-IF.
           CLOSE STK34.

       BUSCA-CADASTRO-SEQ.
           READ STK34 AT END MOVE "S" TO WS-FD-FIM.
           IF WS-STATUS-STK34 = "00"
               IF WFS-STK34-FUNDO = WS-FD-FUNDO
                   IF WS-FD-CLASSE = SPACE
                       MOVE WFS-STK34-CLASSE TO WS-FD-CLASSE
                   END-IF
                   IF WS-FD-CNPJ = SPACES
                       MOVE WFS-STK34-CNPJ TO WS-FD-CNPJ
                   END-IF
                   IF WS-FD-NOME = SPACES
                       MOVE WFS-STK34-NOME TO WS-FD-NOME
                   END-IF
                   MOVE "S" TO WS-FD-FIM
               END-IF
           ELSE
               MOVE "S" TO WS-FD-FIM
           END-IF.

       LOCALIZA-LOTE.
      *    Lote ativo do fundo na conta com a data de aplicacao.
           MOVE "N" TO WS-FD-ACHADO.
           OPEN INPUT STK34.
           IF WS-STATUS-STK34 = "00"
               MOVE "N" TO WS-FD-FIM
               PERFORM LOCALIZA-LOTE-SEQ UNTIL WS-FD-FIM = "S"
           END-IF.
           CLOSE STK34.

       LOCALIZA-LOTE-SEQ.
           READ STK34 AT END MOVE "S" TO WS-FD-FIM.
           IF WS-STATUS-STK34 = "00"
               IF WFS-STK34-FUNDO = WS-FD-FUNDO
                  AND WFS-STK34-ACCOUNT = WS-FD-CONTA
                  AND WFS-STK34-DATA-APLIC = WS-FD-DATA-APLIC
                  AND WFS-STK34-ATIVO
                   MOVE "S" TO WS-FD-ACHADO
                   MOVE WFS-STK34-CLASSE      TO WS-FD-CLASSE
                   MOVE WFS-STK34-COTAS       TO WS-FD-LOTE-COTAS
                   MOVE WFS-STK34-VALOR-APLIC TO WS-FD-LOTE-APLIC
                   MOVE WFS-STK34-IR-COME     TO WS-FD-LOTE-IR-COME
                   MOVE "S" TO WS-FD-FIM
               END-IF
           ELSE
               MOVE "S" TO WS-FD-FIM
           END-IF.

       REGRAVA-LOTE.
      *    Regrava fundos.dat via temporario: o lote resgatado sai
      *    marcado com datas e valores do resgate; no parcial o
      *    saldo continua ativo num registro com o resto das cotas,
      *    do valor aplicado e do IR antecipado.
           OPEN OUTPUT ARQ-FD-TMP.
           OPEN INPUT STK34.
           MOVE "N" TO WS-FD-FIM.
           PERFORM REGRAVA-LOTE-SEQ UNTIL WS-FD-FIM = "S".
           CLOSE STK34.
           CLOSE ARQ-FD-TMP.

           OPEN OUTPUT STK34.
           OPEN INPUT ARQ-FD-TMP.
           MOVE "N" TO WS-FD-FIM.
           PERFORM REGRAVA-LOTE-VOLTA UNTIL WS-FD-FIM = "S".
           CLOSE STK34.
           CLOSE ARQ-FD-TMP.
           CALL "CBL_DELETE_FILE" USING "fundos.tmp".

       REGRAVA-LOTE-SEQ.
           READ STK34 AT END MOVE "S" TO WS-FD-FIM.
           IF WS-STATUS-STK34 NOT = "00"
               MOVE "S" TO WS-FD-FIM
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK34-FUNDO = WS-FD-FUNDO
              AND WFS-STK34-ACCOUNT = WS-FD-CONTA
              AND WFS-STK34-DATA-APLIC = WS-FD-DATA-APLIC
              AND WFS-STK34-ATIVO
               IF WS-FD-PARCIAL = "S"
                   SUBTRACT WS-FD-COTAS-RESG   FROM WFS-STK34-COTAS
                   SUBTRACT WS-FD-PROP-APLIC   FROM
                            WFS-STK34-VALOR-APLIC
                   SUBTRACT WS-FD-PROP-IR-COME FROM WFS-STK34-IR-COME
                   MOVE STK34-REGISTER TO FD-TMP-REG
                   WRITE FD-TMP-REG
               END-IF
               MOVE WS-FD-COTAS-RESG   TO WFS-STK34-COTAS
               MOVE WS-FD-PROP-APLIC   TO WFS-STK34-VALOR-APLIC
               MOVE WS-FD-PROP-IR-COME TO WFS-STK34-IR-COME
               MOVE "R"                TO WFS-STK34-STATUS
               MOVE WS-FD-DATA-MOV     TO WFS-STK34-DATA-RESG
               MOVE WS-FD-BRUTO        TO WFS-STK34-VALOR-BRUTO
               MOVE WS-FD-IR           TO WFS-STK34-IR-RESG
               MOVE WS-FD-LIQUIDO      TO WFS-STK34-VALOR-LIQ
           END-IF.
           MOVE STK34-REGISTER TO FD-TMP-REG.
           WRITE FD-TMP-REG.

       REGRAVA-LOTE-VOLTA.
           READ ARQ-FD-TMP AT END MOVE "S" TO WS-FD-FIM.
           IF WS-STATUS-FD-TMP = "00"
               MOVE FD-TMP-REG TO STK34-REGISTER
               WRITE STK34-REGISTER
           ELSE
               MOVE "S" TO WS-FD-FIM
           END-IF.

       GRAVA-CAIXA.
      *    Movimento de caixa da conta; data, historico e valor ja
      *    preenchidos por quem chamou.
           MOVE WS-FD-CONTA TO WFS-STK15-ACCOUNT.
           MOVE "L"         TO WFS-STK15-TIPO.
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
