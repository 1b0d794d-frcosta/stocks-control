       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTEVT.
      *****************************************************************
      * Importa os avisos de eventos societarios da B3 (eventos.csv,  *
      * layout TIPO;TICKER;FATOR;DATACOM;NOVOTICKER;CUSTO, data em    *
      * AAAAMMDD), companheiro do IMPORTAGD para os eventos que mexem *
      * na quantidade ou no codigo do ativo:                          *
      *   S - desdobramento      G - grupamento                       *
      *   B - bonificacao        R - troca de codigo                  *
      *   N - incorporacao (ticker da incorporadora em NOVOTICKER)    *
      * O fator segue a convencao da opcao de eventos do STOCKS       *
      * (acoes novas por acao antiga; na bonificacao, acoes           *
      * recebidas por acao); grupamento informado como N para 1       *
      * (fator maior que 1) e convertido para 1/N. CUSTO e o custo    *
      * atribuido por acao bonificada. So entra como pendente         *
      * (eventosb3.dat) o evento de ticker com posicao em alguma      *
      * conta do STK02; os demais saem como nao relevantes. Evento ja *
      * importado (mesmo tipo, ticker e data-com) nao e duplicado. A  *
      * aplicacao fica para a aprovacao do supervisor no STOCKS, que  *
      * acrescenta as linhas de aplicados e descartados ao mesmo      *
      * importevt.rel.                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk37'.                *> Eventos B3 a aprovar
           COPY 'control_stk02'.                *> Custodia corrente
           COPY 'control_stk09'.                *> Cadastro de ativos

           SELECT ARQ-EVENTOS ASSIGN TO "eventos.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EVENTOS.

           SELECT ARQ-REL ASSIGN TO "importevt.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK37.
           COPY 'stk37'.
       FD STK02.
           COPY 'stk02'.
       FD STK09.
           COPY 'stk09'.
       FD ARQ-EVENTOS.
       01 EVENTOS-LINHA             PIC X(80).
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK37           PIC X(02).
       77 WS-STATUS-STK02           PIC X(02).
       77 WS-STATUS-STK09           PIC X(02).
       77 WS-STATUS-EVENTOS         PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-FIM-ARQ                PIC X(01) VALUE "N".
       77 WS-FIM-BUSCA              PIC X(01).
       77 WS-LIDAS                  PIC 9(04) VALUE 0.
       77 WS-PENDENTES              PIC 9(04) VALUE 0.
       77 WS-NAO-RELEVANTES         PIC 9(04) VALUE 0.
       77 WS-REPETIDAS              PIC 9(04) VALUE 0.
       77 WS-REJEITADAS             PIC 9(04) VALUE 0.
       77 WS-MOTIVO                 PIC X(40).
       77 WS-TIPO-B3                PIC X(01).
       77 WS-TIPO                   PIC X(01).
       77 WS-TICKER                 PIC X(10).
       77 WS-NOVO-TICKER            PIC X(10).
       77 WS-FATOR                  PIC 9(04)V9999.
       77 WS-DATA-COM               PIC 9(08).
       77 WS-CUSTO                  PIC 9(07)V99.
       77 WS-HOJE                   PIC 9(08).
       77 WS-DATA-HOJE              PIC 9(06).
       77 WS-CONTAS                 PIC 9(04).
       77 WS-JA-EXISTE              PIC X(01).
       77 WS-TICKER-CADASTRADO      PIC X VALUE "N".
           88 WS-TICKER-OK          VALUE "S".

       01 WS-CAMPOS-CSV.
           05 WS-CSV-TIPO           PIC X(02).
           05 WS-CSV-TICKER         PIC X(12).
           05 WS-CSV-FATOR          PIC X(12).
           05 WS-CSV-DATA-COM       PIC X(10).
           05 WS-CSV-NOVO-TICKER    PIC X(12).
           05 WS-CSV-CUSTO          PIC X(12).

       PROCEDURE DIVISION.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: os
      *    acumuladores sao zerados na entrada, como no IMPORTAGD.
           MOVE 0 TO WS-LIDAS WS-PENDENTES WS-NAO-RELEVANTES
                     WS-REPETIDAS WS-REJEITADAS.
           OPEN INPUT ARQ-EVENTOS.
           IF WS-STATUS-EVENTOS = "35"
               DISPLAY "IMPORTEVT: eventos.csv nao encontrado"
               GOBACK
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE.
           COMPUTE WS-HOJE = 20000000 + WS-DATA-HOJE.

           OPEN OUTPUT ARQ-REL.
           MOVE "IMPORTACAO DE AVISOS DE EVENTOS SOCIETARIOS B3"
             TO REL-LINHA.
           WRITE REL-LINHA.

           OPEN INPUT STK09.
           OPEN INPUT STK02.

           MOVE "N" TO WS-FIM-ARQ.
           PERFORM IMPORTA-LINHA UNTIL WS-FIM-ARQ = "S".

           IF WS-STATUS-STK02 NOT = "35"
               CLOSE STK02
           END-IF.
           IF WS-STATUS-STK09 NOT = "35"
               CLOSE STK09
           END-IF.
           CLOSE ARQ-EVENTOS.

           MOVE SPACES TO REL-LINHA.
           STRING "LIDAS: "            WS-LIDAS
                  "  PENDENTES: "      WS-PENDENTES
                  "  NAO RELEVANTES: " WS-NAO-RELEVANTES
                  "  JA IMPORTADAS: "  WS-REPETIDAS
                  "  REJEITADAS: "     WS-REJEITADAS
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.
           GOBACK.

       IMPORTA-LINHA.
           READ ARQ-EVENTOS AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-EVENTOS = "00"
               IF EVENTOS-LINHA NOT = SPACES
                   ADD 1 TO WS-LIDAS
                   PERFORM TRATA-LINHA
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       TRATA-LINHA.
           MOVE SPACES TO WS-CAMPOS-CSV WS-MOTIVO.
           UNSTRING EVENTOS-LINHA DELIMITED BY ";"
               INTO WS-CSV-TIPO WS-CSV-TICKER WS-CSV-FATOR
                    WS-CSV-DATA-COM WS-CSV-NOVO-TICKER WS-CSV-CUSTO
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE(WS-CSV-TIPO(1:1)) TO WS-TIPO-B3.
           MOVE FUNCTION UPPER-CASE(WS-CSV-TICKER)    TO WS-TICKER.
           MOVE FUNCTION TRIM(WS-TICKER)              TO WS-TICKER.
           MOVE FUNCTION UPPER-CASE(WS-CSV-NOVO-TICKER)
             TO WS-NOVO-TICKER.
           MOVE FUNCTION TRIM(WS-NOVO-TICKER)         TO WS-NOVO-TICKER.

           PERFORM VALIDA-LINHA.
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-REJEITADAS
               MOVE SPACES TO REL-LINHA
               STRING "REJEITADA  ;" DELIMITED BY SIZE
                      WS-MOTIVO      DELIMITED BY SIZE
                      ";"            DELIMITED BY SIZE
                      EVENTOS-LINHA  DELIMITED BY SIZE
                      INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF.

      *    Evento de ticker sem posicao em nenhuma conta nao interessa
      *    a carteira: so o relatorio registra.
           PERFORM CONTA-POSICOES.
           IF WS-CONTAS = 0
               ADD 1 TO WS-NAO-RELEVANTES
               MOVE SPACES TO REL-LINHA
               STRING "NAO RELEV. ;" DELIMITED BY SIZE
                      EVENTOS-LINHA  DELIMITED BY SIZE
                      INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICA-JA-IMPORTADO.
           IF WS-JA-EXISTE = "S"
               ADD 1 TO WS-REPETIDAS
               MOVE SPACES TO REL-LINHA
               STRING "JA IMPORT. ;" DELIMITED BY SIZE
                      EVENTOS-LINHA  DELIMITED BY SIZE
                      INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND STK37.
           IF WS-STATUS-STK37 = "35"
               OPEN OUTPUT STK37
           END-IF.
           MOVE WS-TIPO        TO WFS-STK37-TIPO.
           MOVE WS-TIPO-B3     TO WFS-STK37-TIPO-B3.
           MOVE WS-TICKER      TO WFS-STK37-TICKER.
           MOVE WS-DATA-COM    TO WFS-STK37-DATA-COM.
           MOVE WS-FATOR       TO WFS-STK37-FATOR.
           MOVE WS-NOVO-TICKER TO WFS-STK37-NOVO-TICKER.
           MOVE WS-CUSTO       TO WFS-STK37-CUSTO.
           MOVE "P"            TO WFS-STK37-STATUS.
           MOVE WS-HOJE        TO WFS-STK37-DATA-IMPORT.
           MOVE SPACES         TO WFS-STK37-APROVADOR.
           MOVE 0              TO WFS-STK37-DATA-DECISAO.
           WRITE STK37-REGISTER.
           CLOSE STK37.

           ADD 1 TO WS-PENDENTES.
           MOVE SPACES TO REL-LINHA.
           STRING "PENDENTE   ;" DELIMITED BY SIZE
                  EVENTOS-LINHA  DELIMITED BY SIZE
                  ";CONTAS COM POSICAO: " DELIMITED BY SIZE
                  WS-CONTAS      DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       VALIDA-LINHA.
           MOVE 0 TO WS-FATOR WS-CUSTO WS-DATA-COM.
           IF WS-TICKER = SPACES
               MOVE "Ticker em branco" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICA-TICKER-MASTER.
           IF NOT WS-TICKER-OK
               MOVE "Ticker nao cadastrado" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-TIPO-B3
               WHEN "S"
               WHEN "G"
                   MOVE "S" TO WS-TIPO
               WHEN "B"
                   MOVE "B" TO WS-TIPO
               WHEN "R"
               WHEN "N"
                   MOVE "R" TO WS-TIPO
               WHEN OTHER
                   MOVE "Tipo deve ser S, G, B, R ou N" TO WS-MOTIVO
                   EXIT PARAGRAPH
           END-EVALUATE.

           COMPUTE WS-FATOR = FUNCTION NUMVAL(WS-CSV-FATOR).
           IF WS-FATOR = 0
               MOVE "Fator deve ser maior que zero" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-TIPO-B3 = "G" AND WS-FATOR > 1
               COMPUTE WS-FATOR ROUNDED = 1 / WS-FATOR
           END-IF.

           COMPUTE WS-DATA-COM = FUNCTION NUMVAL(WS-CSV-DATA-COM).
           IF WS-DATA-COM < 20000101
               MOVE "Data-com invalida" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           IF WS-TIPO = "R" AND WS-NOVO-TICKER = SPACES
               MOVE "Informe o novo ticker" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           IF WS-CSV-CUSTO NOT = SPACES
               COMPUTE WS-CUSTO = FUNCTION NUMVAL(WS-CSV-CUSTO)
           END-IF.

       CONTA-POSICOES.
      *    Contas com posicao comprada do ticker no STK02; sem
      *    custodia, nenhum evento e relevante.
           MOVE 0 TO WS-CONTAS.
           IF WS-STATUS-STK02 = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO WFS-STK02-KEY.
           START STK02 KEY NOT < WFS-STK02-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-FIM-BUSCA.
           PERFORM CONTA-POSICOES-SEQ UNTIL WS-FIM-BUSCA = "S".

       CONTA-POSICOES-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-FIM-BUSCA.
           IF WS-STATUS-STK02 = "00"
               IF WFS-STK02-TICKER = WS-TICKER
                  AND WFS-STK02-QTY > 0
                   ADD 1 TO WS-CONTAS
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-BUSCA
           END-IF.

       VERIFICA-JA-IMPORTADO.
           MOVE "N" TO WS-JA-EXISTE.
           OPEN INPUT STK37.
           IF WS-STATUS-STK37 NOT = "00"
               CLOSE STK37
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-BUSCA.
           PERFORM VERIFICA-JA-IMPORTADO-SEQ UNTIL WS-FIM-BUSCA = "S".
           CLOSE STK37.

       VERIFICA-JA-IMPORTADO-SEQ.
           READ STK37 AT END MOVE "S" TO WS-FIM-BUSCA.
           IF WS-STATUS-STK37 = "00"
               IF WFS-STK37-TIPO = WS-TIPO
                  AND WFS-STK37-TICKER = WS-TICKER
                  AND WFS-STK37-DATA-COM = WS-DATA-COM
                   MOVE "S" TO WS-JA-EXISTE
                   MOVE "S" TO WS-FIM-BUSCA
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-BUSCA
           END-IF.

       VERIFICA-TICKER-MASTER.
      *    Mesma regra dos demais importadores: sem cadastro de
      *    ativos, a validacao e ignorada.
           MOVE "N" TO WS-TICKER-CADASTRADO.
           IF WS-STATUS-STK09 = "35"
               MOVE "S" TO WS-TICKER-CADASTRADO
           ELSE
               MOVE WS-TICKER TO WFS-STK09-TICKER
               READ STK09 KEY IS WFS-STK09-TICKER
               IF WS-STATUS-STK09 = "00"
                   MOVE "S" TO WS-TICKER-CADASTRADO
               END-IF
           END-IF.
