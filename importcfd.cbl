       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTCFD.
      *****************************************************************
      * Importa a serie de cotas dos fundos de investimento           *
      * (cotafundo.csv, uma cota por linha: CODIGO;DDMMAAAA;COTA -    *
      * diaria ou so a de fim de mes, como vier do administrador)     *
      * para cotafundo.dat, usada pelo CALCFUND na posicao, no        *
      * resgate e no come-cotas dos fundos (FUNDMOD). Mesmo controle  *
      * do IMPORTPTAX: cada linha e confrontada com o que ja esta na  *
      * tabela e a diferenca sai em importcfd.rel - NOVA, ALTERADA    *
      * (com o valor antigo) ou IGUAL.                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk35'.                *> Cotas de fundos

           SELECT ARQ-CSV ASSIGN TO "cotafundo.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CSV.

           SELECT ARQ-REL ASSIGN TO "importcfd.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK35.
           COPY 'stk35'.
       FD ARQ-CSV.
       01 CSV-LINHA                 PIC X(80).
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK35           PIC X(02).
       77 WS-STATUS-CSV             PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-LIDAS                  PIC 9(05) VALUE 0.
       77 WS-NOVAS                  PIC 9(05) VALUE 0.
       77 WS-ALTERADAS              PIC 9(05) VALUE 0.
       77 WS-IGUAIS                 PIC 9(05) VALUE 0.
       77 WS-REJEITADAS             PIC 9(05) VALUE 0.
       77 WS-DATA                   PIC 9(08).
       77 WS-FUNDO                  PIC X(10).
       77 WS-COTA                   PIC 9(05)V9(08).
       77 WS-IDX                    PIC 9(04).
       77 WS-IDX-ACHADO             PIC 9(04).
       77 WS-USADAS                 PIC 9(04) VALUE 0.

       01 WS-CAMPOS-CSV.
           05 WS-CSV-FUNDO          PIC X(10).
           05 WS-CSV-DATA           PIC X(08).
           05 WS-CSV-COTA           PIC X(20).
       01 WS-CAMPOS-DATA REDEFINES WS-CAMPOS-CSV.
           05 FILLER                PIC X(10).
           05 WS-CSV-DIA            PIC X(02).
           05 WS-CSV-MES            PIC X(02).
           05 WS-CSV-ANO            PIC X(04).
           05 FILLER                PIC X(20).

      *    Tabela carregada de cotafundo.dat e regravada inteira apos
      *    a fusao com o CSV; com cota diaria cabem uns cinco fundos
      *    por quatro anos, com cota mensal bem mais.
       01 WS-TAB-COTAS.
           05 WS-CFD-ENT OCCURS 6000 TIMES.
               10 WS-CFD-E-FUNDO    PIC X(10).
               10 WS-CFD-E-DATA     PIC 9(08).
               10 WS-CFD-E-COTA     PIC 9(05)V9(08).

       PROCEDURE DIVISION.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: os
      *    acumuladores sao zerados na entrada, como no IMPORTPTAX.
           MOVE 0 TO WS-LIDAS WS-NOVAS WS-ALTERADAS WS-IGUAIS
                     WS-REJEITADAS WS-USADAS.
           OPEN INPUT ARQ-CSV.
           IF WS-STATUS-CSV = "35"
               DISPLAY "IMPORTCFD: cotafundo.csv nao encontrado"
               GOBACK
           END-IF.

           OPEN OUTPUT ARQ-REL.
           MOVE "IMPORTACAO DE COTAS DE FUNDOS DE INVESTIMENTO"
             TO REL-LINHA.
           WRITE REL-LINHA.

           PERFORM CARREGA-TABELA-ATUAL.

           MOVE "N" TO WS-FIM-ARQ.
           PERFORM IMPORTA-LINHA UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-CSV.

           PERFORM REGRAVA-TABELA.

           MOVE SPACES TO REL-LINHA.
           STRING "LIDAS: "        WS-LIDAS
                  "  NOVAS: "      WS-NOVAS
                  "  ALTERADAS: "  WS-ALTERADAS
                  "  IGUAIS: "     WS-IGUAIS
                  "  REJEITADAS: " WS-REJEITADAS
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.
           GOBACK.

       CARREGA-TABELA-ATUAL.
           MOVE 0 TO WS-USADAS.
           OPEN INPUT STK35.
           IF WS-STATUS-STK35 NOT = "00"
               CLOSE STK35
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-TABELA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK35.

       CARREGA-TABELA-SEQ.
           READ STK35 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK35 = "00"
               IF WS-USADAS < 6000
                   ADD 1 TO WS-USADAS
                   MOVE WFS-STK35-FUNDO TO WS-CFD-E-FUNDO(WS-USADAS)
                   MOVE WFS-STK35-DATA  TO WS-CFD-E-DATA(WS-USADAS)
                   MOVE WFS-STK35-COTA  TO WS-CFD-E-COTA(WS-USADAS)
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       IMPORTA-LINHA.
           READ ARQ-CSV AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-CSV = "00"
               IF CSV-LINHA NOT = SPACES
                   ADD 1 TO WS-LIDAS
                   PERFORM TRATA-LINHA
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       TRATA-LINHA.
           MOVE SPACES TO WS-CAMPOS-CSV.
           UNSTRING CSV-LINHA DELIMITED BY ";"
               INTO WS-CSV-FUNDO WS-CSV-DATA WS-CSV-COTA
           END-UNSTRING.

           IF WS-CSV-FUNDO = SPACES OR WS-CSV-DATA IS NOT NUMERIC
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FUNDO) TO WS-FUNDO.
           STRING WS-CSV-ANO WS-CSV-MES WS-CSV-DIA
                  DELIMITED BY SIZE INTO WS-DATA
           END-STRING.
           COMPUTE WS-COTA = FUNCTION NUMVAL(WS-CSV-COTA).
           IF WS-DATA < 20000101 OR WS-COTA = 0
              OR WS-CSV-MES < "01" OR WS-CSV-MES > "12"
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOCALIZA-COTA.
           IF WS-IDX-ACHADO = 0
               IF WS-USADAS < 6000
                   ADD 1 TO WS-USADAS
                   MOVE WS-FUNDO TO WS-CFD-E-FUNDO(WS-USADAS)
                   MOVE WS-DATA  TO WS-CFD-E-DATA(WS-USADAS)
                   MOVE WS-COTA  TO WS-CFD-E-COTA(WS-USADAS)
                   ADD 1 TO WS-NOVAS
                   MOVE SPACES TO REL-LINHA
                   STRING "NOVA       ;" WS-FUNDO ";" WS-DATA
                          ";" WS-CSV-COTA
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           ELSE
               IF WS-CFD-E-COTA(WS-IDX-ACHADO) = WS-COTA
                   ADD 1 TO WS-IGUAIS
               ELSE
                   ADD 1 TO WS-ALTERADAS
                   MOVE SPACES TO REL-LINHA
                   STRING "ALTERADA   ;" WS-FUNDO ";" WS-DATA
                          ";DE " WS-CFD-E-COTA(WS-IDX-ACHADO)
                          " PARA " WS-CSV-COTA
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
                   MOVE WS-COTA TO WS-CFD-E-COTA(WS-IDX-ACHADO)
               END-IF
           END-IF.

       REJEITA-LINHA.
           ADD 1 TO WS-REJEITADAS.
           MOVE SPACES TO REL-LINHA.
           STRING "REJEITADA  ;" CSV-LINHA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       LOCALIZA-COTA.
           MOVE 0 TO WS-IDX-ACHADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-USADAS
               IF WS-CFD-E-FUNDO(WS-IDX) = WS-FUNDO
                  AND WS-CFD-E-DATA(WS-IDX) = WS-DATA
                   MOVE WS-IDX TO WS-IDX-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REGRAVA-TABELA.
           OPEN OUTPUT STK35.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-USADAS
               MOVE WS-CFD-E-FUNDO(WS-IDX) TO WFS-STK35-FUNDO
               MOVE WS-CFD-E-DATA(WS-IDX)  TO WFS-STK35-DATA
               MOVE WS-CFD-E-COTA(WS-IDX)  TO WFS-STK35-COTA
               WRITE STK35-REGISTER
           END-PERFORM.
           CLOSE STK35.
