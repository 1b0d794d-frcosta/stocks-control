       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTPRV.
      *****************************************************************
      * Importa os saldos mensais dos planos de previdencia privada   *
      * informados pelas seguradoras (prevsaldo.csv, um saldo por     *
      * linha: PLANO;MMAAAA;SALDO - saldo bruto de fim de mes, antes  *
      * do IR do resgate) para prevsaldo.dat, usado pelo CALCPREV na  *
      * posicao e no resgate (PREVMOD), na fotografia do patrimonio   *
      * (FECHAMES) e no BENSDIR. Mesmo controle do IMPORTCFD: cada    *
      * linha e confrontada com o que ja esta na tabela e a           *
      * diferenca sai em importprv.rel - NOVA, ALTERADA (com o valor  *
      * antigo) ou IGUAL; plano fora do cadastro (prevplanos.dat)     *
      * rejeita a linha.                                              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk52'.                *> Planos previdencia
           COPY 'control_stk54'.                *> Saldos previdencia

           SELECT ARQ-CSV ASSIGN TO "prevsaldo.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CSV.

           SELECT ARQ-REL ASSIGN TO "importprv.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK52.
           COPY 'stk52'.
       FD STK54.
           COPY 'stk54'.
       FD ARQ-CSV.
       01 CSV-LINHA                 PIC X(80).
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK52           PIC X(02).
       77 WS-STATUS-STK54           PIC X(02).
       77 WS-STATUS-CSV             PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-LIDAS                  PIC 9(05) VALUE 0.
       77 WS-NOVAS                  PIC 9(05) VALUE 0.
       77 WS-ALTERADAS              PIC 9(05) VALUE 0.
       77 WS-IGUAIS                 PIC 9(05) VALUE 0.
       77 WS-REJEITADAS             PIC 9(05) VALUE 0.
       77 WS-COMP                   PIC 9(06).
       77 WS-PLANO                  PIC X(10).
       77 WS-SALDO                  PIC 9(11)V99.
       77 WS-IDX                    PIC 9(04).
       77 WS-IDX-ACHADO             PIC 9(04).
       77 WS-USADAS                 PIC 9(04) VALUE 0.
       77 WS-PLANOS                 PIC 9(03) VALUE 0.
       77 WS-PLANO-OK               PIC X(01).

       01 WS-CAMPOS-CSV.
           05 WS-CSV-PLANO          PIC X(10).
           05 WS-CSV-COMP           PIC X(06).
           05 WS-CSV-SALDO          PIC X(20).
       01 WS-CAMPOS-COMP REDEFINES WS-CAMPOS-CSV.
           05 FILLER                PIC X(10).
           05 WS-CSV-MES            PIC X(02).
           05 WS-CSV-ANO            PIC X(04).
           05 FILLER                PIC X(20).

      *    Tabela carregada de prevsaldo.dat e regravada inteira apos
      *    a fusao com o CSV: um saldo por plano e mes.
       01 WS-TAB-SALDOS.
           05 WS-PRV-ENT OCCURS 3000 TIMES.
               10 WS-PRV-E-PLANO    PIC X(10).
               10 WS-PRV-E-COMP     PIC 9(06).
               10 WS-PRV-E-SALDO    PIC 9(11)V99.

       01 WS-TAB-PLANOS.
           05 WS-PLN-CODIGO         PIC X(10) OCCURS 200 TIMES.

       PROCEDURE DIVISION.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: os
      *    acumuladores sao zerados na entrada, como no IMPORTCFD.
           MOVE 0 TO WS-LIDAS WS-NOVAS WS-ALTERADAS WS-IGUAIS
                     WS-REJEITADAS WS-USADAS WS-PLANOS.
           OPEN INPUT ARQ-CSV.
           IF WS-STATUS-CSV = "35"
               DISPLAY "IMPORTPRV: prevsaldo.csv nao encontrado"
               GOBACK
           END-IF.

           OPEN OUTPUT ARQ-REL.
           MOVE "IMPORTACAO DE SALDOS DE PREVIDENCIA PRIVADA"
             TO REL-LINHA.
           WRITE REL-LINHA.

           PERFORM CARREGA-PLANOS.
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

       CARREGA-PLANOS.
           OPEN INPUT STK52.
           IF WS-STATUS-STK52 NOT = "00"
               CLOSE STK52
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-PLANOS-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK52.

       CARREGA-PLANOS-SEQ.
           READ STK52 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK52 = "00"
               IF WS-PLANOS < 200
                   ADD 1 TO WS-PLANOS
                   MOVE WFS-STK52-PLANO TO WS-PLN-CODIGO(WS-PLANOS)
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       CARREGA-TABELA-ATUAL.
           MOVE 0 TO WS-USADAS.
           OPEN INPUT STK54.
           IF WS-STATUS-STK54 NOT = "00"
               CLOSE STK54
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-TABELA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK54.

       CARREGA-TABELA-SEQ.
           READ STK54 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK54 = "00"
               IF WS-USADAS < 3000
                   ADD 1 TO WS-USADAS
                   MOVE WFS-STK54-PLANO TO WS-PRV-E-PLANO(WS-USADAS)
                   MOVE WFS-STK54-COMP  TO WS-PRV-E-COMP(WS-USADAS)
                   MOVE WFS-STK54-SALDO TO WS-PRV-E-SALDO(WS-USADAS)
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
               INTO WS-CSV-PLANO WS-CSV-COMP WS-CSV-SALDO
           END-UNSTRING.

           IF WS-CSV-PLANO = SPACES OR WS-CSV-COMP IS NOT NUMERIC
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CSV-PLANO) TO WS-PLANO.
           STRING WS-CSV-ANO WS-CSV-MES
                  DELIMITED BY SIZE INTO WS-COMP
           END-STRING.
           COMPUTE WS-SALDO = FUNCTION NUMVAL(WS-CSV-SALDO).
           IF WS-COMP < 200001
              OR WS-CSV-MES < "01" OR WS-CSV-MES > "12"
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-PLANO-OK.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-PLANOS
               IF WS-PLN-CODIGO(WS-IDX) = WS-PLANO
                   MOVE "S" TO WS-PLANO-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PLANO-OK NOT = "S"
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOCALIZA-SALDO.
           IF WS-IDX-ACHADO = 0
               IF WS-USADAS < 3000
                   ADD 1 TO WS-USADAS
                   MOVE WS-PLANO TO WS-PRV-E-PLANO(WS-USADAS)
                   MOVE WS-COMP  TO WS-PRV-E-COMP(WS-USADAS)
                   MOVE WS-SALDO TO WS-PRV-E-SALDO(WS-USADAS)
                   ADD 1 TO WS-NOVAS
                   MOVE SPACES TO REL-LINHA
                   STRING "NOVA       ;" WS-PLANO ";" WS-COMP
                          ";" WS-CSV-SALDO
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           ELSE
               IF WS-PRV-E-SALDO(WS-IDX-ACHADO) = WS-SALDO
                   ADD 1 TO WS-IGUAIS
               ELSE
                   ADD 1 TO WS-ALTERADAS
                   MOVE SPACES TO REL-LINHA
                   STRING "ALTERADA   ;" WS-PLANO ";" WS-COMP
                          ";DE " WS-PRV-E-SALDO(WS-IDX-ACHADO)
                          " PARA " WS-CSV-SALDO
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
                   MOVE WS-SALDO TO WS-PRV-E-SALDO(WS-IDX-ACHADO)
               END-IF
           END-IF.

       REJEITA-LINHA.
           ADD 1 TO WS-REJEITADAS.
           MOVE SPACES TO REL-LINHA.
           STRING "REJEITADA  ;" CSV-LINHA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       LOCALIZA-SALDO.
           MOVE 0 TO WS-IDX-ACHADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-USADAS
               IF WS-PRV-E-PLANO(WS-IDX) = WS-PLANO
                  AND WS-PRV-E-COMP(WS-IDX) = WS-COMP
                   MOVE WS-IDX TO WS-IDX-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REGRAVA-TABELA.
           OPEN OUTPUT STK54.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-USADAS
               MOVE WS-PRV-E-PLANO(WS-IDX) TO WFS-STK54-PLANO
               MOVE WS-PRV-E-COMP(WS-IDX)  TO WFS-STK54-COMP
               MOVE WS-PRV-E-SALDO(WS-IDX) TO WFS-STK54-SALDO
               WRITE STK54-REGISTER
           END-PERFORM.
           CLOSE STK54.
