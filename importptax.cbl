       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTPTAX.
      *****************************************************************
      * Importa o boletim de fechamento PTAX baixado do Banco Central *
      * (ptax.csv, uma cotacao por linha no layout do BCB:            *
      * DDMMAAAA;COD;TIPO;MOEDA;COMPRA;VENDA;PARIDADES - so as linhas *
      * de USD sao aproveitadas) para a tabela ptax.dat usada pelo    *
      * modulo de ativos no exterior (EXTMOD) na conversao de custo,  *
      * venda e dividendo pela data de cada operacao. Mesmo controle  *
      * do IMPORTSEL: cada linha e confrontada com o que ja esta na   *
      * tabela e a diferenca sai em importptax.rel - NOVA, ALTERADA   *
      * (com o valor antigo) ou IGUAL.                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_ptax'.                 *> Tabela PTAX diaria

           SELECT ARQ-CSV ASSIGN TO "ptax.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CSV.

           SELECT ARQ-REL ASSIGN TO "importptax.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PTAX.
           COPY 'ptax'.
       FD ARQ-CSV.
       01 CSV-LINHA                 PIC X(80).
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-PTAX            PIC X(02).
       77 WS-STATUS-CSV             PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-LIDAS                  PIC 9(05) VALUE 0.
       77 WS-NOVAS                  PIC 9(05) VALUE 0.
       77 WS-ALTERADAS              PIC 9(05) VALUE 0.
       77 WS-IGUAIS                 PIC 9(05) VALUE 0.
       77 WS-REJEITADAS             PIC 9(05) VALUE 0.
       77 WS-IGNORADAS              PIC 9(05) VALUE 0.
       77 WS-DATA                   PIC 9(08).
       77 WS-COMPRA                 PIC 9(02)V9(04).
       77 WS-VENDA                  PIC 9(02)V9(04).
       77 WS-IDX                    PIC 9(04).
       77 WS-IDX-ACHADO             PIC 9(04).
       77 WS-USADAS                 PIC 9(04) VALUE 0.

       01 WS-CAMPOS-CSV.
           05 WS-CSV-DATA           PIC X(08).
           05 WS-CSV-COD            PIC X(04).
           05 WS-CSV-TIPO           PIC X(02).
           05 WS-CSV-MOEDA          PIC X(04).
           05 WS-CSV-COMPRA         PIC X(12).
           05 WS-CSV-VENDA          PIC X(12).
       01 WS-CAMPOS-DATA REDEFINES WS-CAMPOS-CSV.
           05 WS-CSV-DIA            PIC X(02).
           05 WS-CSV-MES            PIC X(02).
           05 WS-CSV-ANO            PIC X(04).
           05 FILLER                PIC X(34).

      *    Tabela carregada de ptax.dat e regravada inteira apos a
      *    fusao com o CSV; cabe mais de uma decada de pregoes.
       01 WS-TAB-PTAX.
           05 WS-PTX-ENT OCCURS 3000 TIMES.
               10 WS-PTX-E-DATA     PIC 9(08).
               10 WS-PTX-E-COMPRA   PIC 9(02)V9(04).
               10 WS-PTX-E-VENDA    PIC 9(02)V9(04).

       PROCEDURE DIVISION.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: os
      *    acumuladores e tabelas sao zerados na entrada, como
      *    IMPORTSEL faz - VALUE so vale na primeira carga.
           MOVE 0 TO WS-LIDAS WS-NOVAS WS-ALTERADAS WS-IGUAIS
                     WS-REJEITADAS WS-IGNORADAS WS-USADAS.
           OPEN INPUT ARQ-CSV.
           IF WS-STATUS-CSV = "35"
               DISPLAY "IMPORTPTAX: ptax.csv nao encontrado"
               GOBACK
           END-IF.

           OPEN OUTPUT ARQ-REL.
           MOVE "IMPORTACAO DO BOLETIM PTAX - USD (BANCO CENTRAL)"
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
                  "  OUTRAS MOEDAS: " WS-IGNORADAS
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.
           GOBACK.

       CARREGA-TABELA-ATUAL.
           MOVE 0 TO WS-USADAS.
           OPEN INPUT ARQ-PTAX.
           IF WS-STATUS-PTAX NOT = "00"
               CLOSE ARQ-PTAX
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-TABELA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-PTAX.

       CARREGA-TABELA-SEQ.
           READ ARQ-PTAX AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-PTAX = "00"
               IF WS-USADAS < 3000
                   ADD 1 TO WS-USADAS
                   MOVE WFS-PTAX-DATA   TO WS-PTX-E-DATA(WS-USADAS)
                   MOVE WFS-PTAX-COMPRA TO WS-PTX-E-COMPRA(WS-USADAS)
                   MOVE WFS-PTAX-VENDA  TO WS-PTX-E-VENDA(WS-USADAS)
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
               INTO WS-CSV-DATA WS-CSV-COD WS-CSV-TIPO WS-CSV-MOEDA
                    WS-CSV-COMPRA WS-CSV-VENDA
           END-UNSTRING.

           IF WS-CSV-MOEDA NOT = "USD"
               ADD 1 TO WS-IGNORADAS
               EXIT PARAGRAPH
           END-IF.

           IF WS-CSV-DATA IS NOT NUMERIC
               ADD 1 TO WS-REJEITADAS
               MOVE SPACES TO REL-LINHA
               STRING "REJEITADA  ;" CSV-LINHA
                      DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF.
           STRING WS-CSV-ANO WS-CSV-MES WS-CSV-DIA
                  DELIMITED BY SIZE INTO WS-DATA
           END-STRING.
           COMPUTE WS-COMPRA = FUNCTION NUMVAL(WS-CSV-COMPRA).
           COMPUTE WS-VENDA  = FUNCTION NUMVAL(WS-CSV-VENDA).
           IF WS-DATA < 20000101 OR WS-VENDA = 0
              OR WS-CSV-MES < "01" OR WS-CSV-MES > "12"
               ADD 1 TO WS-REJEITADAS
               MOVE SPACES TO REL-LINHA
               STRING "REJEITADA  ;" CSV-LINHA
                      DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOCALIZA-DATA.
           IF WS-IDX-ACHADO = 0
               IF WS-USADAS < 3000
                   ADD 1 TO WS-USADAS
                   MOVE WS-DATA   TO WS-PTX-E-DATA(WS-USADAS)
                   MOVE WS-COMPRA TO WS-PTX-E-COMPRA(WS-USADAS)
                   MOVE WS-VENDA  TO WS-PTX-E-VENDA(WS-USADAS)
                   ADD 1 TO WS-NOVAS
                   MOVE SPACES TO REL-LINHA
                   STRING "NOVA       ;" WS-DATA
                          ";" WS-CSV-VENDA
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           ELSE
               IF WS-PTX-E-COMPRA(WS-IDX-ACHADO) = WS-COMPRA
                  AND WS-PTX-E-VENDA(WS-IDX-ACHADO) = WS-VENDA
                   ADD 1 TO WS-IGUAIS
               ELSE
                   ADD 1 TO WS-ALTERADAS
                   MOVE SPACES TO REL-LINHA
                   STRING "ALTERADA   ;" WS-DATA
                          ";DE " WS-PTX-E-VENDA(WS-IDX-ACHADO)
                          " PARA " WS-CSV-VENDA
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
                   MOVE WS-COMPRA TO WS-PTX-E-COMPRA(WS-IDX-ACHADO)
                   MOVE WS-VENDA  TO WS-PTX-E-VENDA(WS-IDX-ACHADO)
               END-IF
           END-IF.

       LOCALIZA-DATA.
           MOVE 0 TO WS-IDX-ACHADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-USADAS
               IF WS-PTX-E-DATA(WS-IDX) = WS-DATA
                   MOVE WS-IDX TO WS-IDX-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REGRAVA-TABELA.
           OPEN OUTPUT ARQ-PTAX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-USADAS
               MOVE WS-PTX-E-DATA(WS-IDX)   TO WFS-PTAX-DATA
               MOVE WS-PTX-E-COMPRA(WS-IDX) TO WFS-PTAX-COMPRA
               MOVE WS-PTX-E-VENDA(WS-IDX)  TO WFS-PTAX-VENDA
               WRITE PTAX-REGISTER
           END-PERFORM.
           CLOSE ARQ-PTAX.
