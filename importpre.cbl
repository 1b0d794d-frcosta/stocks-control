       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTPRE.
      *****************************************************************
      * Importa a exportacao da declaracao pre-preenchida da Receita  *
      * (prepreenchida.csv) do titular e ano-calendario recebidos na  *
      * chamada para prepreen.dat, onde o CONFPRE a confronta com o   *
      * que os nossos programas apuram. So entram as fichas que o     *
      * sistema tambem produz, uma linha por item, campos separados   *
      * por ";" e valores com virgula decimal:                        *
      *                                                               *
      *   BEM;GRUPO;CODIGO;CNPJ;SITUACAO EM 31/12;DISCRIMINACAO       *
      *   ISE;CODIGO;CNPJ DA FONTE;VALOR;NOME DA FONTE                *
      *   EXC;CODIGO;CNPJ DA FONTE;VALOR;NOME DA FONTE                *
      *   DARF;MES;CODIGO DA RECEITA;VALOR PAGO                       *
      *                                                               *
      * (Bens e Direitos, Rendimentos Isentos, Tributacao Exclusiva   *
      * e os DARFs da Renda Variavel). CNPJ pode vir formatado; os    *
      * pontos de milhar do valor sao ignorados. Linha de outro tipo  *
      * (cabecalho, fichas que nao conferimos) sai como IGNORADA no   *
      * relatorio importpre.rel. A importacao substitui a anterior do *
      * mesmo titular e ano; os demais ficam como estao.              *
      *                                                               *
      * Chamada: IMPORTPRE USING LNK-PRE-ANO, LNK-PRE-TITULAR,        *
      *                          LNK-PRE-RC                           *
      *   RC 00 ok, 04 nenhuma linha aproveitada, 08 sem o CSV        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk45'.                *> Pre-preenchida

           SELECT ARQ-PRE-TMP ASSIGN TO "prepreen.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TMP.

           SELECT ARQ-CSV ASSIGN TO "prepreenchida.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CSV.

           SELECT ARQ-REL ASSIGN TO "importpre.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK45.
           COPY 'stk45'.
       FD ARQ-PRE-TMP.
       01 PRE-TMP-REG               PIC X(81).
       FD ARQ-CSV.
       01 CSV-LINHA                 PIC X(200).
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK45           PIC X(02).
       77 WS-STATUS-TMP             PIC X(02).
       77 WS-STATUS-CSV             PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-LIDAS                  PIC 9(05) VALUE 0.
       77 WS-IMPORTADAS             PIC 9(05) VALUE 0.
       77 WS-IGNORADAS              PIC 9(05) VALUE 0.
       77 WS-REJEITADAS             PIC 9(05) VALUE 0.
       77 WS-MANTIDAS               PIC 9(05) VALUE 0.
       77 WS-IDX                    PIC 9(04).
       77 WS-POS                    PIC 9(03).
       77 WS-POS-DEST               PIC 9(03).
       77 WS-CARACTER               PIC X(01).
       77 WS-VALOR-TXT              PIC X(20).
       77 WS-VALOR-ORIG             PIC X(20).
       77 WS-VALOR                  PIC 9(11)V99.
       77 WS-VALOR-MASK             PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-FICHA-DESC             PIC X(10).

       01 WS-CAMPOS-CSV.
           05 WS-CSV-TIPO           PIC X(04).
           05 WS-CSV-C2             PIC X(20).
           05 WS-CSV-C3             PIC X(20).
           05 WS-CSV-C4             PIC X(20).
           05 WS-CSV-C5             PIC X(40).
           05 WS-CSV-C6             PIC X(60).

      *    Itens aceitos do CSV, gravados so depois de lido o arquivo
      *    inteiro: um CSV que nao abre nao apaga a importacao
      *    anterior.
       77 WS-ITENS                  PIC 9(04) VALUE 0.
       01 WS-TAB-ITENS.
           05 WS-ITEM OCCURS 1000 TIMES PIC X(81).

       LINKAGE SECTION.
       01 LNK-PRE-ANO               PIC 9(04).
       01 LNK-PRE-TITULAR           PIC X(03).
       01 LNK-PRE-RC                PIC 9(02).

       PROCEDURE DIVISION USING LNK-PRE-ANO, LNK-PRE-TITULAR,
                                LNK-PRE-RC.
       MAIN-SECTION.
           MOVE 0 TO LNK-PRE-RC WS-LIDAS WS-IMPORTADAS WS-IGNORADAS
                     WS-REJEITADAS WS-MANTIDAS WS-ITENS.
           OPEN INPUT ARQ-CSV.
           IF WS-STATUS-CSV NOT = "00"
               CLOSE ARQ-CSV
               DISPLAY "IMPORTPRE: prepreenchida.csv nao encontrado"
               MOVE 08 TO LNK-PRE-RC
               GOBACK
           END-IF.

           OPEN OUTPUT ARQ-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "IMPORTACAO DA DECLARACAO PRE-PREENCHIDA - "
                  "ANO-CALENDARIO " LNK-PRE-ANO
                  "  TITULAR " LNK-PRE-TITULAR
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "N" TO WS-FIM-ARQ.
           PERFORM IMPORTA-LINHA UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-CSV.

           IF WS-ITENS = 0
               MOVE 04 TO LNK-PRE-RC
           ELSE
               PERFORM REGRAVA-PREPREENCHIDA
           END-IF.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "LIDAS: "         WS-LIDAS
                  "  IMPORTADAS: "  WS-IMPORTADAS
                  "  IGNORADAS: "   WS-IGNORADAS
                  "  REJEITADAS: "  WS-REJEITADAS
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           IF WS-ITENS = 0
               MOVE "NADA IMPORTADO - IMPORTACAO ANTERIOR MANTIDA"
                 TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE ARQ-REL.
           GOBACK.

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
               INTO WS-CSV-TIPO WS-CSV-C2 WS-CSV-C3 WS-CSV-C4
                    WS-CSV-C5 WS-CSV-C6
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-CSV-TIPO) TO WS-CSV-TIPO.

           MOVE SPACES          TO STK45-REGISTER.
           MOVE LNK-PRE-TITULAR TO WFS-STK45-TITULAR.
           MOVE LNK-PRE-ANO     TO WFS-STK45-ANO.
           MOVE 0               TO WFS-STK45-MES WFS-STK45-VALOR.

           EVALUATE WS-CSV-TIPO
               WHEN "BEM "
                   MOVE "B" TO WFS-STK45-FICHA
                   STRING WS-CSV-C2(1:2) WS-CSV-C3(1:2)
                          DELIMITED BY SIZE INTO WFS-STK45-CODIGO
                   END-STRING
                   MOVE WS-CSV-C4 TO WS-VALOR-TXT
                   PERFORM LIMPA-CNPJ
                   MOVE WS-CSV-C5 TO WS-VALOR-TXT
                   MOVE WS-CSV-C6 TO WFS-STK45-DESCRICAO
                   MOVE "BEM"     TO WS-FICHA-DESC
               WHEN "ISE "
                   MOVE "I" TO WFS-STK45-FICHA
                   MOVE WS-CSV-C2(1:4) TO WFS-STK45-CODIGO
                   MOVE WS-CSV-C3 TO WS-VALOR-TXT
                   PERFORM LIMPA-CNPJ
                   MOVE WS-CSV-C4 TO WS-VALOR-TXT
                   MOVE WS-CSV-C5 TO WFS-STK45-DESCRICAO
                   MOVE "ISENTO"  TO WS-FICHA-DESC
               WHEN "EXC "
                   MOVE "E" TO WFS-STK45-FICHA
                   MOVE WS-CSV-C2(1:4) TO WFS-STK45-CODIGO
                   MOVE WS-CSV-C3 TO WS-VALOR-TXT
                   PERFORM LIMPA-CNPJ
                   MOVE WS-CSV-C4 TO WS-VALOR-TXT
                   MOVE WS-CSV-C5 TO WFS-STK45-DESCRICAO
                   MOVE "EXCLUSIVA" TO WS-FICHA-DESC
               WHEN "DARF"
                   MOVE "D" TO WFS-STK45-FICHA
                   IF WS-CSV-C2(1:2) IS NOT NUMERIC
                       PERFORM REJEITA-LINHA
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CSV-C2(1:2) TO WFS-STK45-MES
                   IF WFS-STK45-MES < 1 OR WFS-STK45-MES > 12
                       PERFORM REJEITA-LINHA
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CSV-C3(1:4) TO WFS-STK45-CODIGO
                   MOVE WS-CSV-C4 TO WS-VALOR-TXT
                   MOVE "DARF"    TO WS-FICHA-DESC
               WHEN OTHER
                   ADD 1 TO WS-IGNORADAS
                   MOVE SPACES TO REL-LINHA
                   STRING "IGNORADA   ;" CSV-LINHA
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
                   EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM CONVERTE-VALOR.
           IF WS-VALOR-TXT = SPACES
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALOR TO WFS-STK45-VALOR.
           IF NOT WFS-STK45-DARF AND WFS-STK45-CNPJ = SPACES
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITENS NOT < 1000
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ITENS.
           MOVE STK45-REGISTER TO WS-ITEM(WS-ITENS).
           ADD 1 TO WS-IMPORTADAS.
           MOVE WFS-STK45-VALOR TO WS-VALOR-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING "IMPORTADA  ;" WS-FICHA-DESC ";" WFS-STK45-CODIGO
                  ";" WFS-STK45-CNPJ ";" WFS-STK45-MES
                  ";" WS-VALOR-MASK ";" WFS-STK45-DESCRICAO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       LIMPA-CNPJ.
      *    So os digitos do CNPJ (o export traz 00.000.000/0000-00).
           MOVE SPACES TO WFS-STK45-CNPJ.
           MOVE 0 TO WS-POS-DEST.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 20
               MOVE WS-VALOR-TXT(WS-POS:1) TO WS-CARACTER
               IF WS-CARACTER IS NUMERIC AND WS-POS-DEST < 14
                   ADD 1 TO WS-POS-DEST
                   MOVE WS-CARACTER TO WFS-STK45-CNPJ(WS-POS-DEST:1)
               END-IF
           END-PERFORM.

       CONVERTE-VALOR.
      *    Tira os pontos de milhar e converte pela virgula decimal;
      *    valor sem nenhum digito volta WS-VALOR-TXT em branco.
           MOVE 0 TO WS-VALOR.
           MOVE WS-VALOR-TXT TO WS-VALOR-ORIG.
           MOVE SPACES TO WS-VALOR-TXT.
           MOVE 0 TO WS-POS-DEST.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 20
               MOVE WS-VALOR-ORIG(WS-POS:1) TO WS-CARACTER
               IF WS-CARACTER IS NUMERIC OR WS-CARACTER = ","
                   ADD 1 TO WS-POS-DEST
                   MOVE WS-CARACTER TO WS-VALOR-TXT(WS-POS-DEST:1)
               END-IF
           END-PERFORM.
           IF WS-VALOR-TXT NOT = SPACES AND WS-VALOR-TXT NOT = ","
               COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-VALOR-TXT)
           ELSE
               MOVE SPACES TO WS-VALOR-TXT
           END-IF.

       REJEITA-LINHA.
           ADD 1 TO WS-REJEITADAS.
           MOVE SPACES TO REL-LINHA.
           STRING "REJEITADA  ;" CSV-LINHA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       REGRAVA-PREPREENCHIDA.
      *    Mantem os outros titulares/anos, troca o titular/ano atual
      *    pelos itens do CSV.
           OPEN OUTPUT ARQ-PRE-TMP.
           OPEN INPUT STK45.
           IF WS-STATUS-STK45 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM COPIA-OUTROS-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK45.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-ITENS
               WRITE PRE-TMP-REG FROM WS-ITEM(WS-IDX)
           END-PERFORM.
           CLOSE ARQ-PRE-TMP.

           OPEN OUTPUT STK45.
           OPEN INPUT ARQ-PRE-TMP.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-PRE-TMP AT END MOVE "S" TO WS-FIM-ARQ
               END-READ
               IF WS-STATUS-TMP = "00"
                   WRITE STK45-REGISTER FROM PRE-TMP-REG
               ELSE
                   MOVE "S" TO WS-FIM-ARQ
               END-IF
           END-PERFORM.
           CLOSE STK45 ARQ-PRE-TMP.
           CALL "CBL_DELETE_FILE" USING "prepreen.tmp".

       COPIA-OUTROS-SEQ.
           READ STK45 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK45 = "00"
               IF WFS-STK45-TITULAR NOT = LNK-PRE-TITULAR
                  OR WFS-STK45-ANO NOT = LNK-PRE-ANO
                   WRITE PRE-TMP-REG FROM STK45-REGISTER
                   ADD 1 TO WS-MANTIDAS
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.
