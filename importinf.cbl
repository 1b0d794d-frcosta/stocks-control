       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTINF.
      *****************************************************************
      * Importa os informes de rendimentos das empresas e corretoras  *
      * do ano-calendario recebido na chamada (informes.csv) para     *
      * informes.dat, onde o CONFINF os confronta com os proventos    *
      * lancados. Uma linha por fonte pagadora e tipo de rendimento,  *
      * campos separados por ";" e valores com virgula decimal:       *
      *                                                               *
      *   CPF DO TITULAR;CNPJ DA FONTE;TIPO;BRUTO;IRRF;NOME DA FONTE  *
      *                                                               *
      * TIPO e DIV (dividendos), JCP (juros sobre capital proprio,    *
      * bruto e IRRF retido) ou FII (rendimentos de fundo             *
      * imobiliario). CPF e CNPJ podem vir formatados; os pontos de   *
      * milhar dos valores sao ignorados. O CPF e trocado pelo        *
      * codigo do titular no cadastro de titulares (STK24); CPF fora  *
      * do cadastro rejeita a linha. Linha de outro tipo (cabecalho,  *
      * totais) sai como IGNORADA no relatorio importinf.rel. A       *
      * importacao substitui a anterior do mesmo ano dos titulares    *
      * presentes no CSV; os demais ficam como estao.                 *
      *                                                               *
      * Chamada: IMPORTINF USING LNK-INF-ANO, LNK-INF-RC              *
      *   RC 00 ok, 04 nenhuma linha aproveitada, 08 sem o CSV        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk51'.                *> Informes importados
           COPY 'control_stk24'.                *> Titulares (CPFs)

           SELECT ARQ-INF-TMP ASSIGN TO "informes.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TMP.

           SELECT ARQ-CSV ASSIGN TO "informes.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CSV.

           SELECT ARQ-REL ASSIGN TO "importinf.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK51.
           COPY 'stk51'.
       FD STK24.
           COPY 'stk24'.
       FD ARQ-INF-TMP.
       01 INF-TMP-REG               PIC X(88).
       FD ARQ-CSV.
       01 CSV-LINHA                 PIC X(200).
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK51           PIC X(02).
       77 WS-STATUS-STK24           PIC X(02).
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
       77 WS-DIGITOS                PIC X(14).
       77 WS-BRUTO-MASK             PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-IRRF-MASK              PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-MOTIVO                 PIC X(20).
       77 WS-TIT-ACHADO             PIC X(01).

       01 WS-CAMPOS-CSV.
           05 WS-CSV-CPF            PIC X(20).
           05 WS-CSV-CNPJ           PIC X(20).
           05 WS-CSV-TIPO           PIC X(04).
           05 WS-CSV-BRUTO          PIC X(20).
           05 WS-CSV-IRRF           PIC X(20).
           05 WS-CSV-NOME           PIC X(60).

      *    Cadastro de titulares, para trocar o CPF pelo codigo.
       77 WS-TIT-TOTAL              PIC 9(03) VALUE 0.
       01 WS-TAB-TITULARES.
           05 WS-TIT-ENT OCCURS 50 TIMES.
               10 WS-TIT-CODIGO     PIC X(03).
               10 WS-TIT-CPF        PIC X(11).
               10 WS-TIT-NO-CSV     PIC X(01).

      *    Itens aceitos do CSV, gravados so depois de lido o arquivo
      *    inteiro: um CSV que nao abre nao apaga a importacao
      *    anterior.
       77 WS-ITENS                  PIC 9(04) VALUE 0.
       01 WS-TAB-ITENS.
           05 WS-ITEM OCCURS 1000 TIMES PIC X(88).

       LINKAGE SECTION.
       01 LNK-INF-ANO               PIC 9(04).
       01 LNK-INF-RC                PIC 9(02).

       PROCEDURE DIVISION USING LNK-INF-ANO, LNK-INF-RC.
       MAIN-SECTION.
           MOVE 0 TO LNK-INF-RC WS-LIDAS WS-IMPORTADAS WS-IGNORADAS
                     WS-REJEITADAS WS-MANTIDAS WS-ITENS WS-TIT-TOTAL.
           OPEN INPUT ARQ-CSV.
           IF WS-STATUS-CSV NOT = "00"
               CLOSE ARQ-CSV
               DISPLAY "IMPORTINF: informes.csv nao encontrado"
               MOVE 08 TO LNK-INF-RC
               GOBACK
           END-IF.

           PERFORM CARREGA-TITULARES.

           OPEN OUTPUT ARQ-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "IMPORTACAO DOS INFORMES DE RENDIMENTOS - "
                  "ANO-CALENDARIO " LNK-INF-ANO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "N" TO WS-FIM-ARQ.
           PERFORM IMPORTA-LINHA UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-CSV.

           IF WS-ITENS = 0
               MOVE 04 TO LNK-INF-RC
           ELSE
               PERFORM REGRAVA-INFORMES
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
                   MOVE WFS-STK24-CPF TO WS-TIT-CPF(WS-TIT-TOTAL)
                   MOVE "N" TO WS-TIT-NO-CSV(WS-TIT-TOTAL)
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
               INTO WS-CSV-CPF WS-CSV-CNPJ WS-CSV-TIPO WS-CSV-BRUTO
                    WS-CSV-IRRF WS-CSV-NOME
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-CSV-TIPO) TO WS-CSV-TIPO.

           MOVE SPACES      TO STK51-REGISTER.
           MOVE LNK-INF-ANO TO WFS-STK51-ANO.
           MOVE 0           TO WFS-STK51-BRUTO WFS-STK51-IRRF.

           EVALUATE WS-CSV-TIPO
               WHEN "DIV "
                   MOVE "D" TO WFS-STK51-TIPO
               WHEN "JCP "
                   MOVE "J" TO WFS-STK51-TIPO
               WHEN "FII "
                   MOVE "F" TO WFS-STK51-TIPO
               WHEN OTHER
                   ADD 1 TO WS-IGNORADAS
                   MOVE SPACES TO REL-LINHA
                   STRING "IGNORADA   ;" CSV-LINHA
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WS-CSV-CPF TO WS-VALOR-TXT.
           PERFORM EXTRAI-DIGITOS.
           MOVE "N" TO WS-TIT-ACHADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-TIT-TOTAL
               IF WS-TIT-CPF(WS-IDX) = WS-DIGITOS(1:11)
                   MOVE WS-TIT-CODIGO(WS-IDX) TO WFS-STK51-TITULAR
                   MOVE "S" TO WS-TIT-ACHADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TIT-ACHADO = "N"
               MOVE "CPF NAO CADASTRADO" TO WS-MOTIVO
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CSV-CNPJ TO WS-VALOR-TXT.
           PERFORM EXTRAI-DIGITOS.
           MOVE WS-DIGITOS TO WFS-STK51-CNPJ.
           IF WFS-STK51-CNPJ = SPACES
               MOVE "SEM CNPJ" TO WS-MOTIVO
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CSV-BRUTO TO WS-VALOR-TXT.
           PERFORM CONVERTE-VALOR.
           IF WS-VALOR-TXT = SPACES
               MOVE "VALOR BRUTO INVALIDO" TO WS-MOTIVO
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALOR TO WFS-STK51-BRUTO.
      *    IRRF em branco vale zero (dividendos e FII isentos).
           MOVE WS-CSV-IRRF TO WS-VALOR-TXT.
           PERFORM CONVERTE-VALOR.
           MOVE WS-VALOR TO WFS-STK51-IRRF.
           MOVE WS-CSV-NOME TO WFS-STK51-NOME.

           IF WS-ITENS NOT < 1000
               MOVE "LIMITE DE LINHAS" TO WS-MOTIVO
               PERFORM REJEITA-LINHA
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ITENS.
           MOVE STK51-REGISTER TO WS-ITEM(WS-ITENS).
           MOVE "S" TO WS-TIT-NO-CSV(WS-IDX).
           ADD 1 TO WS-IMPORTADAS.
           MOVE WFS-STK51-BRUTO TO WS-BRUTO-MASK.
           MOVE WFS-STK51-IRRF  TO WS-IRRF-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING "IMPORTADA  ;" WFS-STK51-TITULAR ";" WFS-STK51-CNPJ
                  ";" WS-CSV-TIPO(1:3) ";" WS-BRUTO-MASK
                  ";" WS-IRRF-MASK ";" WFS-STK51-NOME
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       EXTRAI-DIGITOS.
      *    So os digitos de CPF/CNPJ (o informe traz 000.000.000-00
      *    e 00.000.000/0000-00).
           MOVE SPACES TO WS-DIGITOS.
           MOVE 0 TO WS-POS-DEST.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 20
               MOVE WS-VALOR-TXT(WS-POS:1) TO WS-CARACTER
               IF WS-CARACTER IS NUMERIC AND WS-POS-DEST < 14
                   ADD 1 TO WS-POS-DEST
                   MOVE WS-CARACTER TO WS-DIGITOS(WS-POS-DEST:1)
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
           STRING "REJEITADA  ;" WS-MOTIVO ";" CSV-LINHA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       REGRAVA-INFORMES.
      *    Mantem os outros anos e os titulares ausentes do CSV, troca
      *    os do CSV pelos itens importados.
           OPEN OUTPUT ARQ-INF-TMP.
           OPEN INPUT STK51.
           IF WS-STATUS-STK51 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM COPIA-OUTROS-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK51.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-ITENS
               WRITE INF-TMP-REG FROM WS-ITEM(WS-IDX)
           END-PERFORM.
           CLOSE ARQ-INF-TMP.

           OPEN OUTPUT STK51.
           OPEN INPUT ARQ-INF-TMP.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-INF-TMP AT END MOVE "S" TO WS-FIM-ARQ
               END-READ
               IF WS-STATUS-TMP = "00"
                   WRITE STK51-REGISTER FROM INF-TMP-REG
               ELSE
                   MOVE "S" TO WS-FIM-ARQ
               END-IF
           END-PERFORM.
           CLOSE STK51 ARQ-INF-TMP.
           CALL "CBL_DELETE_FILE" USING "informes.tmp".

       COPIA-OUTROS-SEQ.
           READ STK51 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK51 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK51-ANO = LNK-INF-ANO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX > WS-TIT-TOTAL
                   IF WS-TIT-CODIGO(WS-IDX) = WFS-STK51-TITULAR
                      AND WS-TIT-NO-CSV(WS-IDX) = "S"
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF.
           WRITE INF-TMP-REG FROM STK51-REGISTER.
           ADD 1 TO WS-MANTIDAS.
