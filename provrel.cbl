      * classes pela marca de STK03-CORP-ACTION: dividendos ("D") e   *
      * rendimentos de FII ("F") entre os isentos, e JCP ("J") em     *
      * tributacao exclusiva, com os 15% retidos na fonte lidos de    *
      * STK03-IRRF; dividendos e JCP de BDR (tipo "B" do cadastro)    *
      * formam uma quarta classe, de rendimento do exterior sujeito   *
      * ao carne-leao. Dividendos mostram bruto, IRRF de 10% da Lei   *
      * 15.270/2025 (acima de R$ 50.000 por fonte/mes) e liquido; o   *
      * IRRF integral vem do razao de dividendos (divretido.dat),     *
      * que nao tem o teto de STK03-IRRF, e os pagamentos cujo        *
      * informe da corretora divergiu do apurado sao listados ao      *
      * final. Como o fechamento de mes arquiva o diario, o           *
      * programa varre o stk03.dat vivo e os arquivos mortos. Com o   *
      * catalogo de mortos (catalogo.dat, mantido por ARQUIVA-MES)    *
      * presente, a varredura e dirigida pela faixa de datas real de  *
       FILE-CONTROL.
           COPY 'control_stk09'.                *> Cadastro de ativos
           COPY 'control_catalogo'.             *> Catalogo de mortos
           COPY 'control_stk25'.                *> Dividendos retidos

           SELECT STK03A ASSIGN TO WS-ARQ-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           COPY 'stk09'.
       FD ARQ-CATALOGO.
           COPY 'catalogo'.
       FD STK25.
           COPY 'stk25'.
       FD ARQ-PROV.
       01 PROV-LINHA                PIC X(132).
       SD ARQ-SRT.
           05 SRT-PROV-MES          PIC 9(02).
           05 SRT-PROV-TIPO         PIC X(01).
           05 SRT-PROV-BRUTO        PIC 9(07)V99.
           05 SRT-PROV-IRRF         PIC 9(07)V99.
           05 SRT-PROV-LIQUIDO      PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 WS-CAT-PRESENTE           PIC X(01).
       77 WS-CAT-FIM                PIC X(01).
       77 WS-STATUS-STK09           PIC X(02).
       77 WS-STATUS-STK25           PIC X(02).
       77 WS-RET-TOTAL              PIC 9(04) VALUE 0.
       77 WS-RET-IDX                PIC 9(04).
       77 WS-RET-DIVERGENTES        PIC 9(04) VALUE 0.
       77 WS-RET-COMP-MASK          PIC 9(06).
       77 WS-STATUS-PROV            PIC X(02).
       77 WS-ARQ-NOME               PIC X(30).
       77 WS-PROV-NOME              PIC X(24).
       01 WS-MESES-TICKER.
           05 WS-MES-VALOR          PIC 9(08)V99 OCCURS 12 TIMES.

      *    Pagamentos de dividendo do ano no razao, para o IRRF sem
      *    o teto de STK03-IRRF (chave do lancamento + conta).
       01 WS-TAB-RETIDOS.
           05 WS-RET-ENT OCCURS 1000 TIMES.
               10 WS-RET-KEY        PIC 9(12).
               10 WS-RET-ACCOUNT    PIC X(10).
               10 WS-RET-IRRF       PIC 9(09)V99.

       01 WS-KEY-DISPLAY.
           05 WS-KEY-ANO            PIC 9(02).
           05 WS-KEY-MES            PIC 9(02).
                  INTO WS-PROV-NOME
           END-STRING.

           PERFORM CARREGA-RETIDOS.

      *    A ordenacao por tipo agrupa as classes na ordem D, F, J,
      *    X: dividendos e rendimentos de FII (isentos) primeiro, JCP
      *    (tributacao exclusiva) em seguida e os proventos de BDR
      *    (carne-leao) por ultimo. O cadastro fica aberto nas duas
      *    pontas: a coleta separa o BDR e a impressao busca o nome.
           OPEN INPUT STK09.
           SORT ARQ-SRT
                ON ASCENDING KEY SRT-PROV-TIPO SRT-PROV-TICKER
                                 SRT-PROV-MES
                INPUT PROCEDURE IS COLETA-PROVENTOS
                OUTPUT PROCEDURE IS IMPRIME-PROVENTOS.
           IF WS-STATUS-STK09 NOT = "35"
               CLOSE STK09
           END-IF.
           GOBACK.

       COLETA-PROVENTOS.
                   MOVE STK03-CORP-ACTION TO SRT-PROV-TIPO
                   MOVE STK03-NET    TO SRT-PROV-BRUTO
                   MOVE STK03-IRRF   TO SRT-PROV-IRRF
                   IF STK03-CORP-ACTION = "D"
                       PERFORM BUSCA-IRRF-RETIDO
                   END-IF
                   IF STK03-CORP-ACTION NOT = "F"
                       PERFORM VERIFICA-PROVENTO-BDR
                   END-IF
                   COMPUTE SRT-PROV-LIQUIDO = STK03-NET - SRT-PROV-IRRF
                   RELEASE SRT-PROV-REC
               END-IF
           ELSE
           MOVE SPACES TO PROV-LINHA.
           WRITE PROV-LINHA.

           MOVE SPACES TO WS-TICKER-ANT.
           MOVE SPACE  TO WS-TIPO-ANT.
           MOVE "S"    TO WS-PRIMEIRO-REG.
           END-STRING.
           WRITE PROV-LINHA.

           PERFORM LISTA-RETIDOS-DIVERGENTES.
           CLOSE ARQ-PROV.

       RETORNA-PROVENTO.
           MOVE SPACES TO PROV-LINHA.
           EVALUATE WS-TIPO-ANT
               WHEN "D"
                   MOVE
               "DIVIDENDOS (IRRF 10% ACIMA DE R$ 50.000/MES POR FONTE)"
                     TO PROV-LINHA
               WHEN "F"
                   MOVE "RENDIMENTOS ISENTOS - RENDIMENTOS DE FII"
                   MOVE
               "TRIBUTACAO EXCLUSIVA - JCP (IR 15% RETIDO NA FONTE)"
                     TO PROV-LINHA
               WHEN "X"
                   STRING "BDR - DIVIDENDOS E JCP DO EXTERIOR "
                          "(CARNE-LEAO, DARF 0190)" DELIMITED BY SIZE
                          INTO PROV-LINHA
                   END-STRING
           END-EVALUATE.
           WRITE PROV-LINHA.
           MOVE SPACES TO PROV-LINHA.
               END-IF
           END-PERFORM.

      *    Nas classes de JCP e de dividendos o bruto e o imposto
      *    retido interessam a declaracao; no rendimento de FII o
      *    liquido e o proprio bruto.
           IF WS-TIPO-ANT = "J" OR WS-TIPO-ANT = "D"
               MOVE WS-TICKER-BRUTO TO WS-VALOR-MASK
               MOVE SPACES TO PROV-LINHA
               STRING "  TOTAL BRUTO: R$ " DELIMITED BY SIZE
           MOVE SPACES TO PROV-LINHA.
           WRITE PROV-LINHA.

       VERIFICA-PROVENTO-BDR.
      *    Dividendo ou JCP de BDR nao tem retencao no Brasil: vai
      *    para a classe "X", tributada pelo carne-leao mensal.
           IF WS-STATUS-STK09 = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE STK03-TICKER TO WFS-STK09-TICKER.
           READ STK09 KEY IS WFS-STK09-TICKER.
           IF WS-STATUS-STK09 = "00" AND WFS-STK09-BDR
               MOVE "X" TO SRT-PROV-TIPO
               MOVE 0   TO SRT-PROV-IRRF
           END-IF.

       BUSCA-CADASTRO-ATIVO.
           MOVE SPACES TO WS-ATIVO-NOME WS-ATIVO-CNPJ.
           IF WS-STATUS-STK09 NOT = "35"
                   MOVE WFS-STK09-CNPJ TO WS-ATIVO-CNPJ
               END-IF
           END-IF.

       CARREGA-RETIDOS.
      *    Razao de dividendos do ano pedido (competencia AAAAMM).
           MOVE 0 TO WS-RET-TOTAL.
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
               IF WFS-STK25-COMP(1:4) = LNK-PROV-ANO
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
                   MOVE WS-RET-IRRF(WS-RET-IDX) TO SRT-PROV-IRRF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LISTA-RETIDOS-DIVERGENTES.
      *    Pagamentos de dividendo do ano em que o IRRF do informe da
      *    corretora nao bateu com o apurado (detalhe em irrfdiv.rel).
           OPEN INPUT STK25.
           IF WS-STATUS-STK25 NOT = "00"
               CLOSE STK25
               EXIT PARAGRAPH
           END-IF.
           MOVE 0   TO WS-RET-DIVERGENTES.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM LISTA-RETIDOS-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK25.

       LISTA-RETIDOS-SEQ.
           READ STK25 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK25 = "00"
               IF WFS-STK25-COMP(1:4) = LNK-PROV-ANO
                  AND WFS-STK25-DIVERGE = "S"
                   IF WS-RET-DIVERGENTES = 0
                       MOVE SPACES TO PROV-LINHA
                       WRITE PROV-LINHA
                       MOVE
               "DIVIDENDOS COM IRRF DO INFORME DIFERENTE DO APURADO"
                         TO PROV-LINHA
                       WRITE PROV-LINHA
                   END-IF
                   ADD 1 TO WS-RET-DIVERGENTES
                   MOVE WFS-STK25-COMP TO WS-RET-COMP-MASK
                   MOVE WFS-STK25-IRRF TO WS-VALOR-MASK
                   MOVE SPACES TO PROV-LINHA
                   STRING "  " WFS-STK25-TICKER " CONTA "
                          WFS-STK25-ACCOUNT " COMPETENCIA "
                          WS-RET-COMP-MASK " IRRF APURADO R$ "
                          WS-VALOR-MASK
                          DELIMITED BY SIZE
                          INTO PROV-LINHA
                   END-STRING
                   WRITE PROV-LINHA
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.
