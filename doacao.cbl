       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOACAO.
      *****************************************************************
      * Doacao e heranca de ativos entre titulares, chamado pela      *
      * transferencia de custodia do STOCKS depois de movimentada a   *
      * posicao (STK02/STK03). Funcoes da chamada:                    *
      *   "G" - grava a transferencia: o ganho de capital do doador   *
      *         (ou do espolio, na heranca) e a diferenca entre o     *
      *         valor declarado e o custo medio da quantidade         *
      *         transferida; transferir ao custo nao gera ganho e     *
      *         valor abaixo do custo nao gera perda compensavel. O   *
      *         imposto sai pelas faixas do ganho de capital (15% ate *
      *         R$ 5 milhoes, 17,5% ate 10, 20% ate 30 e 22,5% acima) *
      *         num DARF 4600 do titular de origem em STK11, com      *
      *         vencimento no ultimo dia util do mes seguinte (o      *
      *         DARF abaixo de R$ 10,00 nao e gerado - fica anotado). *
      *         A base do ITCMD e o valor de mercado na data (ultimo  *
      *         fechamento ate a data na serie STK14, sem cotacao o   *
      *         valor declarado) e o registro vai a doacoes.dat       *
      *         (STK46) com a UF do imposto. Memoria em doacao.rel.   *
      *   "R" - relatorio do ano: cada doacao/heranca e a base do     *
      *         ITCMD somada por UF e por titular que recebeu, em     *
      *         itcmd_AAAA.txt. O ITCMD e estadual: o sistema so      *
      *         levanta a base, a aliquota e a guia sao de cada UF.   *
      *                                                               *
      * Chamada: DOACAO USING LNK-DOACAO-PARM                         *
      *   RC 00 ok, 04 nenhuma transferencia no ano (funcao "R")      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk11'.                *> Dados do DARF
           COPY 'control_stk14'.                *> Cotacoes
           COPY 'control_stk46'.                *> Doacoes e herancas

           SELECT ARQ-REL ASSIGN TO WS-REL-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK11.
           COPY 'stk11'.
       FD STK14.
           COPY 'stk14'.
       FD STK46.
           COPY 'stk46'.
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK11           PIC X(02).
       77 WS-STATUS-STK14           PIC X(02).
       77 WS-STATUS-STK46           PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-REL-NOME               PIC X(20).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-COT-FIM                PIC X(01).
       77 WS-COT-ACHADA             PIC X(01).
       77 WS-COT-PRECO              PIC 9(07)V99.
       77 WS-COT-DATA               PIC 9(08).
       77 WS-DARF-MINIMO            PIC 9(03)V99 VALUE 10,00.
       77 WS-AUDIT-ARQUIVO          PIC X(05).
       77 WS-AUDIT-ACAO             PIC X(03).
       77 WS-AUDIT-IMAGEM           PIC X(120).
       77 WS-IDX                    PIC 9(03) COMP.
       77 WS-J                      PIC 9(03) COMP.
       77 WS-UF-USADAS              PIC 9(03) COMP VALUE 0.
       77 WS-DEST-USADOS            PIC 9(03) COMP VALUE 0.
       77 WS-LIDAS                  PIC 9(05) VALUE 0.
       77 WS-TOT-BASE               PIC 9(11)V99.
       77 WS-TOT-GANHO              PIC 9(11)V99.
       77 WS-TOT-IMPOSTO            PIC 9(09)V99.
       77 WS-ANO-REG                PIC 9(04).
       77 WS-VAL-MASK               PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-VAL2-MASK              PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-VAL3-MASK              PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-PM-MASK                PIC Z.ZZZ.ZZ9,99.
       77 WS-QTY-MASK               PIC ZZZ.ZZ9.
       77 WS-N-MASK                 PIC ZZZZ9.

      *    Faixas do ganho de capital (ate, aliquota), as mesmas do
      *    FECHAMES para os criptoativos.
       01 WS-TAB-GCAP-VAL.
           05 FILLER            PIC X(16) VALUE "0005000000000150".
           05 FILLER            PIC X(16) VALUE "0010000000000175".
           05 FILLER            PIC X(16) VALUE "0030000000000200".
           05 FILLER            PIC X(16) VALUE "9999999999990225".
       01 WS-TAB-GCAP REDEFINES WS-TAB-GCAP-VAL.
           05 WS-GCAP-FAIXA OCCURS 4 TIMES.
               10 WS-GCAP-ATE       PIC 9(10)V99.
               10 WS-GCAP-ALIQ      PIC 9V999.
       77 WS-GCAP-IDX               PIC 9(01).
       77 WS-GCAP-PISO              PIC 9(10)V99.
       77 WS-GCAP-PARTE             PIC 9(10)V99.

       01 WS-DATA-TRF               PIC 9(08).
       01 WS-DATA-TRF-R REDEFINES WS-DATA-TRF.
           05 WS-TRF-ANO            PIC 9(04).
           05 WS-TRF-MES            PIC 9(02).
           05 WS-TRF-DIA            PIC 9(02).

       01 WS-DARF-VENC.
           05 WS-DARF-ANO           PIC 9(02).
           05 WS-DARF-MES           PIC 9(02).
           05 WS-DARF-VENC-DIA      PIC 9(02).
       77 WS-DARF-QUO               PIC 9(02).
       77 WS-DARF-REM               PIC 9(02).
       01 WS-TAB-DIAS.
           05 WS-MES-DIAS       PIC 9(02) OCCURS 12 TIMES.

       77 WS-DU-DATA                PIC 9(08).
       77 WS-DU-OPERACAO            PIC X(01).
       77 WS-DU-DIAS                PIC 9(02).
       01 WS-DU-RESULT              PIC 9(08).
       01 WS-DU-RESULT-R REDEFINES WS-DU-RESULT.
           05 WS-DU-R-ANO           PIC 9(04).
           05 WS-DU-R-MES           PIC 9(02).
           05 WS-DU-R-DIA           PIC 9(02).

      *    Base do ITCMD do ano por UF e por titular que recebeu.
       01 WS-TAB-UF.
           05 WS-UF-ENT OCCURS 30 TIMES.
               10 WS-UF-COD         PIC X(02).
               10 WS-UF-QTD         PIC 9(05).
               10 WS-UF-BASE        PIC 9(11)V99.
       01 WS-TAB-DEST.
           05 WS-DST-ENT OCCURS 100 TIMES.
               10 WS-DST-UF         PIC X(02).
               10 WS-DST-TIT        PIC X(03).
               10 WS-DST-BASE       PIC 9(11)V99.

       LINKAGE SECTION.
       01 LNK-DOACAO-PARM.
           05 LNK-DOA-MODO          PIC X(01).
           05 LNK-DOA-DATA          PIC 9(08).
           05 LNK-DOA-TIPO          PIC X(01).
           05 LNK-DOA-TIT-ORIG      PIC X(03).
           05 LNK-DOA-TIT-DEST      PIC X(03).
           05 LNK-DOA-CONTA-ORIG    PIC X(10).
           05 LNK-DOA-CONTA-DEST    PIC X(10).
           05 LNK-DOA-TICKER        PIC X(10).
           05 LNK-DOA-QTY           PIC 9(06).
           05 LNK-DOA-PM            PIC 9(07)V99.
           05 LNK-DOA-VALOR-DECL    PIC 9(09)V99.
           05 LNK-DOA-UF            PIC X(02).
           05 LNK-DOA-OPERADOR      PIC X(08).
           05 LNK-DOA-ANO           PIC 9(04).
           05 LNK-DOA-CUSTO         PIC 9(09)V99.
           05 LNK-DOA-GANHO         PIC 9(09)V99.
           05 LNK-DOA-IMPOSTO       PIC 9(07)V99.
           05 LNK-DOA-BASE-ITCMD    PIC 9(09)V99.
           05 LNK-DOA-DARF          PIC X(01).
           05 LNK-DOA-RC            PIC 9(02).

       PROCEDURE DIVISION USING LNK-DOACAO-PARM.
       MAIN-SECTION.
           MOVE 0 TO LNK-DOA-RC.
           EVALUATE LNK-DOA-MODO
               WHEN "G"
                   PERFORM GRAVA-DOACAO
               WHEN "R"
                   PERFORM RELATORIO-ITCMD
           END-EVALUATE.
           GOBACK.

       GRAVA-DOACAO.
           MOVE LNK-DOA-DATA TO WS-DATA-TRF.
           COMPUTE LNK-DOA-CUSTO ROUNDED = LNK-DOA-QTY * LNK-DOA-PM.
           MOVE 0   TO LNK-DOA-GANHO LNK-DOA-IMPOSTO.
           MOVE "N" TO LNK-DOA-DARF.
           IF LNK-DOA-VALOR-DECL > LNK-DOA-CUSTO
               COMPUTE LNK-DOA-GANHO = LNK-DOA-VALOR-DECL
                                      - LNK-DOA-CUSTO
               PERFORM CALCULA-IMPOSTO-GCAP
           END-IF.

           PERFORM BUSCA-COTACAO-DATA.
           IF WS-COT-ACHADA = "S"
               COMPUTE LNK-DOA-BASE-ITCMD ROUNDED =
                       LNK-DOA-QTY * WS-COT-PRECO
           ELSE
               MOVE LNK-DOA-VALOR-DECL TO LNK-DOA-BASE-ITCMD
           END-IF.

           IF LNK-DOA-IMPOSTO >= WS-DARF-MINIMO
               PERFORM GERA-DARF-GCAP
               MOVE "S" TO LNK-DOA-DARF
           END-IF.

           OPEN EXTEND STK46.
           IF WS-STATUS-STK46 = "35"
               OPEN OUTPUT STK46
           END-IF.
           MOVE LNK-DOA-DATA        TO WFS-STK46-DATA.
           MOVE LNK-DOA-TIPO        TO WFS-STK46-TIPO.
           MOVE LNK-DOA-TIT-ORIG    TO WFS-STK46-TIT-ORIG.
           MOVE LNK-DOA-TIT-DEST    TO WFS-STK46-TIT-DEST.
           MOVE LNK-DOA-CONTA-ORIG  TO WFS-STK46-CONTA-ORIG.
           MOVE LNK-DOA-CONTA-DEST  TO WFS-STK46-CONTA-DEST.
           MOVE LNK-DOA-TICKER      TO WFS-STK46-TICKER.
           MOVE LNK-DOA-QTY         TO WFS-STK46-QTY.
           MOVE LNK-DOA-CUSTO       TO WFS-STK46-CUSTO.
           MOVE LNK-DOA-VALOR-DECL  TO WFS-STK46-VALOR-DECL.
           MOVE LNK-DOA-GANHO       TO WFS-STK46-GANHO.
           MOVE LNK-DOA-IMPOSTO     TO WFS-STK46-IMPOSTO.
           MOVE LNK-DOA-UF          TO WFS-STK46-UF.
           MOVE LNK-DOA-BASE-ITCMD  TO WFS-STK46-BASE-ITCMD.
           MOVE LNK-DOA-DARF        TO WFS-STK46-DARF.
           WRITE STK46-REGISTER.
           CLOSE STK46.

           MOVE "STK46"         TO WS-AUDIT-ARQUIVO.
           MOVE "INC"           TO WS-AUDIT-ACAO.
           MOVE STK46-REGISTER  TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

           PERFORM GRAVA-MEMORIA.

       CALCULA-IMPOSTO-GCAP.
      *    Imposto por faixas sobre o ganho da transferencia, a mesma
      *    aritmetica de APURA-CATEGORIA-CRIPTO do FECHAMES.
           MOVE 0 TO WS-GCAP-PISO.
           PERFORM VARYING WS-GCAP-IDX FROM 1 BY 1
                     UNTIL WS-GCAP-IDX > 4
                        OR LNK-DOA-GANHO <= WS-GCAP-PISO
               IF LNK-DOA-GANHO > WS-GCAP-ATE(WS-GCAP-IDX)
                   COMPUTE WS-GCAP-PARTE = WS-GCAP-ATE(WS-GCAP-IDX)
                                         - WS-GCAP-PISO
               ELSE
                   COMPUTE WS-GCAP-PARTE = LNK-DOA-GANHO
                                         - WS-GCAP-PISO
               END-IF
               COMPUTE LNK-DOA-IMPOSTO ROUNDED = LNK-DOA-IMPOSTO
                       + WS-GCAP-PARTE * WS-GCAP-ALIQ(WS-GCAP-IDX)
               MOVE WS-GCAP-ATE(WS-GCAP-IDX) TO WS-GCAP-PISO
           END-PERFORM.

       BUSCA-COTACAO-DATA.
      *    Ultimo fechamento do ticker ate a data da transferencia.
           MOVE "N" TO WS-COT-ACHADA.
           MOVE 0   TO WS-COT-PRECO WS-COT-DATA.
           OPEN INPUT STK14.
           IF WS-STATUS-STK14 = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-DOA-TICKER TO WFS-STK14-TICKER.
           MOVE 0              TO WFS-STK14-DATA.
           START STK14 KEY IS NOT LESS THAN WFS-STK14-KEY.
           IF WS-STATUS-STK14 = "00"
               MOVE "N" TO WS-COT-FIM
               PERFORM BUSCA-COTACAO-SEQ UNTIL WS-COT-FIM = "S"
           END-IF.
           CLOSE STK14.

       BUSCA-COTACAO-SEQ.
           READ STK14 NEXT RECORD AT END MOVE "S" TO WS-COT-FIM.
           IF WS-STATUS-STK14 = "00"
               IF WFS-STK14-TICKER = LNK-DOA-TICKER
                  AND WFS-STK14-DATA <= LNK-DOA-DATA
                   MOVE "S" TO WS-COT-ACHADA
                   MOVE WFS-STK14-FECHAMENTO TO WS-COT-PRECO
                   MOVE WFS-STK14-DATA       TO WS-COT-DATA
               ELSE
                   MOVE "S" TO WS-COT-FIM
               END-IF
           ELSE
               MOVE "S" TO WS-COT-FIM
           END-IF.

       GERA-DARF-GCAP.
      *    DARF 4600 do titular de origem, competencia do mes da
      *    transferencia.
           PERFORM CALCULA-VENCIMENTO-DARF.
           OPEN EXTEND STK11.
           IF WS-STATUS-STK11 = "35"
               OPEN OUTPUT STK11
           END-IF.
           MOVE WS-TRF-MES       TO WFS-STK11-COMP-MES.
           COMPUTE WFS-STK11-COMP-ANO = WS-TRF-ANO - 2000.
           MOVE "4600"           TO WFS-STK11-CODIGO.
           MOVE LNK-DOA-IMPOSTO  TO WFS-STK11-VALOR.
           MOVE WS-DARF-VENC-DIA TO WFS-STK11-VENC-DIA.
           MOVE WS-DARF-MES      TO WFS-STK11-VENC-MES.
           MOVE WS-DARF-ANO      TO WFS-STK11-VENC-ANO.
           MOVE SPACES           TO WFS-STK11-ORIGEM.
           IF LNK-DOA-TIPO = "H"
               STRING "GANHO HERANCA " LNK-DOA-TICKER
                      DELIMITED BY SIZE INTO WFS-STK11-ORIGEM
               END-STRING
           ELSE
               STRING "GANHO DOACAO " LNK-DOA-TICKER
                      DELIMITED BY SIZE INTO WFS-STK11-ORIGEM
               END-STRING
           END-IF.
           MOVE LNK-DOA-TIT-ORIG TO WFS-STK11-TITULAR.
           WRITE STK11-REGISTER.
           CLOSE STK11.

           MOVE "STK11"         TO WS-AUDIT-ARQUIVO.
           MOVE "INC"           TO WS-AUDIT-ACAO.
           MOVE STK11-REGISTER  TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

       CALCULA-VENCIMENTO-DARF.
      *    Ultimo dia util do mes seguinte ao da transferencia, pelo
      *    calendario de feriados (DIAUTIL) - a regra do FECHAMES.
           IF WS-TRF-MES = 12
               MOVE 1 TO WS-DARF-MES
               COMPUTE WS-DARF-ANO = WS-TRF-ANO - 2000 + 1
           ELSE
               COMPUTE WS-DARF-MES = WS-TRF-MES + 1
               COMPUTE WS-DARF-ANO = WS-TRF-ANO - 2000
           END-IF.
           PERFORM CARREGA-DIAS-MES.
           MOVE WS-MES-DIAS(WS-DARF-MES) TO WS-DARF-VENC-DIA.

           COMPUTE WS-DU-DATA = (2000 + WS-DARF-ANO) * 10000
                               + WS-DARF-MES * 100
                               + WS-DARF-VENC-DIA.
           MOVE "A" TO WS-DU-OPERACAO.
           MOVE 0   TO WS-DU-DIAS.
           CALL 'DIAUTIL' USING WS-DU-DATA, WS-DU-OPERACAO,
                                WS-DU-DIAS, WS-DU-RESULT.
           COMPUTE WS-DARF-ANO = WS-DU-R-ANO - 2000.
           MOVE WS-DU-R-MES TO WS-DARF-MES.
           MOVE WS-DU-R-DIA TO WS-DARF-VENC-DIA.

       CARREGA-DIAS-MES.
           MOVE 31 TO WS-MES-DIAS(1).
           MOVE 28 TO WS-MES-DIAS(2).
           MOVE 31 TO WS-MES-DIAS(3).
           MOVE 30 TO WS-MES-DIAS(4).
           MOVE 31 TO WS-MES-DIAS(5).
           MOVE 30 TO WS-MES-DIAS(6).
           MOVE 31 TO WS-MES-DIAS(7).
           MOVE 31 TO WS-MES-DIAS(8).
           MOVE 30 TO WS-MES-DIAS(9).
           MOVE 31 TO WS-MES-DIAS(10).
           MOVE 30 TO WS-MES-DIAS(11).
           MOVE 31 TO WS-MES-DIAS(12).
           DIVIDE WS-DARF-ANO BY 4 GIVING WS-DARF-QUO
                                  REMAINDER WS-DARF-REM.
           IF WS-DARF-REM = 0
               MOVE 29 TO WS-MES-DIAS(2)
           END-IF.

       GRAVA-AUDITORIA.
           CALL 'GRAVAUDIT' USING LNK-DOA-OPERADOR, WS-AUDIT-ARQUIVO,
                                  WS-AUDIT-ACAO, WS-AUDIT-IMAGEM.
           MOVE SPACES TO WS-AUDIT-IMAGEM.

       GRAVA-MEMORIA.
      *    Memoria da transferencia para conferencia na tela do
      *    STOCKS e para o arquivo do contribuinte.
           MOVE "doacao.rel" TO WS-REL-NOME.
           OPEN OUTPUT ARQ-REL.
           MOVE SPACES TO REL-LINHA.
           IF LNK-DOA-TIPO = "H"
               STRING "TRANSFERENCIA POR HERANCA EM " WS-TRF-DIA "/"
                      WS-TRF-MES "/" WS-TRF-ANO
                      DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           ELSE
               STRING "TRANSFERENCIA POR DOACAO EM " WS-TRF-DIA "/"
                      WS-TRF-MES "/" WS-TRF-ANO
                      DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           END-IF.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "DE  TITULAR " LNK-DOA-TIT-ORIG
                  " CONTA " LNK-DOA-CONTA-ORIG
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PARA TITULAR " LNK-DOA-TIT-DEST
                  " CONTA " LNK-DOA-CONTA-DEST
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE LNK-DOA-QTY TO WS-QTY-MASK.
           MOVE LNK-DOA-PM  TO WS-PM-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING "ATIVO " LNK-DOA-TICKER " QUANTIDADE " WS-QTY-MASK
                  " PRECO MEDIO DO DOADOR " WS-PM-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE LNK-DOA-CUSTO TO WS-VAL-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING "CUSTO DE AQUISICAO DO DOADOR    " WS-VAL-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE LNK-DOA-VALOR-DECL TO WS-VAL-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR DECLARADO NA TRANSFERENCIA" WS-VAL-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE LNK-DOA-GANHO TO WS-VAL-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING "GANHO DE CAPITAL DO DOADOR      " WS-VAL-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE LNK-DOA-IMPOSTO TO WS-VAL-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING "IMPOSTO (DARF 4600)             " WS-VAL-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           EVALUATE TRUE
               WHEN LNK-DOA-DARF = "S"
                   STRING "  DARF GERADO EM NOME DO TITULAR "
                          LNK-DOA-TIT-ORIG ", VENCIMENTO "
                          WS-DARF-VENC-DIA "/" WS-DARF-MES "/20"
                          WS-DARF-ANO
                          DELIMITED BY SIZE INTO REL-LINHA
                   END-STRING
               WHEN LNK-DOA-IMPOSTO > 0
                   MOVE "  IMPOSTO ABAIXO DE R$ 10,00 - DARF NAO GERADO"
                     TO REL-LINHA
               WHEN OTHER
                   MOVE "  TRANSFERENCIA SEM GANHO - NADA A RECOLHER"
                     TO REL-LINHA
           END-EVALUATE.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           COMPUTE WS-COT-PRECO ROUNDED = LNK-DOA-VALOR-DECL
                                         / LNK-DOA-QTY.
           MOVE WS-COT-PRECO TO WS-PM-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING "NOVO CUSTO DO RECEBEDOR: " WS-PM-MASK
                  " POR UNIDADE (VALOR DECLARADO)"
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE LNK-DOA-BASE-ITCMD TO WS-VAL-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING "BASE DO ITCMD (UF " LNK-DOA-UF "): " WS-VAL-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.

       RELATORIO-ITCMD.
           MOVE 0 TO WS-UF-USADAS WS-DEST-USADOS WS-LIDAS
                     WS-TOT-BASE WS-TOT-GANHO WS-TOT-IMPOSTO.
           MOVE SPACES TO WS-REL-NOME.
           STRING "itcmd_" LNK-DOA-ANO ".txt" DELIMITED BY SIZE
                  INTO WS-REL-NOME
           END-STRING.
           OPEN OUTPUT ARQ-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "DOACOES E HERANCAS ENTRE TITULARES - ANO "
                  LNK-DOA-ANO " - BASE DO ITCMD POR UF"
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "DATA     T ORIG DEST TICKER        QTDE         VALOR D
      -        "ECLARADO        GANHO DE CAPITAL   UF       BASE ITCMD"
             TO REL-LINHA.
           WRITE REL-LINHA.

           OPEN INPUT STK46.
           IF WS-STATUS-STK46 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM RELATORIO-ITCMD-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK46.

           IF WS-LIDAS = 0
               MOVE "NENHUMA DOACAO OU HERANCA NO ANO" TO REL-LINHA
               WRITE REL-LINHA
               CLOSE ARQ-REL
               MOVE 04 TO LNK-DOA-RC
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "BASE DO ITCMD POR UF" TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-UF-USADAS
               MOVE WS-UF-QTD(WS-IDX)  TO WS-N-MASK
               MOVE WS-UF-BASE(WS-IDX) TO WS-VAL-MASK
               MOVE SPACES TO REL-LINHA
               STRING "UF " WS-UF-COD(WS-IDX)
                      "  TRANSFERENCIAS " WS-N-MASK
                      "  BASE " WS-VAL-MASK
                      DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > WS-DEST-USADOS
                   IF WS-DST-UF(WS-J) = WS-UF-COD(WS-IDX)
                       MOVE WS-DST-BASE(WS-J) TO WS-VAL-MASK
                       MOVE SPACES TO REL-LINHA
                       STRING "    RECEBIDO PELO TITULAR "
                              WS-DST-TIT(WS-J) "  BASE " WS-VAL-MASK
                              DELIMITED BY SIZE INTO REL-LINHA
                       END-STRING
                       WRITE REL-LINHA
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-BASE    TO WS-VAL-MASK.
           MOVE WS-TOT-GANHO   TO WS-VAL2-MASK.
           MOVE WS-TOT-IMPOSTO TO WS-VAL3-MASK.
           STRING "TOTAL BASE ITCMD " WS-VAL-MASK
                  "  GANHO DE CAPITAL " WS-VAL2-MASK
                  "  IMPOSTO 4600 " WS-VAL3-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE "O ITCMD E APURADO E PAGO NA UF: ALIQUOTA, ISENCOES E GU
      -        "IA SEGUEM A LEGISLACAO DE CADA ESTADO" TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.

       RELATORIO-ITCMD-SEQ.
           READ STK46 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK46 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           DIVIDE WFS-STK46-DATA BY 10000 GIVING WS-ANO-REG.
           IF WS-ANO-REG NOT = LNK-DOA-ANO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIDAS.
           ADD WFS-STK46-BASE-ITCMD TO WS-TOT-BASE.
           ADD WFS-STK46-GANHO      TO WS-TOT-GANHO.
           ADD WFS-STK46-IMPOSTO    TO WS-TOT-IMPOSTO.

           MOVE WFS-STK46-QTY        TO WS-QTY-MASK.
           MOVE WFS-STK46-VALOR-DECL TO WS-VAL-MASK.
           MOVE WFS-STK46-GANHO      TO WS-VAL2-MASK.
           MOVE WFS-STK46-BASE-ITCMD TO WS-VAL3-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING WFS-STK46-DATA " " WFS-STK46-TIPO
                  " " WFS-STK46-TIT-ORIG "  " WFS-STK46-TIT-DEST
                  "  " WFS-STK46-TICKER " " WS-QTY-MASK
                  " " WS-VAL-MASK "        " WS-VAL2-MASK
                  "   " WFS-STK46-UF " " WS-VAL3-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

           MOVE 0 TO WS-J.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-UF-USADAS
               IF WS-UF-COD(WS-IDX) = WFS-STK46-UF
                   MOVE WS-IDX TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-J = 0 AND WS-UF-USADAS < 30
               ADD 1 TO WS-UF-USADAS
               MOVE WS-UF-USADAS TO WS-J
               MOVE WFS-STK46-UF TO WS-UF-COD(WS-J)
               MOVE 0 TO WS-UF-QTD(WS-J) WS-UF-BASE(WS-J)
           END-IF.
           IF WS-J NOT = 0
               ADD 1                    TO WS-UF-QTD(WS-J)
               ADD WFS-STK46-BASE-ITCMD TO WS-UF-BASE(WS-J)
           END-IF.

           MOVE 0 TO WS-J.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-DEST-USADOS
               IF WS-DST-UF(WS-IDX) = WFS-STK46-UF
                  AND WS-DST-TIT(WS-IDX) = WFS-STK46-TIT-DEST
                   MOVE WS-IDX TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-J = 0 AND WS-DEST-USADOS < 100
               ADD 1 TO WS-DEST-USADOS
               MOVE WS-DEST-USADOS     TO WS-J
               MOVE WFS-STK46-UF       TO WS-DST-UF(WS-J)
               MOVE WFS-STK46-TIT-DEST TO WS-DST-TIT(WS-J)
               MOVE 0 TO WS-DST-BASE(WS-J)
           END-IF.
           IF WS-J NOT = 0
               ADD WFS-STK46-BASE-ITCMD TO WS-DST-BASE(WS-J)
           END-IF.
