      * dia as liquidacoes de ordens ainda nao liquidadas             *
      * (STK03-SETTLE-DATE), os proventos previstos na agenda         *
      * (STK21, aplicados sobre a posicao corrente de cada conta) e   *
      * os DARFs a vencer nao pagos (STK11/STK07), estes na secao     *
      * (GERAL) por nao terem conta propria. Dia com saldo projetado  *
      * negativo sai marcado. Contratos de BTC ativos e lotes de      *
      * renda fixa nao carregam data futura de vencimento nos         *
      * arquivos, por isso ficam fora da projecao. Saida em           *
      * previsao.rel.                                                 *
      * A margem depositada em posicoes abertas de mercado futuro     *
      * (futpos.dat) entra hoje como debito: fica bloqueada na B3 e   *
      * nao esta disponivel para as liquidacoes da janela.            *
      * Contratos a termo em aberto (termo.dat) vencendo na janela    *
      * entram como debito do valor a termo na data do vencimento     *
      * (hoje, se ja vencidos sem liquidacao).                        *
      * Encargos recorrentes da conta (encargos.dat) com vencimento   *
      * ate o fim da janela e ainda nao lancados no caixa entram como *
      * debito na data prevista (hoje, se ja vencidos).               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'control_stk15'.                *> Caixa por conta
           COPY 'control_register'.             *> STK03
           COPY 'control_stk11'.                *> DARFs gerados
           COPY 'control_stk07'.                *> Pagamentos de imposto
           COPY 'control_stk21'.                *> Agenda de proventos
           COPY 'control_stk02'.                *> Custodia corrente
           COPY 'control_stk20'.                *> Contratos de BTC
           COPY 'control_stk29'.                *> Posicao em futuros
           COPY 'control_stk31'.                *> Contratos a termo
           COPY 'control_stk48'.                *> Encargos recorrentes

           SELECT STK15A ASSIGN TO WS-CX-ARQ-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           COPY 'register'.
       FD STK11.
           COPY 'stk11'.
       FD STK07.
           COPY 'stk07'.
       FD STK21.
           COPY 'stk21'.
       FD STK02.
           COPY 'stk02'.
       FD STK20.
           COPY 'stk20'.
       FD STK29.
           COPY 'stk29'.
       FD STK31.
           COPY 'stk31'.
       FD STK48.
           COPY 'stk48'.
       FD STK15A.
       01 STK15A-REG.
           05 STK15A-ACCOUNT         PIC X(10).
       77 WS-STATUS-STK15           PIC X(02).
       77 WS-STATUS-STK03           PIC X(02).
       77 WS-STATUS-STK11           PIC X(02).
       77 WS-STATUS-STK07           PIC X(02).
       77 WS-STATUS-STK21           PIC X(02).
       77 WS-STATUS-STK02           PIC X(02).
       77 WS-STATUS-STK20           PIC X(02).
       77 WS-STATUS-STK29           PIC X(02).
       77 WS-STATUS-STK31           PIC X(02).
       77 WS-STATUS-STK48           PIC X(02).
       77 WS-ENC-PERIODO            PIC 9(02).
       77 WS-ENC-RESTO              PIC 9(02).
       77 WS-ENC-DIF-MESES          PIC 9(05).
       77 WS-ENC-PREVISTA           PIC 9(08).
       77 WS-ENC-PROX-MES           PIC 9(08).
       77 WS-ENC-ULT-DIA            PIC 9(02).
       77 WS-ENC-COMP-LIM           PIC 9(06).
       77 WS-ENC-PARA               PIC X(01).
       77 WS-BTC-DIAS               PIC 9(05).
       77 WS-BTC-TAXA-VAL           PIC 9(09)V99.
       77 WS-STATUS-STK15A          PIC X(02).
           05 WS-MES                PIC 9(2).
           05 WS-DIA                PIC 9(2).

       01 WS-ENC-COMP               PIC 9(06).
       01 WS-ENC-COMP-R REDEFINES WS-ENC-COMP.
           05 WS-ENC-C-ANO          PIC 9(04).
           05 WS-ENC-C-MES          PIC 9(02).
       01 WS-ENC-INICIO             PIC 9(08).
       01 WS-ENC-INICIO-R REDEFINES WS-ENC-INICIO.
           05 WS-ENC-I-ANO          PIC 9(04).
           05 WS-ENC-I-MES          PIC 9(02).
           05 WS-ENC-I-DIA          PIC 9(02).

       01 WS-TAB-CONTAS.
           05 WS-CTA-ENT OCCURS 50 TIMES.
               10 WS-CTA-NOME       PIC X(10).
           END-IF.
           CLOSE STK20.

      *    Margem das posicoes abertas em futuros, bloqueada desde
      *    hoje ate o encerramento da posicao.
           OPEN INPUT STK29.
           IF WS-STATUS-STK29 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM COLETA-MARGEM-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK29.

      *    Termos em aberto vencendo na janela: o comprador paga o
      *    valor a termo no vencimento (a liquidacao antecipada ja
      *    vira ordem em STK03 e sai pelo fluxo das ordens).
           OPEN INPUT STK31.
           IF WS-STATUS-STK31 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM COLETA-TERMO-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK31.

      *    Encargos recorrentes: as competencias seguintes a ultima
      *    lancada, com a mesma regra de vencimento do lancamento
      *    mensal, ate o fim da janela.
           COMPUTE WS-ENC-COMP-LIM = WS-LIMITE / 100.
           OPEN INPUT STK48.
           IF WS-STATUS-STK48 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM COLETA-ENCARGO-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK48.

       COLETA-BTC-SEQ.
           READ STK20 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK20 = "00"
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       COLETA-MARGEM-SEQ.
           READ STK29 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK29 = "00"
               IF WFS-STK29-MARGEM > 0
                  AND (WFS-STK29-QTY-ANT NOT = 0
                       OR WFS-STK29-QTY-DIA NOT = 0)
                   MOVE WFS-STK29-ACCOUNT TO SRT-P-CONTA
                   MOVE WS-HOJE           TO SRT-P-DATA
                   COMPUTE SRT-P-VALOR = 0 - WFS-STK29-MARGEM
                   MOVE SPACES TO SRT-P-HIST
                   STRING "MARGEM " WFS-STK29-CONTRATO
                          DELIMITED BY SIZE INTO SRT-P-HIST
                   END-STRING
                   RELEASE SRT-PRV-REC
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       COLETA-TERMO-SEQ.
           READ STK31 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK31 = "00"
               IF WFS-STK31-ABERTO
                  AND WFS-STK31-DATA-VENC <= WS-LIMITE
                   MOVE WFS-STK31-ACCOUNT TO SRT-P-CONTA
                   IF WFS-STK31-DATA-VENC > WS-HOJE
                       MOVE WFS-STK31-DATA-VENC TO SRT-P-DATA
                   ELSE
                       MOVE WS-HOJE TO SRT-P-DATA
                   END-IF
                   COMPUTE SRT-P-VALOR =
                           0 - WFS-STK31-QTY * WFS-STK31-PRECO
                   MOVE SPACES TO SRT-P-HIST
                   STRING "TERMO " WFS-STK31-TICKER
                          DELIMITED BY SIZE INTO SRT-P-HIST
                   END-STRING
                   RELEASE SRT-PRV-REC
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       COLETA-ENCARGO-SEQ.
           READ STK48 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK48 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK48-DATA-INICIO TO WS-ENC-INICIO.
           IF WFS-STK48-ULT-COMP = 0
               COMPUTE WS-ENC-COMP = WS-ENC-I-ANO * 100 + WS-ENC-I-MES
           ELSE
               MOVE WFS-STK48-ULT-COMP TO WS-ENC-COMP
               PERFORM AVANCA-COMP-ENCARGO
           END-IF.
           EVALUATE TRUE
               WHEN WFS-STK48-TRIMESTRAL MOVE 3  TO WS-ENC-PERIODO
               WHEN WFS-STK48-SEMESTRAL  MOVE 6  TO WS-ENC-PERIODO
               WHEN WFS-STK48-ANUAL      MOVE 12 TO WS-ENC-PERIODO
               WHEN OTHER                MOVE 1  TO WS-ENC-PERIODO
           END-EVALUATE.
           MOVE "N" TO WS-ENC-PARA.
           PERFORM COLETA-ENCARGO-COMP UNTIL WS-ENC-PARA = "S".

       COLETA-ENCARGO-COMP.
           IF WS-ENC-COMP > WS-ENC-COMP-LIM
               MOVE "S" TO WS-ENC-PARA
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENC-C-MES = 12
               COMPUTE WS-ENC-PROX-MES = (WS-ENC-C-ANO + 1) * 10000
                                        + 101
           ELSE
               COMPUTE WS-ENC-PROX-MES = WS-ENC-C-ANO * 10000
                                        + (WS-ENC-C-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-ENC-ULT-DIA = FUNCTION MOD(
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ENC-PROX-MES) - 1),
                   100).
           IF WFS-STK48-DIA > WS-ENC-ULT-DIA
               COMPUTE WS-ENC-PREVISTA = WS-ENC-COMP * 100
                                        + WS-ENC-ULT-DIA
           ELSE
               COMPUTE WS-ENC-PREVISTA = WS-ENC-COMP * 100
                                        + WFS-STK48-DIA
           END-IF.
           IF WS-ENC-PREVISTA > WS-LIMITE
               MOVE "S" TO WS-ENC-PARA
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK48-DATA-FIM NOT = 0
              AND WS-ENC-PREVISTA > WFS-STK48-DATA-FIM
               MOVE "S" TO WS-ENC-PARA
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ENC-DIF-MESES =
                   (WS-ENC-C-ANO * 12 + WS-ENC-C-MES)
                 - (WS-ENC-I-ANO * 12 + WS-ENC-I-MES).
           COMPUTE WS-ENC-RESTO =
                   FUNCTION MOD(WS-ENC-DIF-MESES, WS-ENC-PERIODO).
           IF WS-ENC-RESTO = 0
              AND WS-ENC-PREVISTA >= WFS-STK48-DATA-INICIO
               MOVE WFS-STK48-ACCOUNT TO SRT-P-CONTA
               IF WS-ENC-PREVISTA > WS-HOJE
                   MOVE WS-ENC-PREVISTA TO SRT-P-DATA
               ELSE
                   MOVE WS-HOJE TO SRT-P-DATA
               END-IF
               COMPUTE SRT-P-VALOR = 0 - WFS-STK48-VALOR
               MOVE SPACES TO SRT-P-HIST
               STRING "ENC " WFS-STK48-CODIGO " "
                      WFS-STK48-DESCRICAO
                      DELIMITED BY SIZE INTO SRT-P-HIST
               END-STRING
               RELEASE SRT-PRV-REC
           END-IF.
           PERFORM AVANCA-COMP-ENCARGO.

       AVANCA-COMP-ENCARGO.
           IF WS-ENC-C-MES = 12
               ADD 1 TO WS-ENC-C-ANO
               MOVE 1 TO WS-ENC-C-MES
           ELSE
               ADD 1 TO WS-ENC-C-MES
           END-IF.

       COLETA-ORDEM-SEQ.
           READ STK03 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK03 = "00"
           END-IF.

       VERIFICA-DARF-PAGO.
      *    Pagamento do mesmo codigo de receita em STK07 (em branco
      *    nos pagamentos antigos = 6015): cripto, carne-leao e
      *    doacao nao sao quitados pelo DARF de renda variavel.
           MOVE "N" TO WS-DARF-PAGO.
           OPEN INPUT STK07.
           IF WS-STATUS-STK07 NOT = "00"
               CLOSE STK07
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-AUX.
           PERFORM VERIFICA-PAGO-SEQ UNTIL WS-FIM-AUX = "S".
           CLOSE STK07.

       VERIFICA-PAGO-SEQ.
           READ STK07 AT END MOVE "S" TO WS-FIM-AUX.
           IF WS-STATUS-STK07 = "00"
               IF WFS-STK07-COMP-ANO = WFS-STK11-COMP-ANO
                  AND WFS-STK07-COMP-MES = WFS-STK11-COMP-MES
                  AND WFS-STK07-TITULAR = WFS-STK11-TITULAR
                  AND (WFS-STK07-CODIGO = WFS-STK11-CODIGO
                       OR (WFS-STK07-CODIGO = SPACES
                           AND WFS-STK11-CODIGO = "6015"))
                   MOVE "S" TO WS-DARF-PAGO
                   MOVE "S" TO WS-FIM-AUX
               END-IF
