      * recebido na chamada (em branco = titular padrao; o IRRF das   *
      * ordens e atribuido pelo vinculo conta-titular de              *
      * contastit.dat). Saida em renda_variavel_AAAA.txt, para        *
      * transcricao linha a linha. Os proventos de BDR (tipo "B" do   *
      * cadastro) e o carne-leao deles (DARF 0190) saem numa secao    *
      * propria ao final, fora da ficha de renda variavel.            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'control_stk16'.                *> Historico de prejuizos
           COPY 'control_stk11'.                *> DARFs gerados
           COPY 'control_stk07'.                *> Pagamentos de imposto
           COPY 'control_stk09'.                *> Cadastro de ativos

           SELECT ARQ-CTIT ASSIGN TO "contastit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           COPY 'stk11'.
       FD STK07.
           COPY 'stk07'.
       FD STK09.
           COPY 'stk09'.
       FD ARQ-CTIT.
       01 CTIT-REG.
           05 CTIT-ACCOUNT           PIC X(10).
       77 WS-STATUS-STK16           PIC X(02).
       77 WS-STATUS-STK11           PIC X(02).
       77 WS-STATUS-STK07           PIC X(02).
       77 WS-STATUS-STK09           PIC X(02).
       77 WS-STATUS-CTIT            PIC X(02).
       77 WS-CTIT-TOTAL             PIC 9(02) VALUE 0.
       77 WS-CTIT-IDX               PIC 9(02).
       77 WS-MES-SCAN               PIC 9(02).
       77 WS-ANO-SCAN               PIC 9(02).
       77 WS-TEM-MES                PIC X(01).
       77 WS-TEM-BDR                PIC X(01).
       77 WS-VALOR-MASK             PIC -Z.ZZZ.ZZ9,99.
       77 WS-VALOR2-MASK            PIC -Z.ZZZ.ZZ9,99.
       77 WS-VALOR3-MASK            PIC -Z.ZZZ.ZZ9,99.
      *    Acumuladores do ano, um conjunto por mes: resultado e
      *    imposto devido por categoria (STK08), prejuizo compensado
      *    (STK16), IRRF retido nas vendas (diario/arquivos mortos),
      *    DARF gerado (STK11) e pagamento registrado (STK07); a
      *    parte do BDR guarda os proventos e o DARF 0190.
       01 WS-TABELA-MESES.
           05 WS-MES-ENT OCCURS 12 TIMES.
               10 WS-M-TEM-FECH     PIC X(01).
               10 WS-M-PAGO         PIC 9(07)V99.
               10 WS-M-MULTA        PIC 9(05)V99.
               10 WS-M-JUROS        PIC 9(05)V99.
               10 WS-M-BDR-REND     PIC 9(07)V99.
               10 WS-M-DARF-CL      PIC 9(07)V99.

       LINKAGE SECTION.
       01 LNK-RVAR-ANO              PIC 9(04).
               END-IF
           END-PERFORM.

           PERFORM GRAVA-SECAO-BDR.

           MOVE "FIM DO ANO-CALENDARIO" TO RVAR-LINHA.
           WRITE RVAR-LINHA.
           CLOSE ARQ-RVAR.
                         WS-M-IRRF-DT(WS-MES) WS-M-IRRF-FII(WS-MES)
                         WS-M-DARF(WS-MES) WS-M-PAGO(WS-MES)
                         WS-M-MULTA(WS-MES) WS-M-JUROS(WS-MES)
                         WS-M-BDR-REND(WS-MES) WS-M-DARF-CL(WS-MES)
           END-PERFORM.

       CARREGA-FECHAMENTOS.
                  AND WFS-STK11-TITULAR = LNK-RVAR-TITULAR
                  AND WFS-STK11-COMP-MES >= 1
                  AND WFS-STK11-COMP-MES <= 12
                   IF WFS-STK11-CODIGO = "0190"
                       ADD WFS-STK11-VALOR
                         TO WS-M-DARF-CL(WFS-STK11-COMP-MES)
                   END-IF
                   IF WFS-STK11-CODIGO = "6015"
                       ADD WFS-STK11-VALOR
                         TO WS-M-DARF(WFS-STK11-COMP-MES)
                   END-IF
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           CLOSE STK07.

       CARREGA-PAGAMENTO-SEQ.
      *    Imposto pago da ficha e o do DARF 6015 (em branco nos
      *    pagamentos antigos); carne-leao e ganho de capital sao
      *    pagos a parte.
           READ STK07 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK07 = "00"
               IF WFS-STK07-COMP-ANO = WS-ANO-ALVO
                  AND WFS-STK07-TITULAR = LNK-RVAR-TITULAR
                  AND WFS-STK07-COMP-MES >= 1
                  AND WFS-STK07-COMP-MES <= 12
                  AND (WFS-STK07-CODIGO = "6015"
                       OR WFS-STK07-CODIGO = SPACES)
                   ADD WFS-STK07-VALOR
                     TO WS-M-PAGO(WFS-STK07-COMP-MES)
                   ADD WFS-STK07-MULTA
      *    arquivos mortos possiveis para o ano pedido - os doze
      *    fechamentos, os tres primeiros do ano seguinte (dezembro
      *    fecha em janeiro) e as viradas de ano fiscal - filtrando
      *    pelo ano da chave da ordem, como faz PROVREL. Na mesma
      *    varredura saem os proventos de BDR do titular.
           OPEN INPUT STK09.
           MOVE "stk03.dat" TO WS-ARQ-NOME.
           PERFORM COLETA-ARQUIVO.

                  INTO WS-ARQ-NOME
           END-STRING.
           PERFORM COLETA-ARQUIVO.
           IF WS-STATUS-STK09 NOT = "35"
               CLOSE STK09
           END-IF.

       COLETA-ARQUIVO.
           OPEN INPUT STK03A.
                             TO WS-M-IRRF-COM(WS-KEY-MES)
                   END-EVALUATE
               END-IF
               IF (STK03-ORDER = "A" OR STK03-ORDER = "a")
                  AND (STK03-CORP-ACTION = "D"
                       OR STK03-CORP-ACTION = "J")
                  AND WS-TIT-DA-CONTA = LNK-RVAR-TITULAR
                  AND WS-KEY-ANO = WS-ANO-ALVO
                  AND WS-KEY-MES >= 1 AND WS-KEY-MES <= 12
                   PERFORM SOMA-PROVENTO-BDR
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       SOMA-PROVENTO-BDR.
           IF WS-STATUS-STK09 = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE STK03-TICKER TO WFS-STK09-TICKER.
           READ STK09 KEY IS WFS-STK09-TICKER.
           IF WS-STATUS-STK09 = "00" AND WFS-STK09-BDR
               ADD STK03-NET TO WS-M-BDR-REND(WS-KEY-MES)
           END-IF.

       CARREGA-MAPA-CONTAS.
           MOVE 0 TO WS-CTIT-TOTAL.
           OPEN INPUT ARQ-CTIT.
           MOVE SPACES TO RVAR-LINHA.
           WRITE RVAR-LINHA.

       GRAVA-SECAO-BDR.
      *    Dividendos e JCP de BDR sao rendimento do exterior, sem
      *    retencao no Brasil: vao para a ficha de rendimentos
      *    tributaveis recebidos de pessoa fisica/exterior, com o
      *    carne-leao mensal (DARF 0190) como imposto pago.
           MOVE "N" TO WS-TEM-BDR.
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               IF WS-M-BDR-REND(WS-MES) > 0
                  OR WS-M-DARF-CL(WS-MES) > 0
                   MOVE "S" TO WS-TEM-BDR
               END-IF
           END-PERFORM.
           IF WS-TEM-BDR = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE "RENDIMENTOS DE BDR - CARNE-LEAO (DARF 0190)"
             TO RVAR-LINHA.
           WRITE RVAR-LINHA.
           MOVE "  COMPETENCIA   DIVIDENDOS E JCP    DARF 0190"
             TO RVAR-LINHA.
           WRITE RVAR-LINHA.
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               IF WS-M-BDR-REND(WS-MES) > 0
                  OR WS-M-DARF-CL(WS-MES) > 0
                   MOVE WS-M-BDR-REND(WS-MES) TO WS-VALOR-MASK
                   MOVE WS-M-DARF-CL(WS-MES)  TO WS-VALOR2-MASK
                   MOVE SPACES TO RVAR-LINHA
                   STRING "  " WS-MES "/" LNK-RVAR-ANO
                          "     " WS-VALOR-MASK
                          "  " WS-VALOR2-MASK
                          DELIMITED BY SIZE
                          INTO RVAR-LINHA
                   END-STRING
                   WRITE RVAR-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO RVAR-LINHA.
           WRITE RVAR-LINHA.

       GRAVA-LINHA-CATEG.
           MOVE SPACES TO RVAR-LINHA.
           STRING "  " WS-ROTULO-CAT
