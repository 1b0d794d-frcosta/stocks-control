       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLTOT.
      *****************************************************************
      * Totais de controle entre execucoes: o fechamento e a cadeia   *
      * em lote ja conferem versao dos arquivos e consistencia entre  *
      * eles, mas nao se algum dado sumiu ou mudou de uma execucao    *
      * para a outra. Funcoes da chamada:                             *
      *   "G" - grava em ctltot.dat (STK47), ao fim de cada           *
      *         fechamento, os totais de fechamento por titular:      *
      *         - STK02 por conta: posicoes, quantidade e custo;      *
      *         - STK03 do arquivo morto do mes (o arquivo recebido): *
      *           ordens e valor (quantidade x preco) por titular,    *
      *           e a contagem anotada no catalogo (catalogo.dat);    *
      *         - STK13: vendas e resultado realizado por titular;    *
      *         - STK15 por conta: lancamentos e saldo, somando os    *
      *           mortos stk15_ano_AA.dat (a virada de ano so muda o  *
      *           lancamento de arquivo, o saldo nao).                *
      *         STK13 e STK15 entram ate a vespera da data do         *
      *         fechamento: lancamentos do proprio dia ou posteriores *
      *         (liquidacoes futuras) ficam para a execucao seguinte. *
      *   "V" - refaz os mesmos totais (abertura) e compara com os    *
      *         do ultimo fechamento gravado. Diferenca so e aceita   *
      *         quando a trilha (STK12, vivo e mortos das viradas     *
      *         seguintes) tem depois do fechamento uma transacao     *
      *         que a explique:                                       *
      *         - STK02 da conta: alteracao de STK02 ou ordem (STK03) *
      *           da conta;                                           *
      *         - STK15 da conta: ordem (STK03) ou lancamento de      *
      *           caixa (STK15) da conta;                             *
      *         - STK13 do titular: ordem de conta do titular;        *
      *         - qualquer item: restauracao/reconstrucao (acao RST)  *
      *           ou reabertura de competencia (STK47).               *
      *         O morto do mes e o catalogo nao mudam depois do       *
      *         fechamento; so RST ou reabertura os explicam.         *
      *         Comparativo linha a linha em ctltot.rel. Sem          *
      *         fechamento gravado ainda, nada a conferir (RC 00).    *
      *                                                               *
      * Chamada: CTLTOT USING LNK-CTL-PARM                            *
      *   RC 00 ok, 08 diferenca sem transacao que explique           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk02'.                *> Custodia corrente
           COPY 'control_stk13'.                *> Resultados realizados
           COPY 'control_stk47'.                *> Totais de controle
           COPY 'control_catalogo'.             *> Catalogo de mortos

           SELECT STK03 ASSIGN TO WS-MORTO-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STK03.

           SELECT STK15 ASSIGN TO WS-CX-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STK15.

           SELECT STK12 ASSIGN TO WS-AUD-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STK12.

           SELECT ARQ-CTIT ASSIGN TO "contastit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CTIT.

           SELECT ARQ-REL ASSIGN TO "ctltot.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK02.
           COPY 'stk02'.
       FD STK13.
           COPY 'stk13'.
       FD STK47.
           COPY 'stk47'.
       FD ARQ-CATALOGO.
           COPY 'catalogo'.
       FD STK03.
           COPY 'register'.
       FD STK15.
           COPY 'stk15'.
       FD STK12.
           COPY 'stk12'.
       FD ARQ-CTIT.
       01 CTIT-REG.
           05 CTIT-ACCOUNT           PIC X(10).
           05 CTIT-TITULAR           PIC X(03).
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK02           PIC X(02).
       77 WS-STATUS-STK03           PIC X(02).
       77 WS-STATUS-STK12           PIC X(02).
       77 WS-STATUS-STK13           PIC X(02).
       77 WS-STATUS-STK15           PIC X(02).
       77 WS-STATUS-STK47           PIC X(02).
       77 WS-STATUS-CATALOGO        PIC X(02).
       77 WS-STATUS-CTIT            PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-MORTO-NOME             PIC X(30).
       77 WS-CX-NOME                PIC X(30).
       77 WS-AUD-NOME               PIC X(30).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-TIT-FIM                PIC X(01).
       77 WS-ANO-SCAN               PIC 9(02).
       77 WS-CORTE-CX               PIC 9(08).
       77 WS-CAT-REGS               PIC 9(07).
       77 WS-CAT-ACHOU              PIC X(01).
       77 WS-IDX                    PIC 9(04) COMP.
       77 WS-J                      PIC 9(04) COMP.
       77 WS-ACHOU                  PIC X(01).
       77 WS-EXPLICADA              PIC X(01).
       77 WS-EXPL-GERAL             PIC X(01).
       77 WS-EXPL-CONTA             PIC X(10).
       77 WS-CONFERIDOS             PIC 9(05) VALUE 0.
       77 WS-EXPLICADOS             PIC 9(05) VALUE 0.
       77 WS-DIVERGENTES            PIC 9(05) VALUE 0.
       77 WS-SITUACAO               PIC X(10).
       77 WS-REG-MASK               PIC ZZZZZZ9.
       77 WS-REG2-MASK              PIC ZZZZZZ9.
       77 WS-QTD-MASK               PIC -ZZZ.ZZZ.ZZZ.ZZ9.
       77 WS-QTD2-MASK              PIC -ZZZ.ZZZ.ZZZ.ZZ9.
       77 WS-VAL-MASK               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-VAL2-MASK              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-N-MASK                 PIC ZZZZ9.
       01 WS-DATA.
           05 WS-ANO                PIC 9(2).
           05 WS-MES                PIC 9(2).
           05 WS-DIA                PIC 9(2).
       01 WS-TIME.
           05 WS-HORA               PIC 9(2).
           05 WS-MINUTO             PIC 9(2).
           05 WS-SEGUNDO            PIC 9(2).
           05 WS-CENTESIMO          PIC 9(2).

      *    Carimbo do fechamento: o da gravacao (funcao "G") ou o do
      *    ultimo fechamento gravado (funcao "V").
       01 WS-CARIMBO.
           05 WS-CAR-DATA           PIC 9(06).
           05 WS-CAR-HORA           PIC 9(06).
       01 WS-CAR-DATA-R REDEFINES WS-CARIMBO.
           05 WS-CAR-ANO            PIC 9(02).
           05 WS-CAR-MES            PIC 9(02).
           05 WS-CAR-DIA            PIC 9(02).
           05 WS-CAR-HH             PIC 9(02).
           05 WS-CAR-MI             PIC 9(02).
           05 WS-CAR-SS             PIC 9(02).
       77 WS-CAR-COMP-ANO           PIC 9(02).
       77 WS-CAR-COMP-MES           PIC 9(02).

      *    Linha a somar em ACUMULA-LINHA.
       01 WS-BUSCA.
           05 WS-B-TIT              PIC X(03).
           05 WS-B-ITEM             PIC X(05).
           05 WS-B-CHAVE            PIC X(30).
           05 WS-B-REG              PIC 9(07).
           05 WS-B-QTD              PIC S9(11).
           05 WS-B-VAL              PIC S9(13)V99.

      *    Totais por titular/item/chave: gravados no fechamento (ST)
      *    e apurados agora (AT).
       77 WS-CTL-TOTAL              PIC 9(04) COMP VALUE 0.
       01 WS-TAB-CTL.
           05 WS-CTL-E OCCURS 500 TIMES.
               10 WS-CTL-E-TIT      PIC X(03).
               10 WS-CTL-E-ITEM     PIC X(05).
               10 WS-CTL-E-CHAVE    PIC X(30).
               10 WS-CTL-E-ST-REG   PIC 9(07).
               10 WS-CTL-E-ST-QTD   PIC S9(11).
               10 WS-CTL-E-ST-VAL   PIC S9(13)V99.
               10 WS-CTL-E-AT-REG   PIC 9(07).
               10 WS-CTL-E-AT-QTD   PIC S9(11).
               10 WS-CTL-E-AT-VAL   PIC S9(13)V99.

      *    Transacoes da trilha posteriores ao fechamento: arquivo e
      *    conta afetada.
       77 WS-EXPL-TOTAL             PIC 9(04) COMP VALUE 0.
       01 WS-TAB-EXPL.
           05 WS-EXPL-E OCCURS 300 TIMES.
               10 WS-EXPL-E-ARQ     PIC X(05).
               10 WS-EXPL-E-CONTA   PIC X(10).

      *    Mapa conta -> titular (contastit.dat).
       77 WS-CTIT-TOTAL             PIC 9(02) VALUE 0.
       77 WS-CTIT-IDX               PIC 9(02).
       77 WS-CTIT-BUSCA             PIC X(10).
       77 WS-TIT-DA-CONTA           PIC X(03).
       01 WS-TAB-CTIT.
           05 WS-CTIT-ENTRY OCCURS 50 TIMES.
               10 WS-CTIT-E-CONTA   PIC X(10).
               10 WS-CTIT-E-TIT     PIC X(03).

       LINKAGE SECTION.
       01 LNK-CTL-PARM.
           05 LNK-CTL-FUNC          PIC X(01).
           05 LNK-CTL-COMP-ANO      PIC 9(02).
           05 LNK-CTL-COMP-MES      PIC 9(02).
           05 LNK-CTL-ARQUIVO       PIC X(30).
           05 LNK-CTL-DIVERG        PIC 9(05).
           05 LNK-CTL-RC            PIC 9(02).

       PROCEDURE DIVISION USING LNK-CTL-PARM.
       MAIN-SECTION.
           MOVE 0 TO LNK-CTL-RC LNK-CTL-DIVERG.
           MOVE 0 TO WS-CTL-TOTAL WS-EXPL-TOTAL.
           PERFORM CARREGA-MAPA-CONTAS.

           EVALUATE LNK-CTL-FUNC
               WHEN "G"
                   PERFORM GRAVA-TOTAIS
               WHEN "V"
                   PERFORM CONFERE-TOTAIS
           END-EVALUATE.
           GOBACK.

       GRAVA-TOTAIS.
      *    Totais de fechamento, todos com o mesmo carimbo: e ele que
      *    separa um fechamento do outro em ctltot.dat.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-DATA TO WS-CAR-DATA.
           MOVE WS-TIME(1:6) TO WS-CAR-HORA.
           MOVE LNK-CTL-ARQUIVO TO WS-MORTO-NOME.
           PERFORM APURA-TOTAIS.

           OPEN EXTEND STK47.
           IF WS-STATUS-STK47 = "35"
               OPEN OUTPUT STK47
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-CTL-TOTAL
               MOVE WS-CAR-DATA          TO WFS-STK47-DATA
               MOVE WS-CAR-HORA          TO WFS-STK47-HORA
               MOVE LNK-CTL-COMP-ANO     TO WFS-STK47-COMP-ANO
               MOVE LNK-CTL-COMP-MES     TO WFS-STK47-COMP-MES
               MOVE WS-CTL-E-TIT(WS-IDX)   TO WFS-STK47-TITULAR
               MOVE WS-CTL-E-ITEM(WS-IDX)  TO WFS-STK47-ITEM
               MOVE WS-CTL-E-CHAVE(WS-IDX) TO WFS-STK47-CHAVE
               MOVE WS-CTL-E-AT-REG(WS-IDX) TO WFS-STK47-REGISTROS
               MOVE WS-CTL-E-AT-QTD(WS-IDX) TO WFS-STK47-QTDE
               MOVE WS-CTL-E-AT-VAL(WS-IDX) TO WFS-STK47-VALOR
               WRITE STK47-REGISTER
           END-PERFORM.
           CLOSE STK47.

       CONFERE-TOTAIS.
           ACCEPT WS-DATA FROM DATE.
           OPEN OUTPUT ARQ-REL.
           MOVE "CONFERENCIA DOS TOTAIS DE CONTROLE ENTRE EXECUCOES"
             TO REL-LINHA.
           WRITE REL-LINHA.

           PERFORM CARREGA-GRAVADOS.
           IF WS-CTL-TOTAL = 0
               MOVE "SEM FECHAMENTO GRAVADO - NADA A CONFERIR"
                 TO REL-LINHA
               WRITE REL-LINHA
               CLOSE ARQ-REL
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING "FECHAMENTO DE " WS-CAR-DIA "/" WS-CAR-MES "/"
                  WS-CAR-ANO " " WS-CAR-HH ":" WS-CAR-MI
                  " - COMPETENCIA " WS-CAR-COMP-MES "/"
                  WS-CAR-COMP-ANO
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "TIT ITEM  CHAVE            REG.FECH REG.HOJE"
                  "        QTD.FECH        QTD.HOJE"
                  "         VALOR FECH         VALOR HOJE SITUACAO"
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

           PERFORM APURA-TOTAIS.
           PERFORM CARREGA-TRILHA.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-CTL-TOTAL
               PERFORM CONFERE-LINHA
           END-PERFORM.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-CONFERIDOS TO WS-N-MASK.
           STRING "TOTAIS CONFERIDOS...: " WS-N-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-EXPLICADOS TO WS-N-MASK.
           STRING "EXPLICADAS..........: " WS-N-MASK
                  "  (transacao na trilha depois do fechamento)"
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-DIVERGENTES TO WS-N-MASK.
           STRING "SEM EXPLICACAO......: " WS-N-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           IF WS-DIVERGENTES = 0
               MOVE "TOTAIS CONFEREM" TO REL-LINHA
           ELSE
               MOVE "DIFERENCA SEM TRANSACAO AUDITADA - INTERROMPIDO"
                 TO REL-LINHA
               MOVE WS-DIVERGENTES TO LNK-CTL-DIVERG
               MOVE 08 TO LNK-CTL-RC
           END-IF.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.

       CARREGA-GRAVADOS.
      *    ctltot.dat cresce a cada fechamento; valem as linhas do
      *    ultimo carimbo, que sao as ultimas do arquivo.
           MOVE 0 TO WS-CARIMBO.
           OPEN INPUT STK47.
           IF WS-STATUS-STK47 NOT = "00"
               CLOSE STK47
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-GRAVADO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK47.

       CARREGA-GRAVADO-SEQ.
           READ STK47 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK47 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK47-DATA NOT = WS-CAR-DATA
              OR WFS-STK47-HORA NOT = WS-CAR-HORA
               MOVE WFS-STK47-DATA     TO WS-CAR-DATA
               MOVE WFS-STK47-HORA     TO WS-CAR-HORA
               MOVE WFS-STK47-COMP-ANO TO WS-CAR-COMP-ANO
               MOVE WFS-STK47-COMP-MES TO WS-CAR-COMP-MES
               MOVE SPACES TO WS-MORTO-NOME
               MOVE 0 TO WS-CTL-TOTAL
           END-IF.
           IF WS-CTL-TOTAL < 500
               ADD 1 TO WS-CTL-TOTAL
               MOVE WFS-STK47-TITULAR   TO WS-CTL-E-TIT(WS-CTL-TOTAL)
               MOVE WFS-STK47-ITEM      TO WS-CTL-E-ITEM(WS-CTL-TOTAL)
               MOVE WFS-STK47-CHAVE    TO WS-CTL-E-CHAVE(WS-CTL-TOTAL)
               MOVE WFS-STK47-REGISTROS
                 TO WS-CTL-E-ST-REG(WS-CTL-TOTAL)
               MOVE WFS-STK47-QTDE     TO WS-CTL-E-ST-QTD(WS-CTL-TOTAL)
               MOVE WFS-STK47-VALOR    TO WS-CTL-E-ST-VAL(WS-CTL-TOTAL)
               MOVE 0 TO WS-CTL-E-AT-REG(WS-CTL-TOTAL)
                         WS-CTL-E-AT-QTD(WS-CTL-TOTAL)
                         WS-CTL-E-AT-VAL(WS-CTL-TOTAL)
           END-IF.
           IF WFS-STK47-ITEM = "CATAL"
               MOVE WFS-STK47-CHAVE TO WS-MORTO-NOME
           END-IF.

       APURA-TOTAIS.
      *    Mesmos totais na gravacao e na conferencia, com o corte de
      *    STK13/STK15 na vespera da data do carimbo.
           COMPUTE WS-CORTE-CX = 20000000 + WS-CAR-DATA.
           PERFORM SOMA-CUSTODIA.
           PERFORM SOMA-RESULTADOS.
           MOVE "caixa.dat" TO WS-CX-NOME.
           PERFORM SOMA-CAIXA.
           MOVE 0 TO WS-ANO-SCAN.
           PERFORM SOMA-CAIXA-ANO UNTIL WS-ANO-SCAN > WS-ANO.
           IF WS-MORTO-NOME NOT = SPACES
               PERFORM SOMA-MORTO
               PERFORM SOMA-CATALOGO
           END-IF.

       SOMA-CUSTODIA.
           OPEN INPUT STK02.
           IF WS-STATUS-STK02 NOT = "00"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM SOMA-CUSTODIA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK02.

       SOMA-CUSTODIA-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK02 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK02-ACCOUNT TO WS-CTIT-BUSCA.
           PERFORM BUSCA-TITULAR-CONTA.
           MOVE WS-TIT-DA-CONTA   TO WS-B-TIT.
           MOVE "STK02"           TO WS-B-ITEM.
           MOVE WFS-STK02-ACCOUNT TO WS-B-CHAVE.
           MOVE 1                 TO WS-B-REG.
           MOVE WFS-STK02-QTY     TO WS-B-QTD.
           MOVE WFS-STK02-BALANCE TO WS-B-VAL.
           PERFORM ACUMULA-LINHA.

       SOMA-RESULTADOS.
           OPEN INPUT STK13.
           IF WS-STATUS-STK13 NOT = "00"
               CLOSE STK13
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM SOMA-RESULTADOS-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK13.

       SOMA-RESULTADOS-SEQ.
           READ STK13 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK13 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK13-DATA NOT < WS-CAR-DATA
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK13-ACCOUNT TO WS-CTIT-BUSCA.
           PERFORM BUSCA-TITULAR-CONTA.
           MOVE WS-TIT-DA-CONTA     TO WS-B-TIT.
           MOVE "STK13"             TO WS-B-ITEM.
           MOVE SPACES              TO WS-B-CHAVE.
           MOVE 1                   TO WS-B-REG.
           MOVE WFS-STK13-QTY       TO WS-B-QTD.
           MOVE WFS-STK13-RESULTADO TO WS-B-VAL.
           PERFORM ACUMULA-LINHA.

       SOMA-CAIXA-ANO.
           MOVE SPACES TO WS-CX-NOME.
           STRING "stk15_ano_" WS-ANO-SCAN ".dat" DELIMITED BY SIZE
                  INTO WS-CX-NOME
           END-STRING.
           PERFORM SOMA-CAIXA.
           ADD 1 TO WS-ANO-SCAN.

       SOMA-CAIXA.
           OPEN INPUT STK15.
           IF WS-STATUS-STK15 NOT = "00"
               CLOSE STK15
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM SOMA-CAIXA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK15.

       SOMA-CAIXA-SEQ.
           READ STK15 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK15 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK15-DATA NOT < WS-CORTE-CX
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK15-ACCOUNT TO WS-CTIT-BUSCA.
           PERFORM BUSCA-TITULAR-CONTA.
           MOVE WS-TIT-DA-CONTA   TO WS-B-TIT.
           MOVE "STK15"           TO WS-B-ITEM.
           MOVE WFS-STK15-ACCOUNT TO WS-B-CHAVE.
           MOVE 1                 TO WS-B-REG.
           MOVE 0                 TO WS-B-QTD.
           MOVE WFS-STK15-VALOR   TO WS-B-VAL.
           PERFORM ACUMULA-LINHA.

       SOMA-MORTO.
           OPEN INPUT STK03.
           IF WS-STATUS-STK03 NOT = "00"
               CLOSE STK03
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM SOMA-MORTO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK03.

       SOMA-MORTO-SEQ.
           READ STK03 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK03 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE STK03-ACCOUNT TO WS-CTIT-BUSCA.
           PERFORM BUSCA-TITULAR-CONTA.
           MOVE WS-TIT-DA-CONTA TO WS-B-TIT.
           MOVE "STK03"         TO WS-B-ITEM.
           MOVE WS-MORTO-NOME   TO WS-B-CHAVE.
           MOVE 1               TO WS-B-REG.
           MOVE STK03-QTY       TO WS-B-QTD.
           COMPUTE WS-B-VAL = STK03-QTY * STK03-PRICE.
           PERFORM ACUMULA-LINHA.

       SOMA-CATALOGO.
      *    Contagem do morto anotada no catalogo (a ultima linha do
      *    arquivo, o CATMORTO substitui as anteriores do mesmo nome).
           MOVE 0   TO WS-CAT-REGS.
           MOVE "N" TO WS-CAT-ACHOU.
           OPEN INPUT ARQ-CATALOGO.
           IF WS-STATUS-CATALOGO = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM SOMA-CATALOGO-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE ARQ-CATALOGO.
           MOVE SPACES        TO WS-B-TIT.
           MOVE "CATAL"       TO WS-B-ITEM.
           MOVE WS-MORTO-NOME TO WS-B-CHAVE.
           MOVE 0             TO WS-B-REG WS-B-QTD WS-B-VAL.
           IF WS-CAT-ACHOU = "S"
               MOVE WS-CAT-REGS TO WS-B-REG
           END-IF.
           PERFORM ACUMULA-LINHA.

       SOMA-CATALOGO-SEQ.
           READ ARQ-CATALOGO AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-CATALOGO = "00"
               IF WFS-CAT-ARQUIVO = WS-MORTO-NOME
                   MOVE "S" TO WS-CAT-ACHOU
                   MOVE WFS-CAT-REGISTROS TO WS-CAT-REGS
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       ACUMULA-LINHA.
      *    Soma WS-BUSCA na linha titular/item/chave (criada zerada
      *    quando ainda nao existe - total novo desde o fechamento).
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J > WS-CTL-TOTAL OR WS-ACHOU = "S"
               IF WS-CTL-E-TIT(WS-J)   = WS-B-TIT
                  AND WS-CTL-E-ITEM(WS-J)  = WS-B-ITEM
                  AND WS-CTL-E-CHAVE(WS-J) = WS-B-CHAVE
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-J TO WS-IDX
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               IF WS-CTL-TOTAL NOT < 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CTL-TOTAL
               MOVE WS-CTL-TOTAL TO WS-IDX
               MOVE WS-B-TIT   TO WS-CTL-E-TIT(WS-IDX)
               MOVE WS-B-ITEM  TO WS-CTL-E-ITEM(WS-IDX)
               MOVE WS-B-CHAVE TO WS-CTL-E-CHAVE(WS-IDX)
               MOVE 0 TO WS-CTL-E-ST-REG(WS-IDX)
                         WS-CTL-E-ST-QTD(WS-IDX)
                         WS-CTL-E-ST-VAL(WS-IDX)
                         WS-CTL-E-AT-REG(WS-IDX)
                         WS-CTL-E-AT-QTD(WS-IDX)
                         WS-CTL-E-AT-VAL(WS-IDX)
           END-IF.
           ADD WS-B-REG TO WS-CTL-E-AT-REG(WS-IDX).
           ADD WS-B-QTD TO WS-CTL-E-AT-QTD(WS-IDX).
           ADD WS-B-VAL TO WS-CTL-E-AT-VAL(WS-IDX).

       CARREGA-TRILHA.
      *    Transacoes auditadas depois do carimbo: os mortos das
      *    viradas de ano desde o fechamento e o vivo.
           MOVE "N" TO WS-EXPL-GERAL.
           MOVE WS-CAR-ANO TO WS-ANO-SCAN.
           PERFORM CARREGA-TRILHA-ANO UNTIL WS-ANO-SCAN > WS-ANO.
           MOVE "stk12.dat" TO WS-AUD-NOME.
           PERFORM CARREGA-TRILHA-ARQUIVO.

       CARREGA-TRILHA-ANO.
           MOVE SPACES TO WS-AUD-NOME.
           STRING "stk12_ano_" WS-ANO-SCAN ".dat" DELIMITED BY SIZE
                  INTO WS-AUD-NOME
           END-STRING.
           PERFORM CARREGA-TRILHA-ARQUIVO.
           ADD 1 TO WS-ANO-SCAN.

       CARREGA-TRILHA-ARQUIVO.
           OPEN INPUT STK12.
           IF WS-STATUS-STK12 NOT = "00"
               CLOSE STK12
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-TRILHA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK12.

       CARREGA-TRILHA-SEQ.
           READ STK12 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK12 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK12-DATA NOT NUMERIC
              OR WFS-STK12-HORA NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK12-DATA < WS-CAR-DATA
              OR (WFS-STK12-DATA = WS-CAR-DATA
                  AND WFS-STK12-HORA NOT > WS-CAR-HORA)
               EXIT PARAGRAPH
           END-IF.

           IF WFS-STK12-ACAO = "RST" OR WFS-STK12-ARQUIVO = "STK47"
               MOVE "S" TO WS-EXPL-GERAL
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WFS-STK12-ARQUIVO
               WHEN "STK02"
                   MOVE WFS-STK12-IMAGEM(1:10)  TO WS-EXPL-CONTA
               WHEN "STK03"
                   MOVE WFS-STK12-IMAGEM(81:10) TO WS-EXPL-CONTA
               WHEN "STK15"
                   MOVE WFS-STK12-IMAGEM(1:10)  TO WS-EXPL-CONTA
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J > WS-EXPL-TOTAL OR WS-ACHOU = "S"
               IF WS-EXPL-E-ARQ(WS-J) = WFS-STK12-ARQUIVO
                  AND WS-EXPL-E-CONTA(WS-J) = WS-EXPL-CONTA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N" AND WS-EXPL-TOTAL < 300
               ADD 1 TO WS-EXPL-TOTAL
               MOVE WFS-STK12-ARQUIVO TO WS-EXPL-E-ARQ(WS-EXPL-TOTAL)
               MOVE WS-EXPL-CONTA   TO WS-EXPL-E-CONTA(WS-EXPL-TOTAL)
           END-IF.

       CONFERE-LINHA.
           ADD 1 TO WS-CONFERIDOS.
           IF WS-CTL-E-ST-REG(WS-IDX) = WS-CTL-E-AT-REG(WS-IDX)
              AND WS-CTL-E-ST-QTD(WS-IDX) = WS-CTL-E-AT-QTD(WS-IDX)
              AND WS-CTL-E-ST-VAL(WS-IDX) = WS-CTL-E-AT-VAL(WS-IDX)
               MOVE "OK" TO WS-SITUACAO
           ELSE
               PERFORM EXPLICA-DIFERENCA
               IF WS-EXPLICADA = "S"
                   ADD 1 TO WS-EXPLICADOS
                   MOVE "EXPLICADA" TO WS-SITUACAO
               ELSE
                   ADD 1 TO WS-DIVERGENTES
                   MOVE "DIVERGENTE" TO WS-SITUACAO
               END-IF
           END-IF.

           MOVE WS-CTL-E-ST-REG(WS-IDX) TO WS-REG-MASK.
           MOVE WS-CTL-E-AT-REG(WS-IDX) TO WS-REG2-MASK.
           MOVE WS-CTL-E-ST-QTD(WS-IDX) TO WS-QTD-MASK.
           MOVE WS-CTL-E-AT-QTD(WS-IDX) TO WS-QTD2-MASK.
           MOVE WS-CTL-E-ST-VAL(WS-IDX) TO WS-VAL-MASK.
           MOVE WS-CTL-E-AT-VAL(WS-IDX) TO WS-VAL2-MASK.
           MOVE SPACES TO REL-LINHA.
           STRING WS-CTL-E-TIT(WS-IDX)         DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-CTL-E-ITEM(WS-IDX)        DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-CTL-E-CHAVE(WS-IDX)(1:16) DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-REG-MASK                  DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-REG2-MASK                 DELIMITED BY SIZE
                  WS-QTD-MASK                  DELIMITED BY SIZE
                  WS-QTD2-MASK                 DELIMITED BY SIZE
                  WS-VAL-MASK                  DELIMITED BY SIZE
                  WS-VAL2-MASK                 DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-SITUACAO                  DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

       EXPLICA-DIFERENCA.
           MOVE "N" TO WS-EXPLICADA.
           IF WS-EXPL-GERAL = "S"
               MOVE "S" TO WS-EXPLICADA
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J > WS-EXPL-TOTAL OR WS-EXPLICADA = "S"
               EVALUATE WS-CTL-E-ITEM(WS-IDX)
                   WHEN "STK02"
                       IF (WS-EXPL-E-ARQ(WS-J) = "STK02"
                           OR WS-EXPL-E-ARQ(WS-J) = "STK03")
                          AND WS-EXPL-E-CONTA(WS-J) =
                              WS-CTL-E-CHAVE(WS-IDX)(1:10)
                           MOVE "S" TO WS-EXPLICADA
                       END-IF
                   WHEN "STK15"
                       IF (WS-EXPL-E-ARQ(WS-J) = "STK03"
                           OR WS-EXPL-E-ARQ(WS-J) = "STK15")
                          AND WS-EXPL-E-CONTA(WS-J) =
                              WS-CTL-E-CHAVE(WS-IDX)(1:10)
                           MOVE "S" TO WS-EXPLICADA
                       END-IF
                   WHEN "STK13"
                       IF WS-EXPL-E-ARQ(WS-J) = "STK03"
                           MOVE WS-EXPL-E-CONTA(WS-J) TO WS-CTIT-BUSCA
                           PERFORM BUSCA-TITULAR-CONTA
                           IF WS-TIT-DA-CONTA = WS-CTL-E-TIT(WS-IDX)
                               MOVE "S" TO WS-EXPLICADA
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.

       CARREGA-MAPA-CONTAS.
           MOVE 0 TO WS-CTIT-TOTAL.
           OPEN INPUT ARQ-CTIT.
           IF WS-STATUS-CTIT = "00"
               MOVE "N" TO WS-TIT-FIM
               PERFORM CARREGA-CTIT-SEQ UNTIL WS-TIT-FIM = "S"
           END-IF.
           CLOSE ARQ-CTIT.

       CARREGA-CTIT-SEQ.
           READ ARQ-CTIT AT END MOVE "S" TO WS-TIT-FIM.
           IF WS-STATUS-CTIT = "00"
               IF WS-CTIT-TOTAL < 50
                   ADD 1 TO WS-CTIT-TOTAL
                   MOVE CTIT-ACCOUNT
                     TO WS-CTIT-E-CONTA(WS-CTIT-TOTAL)
                   MOVE CTIT-TITULAR
                     TO WS-CTIT-E-TIT(WS-CTIT-TOTAL)
               END-IF
           ELSE
               MOVE "S" TO WS-TIT-FIM
           END-IF.

       BUSCA-TITULAR-CONTA.
      *    Titular da conta em WS-CTIT-BUSCA pelo mapa carregado;
      *    conta sem vinculo pertence ao titular padrao (em branco).
           MOVE SPACES TO WS-TIT-DA-CONTA.
           PERFORM VARYING WS-CTIT-IDX FROM 1 BY 1
                     UNTIL WS-CTIT-IDX > WS-CTIT-TOTAL
               IF WS-CTIT-E-CONTA(WS-CTIT-IDX) = WS-CTIT-BUSCA
                   MOVE WS-CTIT-E-TIT(WS-CTIT-IDX)
                     TO WS-TIT-DA-CONTA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
