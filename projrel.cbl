       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJREL.
      *****************************************************************
      * Projecao de proventos para os proximos 12 meses, por titular: *
      * para cada ativo da custodia atual (STK02, contas somadas pelo *
      * titular do vinculo contastit.dat), os pagamentos dos ultimos  *
      * 24 meses definem o padrao do ativo e o valor por acao de cada *
      * mes projetado, aplicado a quantidade de hoje.                 *
      * Os pagamentos vem da agenda (STK21, eventos baixados, com o   *
      * valor por acao) e do caixa - stk15 vivo e os anos arquivados  *
      * stk15_ano_AA.dat - para os creditos "PROV" lancados a mao,    *
      * sem evento na agenda; estes viram valor por acao pela         *
      * quantidade atual da conta creditada.                          *
      * Padrao: MENSAL (pagou em 10 ou mais dos ultimos 12 meses) usa *
      * a media dos meses pagos; ANUAL/SEMESTRAL/TRIMESTRAL/PERIODICO *
      * (os meses pagos no ultimo ano repetem os do ano anterior,     *
      * com folga de um mes) repetem o ultimo ano mes a mes;          *
      * IRREGULAR espalha a media dos 24 meses igualmente.            *
      * Separado em dividendos, JCP liquido dos 15% retidos na fonte  *
      * (BDR entra bruto, como na baixa da agenda) e rendimentos de   *
      * FII; credito do caixa sem agenda entra como veio (liquido),   *
      * FII como rendimento e o resto como dividendo. O rendimento    *
      * implicito e dado sobre o custo e sobre o valor de mercado na  *
      * ultima cotacao de STK14 (sem cotacao, sobre o custo).         *
      * Saida em projecao.txt.                                        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk02'.                *> Custodia atual
           COPY 'control_stk09'.                *> Cadastro de ativos
           COPY 'control_stk14'.                *> Cotacoes
           COPY 'control_stk15'.                *> Caixa
           COPY 'control_stk21'.                *> Agenda de proventos

           SELECT STK15A ASSIGN TO WS-CX-ARQ-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STK15A.

           SELECT ARQ-CTIT ASSIGN TO "contastit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CTIT.

           SELECT ARQ-PRJ ASSIGN TO "projecao.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PRJ.

       DATA DIVISION.
       FILE SECTION.
       FD STK02.
           COPY 'stk02'.
       FD STK09.
           COPY 'stk09'.
       FD STK14.
           COPY 'stk14'.
       FD STK15.
           COPY 'stk15'.
       FD STK15A.
       01 STK15A-REG.
           05 STK15A-ACCOUNT         PIC X(10).
           05 STK15A-DATA            PIC 9(08).
           05 STK15A-TIPO            PIC X(01).
           05 STK15A-HISTORICO       PIC X(20).
           05 STK15A-VALOR           PIC S9(09)V99.
       FD STK21.
           COPY 'stk21'.
       FD ARQ-CTIT.
       01 CTIT-REG.
           05 CTIT-ACCOUNT           PIC X(10).
           05 CTIT-TITULAR           PIC X(03).
       FD ARQ-PRJ.
       01 PRJ-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK02           PIC X(02).
       77 WS-STATUS-STK09           PIC X(02).
       77 WS-STATUS-STK14           PIC X(02).
       77 WS-STATUS-STK15           PIC X(02).
       77 WS-STATUS-STK15A          PIC X(02).
       77 WS-STATUS-STK21           PIC X(02).
       77 WS-STATUS-CTIT            PIC X(02).
       77 WS-STATUS-PRJ             PIC X(02).
       77 WS-CX-ARQ-NOME            PIC X(30).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-COT-FIM                PIC X(01).
       77 WS-ACHOU                  PIC X(01).
       77 WS-CASA                   PIC X(01).
       77 WS-IDX                    PIC 9(03) COMP.
       77 WS-J                      PIC 9(03) COMP.
       77 WS-K                      PIC 9(03) COMP.
       77 WS-S                      PIC 9(03) COMP.
       77 WS-TK                     PIC 9(03) COMP.
       77 WS-CTIT-USADAS            PIC 9(03) COMP VALUE 0.
       77 WS-POS-USADAS             PIC 9(03) COMP VALUE 0.
       77 WS-TK-USADOS              PIC 9(03) COMP VALUE 0.
       77 WS-TIT-USADOS             PIC 9(03) COMP VALUE 0.
       77 WS-TIT-IDX                PIC 9(03) COMP.
       77 WS-LED-USADOS             PIC 9(03) COMP VALUE 0.
       77 WS-N12                    PIC 9(03) COMP.
       77 WS-NANT                   PIC 9(03) COMP.
       77 WS-CASADOS                PIC 9(03) COMP.
       77 WS-ANO-CX                 PIC 9(02).
       77 WS-ANO-CX-FIM             PIC 9(02).
       77 WS-TITULAR                PIC X(03).
       77 WS-TIT-TROCA              PIC X(03).
       77 WS-TICKER                 PIC X(10).
       77 WS-CONTA                  PIC X(10).
       77 WS-TIPO                   PIC X(01).
       77 WS-VALOR                  PIC S9(09)V99.
       77 WS-DATA-PAG               PIC 9(08).
       77 WS-VPA                    PIC 9(05)V9(06).
       77 WS-IDX-ATU                PIC 9(06).
       77 WS-IDX-DATA               PIC 9(06).
       77 WS-IDX-MES                PIC 9(06).
       77 WS-INI-ANOMES             PIC 9(06).
       77 WS-FIM-ANOMES             PIC 9(06).
       77 WS-TOT-D                  PIC 9(09)V99.
       77 WS-TOT-J                  PIC 9(09)V99.
       77 WS-TOT-F                  PIC 9(09)V99.
       77 WS-TOT-12M                PIC 9(09)V99.
       77 WS-VAL-MERCADO            PIC 9(11)V99.
       77 WS-PCT                    PIC 9(03)V99.
       77 WS-QTD-MASK               PIC -ZZZ.ZZ9.
       77 WS-VAL-MASK               PIC ZZ.ZZZ.ZZ9,99.
       77 WS-PCT-MASK               PIC ZZ9,99.
       77 WS-N-MASK                 PIC ZZ9.

       01 WS-HOJE.
           05 WS-HOJE-ANO           PIC 9(04).
           05 WS-HOJE-MES           PIC 9(02).
           05 WS-HOJE-DIA           PIC 9(02).
       01 WS-HOJE-NUM REDEFINES WS-HOJE PIC 9(08).

       01 WS-DATA-AUX.
           05 WS-AUX-ANO            PIC 9(04).
           05 WS-AUX-MES            PIC 9(02).
           05 WS-AUX-DIA            PIC 9(02).
       01 WS-DATA-AUX-NUM REDEFINES WS-DATA-AUX PIC 9(08).

       01 WS-DATA-SIS.
           05 WS-SIS-ANO            PIC 9(02).
           05 WS-SIS-MES            PIC 9(02).
           05 WS-SIS-DIA            PIC 9(02).

      *    Vinculo conta -> titular.
       01 WS-TAB-CTIT.
           05 WS-CTIT-ENT OCCURS 200 TIMES.
               10 WS-CTIT-CONTA     PIC X(10).
               10 WS-CTIT-TIT       PIC X(03).

      *    Posicoes por titular e ativo, contas somadas.
       01 WS-TAB-POS.
           05 WS-POS-ENT OCCURS 300 TIMES.
               10 WS-POS-TITULAR    PIC X(03).
               10 WS-POS-TICKER     PIC X(10).
               10 WS-POS-QTY        PIC S9(07).
               10 WS-POS-CUSTO      PIC S9(11)V99.
               10 WS-POS-TK         PIC 9(03) COMP.

       01 WS-TAB-TIT.
           05 WS-TIT-COD OCCURS 50 TIMES PIC X(03).

      *    Por ativo: valor por acao recebido em cada um dos 24 meses
      *    da janela (1 = o mais antigo, 24 = o mes corrente) e o
      *    projetado para cada um dos 12 meses seguintes, nas tres
      *    classes (D dividendo, J JCP liquido, F rendimento de FII).
       01 WS-TAB-TK.
           05 WS-TK-ENT OCCURS 100 TIMES.
               10 WS-TK-TICKER      PIC X(10).
               10 WS-TK-TIPO-ATIVO  PIC X(01).
               10 WS-TK-PRECO       PIC 9(07)V99.
               10 WS-TK-PADRAO      PIC X(10).
               10 WS-TK-MESES-PAGOS PIC 9(03) COMP.
               10 WS-TK-HIST OCCURS 24 TIMES.
                   15 WS-TK-H-D     PIC 9(05)V9(06).
                   15 WS-TK-H-J     PIC 9(05)V9(06).
                   15 WS-TK-H-F     PIC 9(05)V9(06).
               10 WS-TK-PROJ OCCURS 12 TIMES.
                   15 WS-TK-P-D     PIC 9(05)V9(06).
                   15 WS-TK-P-J     PIC 9(05)V9(06).
                   15 WS-TK-P-F     PIC 9(05)V9(06).

      *    Creditos "PROV" do caixa sem evento na agenda, somados por
      *    ativo e data de pagamento com a quantidade atual das contas
      *    creditadas, para o valor por acao do pagamento.
       01 WS-TAB-LED.
           05 WS-LED-ENT OCCURS 500 TIMES.
               10 WS-LED-TK         PIC 9(03) COMP.
               10 WS-LED-DATA       PIC 9(08).
               10 WS-LED-VALOR      PIC S9(09)V99.
               10 WS-LED-QTY        PIC 9(07).

      *    Total mes a mes do titular e geral.
       01 WS-TAB-MES.
           05 WS-MES-ENT OCCURS 12 TIMES.
               10 WS-MES-ANOMES     PIC 9(06).
               10 WS-MES-D          PIC 9(09)V99.
               10 WS-MES-J          PIC 9(09)V99.
               10 WS-MES-F          PIC 9(09)V99.
               10 WS-MES-G-D        PIC 9(09)V99.
               10 WS-MES-G-J        PIC 9(09)V99.
               10 WS-MES-G-F        PIC 9(09)V99.

       PROCEDURE DIVISION.
       MAIN-SECTION.

      *    Subprograma chamado varias vezes na mesma sessao: tabelas
      *    e contadores sao zerados na entrada.
           MOVE 0 TO WS-CTIT-USADAS WS-POS-USADAS WS-TK-USADOS
                     WS-TIT-USADOS WS-LED-USADOS.

           ACCEPT WS-DATA-SIS FROM DATE.
           COMPUTE WS-HOJE-ANO = 2000 + WS-SIS-ANO.
           MOVE WS-SIS-MES TO WS-HOJE-MES.
           MOVE WS-SIS-DIA TO WS-HOJE-DIA.
           COMPUTE WS-IDX-ATU = WS-HOJE-ANO * 12 + WS-HOJE-MES - 1.
           COMPUTE WS-IDX-MES = WS-IDX-ATU - 23.
           PERFORM IDX-PARA-ANOMES.
           MOVE WS-FIM-ANOMES TO WS-INI-ANOMES.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
               COMPUTE WS-IDX-MES = WS-IDX-ATU + WS-K
               PERFORM IDX-PARA-ANOMES
               MOVE WS-FIM-ANOMES TO WS-MES-ANOMES(WS-K)
               MOVE 0 TO WS-MES-G-D(WS-K) WS-MES-G-J(WS-K)
                         WS-MES-G-F(WS-K)
           END-PERFORM.

           PERFORM CARREGA-TITULARES.
           PERFORM CARREGA-CUSTODIA.
           PERFORM CARREGA-ATIVOS.
           PERFORM CARREGA-AGENDA.
           PERFORM CARREGA-CAIXA.
           PERFORM PROJETA-ATIVOS.

           OPEN OUTPUT ARQ-PRJ.
           MOVE SPACES TO PRJ-LINHA.
           STRING "PROJECAO DE PROVENTOS - PROXIMOS 12 MESES"
                  " (BASE: PAGAMENTOS DE "
                  WS-INI-ANOMES(5:2) "/" WS-INI-ANOMES(1:4) " A "
                  WS-HOJE-MES "/" WS-HOJE-ANO ")"
                  DELIMITED BY SIZE INTO PRJ-LINHA
           END-STRING.
           WRITE PRJ-LINHA.

           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                     UNTIL WS-TIT-IDX > WS-TIT-USADOS
               PERFORM GRAVA-TITULAR
           END-PERFORM.

           MOVE SPACES TO PRJ-LINHA.
           WRITE PRJ-LINHA.
           MOVE "GERAL - TODOS OS TITULARES" TO PRJ-LINHA.
           WRITE PRJ-LINHA.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
               MOVE WS-MES-G-D(WS-K) TO WS-MES-D(WS-K)
               MOVE WS-MES-G-J(WS-K) TO WS-MES-J(WS-K)
               MOVE WS-MES-G-F(WS-K) TO WS-MES-F(WS-K)
           END-PERFORM.
           PERFORM GRAVA-MESES.
           CLOSE ARQ-PRJ.
           GOBACK.

       IDX-PARA-ANOMES.
      *    Indice de mes (ano * 12 + mes - 1) para AAAAMM.
           COMPUTE WS-AUX-ANO = WS-IDX-MES / 12.
           COMPUTE WS-AUX-MES = WS-IDX-MES - WS-AUX-ANO * 12 + 1.
           COMPUTE WS-FIM-ANOMES = WS-AUX-ANO * 100 + WS-AUX-MES.

       CARREGA-TITULARES.
           OPEN INPUT ARQ-CTIT.
           IF WS-STATUS-CTIT NOT = "00"
               CLOSE ARQ-CTIT
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-TITULAR-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-CTIT.

       CARREGA-TITULAR-SEQ.
           READ ARQ-CTIT AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-CTIT NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WS-CTIT-USADAS < 200
               ADD 1 TO WS-CTIT-USADAS
               MOVE CTIT-ACCOUNT TO WS-CTIT-CONTA(WS-CTIT-USADAS)
               MOVE CTIT-TITULAR TO WS-CTIT-TIT(WS-CTIT-USADAS)
           END-IF.

       CARREGA-CUSTODIA.
           OPEN INPUT STK02.
           IF WS-STATUS-STK02 NOT = "00"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-CUSTODIA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK02.

      *    Titulares em ordem de codigo (troca simples).
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX >= WS-TIT-USADOS
               PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > WS-TIT-USADOS - WS-IDX
                   IF WS-TIT-COD(WS-J) > WS-TIT-COD(WS-J + 1)
                       MOVE WS-TIT-COD(WS-J)     TO WS-TIT-TROCA
                       MOVE WS-TIT-COD(WS-J + 1) TO WS-TIT-COD(WS-J)
                       MOVE WS-TIT-TROCA         TO WS-TIT-COD(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CARREGA-CUSTODIA-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK02 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK02-QTY NOT > 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-TITULAR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-CTIT-USADAS
               IF WS-CTIT-CONTA(WS-IDX) = WFS-STK02-ACCOUNT
                   MOVE WS-CTIT-TIT(WS-IDX) TO WS-TITULAR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-J.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-TIT-USADOS
               IF WS-TIT-COD(WS-IDX) = WS-TITULAR
                   MOVE WS-IDX TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-J = 0 AND WS-TIT-USADOS < 50
               ADD 1 TO WS-TIT-USADOS
               MOVE WS-TITULAR TO WS-TIT-COD(WS-TIT-USADOS)
           END-IF.

           MOVE 0 TO WS-J.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-POS-USADAS
               IF WS-POS-TITULAR(WS-IDX) = WS-TITULAR
                  AND WS-POS-TICKER(WS-IDX) = WFS-STK02-TICKER
                   MOVE WS-IDX TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-J = 0
               IF WS-POS-USADAS >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-POS-USADAS
               MOVE WS-POS-USADAS TO WS-J
               MOVE WS-TITULAR       TO WS-POS-TITULAR(WS-J)
               MOVE WFS-STK02-TICKER TO WS-POS-TICKER(WS-J)
               MOVE 0 TO WS-POS-QTY(WS-J) WS-POS-CUSTO(WS-J)
               MOVE WFS-STK02-TICKER TO WS-TICKER
               PERFORM LOCALIZA-TICKER
               IF WS-TK = 0 AND WS-TK-USADOS < 100
                   ADD 1 TO WS-TK-USADOS
                   MOVE WS-TK-USADOS TO WS-TK
                   INITIALIZE WS-TK-ENT(WS-TK)
                   MOVE WFS-STK02-TICKER TO WS-TK-TICKER(WS-TK)
               END-IF
               MOVE WS-TK TO WS-POS-TK(WS-J)
           END-IF.
           ADD WFS-STK02-QTY     TO WS-POS-QTY(WS-J).
           ADD WFS-STK02-BALANCE TO WS-POS-CUSTO(WS-J).

       LOCALIZA-TICKER.
           MOVE 0 TO WS-TK.
           PERFORM VARYING WS-K FROM 1 BY 1
                     UNTIL WS-K > WS-TK-USADOS
               IF WS-TK-TICKER(WS-K) = WS-TICKER
                   MOVE WS-K TO WS-TK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CARREGA-ATIVOS.
      *    Tipo do cadastro (FII, BDR) e ultima cotacao de cada ativo.
           OPEN INPUT STK09.
           OPEN INPUT STK14.
           PERFORM VARYING WS-TK FROM 1 BY 1
                     UNTIL WS-TK > WS-TK-USADOS
               MOVE "A" TO WS-TK-TIPO-ATIVO(WS-TK)
               IF WS-STATUS-STK09 NOT = "35"
                   MOVE WS-TK-TICKER(WS-TK) TO WFS-STK09-TICKER
                   READ STK09 KEY IS WFS-STK09-TICKER
                   IF WS-STATUS-STK09 = "00"
                       MOVE WFS-STK09-TIPO TO WS-TK-TIPO-ATIVO(WS-TK)
                   END-IF
               END-IF
               IF WS-STATUS-STK14 NOT = "35"
                   PERFORM BUSCA-ULTIMA-COTACAO
               END-IF
           END-PERFORM.
           CLOSE STK09.
           CLOSE STK14.

       BUSCA-ULTIMA-COTACAO.
           MOVE WS-TK-TICKER(WS-TK) TO WFS-STK14-TICKER.
           MOVE 0                   TO WFS-STK14-DATA.
           START STK14 KEY IS NOT LESS THAN WFS-STK14-KEY.
           IF WS-STATUS-STK14 NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-COT-FIM.
           PERFORM BUSCA-ULTIMA-COTACAO-SEQ UNTIL WS-COT-FIM = "S".

       BUSCA-ULTIMA-COTACAO-SEQ.
           READ STK14 NEXT RECORD AT END MOVE "S" TO WS-COT-FIM.
           IF WS-STATUS-STK14 NOT = "00"
              OR WFS-STK14-TICKER NOT = WS-TK-TICKER(WS-TK)
               MOVE "S" TO WS-COT-FIM
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK14-FECHAMENTO TO WS-TK-PRECO(WS-TK).

       CARREGA-AGENDA.
      *    Eventos baixados da agenda pagos dentro da janela, pelo
      *    valor por acao; JCP liquido dos 15% salvo BDR.
           OPEN INPUT STK21.
           IF WS-STATUS-STK21 NOT = "00"
               CLOSE STK21
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-AGENDA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK21.

       CARREGA-AGENDA-SEQ.
           READ STK21 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK21 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF NOT WFS-STK21-BAIXADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK21-TICKER TO WS-TICKER.
           PERFORM LOCALIZA-TICKER.
           IF WS-TK = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK21-DATA-PAG TO WS-DATA-PAG.
           PERFORM CALCULA-SLOT.
           IF WS-S = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WFS-STK21-VALOR-ACAO TO WS-VPA.
           MOVE WFS-STK21-TIPO       TO WS-TIPO.
           IF WS-TIPO = "J" AND WS-TK-TIPO-ATIVO(WS-TK) NOT = "B"
               COMPUTE WS-VPA ROUNDED = WS-VPA * 0,85
           END-IF.
           PERFORM SOMA-SLOT.

       CALCULA-SLOT.
      *    Posicao do mes de WS-DATA-PAG na janela: 24 e o mes
      *    corrente; fora da janela devolve zero.
           MOVE 0 TO WS-S.
           MOVE WS-DATA-PAG TO WS-DATA-AUX-NUM.
           COMPUTE WS-IDX-DATA = WS-AUX-ANO * 12 + WS-AUX-MES - 1.
           IF WS-IDX-DATA > WS-IDX-ATU
              OR WS-IDX-DATA < WS-IDX-ATU - 23
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-S = 24 - (WS-IDX-ATU - WS-IDX-DATA).

       SOMA-SLOT.
           EVALUATE WS-TIPO
               WHEN "J"
                   ADD WS-VPA TO WS-TK-H-J(WS-TK, WS-S)
               WHEN "F"
                   ADD WS-VPA TO WS-TK-H-F(WS-TK, WS-S)
               WHEN OTHER
                   ADD WS-VPA TO WS-TK-H-D(WS-TK, WS-S)
           END-EVALUATE.

       CARREGA-CAIXA.
      *    Creditos de provento do caixa - vivo e os anos arquivados
      *    que a janela alcanca - que nao tem evento baixado na
      *    agenda com a mesma data; somados por ativo e data e
      *    convertidos em valor por acao no fim.
           OPEN INPUT STK21.
           OPEN INPUT STK02.
           IF WS-STATUS-STK02 NOT = "00"
               CLOSE STK02
               CLOSE STK21
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ANO-CX = WS-SIS-ANO - 2.
           MOVE WS-SIS-ANO TO WS-ANO-CX-FIM.
           PERFORM UNTIL WS-ANO-CX > WS-ANO-CX-FIM
               MOVE SPACES TO WS-CX-ARQ-NOME
               STRING "stk15_ano_" WS-ANO-CX ".dat"
                      DELIMITED BY SIZE INTO WS-CX-ARQ-NOME
               END-STRING
               OPEN INPUT STK15A
               IF WS-STATUS-STK15A = "00"
                   MOVE "N" TO WS-FIM-ARQ
                   PERFORM CARREGA-CAIXA-ARQ-SEQ
                           UNTIL WS-FIM-ARQ = "S"
               END-IF
               CLOSE STK15A
               ADD 1 TO WS-ANO-CX
           END-PERFORM.

           OPEN INPUT STK15.
           IF WS-STATUS-STK15 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM CARREGA-CAIXA-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK15.
           CLOSE STK02.
           IF WS-STATUS-STK21 NOT = "35"
               CLOSE STK21
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-LED-USADOS
               MOVE WS-LED-TK(WS-IDX) TO WS-TK
               MOVE WS-LED-DATA(WS-IDX) TO WS-DATA-PAG
               PERFORM CALCULA-SLOT
               IF WS-LED-QTY(WS-IDX) > 0 AND WS-LED-VALOR(WS-IDX) > 0
                   COMPUTE WS-VPA ROUNDED = WS-LED-VALOR(WS-IDX)
                                          / WS-LED-QTY(WS-IDX)
                   IF WS-TK-TIPO-ATIVO(WS-TK) = "F"
                       MOVE "F" TO WS-TIPO
                   ELSE
                       MOVE "D" TO WS-TIPO
                   END-IF
                   PERFORM SOMA-SLOT
               END-IF
           END-PERFORM.

       CARREGA-CAIXA-ARQ-SEQ.
           READ STK15A AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK15A NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE STK15A-ACCOUNT   TO WS-CONTA.
           MOVE STK15A-DATA      TO WS-DATA-PAG.
           MOVE STK15A-VALOR     TO WS-VALOR.
           IF STK15A-TIPO = "P" AND STK15A-HISTORICO(1:5) = "PROV "
               MOVE STK15A-HISTORICO(6:10) TO WS-TICKER
               PERFORM GUARDA-CREDITO
           END-IF.

       CARREGA-CAIXA-SEQ.
           READ STK15 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK15 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK15-ACCOUNT TO WS-CONTA.
           MOVE WFS-STK15-DATA    TO WS-DATA-PAG.
           MOVE WFS-STK15-VALOR   TO WS-VALOR.
           IF WFS-STK15-TIPO = "P"
              AND WFS-STK15-HISTORICO(1:5) = "PROV "
               MOVE WFS-STK15-HISTORICO(6:10) TO WS-TICKER
               PERFORM GUARDA-CREDITO
           END-IF.

       GUARDA-CREDITO.
           PERFORM LOCALIZA-TICKER.
           IF WS-TK = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULA-SLOT.
           IF WS-S = 0
               EXIT PARAGRAPH
           END-IF.

      *    Credito gerado pela baixa da agenda ja entrou pelo evento.
           IF WS-STATUS-STK21 NOT = "35"
               MOVE "N" TO WS-ACHOU
               MOVE WS-TICKER   TO WFS-STK21-TICKER
               MOVE WS-DATA-PAG TO WFS-STK21-DATA-PAG
               MOVE "D" TO WFS-STK21-TIPO
               PERFORM PROCURA-AGENDA
               MOVE "J" TO WFS-STK21-TIPO
               PERFORM PROCURA-AGENDA
               MOVE "F" TO WFS-STK21-TIPO
               PERFORM PROCURA-AGENDA
               IF WS-ACHOU = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    Quantidade de hoje da conta creditada.
           MOVE WS-CONTA  TO WFS-STK02-ACCOUNT.
           MOVE WS-TICKER TO WFS-STK02-TICKER.
           READ STK02 KEY IS WFS-STK02-KEY.
           IF WS-STATUS-STK02 NOT = "00" OR WFS-STK02-QTY NOT > 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-J.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-LED-USADOS
               IF WS-LED-TK(WS-IDX) = WS-TK
                  AND WS-LED-DATA(WS-IDX) = WS-DATA-PAG
                   MOVE WS-IDX TO WS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-J = 0
               IF WS-LED-USADOS >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LED-USADOS
               MOVE WS-LED-USADOS TO WS-J
               MOVE WS-TK       TO WS-LED-TK(WS-J)
               MOVE WS-DATA-PAG TO WS-LED-DATA(WS-J)
               MOVE 0 TO WS-LED-VALOR(WS-J) WS-LED-QTY(WS-J)
           END-IF.
           ADD WS-VALOR      TO WS-LED-VALOR(WS-J).
           ADD WFS-STK02-QTY TO WS-LED-QTY(WS-J).

       PROCURA-AGENDA.
           READ STK21 KEY IS WFS-STK21-KEY.
           IF WS-STATUS-STK21 = "00" AND WFS-STK21-BAIXADO
               MOVE "S" TO WS-ACHOU
           END-IF.

       PROJETA-ATIVOS.
      *    Padrao de pagamento e valor por acao projetado, mes a mes.
           PERFORM VARYING WS-TK FROM 1 BY 1
                     UNTIL WS-TK > WS-TK-USADOS
               PERFORM PROJETA-ATIVO
           END-PERFORM.

       PROJETA-ATIVO.
      *    Meses pagos no ultimo ano (13 a 24) e no anterior (1 a 12).
           MOVE 0 TO WS-N12 WS-NANT.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 24
               IF WS-TK-H-D(WS-TK, WS-S) + WS-TK-H-J(WS-TK, WS-S)
                  + WS-TK-H-F(WS-TK, WS-S) > 0
                   IF WS-S > 12
                       ADD 1 TO WS-N12
                   ELSE
                       ADD 1 TO WS-NANT
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-TK-MESES-PAGOS(WS-TK) = WS-N12 + WS-NANT.

           EVALUATE TRUE
               WHEN WS-N12 + WS-NANT = 0
                   MOVE "SEM PAGTO" TO WS-TK-PADRAO(WS-TK)
               WHEN WS-N12 >= 10
                   MOVE "MENSAL"    TO WS-TK-PADRAO(WS-TK)
                   PERFORM PROJETA-MEDIA-ANO
               WHEN WS-N12 = 0
                   MOVE "IRREGULAR" TO WS-TK-PADRAO(WS-TK)
                   PERFORM PROJETA-MEDIA-24M
               WHEN OTHER
                   PERFORM CONFERE-REPETICAO
                   IF WS-CASADOS = WS-N12
                      AND (WS-NANT = 0
                           OR (WS-NANT >= WS-N12 - 1
                               AND WS-NANT <= WS-N12 + 1))
                       EVALUATE WS-N12
                           WHEN 1
                               MOVE "ANUAL"      TO WS-TK-PADRAO(WS-TK)
                           WHEN 2
                               MOVE "SEMESTRAL"  TO WS-TK-PADRAO(WS-TK)
                           WHEN 3
                           WHEN 4
                               MOVE "TRIMESTRAL" TO WS-TK-PADRAO(WS-TK)
                           WHEN OTHER
                               MOVE "PERIODICO"  TO WS-TK-PADRAO(WS-TK)
                       END-EVALUATE
                       PERFORM PROJETA-REPETE-ANO
                   ELSE
                       MOVE "IRREGULAR" TO WS-TK-PADRAO(WS-TK)
                       PERFORM PROJETA-MEDIA-24M
                   END-IF
           END-EVALUATE.

       CONFERE-REPETICAO.
      *    Mes pago no ultimo ano que tem pagamento no mesmo mes do
      *    ano anterior, ou num vizinho (data de pagamento que
      *    escorregou); sem historico do ano anterior, tudo casa.
           MOVE 0 TO WS-CASADOS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
               COMPUTE WS-S = WS-K + 12
               IF WS-TK-H-D(WS-TK, WS-S) + WS-TK-H-J(WS-TK, WS-S)
                  + WS-TK-H-F(WS-TK, WS-S) > 0
                   MOVE "N" TO WS-CASA
                   IF WS-NANT = 0
                       MOVE "S" TO WS-CASA
                   END-IF
                   PERFORM VARYING WS-S FROM WS-K BY 1
                             UNTIL WS-S > WS-K + 2
                       IF WS-S > 1 AND WS-S < 14
                          AND WS-TK-H-D(WS-TK, WS-S - 1)
                            + WS-TK-H-J(WS-TK, WS-S - 1)
                            + WS-TK-H-F(WS-TK, WS-S - 1) > 0
                           MOVE "S" TO WS-CASA
                       END-IF
                   END-PERFORM
                   IF WS-CASA = "S"
                       ADD 1 TO WS-CASADOS
                   END-IF
               END-IF
           END-PERFORM.

       PROJETA-MEDIA-ANO.
      *    Mensal: media dos meses pagos no ultimo ano, todo mes.
           MOVE 0 TO WS-TK-P-D(WS-TK, 1) WS-TK-P-J(WS-TK, 1)
                     WS-TK-P-F(WS-TK, 1).
           PERFORM VARYING WS-S FROM 13 BY 1 UNTIL WS-S > 24
               ADD WS-TK-H-D(WS-TK, WS-S) TO WS-TK-P-D(WS-TK, 1)
               ADD WS-TK-H-J(WS-TK, WS-S) TO WS-TK-P-J(WS-TK, 1)
               ADD WS-TK-H-F(WS-TK, WS-S) TO WS-TK-P-F(WS-TK, 1)
           END-PERFORM.
           COMPUTE WS-TK-P-D(WS-TK, 1) ROUNDED =
                   WS-TK-P-D(WS-TK, 1) / WS-N12.
           COMPUTE WS-TK-P-J(WS-TK, 1) ROUNDED =
                   WS-TK-P-J(WS-TK, 1) / WS-N12.
           COMPUTE WS-TK-P-F(WS-TK, 1) ROUNDED =
                   WS-TK-P-F(WS-TK, 1) / WS-N12.
           PERFORM VARYING WS-K FROM 2 BY 1 UNTIL WS-K > 12
               MOVE WS-TK-PROJ(WS-TK, 1) TO WS-TK-PROJ(WS-TK, WS-K)
           END-PERFORM.

       PROJETA-MEDIA-24M.
      *    Irregular: o total dos 24 meses espalhado por igual.
           MOVE 0 TO WS-TK-P-D(WS-TK, 1) WS-TK-P-J(WS-TK, 1)
                     WS-TK-P-F(WS-TK, 1).
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 24
               ADD WS-TK-H-D(WS-TK, WS-S) TO WS-TK-P-D(WS-TK, 1)
               ADD WS-TK-H-J(WS-TK, WS-S) TO WS-TK-P-J(WS-TK, 1)
               ADD WS-TK-H-F(WS-TK, WS-S) TO WS-TK-P-F(WS-TK, 1)
           END-PERFORM.
           COMPUTE WS-TK-P-D(WS-TK, 1) ROUNDED =
                   WS-TK-P-D(WS-TK, 1) / 24.
           COMPUTE WS-TK-P-J(WS-TK, 1) ROUNDED =
                   WS-TK-P-J(WS-TK, 1) / 24.
           COMPUTE WS-TK-P-F(WS-TK, 1) ROUNDED =
                   WS-TK-P-F(WS-TK, 1) / 24.
           PERFORM VARYING WS-K FROM 2 BY 1 UNTIL WS-K > 12
               MOVE WS-TK-PROJ(WS-TK, 1) TO WS-TK-PROJ(WS-TK, WS-K)
           END-PERFORM.

       PROJETA-REPETE-ANO.
      *    Periodico: o mes seguinte repete o de 11 meses atras, e
      *    assim por diante - o ultimo ano mes a mes.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
               MOVE WS-TK-HIST(WS-TK, WS-K + 12)
                 TO WS-TK-PROJ(WS-TK, WS-K)
           END-PERFORM.

       GRAVA-TITULAR.
           MOVE WS-TIT-COD(WS-TIT-IDX) TO WS-TITULAR.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
               MOVE 0 TO WS-MES-D(WS-K) WS-MES-J(WS-K) WS-MES-F(WS-K)
           END-PERFORM.

           MOVE SPACES TO PRJ-LINHA.
           WRITE PRJ-LINHA.
           MOVE SPACES TO PRJ-LINHA.
           IF WS-TITULAR = SPACES
               MOVE "TITULAR PADRAO" TO PRJ-LINHA
           ELSE
               STRING "TITULAR " WS-TITULAR
                      DELIMITED BY SIZE INTO PRJ-LINHA
               END-STRING
           END-IF.
           WRITE PRJ-LINHA.
           MOVE SPACES TO PRJ-LINHA.
           MOVE "TICKER"         TO PRJ-LINHA(1:6).
           MOVE "PADRAO"         TO PRJ-LINHA(12:6).
           MOVE "QTDE"           TO PRJ-LINHA(27:4).
           MOVE "PAG"            TO PRJ-LINHA(32:3).
           MOVE "DIVIDENDOS"     TO PRJ-LINHA(39:10).
           MOVE "JCP LIQ."       TO PRJ-LINHA(55:8).
           MOVE "REND. FII"      TO PRJ-LINHA(68:9).
           MOVE "TOTAL 12M"      TO PRJ-LINHA(82:9).
           MOVE "YOC%"           TO PRJ-LINHA(94:4).
           MOVE "YLD%"           TO PRJ-LINHA(101:4).
           WRITE PRJ-LINHA.

           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J > WS-POS-USADAS
               IF WS-POS-TITULAR(WS-J) = WS-TITULAR
                   PERFORM GRAVA-POSICAO
               END-IF
           END-PERFORM.

           MOVE SPACES TO PRJ-LINHA.
           WRITE PRJ-LINHA.
           PERFORM GRAVA-MESES.

       GRAVA-POSICAO.
           MOVE WS-POS-TK(WS-J) TO WS-TK.
           MOVE 0 TO WS-TOT-D WS-TOT-J WS-TOT-F.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
               COMPUTE WS-VALOR ROUNDED = WS-POS-QTY(WS-J)
                                        * WS-TK-P-D(WS-TK, WS-K)
               ADD WS-VALOR TO WS-TOT-D WS-MES-D(WS-K) WS-MES-G-D(WS-K)
               COMPUTE WS-VALOR ROUNDED = WS-POS-QTY(WS-J)
                                        * WS-TK-P-J(WS-TK, WS-K)
               ADD WS-VALOR TO WS-TOT-J WS-MES-J(WS-K) WS-MES-G-J(WS-K)
               COMPUTE WS-VALOR ROUNDED = WS-POS-QTY(WS-J)
                                        * WS-TK-P-F(WS-TK, WS-K)
               ADD WS-VALOR TO WS-TOT-F WS-MES-F(WS-K) WS-MES-G-F(WS-K)
           END-PERFORM.
           COMPUTE WS-TOT-12M = WS-TOT-D + WS-TOT-J + WS-TOT-F.

           MOVE SPACES TO PRJ-LINHA.
           MOVE WS-POS-TICKER(WS-J)     TO PRJ-LINHA(1:10).
           MOVE WS-TK-PADRAO(WS-TK)     TO PRJ-LINHA(12:10).
           MOVE WS-POS-QTY(WS-J)        TO WS-QTD-MASK.
           MOVE WS-QTD-MASK             TO PRJ-LINHA(23:8).
           MOVE WS-TK-MESES-PAGOS(WS-TK) TO WS-N-MASK.
           MOVE WS-N-MASK               TO PRJ-LINHA(32:3).
           MOVE WS-TOT-D                TO WS-VAL-MASK.
           MOVE WS-VAL-MASK             TO PRJ-LINHA(36:13).
           MOVE WS-TOT-J                TO WS-VAL-MASK.
           MOVE WS-VAL-MASK             TO PRJ-LINHA(50:13).
           MOVE WS-TOT-F                TO WS-VAL-MASK.
           MOVE WS-VAL-MASK             TO PRJ-LINHA(64:13).
           MOVE WS-TOT-12M              TO WS-VAL-MASK.
           MOVE WS-VAL-MASK             TO PRJ-LINHA(78:13).

           MOVE 0 TO WS-PCT.
           IF WS-POS-CUSTO(WS-J) > 0
               COMPUTE WS-PCT ROUNDED = WS-TOT-12M * 100
                                      / WS-POS-CUSTO(WS-J)
                   ON SIZE ERROR
                       MOVE 999,99 TO WS-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-PCT                  TO WS-PCT-MASK.
           MOVE WS-PCT-MASK             TO PRJ-LINHA(92:6).

           IF WS-TK-PRECO(WS-TK) > 0
               COMPUTE WS-VAL-MERCADO = WS-POS-QTY(WS-J)
                                      * WS-TK-PRECO(WS-TK)
           ELSE
               MOVE WS-POS-CUSTO(WS-J) TO WS-VAL-MERCADO
           END-IF.
           MOVE 0 TO WS-PCT.
           IF WS-VAL-MERCADO > 0
               COMPUTE WS-PCT ROUNDED = WS-TOT-12M * 100
                                      / WS-VAL-MERCADO
                   ON SIZE ERROR
                       MOVE 999,99 TO WS-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-PCT                  TO WS-PCT-MASK.
           MOVE WS-PCT-MASK             TO PRJ-LINHA(99:6).
           WRITE PRJ-LINHA.

       GRAVA-MESES.
      *    Quadro mes a mes nas mesmas colunas das classes.
           MOVE SPACES TO PRJ-LINHA.
           MOVE "MES"            TO PRJ-LINHA(1:3).
           MOVE "DIVIDENDOS"     TO PRJ-LINHA(39:10).
           MOVE "JCP LIQ."       TO PRJ-LINHA(55:8).
           MOVE "REND. FII"      TO PRJ-LINHA(68:9).
           MOVE "TOTAL"          TO PRJ-LINHA(86:5).
           WRITE PRJ-LINHA.
           MOVE 0 TO WS-TOT-D WS-TOT-J WS-TOT-F.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
               MOVE SPACES TO PRJ-LINHA
               MOVE WS-MES-ANOMES(WS-K)(5:2) TO PRJ-LINHA(1:2)
               MOVE "/"                      TO PRJ-LINHA(3:1)
               MOVE WS-MES-ANOMES(WS-K)(1:4) TO PRJ-LINHA(4:4)
               MOVE WS-MES-D(WS-K)   TO WS-VAL-MASK
               MOVE WS-VAL-MASK      TO PRJ-LINHA(36:13)
               MOVE WS-MES-J(WS-K)   TO WS-VAL-MASK
               MOVE WS-VAL-MASK      TO PRJ-LINHA(50:13)
               MOVE WS-MES-F(WS-K)   TO WS-VAL-MASK
               MOVE WS-VAL-MASK      TO PRJ-LINHA(64:13)
               COMPUTE WS-TOT-12M = WS-MES-D(WS-K) + WS-MES-J(WS-K)
                                  + WS-MES-F(WS-K)
               MOVE WS-TOT-12M       TO WS-VAL-MASK
               MOVE WS-VAL-MASK      TO PRJ-LINHA(78:13)
               WRITE PRJ-LINHA
               ADD WS-MES-D(WS-K) TO WS-TOT-D
               ADD WS-MES-J(WS-K) TO WS-TOT-J
               ADD WS-MES-F(WS-K) TO WS-TOT-F
           END-PERFORM.
           MOVE SPACES TO PRJ-LINHA.
           MOVE "TOTAL 12M"      TO PRJ-LINHA(1:9).
           MOVE WS-TOT-D         TO WS-VAL-MASK.
           MOVE WS-VAL-MASK      TO PRJ-LINHA(36:13).
           MOVE WS-TOT-J         TO WS-VAL-MASK.
           MOVE WS-VAL-MASK      TO PRJ-LINHA(50:13).
           MOVE WS-TOT-F         TO WS-VAL-MASK.
           MOVE WS-VAL-MASK      TO PRJ-LINHA(64:13).
           COMPUTE WS-TOT-12M = WS-TOT-D + WS-TOT-J + WS-TOT-F.
           MOVE WS-TOT-12M       TO WS-VAL-MASK.
           MOVE WS-VAL-MASK      TO PRJ-LINHA(78:13).
           WRITE PRJ-LINHA.
