      *   "F" - fechamento completo: uma apuracao independente por    *
      *         titular (STK08/DARF/STK16/STK04, com acumulado        *
      *         abaixo do minimo, credito de compensacao e            *
      *         refechamento), come-cotas dos fundos ao fechar maio   *
      *         e novembro (COMECOTAS), fotografia do patrimonio      *
      *         (renda fixa a valor atual via CALCRF, fundos pela     *
      *         ultima cota via CALCFUND, previdencia privada pelo    *
      *         saldo do fim do mes via CALCPREV), extrato mensal     *
      *         (EXTRMES) e arquivamento do diario com jornal de      *
      *         retomada e catalogo de mortos (CATMORTO).             *
      * Nada de tela aqui: quem conduz DISPLAY/ACCEPT e o STOCKS, e   *
      * o retorno de erro vai em LNK-FECHA-RC (08 = sem               *
      * lancamentos, 12 = totais de controle da abertura nao batem    *
      * com os do fechamento anterior, ver CTLTOT e ctltot.rel). O    *
      * fechamento em lote chama a funcao "F" diretamente, sem        *
      * carregar o resto do sistema. Ao fim do fechamento os totais   *
      * de controle sao gravados (CTLTOT "G") para a proxima          *
      * execucao conferir.                                            *
      * Resultados de mercado futuro (futres.dat, gravado pelo        *
      * FUTMOD) entram na competencia: day trade junto ao day trade   *
      * de acoes e ajustes do swing na categoria comum, com o IRRF    *
      * retido na fonte de cada um.                                   *
      * Criptoativos (cripto.dat, gravado pelo CRIPMOD) tem apuracao  *
      * propria no mesmo fechamento: ganho de capital isento quando   *
      * as vendas do mes ficam ate R$ 35.000,00, senao tributado pela *
      * tabela progressiva do ganho de capital, em campos separados   *
      * do STK08 e DARF proprio (4600); e sai a declaracao mensal da  *
      * IN RFB 1888 quando as operacoes fora de exchange nacional     *
      * passam de R$ 30.000,00 no mes.                                *
      * Leiloes de fracoes liquidados no mes (fracoes.dat, baixados   *
      * pelo STOCKS) entram como venda da categoria do ativo: o       *
      * valor recebido soma as vendas e o custo da fracao as compras. *
      *   "R" - acerto de competencia ja fechada sem refechamento     *
      *         (retificacao retroativa de custos, RETTAXA): a        *
      *         diferenca de imposto informada vira DARF complementar *
      *         com multa e juros ou credito de compensacao, pelo     *
      *         mesmo caminho do refechamento.                        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'control_stk11'.                *> Dados do DARF
           COPY 'control_stk16'.                *> Historico de prejuizos
           COPY 'control_stk17'.                *> Renda fixa
           COPY 'control_stk34'.                *> Lotes de fundos
           COPY 'control_stk52'.                *> Planos previdencia
           COPY 'control_stk18'.                *> Patrimonio mensal
           COPY 'control_stk24'.                *> Titulares (CPFs)
           COPY 'control_selic'.                *> Tabela SELIC mensal
           COPY 'control_stk30'.                *> Resultados futuros
           COPY 'control_stk32'.                *> Movimentos cripto
           COPY 'control_stk36'.                *> Fracoes a leiloar

           SELECT ARQ-CTIT ASSIGN TO "contastit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FECHA-JNL.

           SELECT ARQ-CARNE-LEAO ASSIGN TO WS-ARQ-CARNE-LEAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CARNE-LEAO.

           SELECT ARQ-IN1888 ASSIGN TO WS-ARQ-IN1888
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IN1888.

       DATA DIVISION.
       FILE SECTION.
       FD STK03.
           COPY 'stk16'.
       FD STK17.
           COPY 'stk17'.
       FD STK34.
           COPY 'stk34'.
       FD STK52.
           COPY 'stk52'.
       FD STK18.
           COPY 'stk18'.
       FD STK24.
           COPY 'stk24'.
       FD ARQ-SELIC.
           COPY 'selic'.
       FD STK30.
           COPY 'stk30'.
       FD STK32.
           COPY 'stk32'.
       FD STK36.
           COPY 'stk36'.
       FD ARQ-CTIT.
       01 CTIT-REG.
           05 CTIT-ACCOUNT           PIC X(10).
       01 FECHA-JNL-REG.
           05 FECHA-JNL-ETAPA        PIC X(08).
           05 FECHA-JNL-ARQUIVO      PIC X(30).
       FD ARQ-CARNE-LEAO.
       01 CARNE-LEAO-LINHA          PIC X(80).
       FD ARQ-IN1888.
       01 IN1888-LINHA              PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK03       PIC X(02).
       77 WS-STATUS-STK11       PIC X(02).
       77 WS-STATUS-STK16       PIC X(02).
       77 WS-STATUS-STK17       PIC X(02).
       77 WS-STATUS-STK34       PIC X(02).
       77 WS-STATUS-STK52       PIC X(02).
       77 WS-STATUS-STK18       PIC X(02).
       77 WS-STATUS-STK24       PIC X(02).
       77 WS-STATUS-SELIC       PIC X(02).
       77 WS-STATUS-STK30       PIC X(02).
       77 WS-FUT-AAAAMM         PIC 9(06).
       77 WS-STATUS-STK32       PIC X(02).
       77 WS-STATUS-STK36       PIC X(02).
       77 WS-LEI-AAAAMM         PIC 9(06).
       77 WS-STATUS-IN1888      PIC X(02).
       77 WS-STATUS-CTIT        PIC X(02).
       77 WS-STATUS-STK04-TMP   PIC X(02).
       77 WS-STATUS-DARF-ACUM   PIC X(02).
       77 WS-STATUS-DARF-COMP   PIC X(02).
       77 WS-STATUS-DCOMP-TMP   PIC X(02).
       77 WS-STATUS-FECHA-JNL   PIC X(02).
       77 WS-STATUS-CARNE-LEAO  PIC X(02).

       77 WS-FIM-ARQ            PIC X(01).
       77 WS-EOF-FECHAMENTO     PIC X(01).
           05 WS-RESULT-ACAO    PIC S9(7)V99.
           05 WS-RESULT-ETF     PIC S9(7)V99.
           05 WS-BASE-COM       PIC S9(7)V99.
           05 WS-BDR-REND       PIC S9(7)V99.
           05 WS-FUT-COM        PIC S9(7)V99.
           05 WS-FUT-DT         PIC S9(7)V99.
           05 WS-CRI-VENDAS     PIC S9(11)V99.
           05 WS-CRI-RESULT     PIC S9(11)V99.
           05 WS-CRI-IMPOSTO    PIC S9(09)V99.
           05 WS-CRI-FORA       PIC S9(11)V99.

      *    Criptoativos: isencao mensal sobre o total de vendas, faixas
      *    do ganho de capital (ate, aliquota) e o piso da IN 1888
      *    para operacoes sem exchange nacional.
       77 WS-ISENCAO-CRIPTO     PIC 9(07)V99 VALUE 35000,00.
       77 WS-IN1888-PISO        PIC 9(07)V99 VALUE 30000,00.
       01 WS-TAB-GCAP-VAL.
           05 FILLER            PIC X(16) VALUE "0005000000000150".
           05 FILLER            PIC X(16) VALUE "0010000000000175".
           05 FILLER            PIC X(16) VALUE "0030000000000200".
           05 FILLER            PIC X(16) VALUE "9999999999990225".
       01 WS-TAB-GCAP REDEFINES WS-TAB-GCAP-VAL.
           05 WS-GCAP-FAIXA OCCURS 4 TIMES.
               10 WS-GCAP-ATE       PIC 9(10)V99.
               10 WS-GCAP-ALIQ      PIC 9V999.
       77 WS-GCAP-IDX           PIC 9(01).
       77 WS-GCAP-PISO          PIC 9(10)V99.
       77 WS-GCAP-PARTE         PIC 9(10)V99.
       77 WS-CRI-AAAAMM         PIC 9(06).
       77 WS-CRI-ABRIU          PIC X(01).
       77 WS-CRI-REGS           PIC 9(05).
       77 WS-ARQ-IN1888         PIC X(20).
       77 WS-CRI-QTD-ED         PIC Z(08)9,99999999.
       77 WS-CRI-VAL-ED         PIC Z(10)9,99.
       77 WS-CRI-TAX-ED         PIC Z(06)9,99.

      *    Carne-leao dos proventos de BDR: tabela progressiva mensal
      *    (faixa ate, aliquota, parcela a deduzir) e o redutor da
      *    Lei 15.270 para rendimento ate R$ 7.350,00.
       01 WS-TAB-IRPF-MENSAL-VAL.
           05 FILLER            PIC X(17) VALUE "00242880000000000".
           05 FILLER            PIC X(17) VALUE "00282665007518216".
           05 FILLER            PIC X(17) VALUE "00375105015039416".
           05 FILLER            PIC X(17) VALUE "00466468022567549".
           05 FILLER            PIC X(17) VALUE "99999999027590873".
       01 WS-TAB-IRPF-MENSAL REDEFINES WS-TAB-IRPF-MENSAL-VAL.
           05 WS-IRPF-FAIXA OCCURS 5 TIMES.
               10 WS-IRPF-ATE       PIC 9(06)V99.
               10 WS-IRPF-ALIQ      PIC 9V999.
               10 WS-IRPF-DEDUZ     PIC 9(03)V99.
       77 WS-IRPF-IDX           PIC 9(01).
       77 WS-CL-IMPOSTO         PIC S9(07)V99.
       77 WS-CL-REDUTOR         PIC S9(07)V99.
       77 WS-CL-ABRIU           PIC X(01).
       77 WS-ARQ-CARNE-LEAO     PIC X(20).
       77 WS-CL-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99-.

      *    Apuracao por titular: tabela de titulares, mapa de contas
      *    e estado do STK04 (um registro por titular).
           05 WS-TIT-ENT OCCURS 10 TIMES.
               10 WS-TIT-E-ID       PIC X(03).
               10 WS-TIT-E-NOME     PIC X(40).
               10 WS-TIT-E-CPF      PIC X(11).
       01 WS-TAB-CTIT.
           05 WS-CTIT-ENT OCCURS 50 TIMES.
               10 WS-CTIT-E-CONTA   PIC X(10).
       77 WS-DARF-ACUM-TOT      PIC 9(07)V99.
       77 WS-DARF-TOTAL         PIC 9(07)V99.
       77 WS-DARF-ORIGEM        PIC X(30).
       77 WS-DARF-CODIGO        PIC X(04) VALUE "6015".
       77 WS-DARF-ORIG-PTR      PIC 9(02).
       77 WS-DARF-ACUM-FIM      PIC X(01).
       77 WS-RCL-PAGO           PIC 9(08)V99.
           05 WS-DU-R-DIA       PIC 9(02).

      *    Fotografia do patrimonio por conta, com a renda fixa
      *    ativa a valor atual via CALCRF e os fundos pela ultima
      *    cota via CALCFUND; planos de previdencia pelo saldo do
      *    fim do mes via CALCPREV.
       77 WS-PAT-CONTA-ANT      PIC X(10).
       77 WS-PAT-SALDO          PIC S9(09)V99.
       77 WS-PAT-POSICOES       PIC 9(04).
           05 WS-CRF-VALOR-ATUAL    PIC 9(09)V99.
           05 WS-CRF-IR-PROJ        PIC 9(07)V99.
           05 WS-CRF-LIQ-PROJ       PIC 9(09)V99.
       01 WS-CALCFUND-PARM.
           05 WS-CFD-FUNDO          PIC X(10).
           05 WS-CFD-CLASSE         PIC X(01).
           05 WS-CFD-DATA-APLIC     PIC 9(08).
           05 WS-CFD-DATA-ALVO      PIC 9(08).
           05 WS-CFD-COTAS          PIC 9(09)V9(06).
           05 WS-CFD-VALOR-APLIC    PIC 9(11)V99.
           05 WS-CFD-IR-COME        PIC 9(09)V99.
           05 WS-CFD-COTA           PIC 9(05)V9(08).
           05 WS-CFD-COTA-ACHADA    PIC X(01).
           05 WS-CFD-VALOR-ATUAL    PIC 9(11)V99.
           05 WS-CFD-IR-PROJ        PIC 9(09)V99.
           05 WS-CFD-LIQ-PROJ       PIC 9(11)V99.
       01 WS-CALCPREV-PARM.
           05 WS-CPV-PLANO          PIC X(10).
           05 WS-CPV-DATA           PIC 9(08).
           05 WS-CPV-SALDO          PIC 9(11)V99.
           05 WS-CPV-SALDO-ACHADO   PIC X(01).
           05 WS-CPV-COMP-SALDO     PIC 9(06).
           05 WS-CPV-PRINCIPAL      PIC 9(11)V99.
           05 WS-CPV-APORTES-ANO    PIC 9(11)V99.
           05 WS-CPV-RESGATES-ANO   PIC 9(11)V99.
           05 WS-CPV-IR-ANO         PIC 9(09)V99.

      *    Come-cotas semestral dos fundos (COMECOTAS).
       01 WS-COMECOTAS-PARM.
           05 WS-CC-DATA            PIC 9(08).
           05 WS-CC-LOTES           PIC 9(05).
           05 WS-CC-IR              PIC 9(11)V99.

      *    Arquivamento do diario, jornal de retomada e catalogo.
       77 WS-ARCHIVE-NAME       PIC X(30).
       77 WS-EXT-COMP-MES       PIC 9(02).
       77 WS-CAT-COMP-ANO       PIC 9(02).
       77 WS-CAT-COMP-MES       PIC 9(02).
       01 WS-CTL-PARM.
           05 WS-CTL-FUNC       PIC X(01).
           05 WS-CTL-COMP-ANO   PIC 9(02).
           05 WS-CTL-COMP-MES   PIC 9(02).
           05 WS-CTL-ARQUIVO    PIC X(30).
           05 WS-CTL-DIVERG     PIC 9(05).
           05 WS-CTL-RC         PIC 9(02).
       01 WS-DATA-FECHAMENTO.
           05 WS-FECHA-ANO      PIC 9(2).
           05 WS-FECHA-MES      PIC 9(2).
           05 LNK-PREJ-COM-FECH     PIC 9(06)V99.
           05 LNK-PREJ-DT-FECH      PIC 9(06)V99.
           05 LNK-PREJ-FII-FECH     PIC 9(06)V99.
           05 LNK-RET-ANO           PIC 9(02).
           05 LNK-RET-MES           PIC 9(02).
           05 LNK-RET-DIF           PIC S9(07)V99.

       PROCEDURE DIVISION USING LNK-FECHA-PARM.
       INICIO-FECHAMES.
                   PERFORM DEVOLVE-APURACAO
               WHEN "F"
                   PERFORM FECHAR-MES-COMPLETO
               WHEN "R"
                   MOVE LNK-FECHA-TITULAR TO WS-TIT-ATUAL
                   MOVE LNK-RET-ANO       TO WS-ANO-INICIAL
                   MOVE LNK-RET-MES       TO WS-MES-INICIAL
                   MOVE LNK-RET-DIF       TO WS-RCL-DIF
                   PERFORM ACERTA-DIFERENCA-DARF
           END-EVALUATE.
           GOBACK.

           END-IF.
           CLOSE STK03.

      *    Antes de gravar qualquer coisa, a abertura tem de bater
      *    com os totais do fechamento anterior (ou a diferenca ter
      *    transacao auditada que a explique); senao algum dado
      *    sumiu entre as execucoes e o mes nao fecha.
           MOVE "V"    TO WS-CTL-FUNC.
           MOVE SPACES TO WS-CTL-ARQUIVO.
           CALL 'CTLTOT' USING WS-CTL-PARM.
           IF WS-CTL-RC NOT = 0
               MOVE 12 TO LNK-FECHA-RC
               EXIT PARAGRAPH
           END-IF.

           PERFORM CARREGA-TITULARES.
           PERFORM CARREGA-MAPA-CONTAS.
           MOVE "S" TO WS-TIT-FILTRO.
           MOVE "N" TO WS-CL-ABRIU.
           MOVE "N" TO WS-CRI-ABRIU.

      *    Titular sem registro em STK04 ganha o seu ANTES de
      *    qualquer fechamento avancar o periodo: a leitura cria o

           MOVE SPACES TO WS-TIT-ATUAL.
           PERFORM READ-INITIAL-LOSS.
           PERFORM EXECUTA-COME-COTAS.
           PERFORM GRAVA-PATRIMONIO-SNAPSHOT.

           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1

           PERFORM ARQUIVA-MES.

      *    Totais de fechamento para a conferencia da proxima
      *    execucao, ja com o diario no arquivo morto.
           MOVE "G"             TO WS-CTL-FUNC.
           MOVE WS-EXT-COMP-ANO TO WS-CTL-COMP-ANO.
           MOVE WS-EXT-COMP-MES TO WS-CTL-COMP-MES.
           MOVE WS-ARCHIVE-NAME TO WS-CTL-ARQUIVO.
           CALL 'CTLTOT' USING WS-CTL-PARM.

       DEVOLVE-APURACAO.
           MOVE WS-RESULT-COM   TO LNK-RES-COM.
           MOVE WS-RESULT-DT    TO LNK-RES-DT.
           ELSE
               ADD LNK-SIM-NET   TO WS-VENDA-COM
               ADD LNK-SIM-CUSTO TO WS-COMPRA-COM
               IF LNK-SIM-TIPO = "E" OR LNK-SIM-TIPO = "B"
                   ADD LNK-SIM-NET   TO WS-VENDA-ETF
                   ADD LNK-SIM-CUSTO TO WS-COMPRA-ETF
               ELSE
               MOVE "N" TO WS-EOF-FECHAMENTO
               PERFORM ACUMULA-FECHAMENTO
                       UNTIL WS-EOF-FECHAMENTO = "S"
               PERFORM ACUMULA-LEILOES
               CLOSE STK03
               IF WS-STATUS-STK09 NOT = "35"
                   CLOSE STK09
               CLOSE STK03
           END-IF.

           PERFORM ACUMULA-FUTUROS.
           PERFORM ACUMULA-CRIPTO.
           PERFORM INJETA-VENDA-SIMULADA.

           PERFORM APURA-RESULTADO.
           ELSE
               PERFORM GERA-DARF
           END-IF.
           PERFORM GERA-CARNE-LEAO.
           PERFORM GERA-DARF-CRIPTO.
           PERFORM GERA-IN1888.
           PERFORM GRAVA-PREJ-HISTORICO.
           MOVE WS-PREJ-COM-INI TO WFS-PREJ-COM-INI.
           MOVE WS-PREJ-DT-INI  TO WFS-PREJ-DT-INI.
                          WS-IMPOSTO-COM WS-IMPOSTO-DT WS-IMPOSTO-FII.
           MOVE ZEROES TO WS-VENDA-ACAO WS-COMPRA-ACAO
                          WS-VENDA-ETF  WS-COMPRA-ETF
                          WS-RESULT-ACAO WS-RESULT-ETF WS-BASE-COM
                          WS-BDR-REND WS-FUT-COM WS-FUT-DT.
           MOVE ZEROES TO WS-CRI-VENDAS WS-CRI-RESULT WS-CRI-IMPOSTO
                          WS-CRI-FORA.
           EXIT.
       ACUMULA-FECHAMENTO.
           READ STK03 AT END
      *    Eventos societarios ("A": desdobramento/grupamento/provento)
      *    nao sao compra nem venda e nao entram na apuracao de ganho
      *    de capital do fechamento; o provento e renda tributada a
      *    parte, declarada isoladamente (ver REG-EVENTO-CORP). O
      *    provento de BDR so e somado para o carne-leao do mes.
           IF STK03-ORDER = "A" OR STK03-ORDER = "a"
               PERFORM ACUMULA-PROVENTO-BDR
               GO TO ACUMULA-FECHAMENTO-EXIT
           END-IF.

                   IF STK03-ORDER = "V" OR STK03-ORDER = "v"
                       ADD STK03-NET  TO WS-VENDA-COM
                       ADD STK03-IRRF TO WS-IRRF-RET-COM
                       IF WS-ATIVO-TIPO = "E" OR WS-ATIVO-TIPO = "B"
                           ADD STK03-NET TO WS-VENDA-ETF
                       ELSE
                           ADD STK03-NET TO WS-VENDA-ACAO
                       END-IF
                   ELSE
                       ADD STK03-NET  TO WS-COMPRA-COM
                       IF WS-ATIVO-TIPO = "E" OR WS-ATIVO-TIPO = "B"
                           ADD STK03-NET TO WS-COMPRA-ETF
                       ELSE
                           ADD STK03-NET TO WS-COMPRA-ACAO
           END-EVALUATE.
       ACUMULA-FECHAMENTO-EXIT.
           EXIT.
       ACUMULA-PROVENTO-BDR.
      *    Dividendo ou JCP de BDR (tipo "B" no cadastro) e rendimento
      *    de fonte no exterior: entra bruto no carne-leao do titular.
           IF STK03-CORP-ACTION NOT = "D"
              AND STK03-CORP-ACTION NOT = "J"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TIT-FILTRO = "S"
               MOVE STK03-ACCOUNT TO WS-CTIT-BUSCA
               PERFORM BUSCA-TITULAR-CONTA
               IF WS-TIT-DA-CONTA NOT = WS-TIT-ATUAL
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM BUSCA-TIPO-FECHAMENTO.
           IF WS-ATIVO-TIPO = "B"
               ADD STK03-NET TO WS-BDR-REND
           END-IF.
       ACUMULA-LEILOES.
      *    Leilao de fracoes liquidado na competencia: a fracao foi
      *    vendida pela companhia e o valor creditado ao acionista.
      *    Sem lancamento de venda no diario, entra aqui com o valor
      *    recebido nas vendas e o custo da fracao nas compras da
      *    categoria do ativo, separando acao de ETF pelo cadastro
      *    (STK09 ainda aberto pela acumulacao do diario).
           OPEN INPUT STK36.
           IF WS-STATUS-STK36 NOT = "00"
               CLOSE STK36
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM ACUMULA-LEILOES-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK36.
       ACUMULA-LEILOES-SEQ.
           READ STK36 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK36 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF NOT WFS-STK36-LEILOADA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LEI-AAAAMM = WFS-STK36-DATA-LEILAO / 100.
           IF WS-LEI-AAAAMM NOT =
              (2000 + WS-ANO-INICIAL) * 100 + WS-MES-INICIAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-TIT-FILTRO = "S"
               MOVE WFS-STK36-ACCOUNT TO WS-CTIT-BUSCA
               PERFORM BUSCA-TITULAR-CONTA
               IF WS-TIT-DA-CONTA NOT = WS-TIT-ATUAL
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WFS-STK36-CATEGORIA = "F"
               ADD WFS-STK36-VALOR-LEILAO TO WS-VENDA-FII
               ADD WFS-STK36-CUSTO        TO WS-COMPRA-FII
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO WS-ATIVO-TIPO.
           IF WS-STATUS-STK09 NOT = "35"
               MOVE WFS-STK36-TICKER TO WFS-STK09-TICKER
               READ STK09 KEY IS WFS-STK09-TICKER
               IF WS-STATUS-STK09 = "00"
                   MOVE WFS-STK09-TIPO TO WS-ATIVO-TIPO
               END-IF
           END-IF.
           ADD WFS-STK36-VALOR-LEILAO TO WS-VENDA-COM.
           ADD WFS-STK36-CUSTO        TO WS-COMPRA-COM.
           IF WS-ATIVO-TIPO = "E" OR WS-ATIVO-TIPO = "B"
               ADD WFS-STK36-VALOR-LEILAO TO WS-VENDA-ETF
               ADD WFS-STK36-CUSTO        TO WS-COMPRA-ETF
           ELSE
               ADD WFS-STK36-VALOR-LEILAO TO WS-VENDA-ACAO
               ADD WFS-STK36-CUSTO        TO WS-COMPRA-ACAO
           END-IF.
       ACUMULA-FUTUROS.
      *    Resultados de futuros da competencia (futres.dat): liquido
      *    de custos, day trade em WS-FUT-DT e ajustes do swing em
      *    WS-FUT-COM, somados ao resultado de cada categoria na
      *    apuracao; o IRRF retido na fonte abate o imposto como o
      *    das vendas do diario. Mesmo filtro de titular do STK03.
           OPEN INPUT STK30.
           IF WS-STATUS-STK30 NOT = "00"
               CLOSE STK30
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM ACUMULA-FUTUROS-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK30.
       ACUMULA-FUTUROS-SEQ.
           READ STK30 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK30 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FUT-AAAAMM = WFS-STK30-DATA / 100.
           IF WS-FUT-AAAAMM NOT =
              (2000 + WS-ANO-INICIAL) * 100 + WS-MES-INICIAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-TIT-FILTRO = "S"
               MOVE WFS-STK30-ACCOUNT TO WS-CTIT-BUSCA
               PERFORM BUSCA-TITULAR-CONTA
               IF WS-TIT-DA-CONTA NOT = WS-TIT-ATUAL
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WFS-STK30-DAYTRADE
               COMPUTE WS-FUT-DT = WS-FUT-DT + WFS-STK30-VALOR
                                 - WFS-STK30-CUSTOS
               ADD WFS-STK30-IRRF TO WS-IRRF-RET-DT
           ELSE
               COMPUTE WS-FUT-COM = WS-FUT-COM + WFS-STK30-VALOR
                                  - WFS-STK30-CUSTOS
               ADD WFS-STK30-IRRF TO WS-IRRF-RET-COM
           END-IF.
       ACUMULA-CRIPTO.
      *    Movimentos de criptoativos da competencia (cripto.dat) do
      *    titular corrente - o titular vem no proprio movimento, sem
      *    passar pelo mapa de contas: total de vendas (para a
      *    isencao), ganho ou perda das vendas e o volume operado
      *    fora de exchange nacional (para a IN 1888).
           OPEN INPUT STK32.
           IF WS-STATUS-STK32 NOT = "00"
               CLOSE STK32
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM ACUMULA-CRIPTO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK32.
       ACUMULA-CRIPTO-SEQ.
           READ STK32 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK32 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CRI-AAAAMM = WFS-STK32-DATA / 100.
           IF WS-CRI-AAAAMM NOT =
              (2000 + WS-ANO-INICIAL) * 100 + WS-MES-INICIAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-TIT-FILTRO = "S"
              AND WFS-STK32-TITULAR NOT = WS-TIT-ATUAL
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK32-VENDA
               ADD WFS-STK32-VALOR     TO WS-CRI-VENDAS
               ADD WFS-STK32-RESULTADO TO WS-CRI-RESULT
           END-IF.
           IF NOT WFS-STK32-EXCHANGE-BR
               ADD WFS-STK32-VALOR     TO WS-CRI-FORA
           END-IF.
       BUSCA-TIPO-FECHAMENTO.
      *    Tipo do ativo no cadastro, para separar acao de ETF na
      *    categoria comum; ticker fora do cadastro (ou cadastro
           PERFORM APURA-CATEGORIA-COMUM.
           PERFORM APURA-CATEGORIA-DAYTRADE.
           PERFORM APURA-CATEGORIA-FII.
           PERFORM APURA-CATEGORIA-CRIPTO.
           EXIT.
       APURA-CATEGORIA-COMUM.
      *    A isencao mensal vale apenas para a parcela de acoes
      *    (vendas de acao ate o teto); o resultado de ETF e de BDR
      *    e tributavel desde o primeiro real. A base tributavel e o
      *    resultado do mes menos o ganho de acao isento, e o
      *    prejuizo acumulado e consumido contra essa base.
           COMPUTE WS-RESULT-COM  = WS-VENDA-COM - WS-COMPRA-COM
                                  + WS-FUT-COM.
           COMPUTE WS-RESULT-ACAO = WS-VENDA-ACAO - WS-COMPRA-ACAO.
           COMPUTE WS-RESULT-ETF  = WS-VENDA-ETF - WS-COMPRA-ETF.

           ADD WS-IMPOSTO-COM TO WS-IRRF-COM-INI.
           EXIT.
       APURA-CATEGORIA-DAYTRADE.
           COMPUTE WS-RESULT-DT = WS-VENDA-DT - WS-COMPRA-DT
                                + WS-FUT-DT.

           IF WS-RESULT-DT < 0
               COMPUTE WS-PREJ-DT-INI = WS-PREJ-DT-INI - WS-RESULT-DT
           END-IF.
           ADD WS-IMPOSTO-FII TO WS-IRRF-FII-INI.
           EXIT.
       APURA-CATEGORIA-CRIPTO.
      *    Ganho de capital em criptoativos: mes com vendas ate
      *    R$ 35.000,00 e isento; acima disso o resultado liquido do
      *    mes e tributado por faixas (15% ate R$ 5 milhoes, 17,5%
      *    ate 10, 20% ate 30 e 22,5% acima). Perda nao se compensa
      *    com meses seguintes - ganho de capital e apurado mes a
      *    mes - e nao ha prejuizo acumulado nesta categoria.
           MOVE 0 TO WS-CRI-IMPOSTO.
           IF WS-CRI-VENDAS <= WS-ISENCAO-CRIPTO
              OR WS-CRI-RESULT <= 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-GCAP-PISO.
           PERFORM VARYING WS-GCAP-IDX FROM 1 BY 1
                     UNTIL WS-GCAP-IDX > 4
                        OR WS-CRI-RESULT <= WS-GCAP-PISO
               IF WS-CRI-RESULT > WS-GCAP-ATE(WS-GCAP-IDX)
                   COMPUTE WS-GCAP-PARTE = WS-GCAP-ATE(WS-GCAP-IDX)
                                         - WS-GCAP-PISO
               ELSE
                   COMPUTE WS-GCAP-PARTE = WS-CRI-RESULT
                                         - WS-GCAP-PISO
               END-IF
               COMPUTE WS-CRI-IMPOSTO ROUNDED = WS-CRI-IMPOSTO
                       + WS-GCAP-PARTE * WS-GCAP-ALIQ(WS-GCAP-IDX)
               MOVE WS-GCAP-ATE(WS-GCAP-IDX) TO WS-GCAP-PISO
           END-PERFORM.
           EXIT.
       GRAVA-FECHAMENTO-STK08.
           OPEN EXTEND STK08.
           IF WS-STATUS-STK08 = "35"
           MOVE WS-IMPOSTO-FII  TO WFS-STK08-IMPOSTO-FII.
           MOVE "N"             TO WFS-STK08-PAGO.
           MOVE WS-TIT-ATUAL    TO WFS-STK08-TITULAR.
           MOVE WS-CRI-RESULT   TO WFS-STK08-GANHO-CRIPTO.
           MOVE WS-CRI-IMPOSTO  TO WFS-STK08-IMPOSTO-CRIPTO.
           WRITE STK08-REGISTER.
           CLOSE STK08.

           PERFORM GRAVA-AUDITORIA.
           EXIT.
       SOMA-PAGO-COMPETENCIA.
      *    Total ja pago (principal) do DARF 6015 do titular para a
      *    competencia que esta sendo fechada - o acerto compara com
      *    o imposto de renda variavel; carne-leao (0190) e ganho de
      *    capital (4600) sao pagos a parte. Pagamento sem codigo e
      *    anterior a STK07 ter o campo: so o 6015 era acusado.
           MOVE 0   TO WS-RCL-PAGO.
           MOVE "N" TO WS-RCL-ACHOU.
           OPEN INPUT STK07.
               IF WFS-STK07-COMP-ANO = WS-ANO-INICIAL
                  AND WFS-STK07-COMP-MES = WS-MES-INICIAL
                  AND WFS-STK07-TITULAR = WS-TIT-ATUAL
                  AND (WFS-STK07-CODIGO = "6015"
                       OR WFS-STK07-CODIGO = SPACES)
                   MOVE "S" TO WS-RCL-ACHOU
                   ADD WFS-STK07-VALOR TO WS-RCL-PAGO
               END-IF
                                + WS-IMPOSTO-FII.
           COMPUTE WS-RCL-DIF = WS-RCL-NOVO - WS-RCL-PAGO.

           PERFORM ACERTA-DIFERENCA-DARF.
       ACERTA-DIFERENCA-DARF.
      *    Diferenca em WS-RCL-DIF para a competencia em
      *    WS-MES/ANO-INICIAL do titular corrente; tambem a entrada
      *    da funcao "R".
           IF WS-RCL-DIF = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MES-INICIAL   TO WFS-STK11-COMP-MES.
           MOVE WS-ANO-INICIAL   TO WFS-STK11-COMP-ANO.
           MOVE WS-DARF-CODIGO   TO WFS-STK11-CODIGO.
           MOVE WS-DARF-VALOR    TO WFS-STK11-VALOR.
           MOVE WS-DARF-VENC-DIA TO WFS-STK11-VENC-DIA.
           MOVE WS-DARF-MES      TO WFS-STK11-VENC-MES.
           MOVE WS-DARF-ORIGEM   TO WFS-STK11-ORIGEM.
           MOVE WS-TIT-ATUAL     TO WFS-STK11-TITULAR.
           WRITE STK11-REGISTER.

           MOVE "STK11"          TO WS-AUDIT-ARQUIVO.
           MOVE "INC"            TO WS-AUDIT-ACAO.
           MOVE STK11-REGISTER   TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK11.
           EXIT.
       GERA-CARNE-LEAO.
      **** Carne-leao dos proventos de BDR do titular: rendimento
      **** bruto do mes na tabela progressiva mensal, com o redutor
      **** da Lei 15.270 (imposto zerado ate R$ 5.000,00 e reducao
      **** decrescente ate R$ 7.350,00). A memoria de calculo de
      **** todos os titulares sai em carneleao_AAMM.txt e o imposto
      **** a partir do minimo vai para STK11 com o codigo 0190.
      **** Outros rendimentos do exterior ou de pessoa fisica fora
      **** da carteira nao sao conhecidos aqui.
           IF WS-BDR-REND NOT > 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IRPF-IDX FROM 1 BY 1
                     UNTIL WS-IRPF-IDX > 4
                        OR WS-BDR-REND <= WS-IRPF-ATE(WS-IRPF-IDX)
               CONTINUE
           END-PERFORM.
           COMPUTE WS-CL-IMPOSTO ROUNDED =
                   WS-BDR-REND * WS-IRPF-ALIQ(WS-IRPF-IDX)
                 - WS-IRPF-DEDUZ(WS-IRPF-IDX).
           IF WS-CL-IMPOSTO < 0
               MOVE 0 TO WS-CL-IMPOSTO
           END-IF.

           MOVE 0 TO WS-CL-REDUTOR.
           IF WS-BDR-REND <= 5000,00
               MOVE WS-CL-IMPOSTO TO WS-CL-REDUTOR
           ELSE
               IF WS-BDR-REND <= 7350,00
                   COMPUTE WS-CL-REDUTOR ROUNDED =
                           978,62 - 0,133145 * WS-BDR-REND
               END-IF
           END-IF.
           IF WS-CL-REDUTOR > WS-CL-IMPOSTO
               MOVE WS-CL-IMPOSTO TO WS-CL-REDUTOR
           END-IF.
           SUBTRACT WS-CL-REDUTOR FROM WS-CL-IMPOSTO.

           PERFORM GRAVA-CARNE-LEAO-MEMORIA.

           IF WS-CL-IMPOSTO < WS-DARF-MINIMO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CL-IMPOSTO TO WS-DARF-VALOR.
           MOVE SPACES TO WS-DARF-ORIGEM.
           STRING "CARNE-LEAO BDR " WS-MES-INICIAL "/"
                  WS-ANO-INICIAL DELIMITED BY SIZE
                  INTO WS-DARF-ORIGEM
           END-STRING.
           PERFORM CALCULA-VENCIMENTO-DARF.
           MOVE "0190" TO WS-DARF-CODIGO.
           PERFORM GRAVA-DARF.
           MOVE "6015" TO WS-DARF-CODIGO.

       GRAVA-CARNE-LEAO-MEMORIA.
           IF WS-CL-ABRIU = "N"
               MOVE SPACES TO WS-ARQ-CARNE-LEAO
               STRING "carneleao_" WS-ANO-INICIAL WS-MES-INICIAL
                      ".txt" DELIMITED BY SIZE
                      INTO WS-ARQ-CARNE-LEAO
               END-STRING
               OPEN OUTPUT ARQ-CARNE-LEAO
               MOVE "S" TO WS-CL-ABRIU
               MOVE SPACES TO CARNE-LEAO-LINHA
               STRING "CARNE-LEAO - PROVENTOS DE BDR - COMPETENCIA "
                      WS-MES-INICIAL "/" WS-ANO-INICIAL
                      DELIMITED BY SIZE INTO CARNE-LEAO-LINHA
               END-STRING
               WRITE CARNE-LEAO-LINHA
               MOVE SPACES TO CARNE-LEAO-LINHA
               STRING "Rendimento do exterior fora da carteira "
                      "nao incluido." DELIMITED BY SIZE
                      INTO CARNE-LEAO-LINHA
               END-STRING
               WRITE CARNE-LEAO-LINHA
           ELSE
               OPEN EXTEND ARQ-CARNE-LEAO
           END-IF.

           MOVE SPACES TO CARNE-LEAO-LINHA.
           WRITE CARNE-LEAO-LINHA.
           MOVE SPACES TO CARNE-LEAO-LINHA.
           STRING "TITULAR " WS-TIT-ATUAL DELIMITED BY SIZE
                  INTO CARNE-LEAO-LINHA
           END-STRING.
           WRITE CARNE-LEAO-LINHA.

           MOVE WS-BDR-REND TO WS-CL-VALOR-ED.
           MOVE SPACES TO CARNE-LEAO-LINHA.
           STRING "  Dividendos e JCP de BDR     " WS-CL-VALOR-ED
                  DELIMITED BY SIZE INTO CARNE-LEAO-LINHA
           END-STRING.
           WRITE CARNE-LEAO-LINHA.

           COMPUTE WS-CL-VALOR-ED = WS-CL-IMPOSTO + WS-CL-REDUTOR.
           MOVE SPACES TO CARNE-LEAO-LINHA.
           STRING "  Imposto pela tabela mensal  " WS-CL-VALOR-ED
                  DELIMITED BY SIZE INTO CARNE-LEAO-LINHA
           END-STRING.
           WRITE CARNE-LEAO-LINHA.

           MOVE WS-CL-REDUTOR TO WS-CL-VALOR-ED.
           MOVE SPACES TO CARNE-LEAO-LINHA.
           STRING "  Redutor Lei 15.270          " WS-CL-VALOR-ED
                  DELIMITED BY SIZE INTO CARNE-LEAO-LINHA
           END-STRING.
           WRITE CARNE-LEAO-LINHA.

           MOVE WS-CL-IMPOSTO TO WS-CL-VALOR-ED.
           MOVE SPACES TO CARNE-LEAO-LINHA.
           STRING "  Carne-leao devido (0190)    " WS-CL-VALOR-ED
                  DELIMITED BY SIZE INTO CARNE-LEAO-LINHA
           END-STRING.
           WRITE CARNE-LEAO-LINHA.
           IF WS-CL-IMPOSTO > 0 AND WS-CL-IMPOSTO < WS-DARF-MINIMO
               MOVE "  Abaixo do minimo de R$ 10,00 - sem DARF no mes."
                    TO CARNE-LEAO-LINHA
               WRITE CARNE-LEAO-LINHA
           END-IF.
           CLOSE ARQ-CARNE-LEAO.

       GERA-DARF-CRIPTO.
      **** Ganho de capital em criptoativos do titular: DARF proprio
      **** com o codigo 4600, fora do total do 6015 (que e o que o
      **** pagamento de STK08 baixa). Abaixo do minimo de R$ 10,00
      **** o imposto fica so no STK08 do mes - darfacum.dat acumula
      **** apenas o 6015.
           IF WS-CRI-IMPOSTO < WS-DARF-MINIMO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CRI-IMPOSTO TO WS-DARF-VALOR.
           MOVE SPACES TO WS-DARF-ORIGEM.
           STRING "GANHO CRIPTO " WS-MES-INICIAL "/"
                  WS-ANO-INICIAL DELIMITED BY SIZE
                  INTO WS-DARF-ORIGEM
           END-STRING.
           PERFORM CALCULA-VENCIMENTO-DARF.
           MOVE "4600" TO WS-DARF-CODIGO.
           PERFORM GRAVA-DARF.
           MOVE "6015" TO WS-DARF-CODIGO.

       GERA-IN1888.
      **** Declaracao mensal da IN RFB 1888: operacoes com
      **** criptoativos feitas em exchange no exterior ou direto
      **** entre pessoas (P2P), obrigatoria quando o total do mes
      **** passa de R$ 30.000,00. Um arquivo por competencia
      **** (in1888_AAMM.txt) com um bloco por titular: registro 0000
      **** com CPF, nome e competencia, um 0110 por operacao (data
      **** DDMMAAAA, natureza, ativo, quantidade, valor, taxas,
      **** local, plataforma, pais e contraparte) e o 9999 com o
      **** numero de operacoes e o valor total, campos separados
      **** por "|" para transcricao no e-CAC.
           IF WS-CRI-FORA NOT > WS-IN1888-PISO
               EXIT PARAGRAPH
           END-IF.

           IF WS-CRI-ABRIU = "N"
               MOVE SPACES TO WS-ARQ-IN1888
               STRING "in1888_" WS-ANO-INICIAL WS-MES-INICIAL
                      ".txt" DELIMITED BY SIZE
                      INTO WS-ARQ-IN1888
               END-STRING
               OPEN OUTPUT ARQ-IN1888
               MOVE "S" TO WS-CRI-ABRIU
           ELSE
               OPEN EXTEND ARQ-IN1888
           END-IF.

           COMPUTE WS-CRI-AAAAMM = (2000 + WS-ANO-INICIAL) * 100
                                 + WS-MES-INICIAL.
           MOVE SPACES TO IN1888-LINHA.
           STRING "0000|" DELIMITED BY SIZE
                  WS-TIT-E-CPF(WS-TIT-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-TIT-E-NOME(WS-TIT-IDX) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-CRI-AAAAMM DELIMITED BY SIZE
                  INTO IN1888-LINHA
           END-STRING.
           WRITE IN1888-LINHA.

           MOVE 0 TO WS-CRI-REGS.
           OPEN INPUT STK32.
           IF WS-STATUS-STK32 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM GERA-IN1888-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK32.

           MOVE WS-CRI-FORA TO WS-CRI-VAL-ED.
           MOVE SPACES TO IN1888-LINHA.
           STRING "9999|" WS-CRI-REGS "|" WS-CRI-VAL-ED
                  DELIMITED BY SIZE INTO IN1888-LINHA
           END-STRING.
           WRITE IN1888-LINHA.
           CLOSE ARQ-IN1888.

       GERA-IN1888-SEQ.
           READ STK32 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK32 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CRI-AAAAMM = WFS-STK32-DATA / 100.
           IF WS-CRI-AAAAMM NOT =
              (2000 + WS-ANO-INICIAL) * 100 + WS-MES-INICIAL
              OR WFS-STK32-TITULAR NOT = WS-TIT-ATUAL
              OR WFS-STK32-EXCHANGE-BR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CRI-REGS.
           MOVE WFS-STK32-QTY   TO WS-CRI-QTD-ED.
           MOVE WFS-STK32-VALOR TO WS-CRI-VAL-ED.
           MOVE WFS-STK32-TAXAS TO WS-CRI-TAX-ED.
           MOVE SPACES TO IN1888-LINHA.
           STRING "0110|" WFS-STK32-DATA(7:2) WFS-STK32-DATA(5:2)
                  WFS-STK32-DATA(1:4) "|" DELIMITED BY SIZE
                  WFS-STK32-TIPO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WFS-STK32-ATIVO DELIMITED BY SPACE
                  "|" WS-CRI-QTD-ED "|" WS-CRI-VAL-ED
                  "|" WS-CRI-TAX-ED "|" WFS-STK32-LOCAL "|"
                  DELIMITED BY SIZE
                  WFS-STK32-EXCHANGE DELIMITED BY "  "
                  "|" WFS-STK32-PAIS "|" DELIMITED BY SIZE
                  WFS-STK32-CONTRAPARTE DELIMITED BY SPACE
                  INTO IN1888-LINHA
           END-STRING.
           WRITE IN1888-LINHA.

       GRAVA-PREJ-HISTORICO.
      *    Fotografia do prejuizo a compensar em cada fechamento:
      *    saldo de abertura por categoria, resultado do mes,
           WRITE STK16-REGISTER.
           CLOSE STK16.
           EXIT.
       EXECUTA-COME-COTAS.
      *    Fechando maio ou novembro, os fundos abertos sofrem o
      *    come-cotas no ultimo dia util do mes, antes da fotografia
      *    do patrimonio para ela ja sair com as cotas reduzidas. O
      *    COMECOTAS anota o semestre em cada lote, entao o
      *    refechamento do mes nao cobra de novo.
           IF WS-MES-INICIAL NOT = 5 AND WS-MES-INICIAL NOT = 11
               EXIT PARAGRAPH
           END-IF.
           IF WS-MES-INICIAL = 5
               COMPUTE WS-DU-DATA = (2000 + WS-ANO-INICIAL) * 10000
                                   + 531
           ELSE
               COMPUTE WS-DU-DATA = (2000 + WS-ANO-INICIAL) * 10000
                                   + 1130
           END-IF.
           MOVE "A" TO WS-DU-OPERACAO.
           MOVE 0   TO WS-DU-DIAS.
           CALL 'DIAUTIL' USING WS-DU-DATA, WS-DU-OPERACAO,
                                WS-DU-DIAS, WS-DU-RESULT.
           MOVE WS-DU-RESULT TO WS-CC-DATA.
           CALL 'COMECOTAS' USING WS-COMECOTAS-PARM.

       GRAVA-PATRIMONIO-SNAPSHOT.
      *    Fotografia do patrimonio na competencia fechada: um
      *    registro por conta com o saldo total e o numero de
       GRAVA-PATRIMONIO-CONTA.
      *    O saldo da conta leva tambem a renda fixa ativa a valor
      *    atual (cotacao do titulo ou acumulo SELIC), nao ao valor
      *    de aplicacao, os fundos pela ultima cota e os planos de
      *    previdencia pelo saldo do fim do mes; conta que so tenha
      *    renda fixa, fundos ou previdencia, sem posicao em STK02,
      *    continua fora da fotografia.
           PERFORM SOMA-RF-VALOR-CONTA.
           ADD WS-RFV-TOT-CONTA TO WS-PAT-SALDO.
           PERFORM SOMA-FD-VALOR-CONTA.
           ADD WS-RFV-TOT-CONTA TO WS-PAT-SALDO.
           PERFORM SOMA-PV-VALOR-CONTA.
           ADD WS-RFV-TOT-CONTA TO WS-PAT-SALDO.
           MOVE WS-ANO-INICIAL  TO WFS-STK18-ANO.
           MOVE WS-MES-INICIAL  TO WFS-STK18-MES.
           MOVE WS-PAT-CONTA-ANT TO WFS-STK18-ACCOUNT.
           ELSE
               MOVE "S" TO WS-RFV-FIM
           END-IF.
       SOMA-FD-VALOR-CONTA.
      *    Mesma soma para os lotes ativos de fundos da conta, cada
      *    um cotado pelo CALCFUND; lote sem cota entra ao valor
      *    aplicado.
           MOVE 0 TO WS-RFV-TOT-CONTA.
           OPEN INPUT STK34.
           IF WS-STATUS-STK34 NOT = "00"
               CLOSE STK34
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-RFV-FIM.
           PERFORM SOMA-FD-VALOR-SEQ UNTIL WS-RFV-FIM = "S".
           CLOSE STK34.
       SOMA-FD-VALOR-SEQ.
           READ STK34 AT END MOVE "S" TO WS-RFV-FIM.
           IF WS-STATUS-STK34 = "00"
               IF WFS-STK34-ATIVO
                  AND WFS-STK34-ACCOUNT = WS-PAT-CONTA-ANT
                   MOVE WFS-STK34-FUNDO       TO WS-CFD-FUNDO
                   MOVE WFS-STK34-CLASSE      TO WS-CFD-CLASSE
                   MOVE WFS-STK34-DATA-APLIC  TO WS-CFD-DATA-APLIC
                   MOVE 0                     TO WS-CFD-DATA-ALVO
                                                 WS-CFD-COTA
                   MOVE WFS-STK34-COTAS       TO WS-CFD-COTAS
                   MOVE WFS-STK34-VALOR-APLIC TO WS-CFD-VALOR-APLIC
                   MOVE WFS-STK34-IR-COME     TO WS-CFD-IR-COME
                   CALL 'CALCFUND' USING WS-CALCFUND-PARM
                   ADD WS-CFD-VALOR-ATUAL TO WS-RFV-TOT-CONTA
               END-IF
           ELSE
               MOVE "S" TO WS-RFV-FIM
           END-IF.
       SOMA-PV-VALOR-CONTA.
      *    Planos de previdencia privada ligados a conta, pelo saldo
      *    no ultimo dia da competencia (CALCPREV: ultimo extrato
      *    importado ate la, mais aportes e menos resgates
      *    posteriores; sem extrato, as contribuicoes).
           MOVE 0 TO WS-RFV-TOT-CONTA.
           OPEN INPUT STK52.
           IF WS-STATUS-STK52 NOT = "00"
               CLOSE STK52
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-RFV-FIM.
           PERFORM SOMA-PV-VALOR-SEQ UNTIL WS-RFV-FIM = "S".
           CLOSE STK52.
       SOMA-PV-VALOR-SEQ.
           READ STK52 AT END MOVE "S" TO WS-RFV-FIM.
           IF WS-STATUS-STK52 = "00"
               IF WFS-STK52-ACCOUNT = WS-PAT-CONTA-ANT
                   MOVE WFS-STK52-PLANO TO WS-CPV-PLANO
                   COMPUTE WS-CPV-DATA =
                           (2000 + WS-ANO-INICIAL) * 10000
                         + WS-MES-INICIAL * 100 + 31
                   CALL 'CALCPREV' USING WS-CALCPREV-PARM
                   ADD WS-CPV-SALDO TO WS-RFV-TOT-CONTA
               END-IF
           ELSE
               MOVE "S" TO WS-RFV-FIM
           END-IF.
       ARQUIVA-MES.
      *    Cada passo destrutivo do arquivamento e anotado antes em
      *    fechames.jnl; se a maquina cair no meio, VERIFICA-
           MOVE 1 TO WS-TIT-TOTAL.
           MOVE SPACES TO WS-TIT-E-ID(1).
           MOVE "TITULAR PADRAO" TO WS-TIT-E-NOME(1).
           MOVE SPACES TO WS-TIT-E-CPF(1).
           OPEN INPUT STK24.
           IF WS-STATUS-STK24 = "00"
               MOVE "N" TO WS-TIT-FIM
                     TO WS-TIT-E-ID(WS-TIT-TOTAL)
                   MOVE WFS-STK24-NOME
                     TO WS-TIT-E-NOME(WS-TIT-TOTAL)
                   MOVE WFS-STK24-CPF
                     TO WS-TIT-E-CPF(WS-TIT-TOTAL)
               END-IF
           ELSE
               MOVE "S" TO WS-TIT-FIM
