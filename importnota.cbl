      *****************************************************************
      * Importa a nota de corretagem exportada pela corretora         *
      * (nota.csv, uma operacao por linha no layout                   *
      * DATA;OP;TICKER;QTD;PRECO;CONTA;DT;HB[;ESTR], com a corretagem *
      * da conta vinda de tarifas.dat quando cadastrada) e gera as    *
      * ordens em STK03 com os mesmos calculos de custos/IRRF da      *
      * digitacao manual, atualizando a custodia corrente (STK02) da  *
      * mesma forma que a confirmacao de uma ordem em STOCKS. As      *
      * data dentro de competencia ja fechada (anterior ao periodo    *
      * corrente de STK04) ou em dia sem pregao (fim de semana ou     *
      * feriado do calendario) e recusada. Linhas recusadas sao       *
      * relacionadas em importnota.rel com o motivo. Ordem de ativo   *
      * em periodo vedado ao titular da conta (lista restrita,        *
      * CHKRESTR) tambem e recusada: a importacao nao tem quem        *
      * libere, entao a ordem so entra redigitada no STOCKS com a     *
      * liberacao do supervisor.                                      *
      * Uma nona coluna opcional traz o codigo de estrategia da ordem *
      * (estrategias.dat), levado a STK03 e, na venda, a STK13;       *
      * codigo fora da tabela recusa a linha, coluna vazia ou ausente *
      * e ordem sem estrategia.                                       *
      * O rodape de cada nota vem numa linha propria, depois das      *
      * operacoes dela, no layout                                     *
      * NOTA;NUMERO;LIQUIDACAO;EMOLUMENTOS;CORRETAGEM;ISS;IRRF. Os    *
      * totais do rodape sao conferidos com a soma de STK03-COST e    *
      * STK03-IRRF das ordens geradas para a nota; diferenca acima    *
      * da tolerancia vai para notadiv.rel, componente a componente.  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'control_stk15'.                *> Caixa por conta
           COPY 'control_stk04'.                *> Periodo corrente
           COPY 'control_feriado'.              *> Calendario
           COPY 'control_stk41'.                *> Estrategias

           SELECT ARQ-NOTA ASSIGN TO "nota.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

           SELECT ARQ-DIV ASSIGN TO "notadiv.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DIV.

       DATA DIVISION.
       FILE SECTION.
       FD STK03.
           COPY 'stk04'.
       FD ARQ-FERIADOS.
           COPY 'feriado'.
       FD STK41.
           COPY 'stk41'.
       FD ARQ-NOTA.
       01 NOTA-LINHA                PIC X(100).
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).
       FD ARQ-DIV.
       01 DIV-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK03           PIC X(02).
       77 WS-STATUS-STK06           PIC X(02).
       77 WS-STATUS-STK01           PIC X(02).
       77 WS-STATUS-TARIFAS         PIC X(02).
       77 WS-STATUS-STK41           PIC X(02).
       77 WS-ESTRATEGIA             PIC X(04).
       77 WS-EST-OK                 PIC X(01).
       77 WS-EST-FIM                PIC X(01).
      *    Tarifa por conta (tarifas.dat, o ultimo registro da conta
      *    vigora): substitui os custos globais do STK01 na linha
      *    importada; sem tarifa, valem os globais guardados.
       77 WS-SALDO-FLAG             PIC X(01) VALUE "N".
           88 WS-SALDO-EXCEDIDO     VALUE "S".

      *    Parametros do CHKRESTR (lista restrita), os mesmos do
      *    STOCKS.
       01 WS-RESTR-PARM.
           05 WS-RSP-CONTA          PIC X(10).
           05 WS-RSP-TICKER         PIC X(10).
           05 WS-RSP-DATA           PIC 9(08).
           05 WS-RSP-ACHOU          PIC X(01).
           05 WS-RSP-TITULAR        PIC X(03).
           05 WS-RSP-INICIO         PIC 9(08).
           05 WS-RSP-FIM            PIC 9(08).
           05 WS-RSP-MOTIVO         PIC X(40).

       01 WS-CAMPOS-CSV.
           05 WS-CSV-DATA           PIC X(08).
           05 WS-CSV-OP             PIC X(01).
           05 WS-CSV-CONTA          PIC X(10).
           05 WS-CSV-DT             PIC X(01).
           05 WS-CSV-HB             PIC X(01).
           05 WS-CSV-ESTRATEGIA     PIC X(04).
           05 WS-CSV-DIA            PIC X(02).
           05 WS-CSV-MES            PIC X(02).
           05 WS-CSV-ANO            PIC X(02).
       77 WS-AUDIT-ACAO             PIC X(03).
       77 WS-AUDIT-IMAGEM           PIC X(120).

      *    Conferencia do rodape da nota: as ordens aceitas desde o
      *    rodape anterior formam a nota corrente; seus custos
      *    calculados sao somados por componente e comparados, no
      *    rodape, com os totais cobrados pela corretora. A
      *    tolerancia absorve o arredondamento linha a linha (a nota
      *    arredonda sobre o total, CALCULA trunca por ordem).
       77 WS-STATUS-DIV             PIC X(02).
       77 WS-NF-TOLERANCIA          PIC 9(03)V99 VALUE 0,10.
       77 WS-NF-NUMERO              PIC X(12).
       77 WS-NF-ORDENS              PIC 9(04) VALUE 0.
       77 WS-NF-RECUSADAS           PIC 9(04) VALUE 0.
       77 WS-NF-CONFERIDAS          PIC 9(04) VALUE 0.
       77 WS-NF-DIVERGENTES         PIC 9(04) VALUE 0.
       77 WS-NF-DIVERGE             PIC X(01).
       01 WS-NF-CALCULADO.
           05 WS-NF-LIQ-CALC        PIC 9(07)V99.
           05 WS-NF-EMOL-CALC       PIC 9(07)V99.
           05 WS-NF-CORR-CALC       PIC 9(07)V99.
           05 WS-NF-ISS-CALC        PIC 9(07)V99.
           05 WS-NF-CUSTO-CALC      PIC 9(07)V99.
           05 WS-NF-IRRF-CALC       PIC 9(07)V99.
       01 WS-NF-RODAPE.
           05 WS-NF-LIQ-NOTA        PIC 9(07)V99.
           05 WS-NF-EMOL-NOTA       PIC 9(07)V99.
           05 WS-NF-CORR-NOTA       PIC 9(07)V99.
           05 WS-NF-ISS-NOTA        PIC 9(07)V99.
           05 WS-NF-CUSTO-NOTA      PIC 9(07)V99.
           05 WS-NF-IRRF-NOTA       PIC 9(07)V99.
       01 WS-NF-CAMPOS-CSV.
           05 WS-NF-CSV-TIPO        PIC X(04).
           05 WS-NF-CSV-NUMERO      PIC X(12).
           05 WS-NF-CSV-LIQ         PIC X(12).
           05 WS-NF-CSV-EMOL        PIC X(12).
           05 WS-NF-CSV-CORR        PIC X(12).
           05 WS-NF-CSV-ISS         PIC X(12).
           05 WS-NF-CSV-IRRF        PIC X(12).
       77 WS-NF-DIF                 PIC S9(07)V99.
       77 WS-NF-DIF-CUSTO           PIC S9(07)V99.
       77 WS-NF-DIF-IRRF            PIC S9(07)V99.
       77 WS-NF-ROTULO              PIC X(12).
       77 WS-NF-NOTA-MASK           PIC Z.ZZZ.ZZ9,99.
       77 WS-NF-CALC-MASK           PIC Z.ZZZ.ZZ9,99.
       77 WS-NF-DIF-MASK            PIC -Z.ZZZ.ZZ9,99.

      *    Taxas e aliquotas carregadas de STK06, os mesmos campos
      *    que STOCKS carrega em LOAD-RATES.
       01 WS-RATES.
           MOVE "IMPORTACAO DE NOTA DE CORRETAGEM" TO REL-LINHA.
           WRITE REL-LINHA.

           OPEN OUTPUT ARQ-DIV.
           MOVE "DIVERGENCIAS ENTRE RODAPE DA NOTA E CUSTOS CALCULADOS"
             TO DIV-LINHA.
           WRITE DIV-LINHA.
           MOVE SPACES TO DIV-LINHA.
           WRITE DIV-LINHA.
           PERFORM ZERA-ACUMULADOS-NOTA.

           OPEN INPUT STK09.

           OPEN I-O STK02.

           PERFORM GRAVA-TOTAIS-REL.
           CLOSE ARQ-REL.
           PERFORM GRAVA-TOTAIS-DIV.
           CLOSE ARQ-DIV.
           GOBACK.

       CARREGA-TAXAS.
       IMPORTA-LINHA.
           READ ARQ-NOTA AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-NOTA = "00"
               IF FUNCTION UPPER-CASE(NOTA-LINHA(1:5)) = "NOTA;"
                   PERFORM CONFERE-RODAPE-NOTA
               ELSE
                   IF NOTA-LINHA NOT = SPACES
                       ADD 1 TO WS-LIDAS
                       PERFORM TRATA-LINHA
                   END-IF
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           UNSTRING NOTA-LINHA DELIMITED BY ";"
               INTO WS-CSV-DATA WS-CSV-OP WS-CSV-TICKER WS-CSV-QTD
                    WS-CSV-PRECO WS-CSV-CONTA WS-CSV-DT WS-CSV-HB
                    WS-CSV-ESTRATEGIA
           END-UNSTRING.

           MOVE FUNCTION UPPER-CASE(WS-CSV-OP)     TO WS-ORDER.
           MOVE FUNCTION UPPER-CASE(WS-CSV-DT)     TO WS-DT.
           MOVE FUNCTION UPPER-CASE(WS-CSV-HB)     TO WS-HB.
           MOVE WS-CSV-CONTA                       TO WS-ACCOUNT.
           MOVE FUNCTION UPPER-CASE(WS-CSV-ESTRATEGIA)
                                                   TO WS-ESTRATEGIA.
           IF WS-DT = SPACES
               MOVE "N" TO WS-DT
           END-IF.

           PERFORM GRAVA-ORDEM-STK03.
           PERFORM ATUALIZA-CUSTODIA-STK02.
           PERFORM ACUMULA-CUSTOS-NOTA.

           ADD 1 TO WS-ACEITAS.
           STRING "IMPORTADA  ;" DELIMITED BY SIZE
           PERFORM VERIFICA-TICKER-MASTER.
           IF NOT WS-TICKER-OK
               MOVE "Ticker nao cadastrado" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDA-ESTRATEGIA.
           IF WS-EST-OK NOT = "S"
               MOVE "Estrategia nao cadastrada" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACCOUNT TO WS-RSP-CONTA.
           MOVE WS-TICKER  TO WS-RSP-TICKER.
           COMPUTE WS-RSP-DATA = (2000 + WS-ANO) * 10000
                                + WS-MES * 100 + WS-DIA.
           CALL 'CHKRESTR' USING WS-RESTR-PARM.
           IF WS-RSP-ACHOU = "S"
               STRING "Lista restrita - vedado ate " WS-RSP-FIM
                      DELIMITED BY SIZE INTO WS-MOTIVO
               END-STRING
           END-IF.

       VALIDA-ESTRATEGIA.
      *    Mesma tabela da digitacao em STOCKS; em branco passa.
           MOVE "S" TO WS-EST-OK.
           IF WS-ESTRATEGIA = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EST-OK.
           OPEN INPUT STK41.
           IF WS-STATUS-STK41 = "00"
               MOVE "N" TO WS-EST-FIM
               PERFORM VALIDA-ESTRATEGIA-SEQ UNTIL WS-EST-FIM = "S"
           END-IF.
           CLOSE STK41.

       VALIDA-ESTRATEGIA-SEQ.
           READ STK41 AT END MOVE "S" TO WS-EST-FIM.
           IF WS-STATUS-STK41 = "00"
               IF WFS-STK41-CODIGO = WS-ESTRATEGIA
                   MOVE "S" TO WS-EST-OK
                   MOVE "S" TO WS-EST-FIM
               END-IF
           ELSE
               MOVE "S" TO WS-EST-FIM
           END-IF.

       VERIFICA-TICKER-MASTER.

       REJEITA-LINHA.
           ADD 1 TO WS-REJEITADAS.
           ADD 1 TO WS-NF-RECUSADAS.
           STRING "REJEITADA  ;" DELIMITED BY SIZE
                  WS-MOTIVO      DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
           MOVE WS-ACCOUNT     TO STK03-ACCOUNT.
           MOVE "IMPORT"       TO STK03-OPERATOR.
           MOVE "IMPORT"       TO STK03-APPROVER.
           MOVE WS-ESTRATEGIA  TO STK03-STRATEGY.
           MOVE SPACE          TO STK03-CORP-ACTION.
           MOVE ZEROES         TO STK03-CORP-FACTOR.
           WRITE STK03-REGISTER.
               MOVE WS-NET TO WFS-STK15-VALOR
           END-IF.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.

       GRAVA-RESULTADO-VENDA.
           COMPUTE WFS-STK13-RESULTADO = WS-NET
                                        - (WS-QTY * WS-PM-VENDA).
           MOVE WS-CATEGORIA TO WFS-STK13-CATEGORIA.
           MOVE WS-ESTRATEGIA TO WFS-STK13-ESTRATEGIA.
           WRITE STK13-REGISTER.
           CLOSE STK13.

           END-STRING.
           WRITE REL-LINHA.

       ZERA-ACUMULADOS-NOTA.
           MOVE 0 TO WS-NF-ORDENS WS-NF-RECUSADAS.
           INITIALIZE WS-NF-CALCULADO.

       ACUMULA-CUSTOS-NOTA.
      *    Componentes na mesma divisao do rodape da corretora:
      *    liquidacao; emolumentos (negociacao, registro de opcoes e
      *    TTA); corretagem; ISS e demais impostos sobre a corretagem.
      *    O total confere com STK03-COST, que inclui tudo isso.
           ADD 1              TO WS-NF-ORDENS.
           ADD WS-LIQUIDITY   TO WS-NF-LIQ-CALC.
           ADD WS-TR-FEE WS-TTA WS-REGISTER TO WS-NF-EMOL-CALC.
           ADD WS-BROKE-COST  TO WS-NF-CORR-CALC.
           ADD WS-TOT-TX WS-OUTROS TO WS-NF-ISS-CALC.
           ADD WS-TOTAL-COSTS TO WS-NF-CUSTO-CALC.
           ADD WS-IRRF        TO WS-NF-IRRF-CALC.

       CONFERE-RODAPE-NOTA.
      *    Rodape NOTA;NUMERO;LIQUIDACAO;EMOLUMENTOS;CORRETAGEM;ISS;
      *    IRRF fecha a nota corrente: confere o total de custos e o
      *    IRRF "dedo-duro" com o que foi gravado em STK03 e zera os
      *    acumulados para a proxima nota do arquivo.
           MOVE SPACES TO WS-NF-CAMPOS-CSV.
           UNSTRING NOTA-LINHA DELIMITED BY ";"
               INTO WS-NF-CSV-TIPO WS-NF-CSV-NUMERO WS-NF-CSV-LIQ
                    WS-NF-CSV-EMOL WS-NF-CSV-CORR WS-NF-CSV-ISS
                    WS-NF-CSV-IRRF
           END-UNSTRING.
           MOVE WS-NF-CSV-NUMERO TO WS-NF-NUMERO.
           INITIALIZE WS-NF-RODAPE.
           IF WS-NF-CSV-LIQ NOT = SPACES
               COMPUTE WS-NF-LIQ-NOTA = FUNCTION NUMVAL(WS-NF-CSV-LIQ)
           END-IF.
           IF WS-NF-CSV-EMOL NOT = SPACES
               COMPUTE WS-NF-EMOL-NOTA =
                       FUNCTION NUMVAL(WS-NF-CSV-EMOL)
           END-IF.
           IF WS-NF-CSV-CORR NOT = SPACES
               COMPUTE WS-NF-CORR-NOTA =
                       FUNCTION NUMVAL(WS-NF-CSV-CORR)
           END-IF.
           IF WS-NF-CSV-ISS NOT = SPACES
               COMPUTE WS-NF-ISS-NOTA = FUNCTION NUMVAL(WS-NF-CSV-ISS)
           END-IF.
           IF WS-NF-CSV-IRRF NOT = SPACES
               COMPUTE WS-NF-IRRF-NOTA =
                       FUNCTION NUMVAL(WS-NF-CSV-IRRF)
           END-IF.
           COMPUTE WS-NF-CUSTO-NOTA = WS-NF-LIQ-NOTA + WS-NF-EMOL-NOTA
                                    + WS-NF-CORR-NOTA + WS-NF-ISS-NOTA.

           ADD 1 TO WS-NF-CONFERIDAS.
           COMPUTE WS-NF-DIF-CUSTO = WS-NF-CUSTO-NOTA
                                   - WS-NF-CUSTO-CALC.
           COMPUTE WS-NF-DIF-IRRF  = WS-NF-IRRF-NOTA
                                   - WS-NF-IRRF-CALC.
           MOVE "N" TO WS-NF-DIVERGE.
           IF WS-NF-DIF-CUSTO > WS-NF-TOLERANCIA
              OR WS-NF-DIF-CUSTO < 0 - WS-NF-TOLERANCIA
              OR WS-NF-DIF-IRRF > WS-NF-TOLERANCIA
              OR WS-NF-DIF-IRRF < 0 - WS-NF-TOLERANCIA
               MOVE "S" TO WS-NF-DIVERGE
           END-IF.
      *    Nota com linha recusada tambem vai ao relatorio: o rodape
      *    cobre operacoes que nao entraram em STK03.
           IF WS-NF-RECUSADAS > 0
               MOVE "S" TO WS-NF-DIVERGE
           END-IF.

           IF WS-NF-DIVERGE = "S"
               ADD 1 TO WS-NF-DIVERGENTES
               PERFORM GRAVA-DIVERGENCIA-NOTA
           END-IF.

           MOVE SPACES TO REL-LINHA.
           STRING "RODAPE     ;NOTA " DELIMITED BY SIZE
                  WS-NF-NUMERO       DELIMITED BY SIZE
                  ";ORDENS "         DELIMITED BY SIZE
                  WS-NF-ORDENS       DELIMITED BY SIZE
                  ";DIVERGENTE "     DELIMITED BY SIZE
                  WS-NF-DIVERGE      DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

           PERFORM ZERA-ACUMULADOS-NOTA.

       GRAVA-DIVERGENCIA-NOTA.
           MOVE SPACES TO DIV-LINHA.
           STRING "NOTA "            DELIMITED BY SIZE
                  WS-NF-NUMERO       DELIMITED BY SIZE
                  "  ORDENS GERADAS: " DELIMITED BY SIZE
                  WS-NF-ORDENS       DELIMITED BY SIZE
                  "  LINHAS RECUSADAS: " DELIMITED BY SIZE
                  WS-NF-RECUSADAS    DELIMITED BY SIZE
                  INTO DIV-LINHA
           END-STRING.
           WRITE DIV-LINHA.
           MOVE SPACES TO DIV-LINHA.
           STRING "  COMPONENTE             NOTA     CALCULADO"
                  DELIMITED BY SIZE
                  "     DIFERENCA" DELIMITED BY SIZE
                  INTO DIV-LINHA
           END-STRING.
           WRITE DIV-LINHA.

           MOVE "LIQUIDACAO"  TO WS-NF-ROTULO.
           MOVE WS-NF-LIQ-NOTA  TO WS-NF-NOTA-MASK.
           MOVE WS-NF-LIQ-CALC  TO WS-NF-CALC-MASK.
           COMPUTE WS-NF-DIF = WS-NF-LIQ-NOTA - WS-NF-LIQ-CALC.
           PERFORM GRAVA-LINHA-COMPONENTE.

           MOVE "EMOLUMENTOS" TO WS-NF-ROTULO.
           MOVE WS-NF-EMOL-NOTA TO WS-NF-NOTA-MASK.
           MOVE WS-NF-EMOL-CALC TO WS-NF-CALC-MASK.
           COMPUTE WS-NF-DIF = WS-NF-EMOL-NOTA - WS-NF-EMOL-CALC.
           PERFORM GRAVA-LINHA-COMPONENTE.

           MOVE "CORRETAGEM"  TO WS-NF-ROTULO.
           MOVE WS-NF-CORR-NOTA TO WS-NF-NOTA-MASK.
           MOVE WS-NF-CORR-CALC TO WS-NF-CALC-MASK.
           COMPUTE WS-NF-DIF = WS-NF-CORR-NOTA - WS-NF-CORR-CALC.
           PERFORM GRAVA-LINHA-COMPONENTE.

           MOVE "ISS/IMPOSTOS" TO WS-NF-ROTULO.
           MOVE WS-NF-ISS-NOTA  TO WS-NF-NOTA-MASK.
           MOVE WS-NF-ISS-CALC  TO WS-NF-CALC-MASK.
           COMPUTE WS-NF-DIF = WS-NF-ISS-NOTA - WS-NF-ISS-CALC.
           PERFORM GRAVA-LINHA-COMPONENTE.

           MOVE "TOTAL CUSTOS" TO WS-NF-ROTULO.
           MOVE WS-NF-CUSTO-NOTA TO WS-NF-NOTA-MASK.
           MOVE WS-NF-CUSTO-CALC TO WS-NF-CALC-MASK.
           MOVE WS-NF-DIF-CUSTO  TO WS-NF-DIF.
           PERFORM GRAVA-LINHA-COMPONENTE.

           MOVE "IRRF"        TO WS-NF-ROTULO.
           MOVE WS-NF-IRRF-NOTA TO WS-NF-NOTA-MASK.
           MOVE WS-NF-IRRF-CALC TO WS-NF-CALC-MASK.
           MOVE WS-NF-DIF-IRRF  TO WS-NF-DIF.
           PERFORM GRAVA-LINHA-COMPONENTE.

           MOVE SPACES TO DIV-LINHA.
           WRITE DIV-LINHA.

       GRAVA-LINHA-COMPONENTE.
           MOVE WS-NF-DIF TO WS-NF-DIF-MASK.
           MOVE SPACES TO DIV-LINHA.
           STRING "  "            DELIMITED BY SIZE
                  WS-NF-ROTULO    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-NF-NOTA-MASK DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-NF-CALC-MASK DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-NF-DIF-MASK  DELIMITED BY SIZE
                  INTO DIV-LINHA
           END-STRING.
           WRITE DIV-LINHA.

       GRAVA-TOTAIS-DIV.
      *    Ordens depois do ultimo rodape ficam sem conferencia (nota
      *    exportada sem rodape, layout antigo do arquivo).
           IF WS-NF-ORDENS > 0 OR WS-NF-RECUSADAS > 0
               MOVE SPACES TO DIV-LINHA
               STRING "ORDENS SEM RODAPE DE NOTA (NAO CONFERIDAS): "
                      DELIMITED BY SIZE
                      WS-NF-ORDENS DELIMITED BY SIZE
                      INTO DIV-LINHA
               END-STRING
               WRITE DIV-LINHA
           END-IF.
           MOVE WS-NF-TOLERANCIA TO WS-NF-CALC-MASK.
           MOVE SPACES TO DIV-LINHA.
           STRING "NOTAS CONFERIDAS: " DELIMITED BY SIZE
                  WS-NF-CONFERIDAS    DELIMITED BY SIZE
                  "  DIVERGENTES: "   DELIMITED BY SIZE
                  WS-NF-DIVERGENTES   DELIMITED BY SIZE
                  "  TOLERANCIA R$ "  DELIMITED BY SIZE
                  WS-NF-CALC-MASK     DELIMITED BY SIZE
                  INTO DIV-LINHA
           END-STRING.
           WRITE DIV-LINHA.

       CARREGA-TARIFA-CONTA.
      *    Ultimo registro da conta em tarifas.dat, como no STOCKS.
           MOVE "N" TO WS-TAR-ACHADA.
