      * corrente (STK02), valorizada ao preco medio, com grupo e      *
      * codigo sugeridos pelo tipo do ativo, o CNPJ e a razao social  *
      * do cadastro (STK09) e o texto de discriminacao pronto para    *
      * colar na declaracao; os dividendos do ano de cada posicao     *
      * saem com bruto, IRRF de 10% retido (Lei 15.270/2025) e        *
      * liquido, do razao de dividendos (divretido.dat), com o total  *
      * geral ao final. As posicoes no exterior (extpos.dat, do       *
      * EXTMOD) saem em secao propria, grupo 03 codigo 01 com o pais  *
      * do ativo, pelo custo em reais das PTAX de cada compra e com o *
      * custo em dolar na discriminacao. Os fundos de investimento    *
      * (fundos.dat, do FUNDMOD) saem por lote ativo, no grupo 07,    *
      * pelo valor aplicado, com o CNPJ do fundo e as cotas na        *
      * discriminacao. Os planos de previdencia privada               *
      * (prevplanos.dat, do PREVMOD) saem em secao propria: o VGBL e  *
      * bem, grupo 99 codigo 06, pelas contribuicoes em aberto em     *
      * 31/12; o PGBL nao e bem e sai com as contribuicoes do ano     *
      * para a ficha Pagamentos Efetuados (codigo 36); os dois com os *
      * resgates e o IR retido do ano conforme o regime. As doacoes e *
      * herancas do ano entre titulares (doacoes.dat, da              *
      * transferencia de custodia) saem ao final, o bem baixado no    *
      * doador (Doacoes Efetuadas) e recebido no recebedor pelo       *
      * valor declarado (Rendimentos Isentos, codigo 14). Saida em    *
      * bens_AAAA.txt. A situacao do ano anterior deve ser conferida  *
      * com a declaracao entregue, por isso sai destacada para        *
      * preenchimento.                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY 'control_stk02'.                *> Custodia corrente
           COPY 'control_stk09'.                *> Cadastro de ativos
           COPY 'control_stk25'.                *> Dividendos retidos
           COPY 'control_stk27'.                *> Posicao no exterior
           COPY 'control_stk34'.                *> Lotes de fundos
           COPY 'control_stk46'.                *> Doacoes e herancas
           COPY 'control_stk52'.                *> Planos previdencia

           SELECT ARQ-BENS ASSIGN TO WS-BENS-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           COPY 'stk02'.
       FD STK09.
           COPY 'stk09'.
       FD STK25.
           COPY 'stk25'.
       FD STK27.
           COPY 'stk27'.
       FD STK34.
           COPY 'stk34'.
       FD STK46.
           COPY 'stk46'.
       FD STK52.
           COPY 'stk52'.
       FD ARQ-BENS.
       01 BENS-LINHA                PIC X(132).

       77 WS-STATUS-STK02           PIC X(02).
       77 WS-STATUS-STK09           PIC X(02).
       77 WS-STATUS-BENS            PIC X(02).
       77 WS-STATUS-STK25           PIC X(02).
       77 WS-STATUS-STK27           PIC X(02).
       77 WS-STATUS-STK34           PIC X(02).
       77 WS-STATUS-STK46           PIC X(02).
       77 WS-STATUS-STK52           PIC X(02).
       77 WS-DOA-ANO                PIC 9(04).
       77 WS-DOA-LIDAS              PIC 9(05) VALUE 0.
       77 WS-DOA-TIPO-NOME          PIC X(08).
       77 WS-FD-TOTAL               PIC 9(11)V99 VALUE 0.
       77 WS-FD-COTAS-MASK          PIC ZZZ.ZZZ.ZZ9,999999.
       77 WS-PV-TOTAL               PIC 9(11)V99 VALUE 0.
       77 WS-PV-IR-MASK             PIC ZZ.ZZZ.ZZ9,99.
       77 WS-EXT-TOTAL              PIC 9(11)V99 VALUE 0.
       77 WS-EXT-BRL-MASK           PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-EXT-USD-MASK           PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-EXT-QTY-MASK           PIC ZZZZZZ9,9999.
       77 WS-BENS-NOME              PIC X(20).
       77 WS-FIM-ARQ                PIC X(01) VALUE "N".
       77 WS-ATIVO-NOME             PIC X(30).
       77 WS-BAL-MASK               PIC -Z.ZZZ.ZZ9,99.
       77 WS-TOT-BALANCE            PIC S9(09)V99 VALUE 0.
       77 WS-TOT-BAL-MASK           PIC -ZZ.ZZZ.ZZ9,99.
       77 WS-DIV-TOTAL              PIC 9(03) VALUE 0.
       77 WS-DIV-IDX                PIC 9(03).
       77 WS-DIV-ACHOU              PIC X(01).
       77 WS-DIV-BRUTO-MASK         PIC Z.ZZZ.ZZ9,99.
       77 WS-DIV-IRRF-MASK          PIC Z.ZZZ.ZZ9,99.
       77 WS-DIV-LIQ-MASK           PIC Z.ZZZ.ZZ9,99.
       77 WS-DIV-TOT-BRUTO          PIC 9(11)V99 VALUE 0.
       77 WS-DIV-TOT-IRRF           PIC 9(11)V99 VALUE 0.
       77 WS-DIV-TOT-LIQ            PIC 9(11)V99.

      *    Dividendos do ano por ativo/conta, do razao de dividendos.
       01 WS-TAB-DIVIDENDOS.
           05 WS-DIV-ENT OCCURS 500 TIMES.
               10 WS-DIV-TICKER     PIC X(10).
               10 WS-DIV-ACCOUNT    PIC X(10).
               10 WS-DIV-BRUTO      PIC 9(11)V99.
               10 WS-DIV-IRRF       PIC 9(11)V99.

      *    Parametros do CALCPREV (situacao do plano em 31/12).
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

       LINKAGE SECTION.
       01 LNK-BENS-ANO              PIC 9(04).
           END-IF.

           OPEN INPUT STK09.
           PERFORM CARREGA-DIVIDENDOS.

           OPEN OUTPUT ARQ-BENS.
           STRING "BENS E DIREITOS - ANO-CALENDARIO " LNK-BENS-ANO
           END-STRING.
           WRITE BENS-LINHA.

           IF WS-DIV-TOT-BRUTO > 0
               COMPUTE WS-DIV-TOT-LIQ = WS-DIV-TOT-BRUTO
                                       - WS-DIV-TOT-IRRF
               MOVE WS-DIV-TOT-BRUTO TO WS-DIV-BRUTO-MASK
               MOVE WS-DIV-TOT-IRRF  TO WS-DIV-IRRF-MASK
               MOVE WS-DIV-TOT-LIQ   TO WS-DIV-LIQ-MASK
               MOVE SPACES TO BENS-LINHA
               STRING "DIVIDENDOS NO ANO - BRUTO: R$ " DELIMITED BY SIZE
                      WS-DIV-BRUTO-MASK   DELIMITED BY SIZE
                      "  IRRF RETIDO: R$ " DELIMITED BY SIZE
                      WS-DIV-IRRF-MASK    DELIMITED BY SIZE
                      "  LIQUIDO: R$ "    DELIMITED BY SIZE
                      WS-DIV-LIQ-MASK     DELIMITED BY SIZE
                      INTO BENS-LINHA
               END-STRING
               WRITE BENS-LINHA
           END-IF.

           PERFORM GERA-SECAO-EXTERIOR.
           PERFORM GERA-SECAO-FUNDOS.
           PERFORM GERA-SECAO-PREVIDENCIA.
           PERFORM GERA-SECAO-DOACOES.

           CLOSE ARQ-BENS.
           CLOSE STK02.
           IF WS-STATUS-STK09 NOT = "35"

      *    Grupo/codigo da ficha conforme o tipo do ativo: acoes no
      *    grupo 03 codigo 01, FIIs no grupo 07 codigo 03, ETFs no
      *    grupo 07 codigo 09, BDRs no grupo 04 codigo 04; os demais
      *    saem como 99/99 para revisao.
           EVALUATE WS-ATIVO-TIPO
               WHEN "A"
                   MOVE "03" TO WS-GRUPO
               WHEN "E"
                   MOVE "07" TO WS-GRUPO
                   MOVE "09" TO WS-CODIGO
               WHEN "B"
                   MOVE "04" TO WS-GRUPO
                   MOVE "04" TO WS-CODIGO
               WHEN OTHER
                   MOVE "99" TO WS-GRUPO
                   MOVE "99" TO WS-CODIGO
           END-STRING.
           WRITE BENS-LINHA.

           PERFORM GRAVA-DIVIDENDOS-ATIVO.

           MOVE SPACES TO BENS-LINHA.
           WRITE BENS-LINHA.

       CARREGA-DIVIDENDOS.
      *    Soma o razao de dividendos do ano pedido por ativo/conta.
           OPEN INPUT STK25.
           IF WS-STATUS-STK25 NOT = "00"
               CLOSE STK25
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CARREGA-DIVIDENDOS-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK25.
           MOVE "N" TO WS-FIM-ARQ.

       CARREGA-DIVIDENDOS-SEQ.
           READ STK25 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK25 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK25-COMP(1:4) NOT = LNK-BENS-ANO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DIV-ACHOU.
           PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
                     UNTIL WS-DIV-IDX > WS-DIV-TOTAL
               IF WS-DIV-TICKER(WS-DIV-IDX) = WFS-STK25-TICKER
                  AND WS-DIV-ACCOUNT(WS-DIV-IDX) = WFS-STK25-ACCOUNT
                   ADD WFS-STK25-BRUTO TO WS-DIV-BRUTO(WS-DIV-IDX)
                   ADD WFS-STK25-IRRF  TO WS-DIV-IRRF(WS-DIV-IDX)
                   MOVE "S" TO WS-DIV-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DIV-ACHOU = "N" AND WS-DIV-TOTAL < 500
               ADD 1 TO WS-DIV-TOTAL
               MOVE WFS-STK25-TICKER  TO WS-DIV-TICKER(WS-DIV-TOTAL)
               MOVE WFS-STK25-ACCOUNT TO WS-DIV-ACCOUNT(WS-DIV-TOTAL)
               MOVE WFS-STK25-BRUTO   TO WS-DIV-BRUTO(WS-DIV-TOTAL)
               MOVE WFS-STK25-IRRF    TO WS-DIV-IRRF(WS-DIV-TOTAL)
           END-IF.
           ADD WFS-STK25-BRUTO TO WS-DIV-TOT-BRUTO.
           ADD WFS-STK25-IRRF  TO WS-DIV-TOT-IRRF.

       GRAVA-DIVIDENDOS-ATIVO.
      *    Dividendos do ano da posicao: bruto, retido e liquido.
           PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
                     UNTIL WS-DIV-IDX > WS-DIV-TOTAL
               IF WS-DIV-TICKER(WS-DIV-IDX) = WFS-STK02-TICKER
                  AND WS-DIV-ACCOUNT(WS-DIV-IDX) = WFS-STK02-ACCOUNT
                   MOVE WS-DIV-BRUTO(WS-DIV-IDX) TO WS-DIV-BRUTO-MASK
                   MOVE WS-DIV-IRRF(WS-DIV-IDX)  TO WS-DIV-IRRF-MASK
                   COMPUTE WS-DIV-TOT-LIQ = WS-DIV-BRUTO(WS-DIV-IDX)
                                           - WS-DIV-IRRF(WS-DIV-IDX)
                   MOVE WS-DIV-TOT-LIQ TO WS-DIV-LIQ-MASK
                   MOVE SPACES TO BENS-LINHA
                   STRING "DIVIDENDOS NO ANO - BRUTO: R$ "
                          DELIMITED BY SIZE
                          WS-DIV-BRUTO-MASK   DELIMITED BY SIZE
                          "  IRRF RETIDO: R$ " DELIMITED BY SIZE
                          WS-DIV-IRRF-MASK    DELIMITED BY SIZE
                          "  LIQUIDO: R$ "    DELIMITED BY SIZE
                          WS-DIV-LIQ-MASK     DELIMITED BY SIZE
                          INTO BENS-LINHA
                   END-STRING
                   WRITE BENS-LINHA
               END-IF
           END-PERFORM.

       GERA-SECAO-EXTERIOR.
      *    Acoes no exterior: mesmo grupo/codigo das acoes daqui,
      *    com o pais de localizacao; a situacao e o custo em reais
      *    (PTAX de cada compra), nao a cotacao de 31/12.
           OPEN INPUT STK27.
           IF WS-STATUS-STK27 NOT = "00"
               CLOSE STK27
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BENS-LINHA.
           WRITE BENS-LINHA.
           STRING "ATIVOS NO EXTERIOR (CUSTO EM REAIS PELA PTAX DE "
                  "CADA COMPRA)" DELIMITED BY SIZE
                  INTO BENS-LINHA
           END-STRING.
           WRITE BENS-LINHA.
           MOVE SPACES TO BENS-LINHA.
           WRITE BENS-LINHA.

           MOVE 0   TO WS-EXT-TOTAL.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM GERA-SECAO-EXTERIOR-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK27.

           MOVE WS-EXT-TOTAL TO WS-EXT-BRL-MASK.
           MOVE SPACES TO BENS-LINHA.
           STRING "TOTAL NO EXTERIOR: R$ " DELIMITED BY SIZE
                  WS-EXT-BRL-MASK          DELIMITED BY SIZE
                  INTO BENS-LINHA
           END-STRING.
           WRITE BENS-LINHA.

       GERA-SECAO-EXTERIOR-SEQ.
           READ STK27 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK27 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK27-QTY = 0
               EXIT PARAGRAPH
           END-IF.
           ADD WFS-STK27-CUSTO-BRL TO WS-EXT-TOTAL.
           MOVE WFS-STK27-CUSTO-BRL TO WS-EXT-BRL-MASK.
           MOVE WFS-STK27-CUSTO-USD TO WS-EXT-USD-MASK.
           MOVE WFS-STK27-QTY       TO WS-EXT-QTY-MASK.

           MOVE SPACES TO BENS-LINHA.
           STRING "ATIVO: "         DELIMITED BY SIZE
                  WFS-STK27-TICKER  DELIMITED BY SIZE
                  "  GRUPO: 03  CODIGO: 01  PAIS: " DELIMITED BY SIZE
                  WFS-STK27-PAIS    DELIMITED BY SIZE
                  "  TITULAR: "     DELIMITED BY SIZE
                  WFS-STK27-TITULAR DELIMITED BY SIZE
                  INTO BENS-LINHA
           END-STRING.
           WRITE BENS-LINHA.

           MOVE SPACES TO BENS-LINHA.
           STRING "SITUACAO EM 31/12/" LNK-BENS-ANO
                  DELIMITED BY SIZE
                  ": R$ "          DELIMITED BY SIZE
                  WS-EXT-BRL-MASK  DELIMITED BY SIZE
                  "   SITUACAO ANTERIOR: CONFERIR DECLARACAO ANTERIOR"
                  DELIMITED BY SIZE
                  INTO BENS-LINHA
           END-STRING.
           WRITE BENS-LINHA.

           MOVE SPACES TO BENS-LINHA.
           STRING "DISCRIMINACAO: " DELIMITED BY SIZE
                  WS-EXT-QTY-MASK   DELIMITED BY SIZE
                  " ACOES DE "      DELIMITED BY SIZE
                  WFS-STK27-TICKER  DELIMITED BY SPACE
                  " NO EXTERIOR, CUSTO DE US$ " DELIMITED BY SIZE
                  WS-EXT-USD-MASK   DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO BENS-LINHA
           END-STRING.
           WRITE BENS-LINHA.

           MOVE SPACES TO BENS-LINHA.
           WRITE BENS-LINHA.

       GERA-SECAO-FUNDOS.
      *    Fundos de investimento: um bem por lote ativo, pelo valor
      *    aplicado (custo de aquisicao das cotas - o IR antecipado
      *    pelo come-cotas nao altera o custo). Fundos de acoes no
      *    grupo 07 codigo 01; multimercado e renda fixa saem como
      *    07/99 para conferir com o informe do administrador.
           OPEN INPUT STK34.
           IF WS-STATUS-STK34 NOT = "00"
               CLOSE STK34
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BENS-LINHA.
           WRITE BENS-LINHA.
           MOVE "FUNDOS DE INVESTIMENTO (VALOR APLICADO POR LOTE)"
             TO BENS-LINHA.
           WRITE BENS-LINHA.
           MOVE SPACES TO BENS-LINHA.
           WRITE BENS-LINHA.

           MOVE 0   TO WS-FD-TOTAL.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM GERA-SECAO-FUNDOS-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK34.

           MOVE WS-FD-TOTAL TO WS-EXT-BRL-MASK.
           MOVE SPACES TO BENS-LINHA.
           STRING "TOTAL EM FUNDOS: R$ " DELIMITED BY SIZE
                  WS-EXT-BRL-MASK        DELIMITED BY SIZE
                  INTO BENS-LINHA
           END-STRING.
           WRITE BENS-LINHA.

       GERA-SECAO-FUNDOS-SEQ.
           READ STK34 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK34 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF NOT WFS-STK34-ATIVO
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK34-ACOES
               MOVE "01" TO WS-CODIGO
           ELSE
               MOVE "99" TO WS-CODIGO
           END-IF.
           ADD WFS-STK34-VALOR-APLIC TO WS-FD-TOTAL.
           MOVE WFS-STK34-VALOR-APLIC TO WS-EXT-BRL-MASK.
           MOVE WFS-STK34-COTAS       TO WS-FD-COTAS-MASK.

           MOVE SPACES TO BENS-LINHA.
           STRING "FUNDO: "         DELIMITED BY SIZE
                  WFS-STK34-FUNDO   DELIMITED BY SIZE
                  "  GRUPO: 07  CODIGO: " DELIMITED BY SIZE
                  WS-CODIGO         DELIMITED BY SIZE
                  "  CNPJ: "        DELIMITED BY SIZE
                  WFS-STK34-CNPJ    DELIMITED BY SIZE
                  INTO BENS-LINHA
           END-STRING.
           WRITE BENS-LINHA.

           MOVE SPACES TO BENS-LINHA.
           STRING "SITUACAO EM 31/12/" LNK-BENS-ANO
                  DELIMITED BY SIZE
                  ": R$ "          DELIMITED BY SIZE
                  WS-EXT-BRL-MASK  DELIMITED BY SIZE
                  "   SITUACAO ANTERIOR: CONFERIR DECLARACAO ANTERIOR"
                  DELIMITED BY SIZE
                  INTO BENS-LINHA
           END-STRING.
           WRITE BENS-LINHA.

           MOVE SPACES TO BENS-LINHA.
           STRING "DISCRIMINACAO: " DELIMITED BY SIZE
                  WS-FD-COTAS-MASK  DELIMITED BY SIZE
                  " COTAS DE "      DELIMITED BY SIZE
                  WFS-STK34-NOME    DELIMITED BY SIZE
                  ", CNPJ "         DELIMITED BY SIZE
                  WFS-STK34-CNPJ    DELIMITED BY SIZE
                  ", CONTA "        DELIMITED BY SIZE
                  WFS-STK34-ACCOUNT DELIMITED BY SIZE
                  ", APLICADO EM "  DELIMITED BY SIZE
                  WFS-STK34-DATA-APLIC(7:2) "/"
                  WFS-STK34-DATA-APLIC(5:2) "/"
                  WFS-STK34-DATA-APLIC(1:4) "." DELIMITED BY SIZE
                  INTO BENS-LINHA
           END-STRING.
           WRITE BENS-LINHA.

           MOVE SPACES TO BENS-LINHA.
           WRITE BENS-LINHA.

       GERA-SECAO-PREVIDENCIA.
      *    Previdencia privada. VGBL: bem no grupo 99 codigo 06, com
      *    o CNPJ da seguradora, pelas contribuicoes ainda nao
      *    resgatadas em 31/12 (o rendimento so e declarado no
      *    resgate). PGBL: nao e bem; as contribuicoes do ano vao a
      *    Pagamentos Efetuados, codigo 36, e deduzem ate 12% da
      *    renda tributavel. Resgates: no regressivo a tributacao e
      *    exclusiva na fonte; no progressivo o bruto e rendimento
      *    tributavel e o IR retido (15%) e antecipacao do ajuste.
           OPEN INPUT STK52.
           IF WS-STATUS-STK52 NOT = "00"
               CLOSE STK52
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BENS-LINHA.
           WRITE BENS-LINHA.
           MOVE "PREVIDENCIA PRIVADA (VGBL: CONTRIBUICOES EM 31/12)"
             TO BENS-LINHA.
           WRITE BENS-LINHA.
           MOVE SPACES TO BENS-LINHA.
           WRITE BENS-LINHA.

           MOVE 0   TO WS-PV-TOTAL.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM GERA-SECAO-PREVIDENCIA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK52.

           MOVE WS-PV-TOTAL TO WS-EXT-BRL-MASK.
           MOVE SPACES TO BENS-LINHA.
           STRING "TOTAL EM VGBL: R$ " DELIMITED BY SIZE
                  WS-EXT-BRL-MASK      DELIMITED BY SIZE
                  INTO BENS-LINHA
           END-STRING.
           WRITE BENS-LINHA.

       GERA-SECAO-PREVIDENCIA-SEQ.
           READ STK52 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK52 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK52-PLANO TO WS-CPV-PLANO.
           COMPUTE WS-CPV-DATA = LNK-BENS-ANO * 10000 + 1231.
           CALL 'CALCPREV' USING WS-CALCPREV-PARM.
           IF WS-CPV-PRINCIPAL = 0 AND WS-CPV-APORTES-ANO = 0
              AND WS-CPV-RESGATES-ANO = 0
               EXIT PARAGRAPH
           END-IF.

           IF WFS-STK52-VGBL
               ADD WS-CPV-PRINCIPAL TO WS-PV-TOTAL
               MOVE WS-CPV-PRINCIPAL TO WS-EXT-BRL-MASK
               MOVE SPACES TO BENS-LINHA
               STRING "VGBL: "          DELIMITED BY SIZE
                      WFS-STK52-PLANO   DELIMITED BY SIZE
                      "  GRUPO: 99  CODIGO: 06  CNPJ: "
                                        DELIMITED BY SIZE
                      WFS-STK52-CNPJ    DELIMITED BY SIZE
                      "  TITULAR: "     DELIMITED BY SIZE
                      WFS-STK52-TITULAR DELIMITED BY SIZE
                      INTO BENS-LINHA
               END-STRING
               WRITE BENS-LINHA
               MOVE SPACES TO BENS-LINHA
               STRING "SITUACAO EM 31/12/" LNK-BENS-ANO
                      DELIMITED BY SIZE
                      ": R$ "          DELIMITED BY SIZE
                      WS-EXT-BRL-MASK  DELIMITED BY SIZE
                      "   SITUACAO ANTERIOR: CONFERIR DECLARACAO ANTERIO
      -               "R" DELIMITED BY SIZE
                      INTO BENS-LINHA
               END-STRING
               WRITE BENS-LINHA
               MOVE SPACES TO BENS-LINHA
               STRING "DISCRIMINACAO: PLANO VGBL "
                                        DELIMITED BY SIZE
                      WFS-STK52-NOME    DELIMITED BY "  "
                      ", CNPJ "         DELIMITED BY SIZE
                      WFS-STK52-CNPJ    DELIMITED BY SIZE
                      ", CONTRIBUICOES NAO RESGATADAS."
                                        DELIMITED BY SIZE
                      INTO BENS-LINHA
               END-STRING
               WRITE BENS-LINHA
           ELSE
               MOVE WS-CPV-APORTES-ANO TO WS-EXT-BRL-MASK
               MOVE SPACES TO BENS-LINHA
               STRING "PGBL: "          DELIMITED BY SIZE
                      WFS-STK52-PLANO   DELIMITED BY SIZE
                      "  NAO E BEM - PAGAMENTOS EFETUADOS, CODIGO 36"
                                        DELIMITED BY SIZE
                      "  CNPJ: "        DELIMITED BY SIZE
                      WFS-STK52-CNPJ    DELIMITED BY SIZE
                      "  TITULAR: "     DELIMITED BY SIZE
                      WFS-STK52-TITULAR DELIMITED BY SIZE
                      INTO BENS-LINHA
               END-STRING
               WRITE BENS-LINHA
               MOVE SPACES TO BENS-LINHA
               STRING "CONTRIBUICOES NO ANO: R$ " DELIMITED BY SIZE
                      WS-EXT-BRL-MASK   DELIMITED BY SIZE
                      "  (DEDUTIVEIS ATE 12% DA RENDA TRIBUTAVEL)"
                                        DELIMITED BY SIZE
                      INTO BENS-LINHA
               END-STRING
               WRITE BENS-LINHA
           END-IF.

           IF WS-CPV-RESGATES-ANO > 0
               MOVE WS-CPV-RESGATES-ANO TO WS-EXT-BRL-MASK
               MOVE WS-CPV-IR-ANO       TO WS-PV-IR-MASK
               MOVE SPACES TO BENS-LINHA
               STRING "RESGATES NO ANO: R$ " DELIMITED BY SIZE
                      WS-EXT-BRL-MASK  DELIMITED BY SIZE
                      "  IR RETIDO: R$ " DELIMITED BY SIZE
                      WS-PV-IR-MASK    DELIMITED BY SIZE
                      INTO BENS-LINHA
               END-STRING
               WRITE BENS-LINHA
               IF WFS-STK52-REGRESSIVO
                   MOVE "REGIME REGRESSIVO: TRIBUTACAO EXCLUSIVA - RENDI
      -                 "MENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA/DEFINITI
      -                 "VA" TO BENS-LINHA
               ELSE
                   MOVE "REGIME PROGRESSIVO: RENDIMENTO TRIBUTAVEL RECEB
      -                 "IDO DE PJ, IR RETIDO COMPENSADO NO AJUSTE"
                     TO BENS-LINHA
               END-IF
               WRITE BENS-LINHA
           END-IF.

           MOVE SPACES TO BENS-LINHA.
           WRITE BENS-LINHA.

       GERA-SECAO-DOACOES.
      *    Doacoes e herancas do ano entre titulares: o doador baixa o
      *    bem (a quantidade sai da posicao acima) e informa a doacao
      *    na ficha Doacoes Efetuadas; o recebedor inclui o bem pelo
      *    valor declarado, que e tambem o rendimento isento (codigo
      *    14 - transferencias patrimoniais). O ganho de capital do
      *    doador foi ao DARF 4600 e vai ao GCAP.
           OPEN INPUT STK46.
           IF WS-STATUS-STK46 NOT = "00"
               CLOSE STK46
               EXIT PARAGRAPH
           END-IF.
           MOVE 0   TO WS-DOA-LIDAS.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM GERA-SECAO-DOACOES-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK46.

       GERA-SECAO-DOACOES-SEQ.
           READ STK46 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK46 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           DIVIDE WFS-STK46-DATA BY 10000 GIVING WS-DOA-ANO.
           IF WS-DOA-ANO NOT = LNK-BENS-ANO
               EXIT PARAGRAPH
           END-IF.
           IF WS-DOA-LIDAS = 0
               MOVE SPACES TO BENS-LINHA
               WRITE BENS-LINHA
               MOVE "DOACOES E HERANCAS ENTRE TITULARES NO ANO"
                 TO BENS-LINHA
               WRITE BENS-LINHA
               MOVE SPACES TO BENS-LINHA
               WRITE BENS-LINHA
           END-IF.
           ADD 1 TO WS-DOA-LIDAS.
           IF WFS-STK46-HERANCA
               MOVE "HERANCA" TO WS-DOA-TIPO-NOME
           ELSE
               MOVE "DOACAO"  TO WS-DOA-TIPO-NOME
           END-IF.
           MOVE WFS-STK46-QTY TO WS-QTY-MASK.

           MOVE SPACES TO BENS-LINHA.
           STRING WS-DOA-TIPO-NOME   DELIMITED BY SPACE
                  " EM "             DELIMITED BY SIZE
                  WFS-STK46-DATA(7:2) "/"
                  WFS-STK46-DATA(5:2) "/"
                  WFS-STK46-DATA(1:4) DELIMITED BY SIZE
                  ": "               DELIMITED BY SIZE
                  WS-QTY-MASK        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WFS-STK46-TICKER   DELIMITED BY SIZE
                  " DO TITULAR "     DELIMITED BY SIZE
                  WFS-STK46-TIT-ORIG DELIMITED BY SIZE
                  " (CONTA "         DELIMITED BY SIZE
                  WFS-STK46-CONTA-ORIG DELIMITED BY SIZE
                  ") PARA O TITULAR " DELIMITED BY SIZE
                  WFS-STK46-TIT-DEST DELIMITED BY SIZE
                  " (CONTA "         DELIMITED BY SIZE
                  WFS-STK46-CONTA-DEST DELIMITED BY SIZE
                  ")"                DELIMITED BY SIZE
                  INTO BENS-LINHA
           END-STRING.
           WRITE BENS-LINHA.

           MOVE WFS-STK46-CUSTO TO WS-EXT-BRL-MASK.
           MOVE SPACES TO BENS-LINHA.
           STRING "  DOADOR "        DELIMITED BY SIZE
                  WFS-STK46-TIT-ORIG DELIMITED BY SIZE
                  ": BAIXA DO BEM PELO CUSTO DE R$ " DELIMITED BY SIZE
                  WS-EXT-BRL-MASK    DELIMITED BY SIZE
                  " - FICHA DOACOES EFETUADAS"  DELIMITED BY SIZE
                  INTO BENS-LINHA
           END-STRING.
           WRITE BENS-LINHA.

           IF WFS-STK46-GANHO > 0
               MOVE WFS-STK46-GANHO TO WS-EXT-BRL-MASK
               MOVE WFS-STK46-IMPOSTO TO WS-DIV-BRUTO-MASK
               MOVE SPACES TO BENS-LINHA
               STRING "  GANHO DE CAPITAL DO DOADOR: R$ "
                      DELIMITED BY SIZE
                      WS-EXT-BRL-MASK    DELIMITED BY SIZE
                      "  IMPOSTO (DARF 4600): R$ " DELIMITED BY SIZE
                      WS-DIV-BRUTO-MASK  DELIMITED BY SIZE
                      INTO BENS-LINHA
               END-STRING
               WRITE BENS-LINHA
           END-IF.

           MOVE WFS-STK46-VALOR-DECL TO WS-EXT-BRL-MASK.
           MOVE SPACES TO BENS-LINHA.
           STRING "  RECEBEDOR "     DELIMITED BY SIZE
                  WFS-STK46-TIT-DEST DELIMITED BY SIZE
                  ": BEM INCLUIDO POR R$ " DELIMITED BY SIZE
                  WS-EXT-BRL-MASK    DELIMITED BY SIZE
                  " - RENDIMENTOS ISENTOS, CODIGO 14" DELIMITED BY SIZE
                  INTO BENS-LINHA
           END-STRING.
           WRITE BENS-LINHA.

           MOVE WFS-STK46-BASE-ITCMD TO WS-EXT-BRL-MASK.
           MOVE SPACES TO BENS-LINHA.
           STRING "  BASE DO ITCMD (UF " DELIMITED BY SIZE
                  WFS-STK46-UF       DELIMITED BY SIZE
                  "): R$ "           DELIMITED BY SIZE
                  WS-EXT-BRL-MASK    DELIMITED BY SIZE
                  INTO BENS-LINHA
           END-STRING.
           WRITE BENS-LINHA.

           MOVE SPACES TO BENS-LINHA.
           WRITE BENS-LINHA.
