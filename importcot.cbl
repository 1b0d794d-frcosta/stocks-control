      * mesma data substitui aquela cotacao; datas novas entram sem   *
      * apagar as anteriores, preservando a serie usada pela          *
      * valorizacao a mercado e pelo relatorio de rentabilidade.      *
      * Os precos de ajuste dos contratos futuros (WIN/WDO/IND/DOL +  *
      * vencimento, ex. WINZ25) entram pelo mesmo arquivo, sem        *
      * cadastro em STK09, para o ajuste diario do FUTMOD.            *
      * Linhas recusadas ficam em importcot.rel com o motivo.         *
      *****************************************************************
       ENVIRONMENT DIVISION.

       VERIFICA-TICKER-MASTER.
      *    Mesma regra dos demais importadores: sem cadastro de
      *    ativos, a validacao e ignorada. Contrato futuro (prefixo
      *    do ativo-objeto e vencimento letra+ano) nao tem cadastro.
           MOVE "N" TO WS-TICKER-CADASTRADO.
           IF (WS-TICKER(1:3) = "WIN" OR WS-TICKER(1:3) = "WDO"
               OR WS-TICKER(1:3) = "IND" OR WS-TICKER(1:3) = "DOL")
              AND WS-TICKER(5:2) IS NUMERIC
              AND WS-TICKER(7:4) = SPACES
               MOVE "S" TO WS-TICKER-CADASTRADO
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-STK09 = "35"
               MOVE "S" TO WS-TICKER-CADASTRADO
           ELSE
