                          DELIMITED BY SIZE INTO WS-HISTORICO
                   END-STRING
                   PERFORM GRAVA-LANCAMENTO
               WHEN (STK03-ORDER = "A" OR STK03-ORDER = "a")
                    AND STK03-CORP-ACTION = "L"
      *            Leilao de fracoes: a companhia vendeu as fracoes
      *            e pagou em dinheiro - entra como a amortizacao,
      *            caixa contra custodia, com caixa tipo "P".
                   MOVE "LEILAO"    TO WS-EVENTO
                   MOVE "CAIXACOR"  TO WS-CTA-DEB
                   MOVE "CUSTODIA"  TO WS-CTA-CRED
                   MOVE STK03-NET   TO WS-VALOR
                   STRING "LEILAO " STK03-TICKER
                          DELIMITED BY SIZE INTO WS-HISTORICO
                   END-STRING
                   PERFORM GRAVA-LANCAMENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
