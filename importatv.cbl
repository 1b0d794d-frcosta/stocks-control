      *****************************************************************
      * Carga do cadastro de ativos (STK09) a partir do arquivo de    *
      * instrumentos/empresas da B3 (instrumentos.csv, layout         *
      * TICKER;NOME;TIPO;CNPJ;SETOR, tipo A/F/O/E/R/B do cadastro).   *
      * Ticker novo e incluido; ticker ja cadastrado so tem os        *
      * campos em branco completados - divergencia com o que foi      *
      * digitado a mao e apontada em importatv.rel como CONFLITO,     *
           END-IF.
           IF WS-TIPO NOT = "A" AND WS-TIPO NOT = "F"
              AND WS-TIPO NOT = "O" AND WS-TIPO NOT = "E"
              AND WS-TIPO NOT = "R" AND WS-TIPO NOT = "B"
               MOVE "Tipo deve ser A, F, O, E, R ou B" TO WS-MOTIVO
           END-IF.
