      * reconstituida da posicao corrente menos os movimentos do      *
      * diario), as ordens do mes com custos e IRRF, os eventos       *
      * corporativos e transferencias, os movimentos do caixa         *
      * (STK15), com o total dos encargos recorrentes da conta, e os  *
      * resultados realizados (STK13); ao final, a apuracao da        *
      * competencia (STK08). E o documento que vai para o contador.   *
      * Saida em extrato_AAMM.txt.                                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WS-VAL-MASK               PIC -Z.ZZZ.ZZ9,99.
       77 WS-VAL2-MASK              PIC -Z.ZZZ.ZZ9,99.
       77 WS-VAL3-MASK              PIC -Z.ZZZ.ZZ9,99.
       77 WS-ENC-TOTAL              PIC S9(09)V99.

       01 WS-KEY-DISPLAY.
           05 WS-KEY-ANO            PIC 9(02).
               CLOSE STK15
               EXIT PARAGRAPH
           END-IF.
           MOVE 0   TO WS-ENC-TOTAL.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM GERA-CAIXA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK15.
      *    Encargos recorrentes (tipo "E") somados a parte, para o
      *    contador separar tarifa de plataforma e custodia.
           IF WS-ENC-TOTAL NOT = 0
               MOVE WS-ENC-TOTAL TO WS-VAL-MASK
               MOVE SPACES TO EXT-LINHA
               STRING "  TOTAL DE ENCARGOS RECORRENTES       "
                      WS-VAL-MASK
                      DELIMITED BY SIZE INTO EXT-LINHA
               END-STRING
               WRITE EXT-LINHA
           END-IF.

       GERA-CAIXA-SEQ.
           READ STK15 AT END MOVE "S" TO WS-FIM-ARQ.
                          DELIMITED BY SIZE INTO EXT-LINHA
                   END-STRING
                   WRITE EXT-LINHA
                   IF WFS-STK15-TIPO = "E"
                       ADD WFS-STK15-VALOR TO WS-ENC-TOTAL
                   END-IF
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
                          DELIMITED BY SIZE INTO EXT-LINHA
                   END-STRING
                   WRITE EXT-LINHA
                   MOVE WFS-STK08-GANHO-CRIPTO   TO WS-VAL-MASK
                   MOVE WFS-STK08-IMPOSTO-CRIPTO TO WS-VAL2-MASK
                   MOVE SPACES TO EXT-LINHA
                   STRING "  CRIPTO    RESULT " WS-VAL-MASK
                          "  IMPOSTO " WS-VAL2-MASK
                          DELIMITED BY SIZE INTO EXT-LINHA
                   END-STRING
                   WRITE EXT-LINHA
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
