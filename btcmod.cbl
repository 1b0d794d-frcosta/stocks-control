       77 WS-STATUS-STK09           PIC X(02).
       77 WS-STATUS-STK15           PIC X(02).
       77 WS-STATUS-BTC-TMP         PIC X(02).
       77 WS-OPERATOR               PIC X(08) VALUE "BTCMOD".
       77 WS-AUDIT-ARQUIVO          PIC X(05).
       77 WS-AUDIT-ACAO             PIC X(03).
       77 WS-AUDIT-IMAGEM           PIC X(120).
       77 MSGDELAY                  PIC 9V9999 VALUE 3,0.
       77 WS-MSG                    PIC X(76) VALUE SPACES.
       77 WS-LN                     PIC 9(02).
               MOVE WS-BTC-RECEITA  TO WFS-STK15-VALOR
           END-IF.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.
           EXIT.

               END-IF
               CLOSE STK09
           END-IF.

       GRAVA-AUDITORIA.
      *    Lancamento de caixa na trilha de auditoria (STK12), como
      *    os do STOCKS, para o CTLTOT explicar a mudanca do saldo.
           CALL 'GRAVAUDIT' USING WS-OPERATOR, WS-AUDIT-ARQUIVO,
                                  WS-AUDIT-ACAO, WS-AUDIT-IMAGEM.
           MOVE SPACES TO WS-AUDIT-IMAGEM.
