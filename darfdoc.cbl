      * livre carrega codigo da receita, competencia e vencimento.    *
      * Os dados recebem a chamada ja calculados (encargos de atraso  *
      * vem de CALCULA-ENCARGOS-ATRASO no STOCKS).                    *
      * O codigo de barras volta sempre em LNK-DARF-BARRAS; com       *
      * LNK-DARF-SO-BARRAS = "S" nenhum documento e gravado (remessa  *
      * de pagamento em lote, CNABDARF).                              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 LNK-DARF-VENC-MES     PIC 9(02).
           05 LNK-DARF-VENC-ANO     PIC 9(02).
           05 LNK-DARF-ORIGEM       PIC X(30).
           05 LNK-DARF-SO-BARRAS    PIC X(01).
           05 LNK-DARF-BARRAS       PIC X(44).

       PROCEDURE DIVISION USING LNK-DARF-PARM.
       MAIN-SECTION.
                  INTO WS-DOC-NOME
           END-STRING.

           PERFORM MONTA-CODIGO-BARRAS.
           MOVE WS-BARRAS TO LNK-DARF-BARRAS.
           IF LNK-DARF-SO-BARRAS = "S"
               GOBACK
           END-IF.

           PERFORM CARREGA-CONTRIBUINTE.
           PERFORM CALCULA-ULTIMO-DIA-PERIODO.
           PERFORM MONTA-LINHA-DIGITAVEL.
           PERFORM GRAVA-DOCUMENTO.
           GOBACK.
