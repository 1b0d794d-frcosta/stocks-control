       IDENTIFICATION DIVISION.
       PROGRAM-ID. HASHAUD.
      *****************************************************************
      * Hash encadeado da trilha de auditoria (STK12): a partir do    *
      * hash do registro anterior, acumula cada byte do registro      *
      * novo (data, hora, operador, arquivo, acao, imagem e numero de *
      * sequencia) em dois restos polinomiais independentes, modulo   *
      * 2147483647 e 2147483629. Alterar, incluir ou remover uma      *
      * linha muda o hash dali em diante e a verificacao (VERIAUD)    *
      * aponta a quebra. O primeiro registro encadeado parte de hash  *
      * zero. Usado por GRAVAUDIT na gravacao e por VERIAUD.          *
      *                                                               *
      * Chamada: HASHAUD USING LNK-HASH-ANT LNK-HASH-DADOS            *
      *                        LNK-HASH-NOVO                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-POS                    PIC 9(03) COMP.
       77 WS-BYTE                   PIC 9(03).
       77 WS-ACUM-A                 PIC 9(13).
       77 WS-ACUM-B                 PIC 9(13).

       LINKAGE SECTION.
       01 LNK-HASH-ANT.
           05 LNK-ANT-A             PIC 9(10).
           05 LNK-ANT-B             PIC 9(10).
       01 LNK-HASH-DADOS            PIC X(157).
       01 LNK-HASH-NOVO.
           05 LNK-NOVO-A            PIC 9(10).
           05 LNK-NOVO-B            PIC 9(10).

       PROCEDURE DIVISION USING LNK-HASH-ANT LNK-HASH-DADOS
                                LNK-HASH-NOVO.
       MAIN-SECTION.
           MOVE LNK-ANT-A TO WS-ACUM-A.
           MOVE LNK-ANT-B TO WS-ACUM-B.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 157
               COMPUTE WS-BYTE = FUNCTION ORD(LNK-HASH-DADOS(WS-POS:1))
               COMPUTE WS-ACUM-A = FUNCTION MOD(
                       WS-ACUM-A * 131 + WS-BYTE, 2147483647)
               COMPUTE WS-ACUM-B = FUNCTION MOD(
                       WS-ACUM-B * 137 + WS-BYTE, 2147483629)
           END-PERFORM.
           MOVE WS-ACUM-A TO LNK-NOVO-A.
           MOVE WS-ACUM-B TO LNK-NOVO-B.
           GOBACK.
