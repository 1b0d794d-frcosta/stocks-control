       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIAUD.
      *****************************************************************
      * Verificacao de integridade da trilha de auditoria (STK12).    *
      * Percorre os arquivos mortos stk12_ano_AA.dat em ordem de ano  *
      * e depois o vivo stk12.dat, refazendo o encadeamento gravado   *
      * por GRAVAUDIT: cada registro deve ter a sequencia seguinte a  *
      * do anterior e o hash que HASHAUD calcula a partir do hash     *
      * anterior e do conteudo do proprio registro. Aponta em         *
      * veriaud.rel:                                                  *
      *   - salto, repeticao ou inversao de sequencia (registro       *
      *     removido, duplicado ou fora de ordem);                    *
      *   - hash que nao confere (registro alterado);                 *
      *   - registro sem encadeamento depois do inicio da cadeia;     *
      *   - registro de transporte (TRA, gravado na virada de ano     *
      *     quando os anteriores vao para o morto) que nao confere    *
      *     com o fim do arquivo morto;                               *
      *   - fim da trilha diferente do controle stk12.ult (registros  *
      *     removidos do fim) ou controle ausente.                    *
      * Registros gravados antes do encadeamento (sequencia em        *
      * branco) e anteriores ao inicio da cadeia sao so contados.     *
      * Depois de cada quebra a verificacao se realinha pelo proprio  *
      * registro, de modo que cada quebra aparece uma vez.            *
      *                                                               *
      * Chamada: VERIAUD USING LNK-VERIAUD-RC                         *
      *   saida: 00 trilha integra, 08 quebras (ver veriaud.rel)      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STK12 ASSIGN TO WS-ARQ-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STK12.

           COPY 'control_audult'.

           SELECT ARQ-REL ASSIGN TO "veriaud.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK12.
           COPY 'stk12'.
       FD ARQ-AUD-ULT.
           COPY 'audult'.
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK12           PIC X(02).
       77 WS-STATUS-AUD-ULT         PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-ARQ-NOME               PIC X(30).
       77 WS-ANO-SCAN               PIC 9(02).
       77 WS-ANO-HOJE               PIC 9(02).
       77 WS-CADEIA-INICIADA        PIC X(01).
       77 WS-ULT-SEQ                PIC 9(09).
       77 WS-ESPERADA               PIC 9(09).
       77 WS-POSICAO                PIC 9(07).
       77 WS-ARQUIVOS               PIC 9(03) VALUE 0.
       77 WS-LIDOS                  PIC 9(07) VALUE 0.
       77 WS-LEGADOS                PIC 9(07) VALUE 0.
       77 WS-ENCADEADOS             PIC 9(07) VALUE 0.
       77 WS-TRANSPORTES            PIC 9(05) VALUE 0.
       77 WS-QUEBRAS                PIC 9(05) VALUE 0.
       77 WS-MOTIVO                 PIC X(60).
       77 WS-POS-MASK               PIC ZZZZZZ9.
       77 WS-SEQ-MASK               PIC ZZZZZZZZ9.
       77 WS-ESP-MASK               PIC ZZZZZZZZ9.
       77 WS-CNT-MASK               PIC ZZZZZZ9.
       01 WS-DATA.
           05 WS-ANO                PIC 9(2).
           05 WS-MES                PIC 9(2).
           05 WS-DIA                PIC 9(2).
       01 WS-HASH-ANT.
           05 WS-HASH-ANT-A         PIC 9(10).
           05 WS-HASH-ANT-B         PIC 9(10).
       01 WS-HASH-CALC.
           05 WS-HASH-CALC-A        PIC 9(10).
           05 WS-HASH-CALC-B        PIC 9(10).

       LINKAGE SECTION.
       01 LNK-VERIAUD-RC            PIC 9(02).

       PROCEDURE DIVISION USING LNK-VERIAUD-RC.
       MAIN-SECTION.
           MOVE "N" TO WS-CADEIA-INICIADA.
           MOVE 0   TO WS-ULT-SEQ WS-HASH-ANT-A WS-HASH-ANT-B
                       WS-ARQUIVOS WS-LIDOS WS-LEGADOS WS-ENCADEADOS
                       WS-TRANSPORTES WS-QUEBRAS.

           OPEN OUTPUT ARQ-REL.
           MOVE "VERIFICACAO DA TRILHA DE AUDITORIA" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "ARQUIVO              POSICAO  SEQUENCIA QUEBRA"
             TO REL-LINHA.
           WRITE REL-LINHA.

      *    Mortos do mais antigo ao mais recente (AA = ano da virada
      *    que os gerou) e por ultimo o vivo: e a ordem em que os
      *    registros foram gravados.
           ACCEPT WS-DATA FROM DATE.
           MOVE WS-ANO TO WS-ANO-HOJE.
           MOVE 0 TO WS-ANO-SCAN.
           PERFORM VERIFICA-UM-ARQUIVO-ANO
                   UNTIL WS-ANO-SCAN > WS-ANO-HOJE.

           MOVE "stk12.dat" TO WS-ARQ-NOME.
           PERFORM VERIFICA-ARQUIVO.

           PERFORM CONFERE-CONTROLE.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-ARQUIVOS TO WS-CNT-MASK.
           STRING "ARQUIVOS LIDOS......: " WS-CNT-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-LIDOS TO WS-CNT-MASK.
           STRING "REGISTROS LIDOS.....: " WS-CNT-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-LEGADOS TO WS-CNT-MASK.
           STRING "SEM ENCADEAMENTO....: " WS-CNT-MASK
                  "  (anteriores ao inicio da cadeia)"
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-ENCADEADOS TO WS-CNT-MASK.
           STRING "ENCADEADOS..........: " WS-CNT-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-TRANSPORTES TO WS-CNT-MASK.
           STRING "TRANSPORTES DE ANO..: " WS-CNT-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-QUEBRAS TO WS-CNT-MASK.
           STRING "QUEBRAS.............: " WS-CNT-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           IF WS-QUEBRAS = 0
               MOVE "TRILHA INTEGRA" TO REL-LINHA
               MOVE 00 TO LNK-VERIAUD-RC
           ELSE
               MOVE "TRILHA COM QUEBRAS" TO REL-LINHA
               MOVE 08 TO LNK-VERIAUD-RC
           END-IF.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.
           GOBACK.

       VERIFICA-UM-ARQUIVO-ANO.
           MOVE SPACES TO WS-ARQ-NOME.
           STRING "stk12_ano_" WS-ANO-SCAN ".dat"
                  DELIMITED BY SIZE
                  INTO WS-ARQ-NOME
           END-STRING.
           PERFORM VERIFICA-ARQUIVO.
           ADD 1 TO WS-ANO-SCAN.

       VERIFICA-ARQUIVO.
           OPEN INPUT STK12.
           IF WS-STATUS-STK12 = "00"
               ADD 1 TO WS-ARQUIVOS
               MOVE 0   TO WS-POSICAO
               MOVE "N" TO WS-FIM-ARQ
               PERFORM VERIFICA-REGISTRO-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK12.

       VERIFICA-REGISTRO-SEQ.
           READ STK12 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK12 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POSICAO WS-LIDOS.
           MOVE 0 TO WS-ESPERADA.

      *    Registro sem sequencia/hash: legado enquanto a cadeia nao
      *    comecou; depois dela, e linha incluida por fora.
           IF WFS-STK12-SEQ NOT NUMERIC
              OR WFS-STK12-HASH NOT NUMERIC
               IF WS-CADEIA-INICIADA = "N"
                   ADD 1 TO WS-LEGADOS
               ELSE
                   MOVE "REGISTRO SEM ENCADEAMENTO" TO WS-MOTIVO
                   PERFORM REPORTA-QUEBRA
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *    Transporte da virada de ano: repete a sequencia e o hash
      *    do ultimo registro que foi para o morto. Sem os mortos a
      *    cadeia do vivo parte dele.
           IF WFS-STK12-ACAO = "TRA"
               ADD 1 TO WS-TRANSPORTES
               IF WS-CADEIA-INICIADA = "S"
                  AND (WFS-STK12-SEQ NOT = WS-ULT-SEQ
                    OR WFS-STK12-HASH NOT = WS-HASH-ANT)
                   MOVE "TRANSPORTE NAO CONFERE COM O ARQUIVO MORTO"
                     TO WS-MOTIVO
                   PERFORM REPORTA-QUEBRA
               END-IF
               PERFORM REALINHA-CADEIA
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ENCADEADOS.
           IF WS-CADEIA-INICIADA = "N"
               IF WFS-STK12-SEQ NOT = 1
                   MOVE 1 TO WS-ESPERADA
                   MOVE "INICIO DA CADEIA FORA DA SEQUENCIA 1"
                     TO WS-MOTIVO
                   PERFORM REPORTA-QUEBRA
                   PERFORM REALINHA-CADEIA
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WS-CADEIA-INICIADA
           END-IF.

           IF WFS-STK12-SEQ NOT = WS-ULT-SEQ + 1
               COMPUTE WS-ESPERADA = WS-ULT-SEQ + 1
               IF WFS-STK12-SEQ > WS-ULT-SEQ + 1
                   MOVE "SALTO DE SEQUENCIA - REGISTRO(S) REMOVIDO(S)"
                     TO WS-MOTIVO
               ELSE
                   MOVE "SEQUENCIA REPETIDA OU FORA DE ORDEM"
                     TO WS-MOTIVO
               END-IF
               PERFORM REPORTA-QUEBRA
               PERFORM REALINHA-CADEIA
               EXIT PARAGRAPH
           END-IF.

           CALL 'HASHAUD' USING WS-HASH-ANT, STK12-REGISTER(1:157),
                                WS-HASH-CALC.
           IF WS-HASH-CALC NOT = WFS-STK12-HASH
               MOVE "HASH NAO CONFERE - REGISTRO ALTERADO"
                 TO WS-MOTIVO
               PERFORM REPORTA-QUEBRA
           END-IF.
           PERFORM REALINHA-CADEIA.

       REALINHA-CADEIA.
           MOVE "S"              TO WS-CADEIA-INICIADA.
           MOVE WFS-STK12-SEQ    TO WS-ULT-SEQ.
           MOVE WFS-STK12-HASH-A TO WS-HASH-ANT-A.
           MOVE WFS-STK12-HASH-B TO WS-HASH-ANT-B.

       CONFERE-CONTROLE.
      *    O controle guarda a sequencia e o hash do ultimo registro
      *    gravado: se a trilha termina antes, houve remocao do fim.
           OPEN INPUT ARQ-AUD-ULT.
           IF WS-STATUS-AUD-ULT = "00"
               READ ARQ-AUD-ULT
           END-IF.
           MOVE "stk12.ult" TO WS-ARQ-NOME.
           MOVE 0 TO WS-POSICAO WS-ESPERADA.
           IF WS-STATUS-AUD-ULT NOT = "00"
               IF WS-CADEIA-INICIADA = "S"
                   MOVE "CONTROLE stk12.ult AUSENTE" TO WS-MOTIVO
                   MOVE WS-ULT-SEQ TO WFS-STK12-SEQ
                   PERFORM REPORTA-QUEBRA
               END-IF
           ELSE
               IF AUD-ULT-SEQ    NOT = WS-ULT-SEQ
                  OR AUD-ULT-HASH-A NOT = WS-HASH-ANT-A
                  OR AUD-ULT-HASH-B NOT = WS-HASH-ANT-B
                   MOVE "FIM DA TRILHA DIVERGE DO CONTROLE" TO WS-MOTIVO
                   MOVE AUD-ULT-SEQ TO WFS-STK12-SEQ
                   PERFORM REPORTA-QUEBRA
               END-IF
           END-IF.
           CLOSE ARQ-AUD-ULT.

       REPORTA-QUEBRA.
           ADD 1 TO WS-QUEBRAS.
           MOVE WS-POSICAO    TO WS-POS-MASK.
           MOVE WFS-STK12-SEQ TO WS-SEQ-MASK.
           MOVE WS-ESPERADA   TO WS-ESP-MASK.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-ARQ-NOME   TO REL-LINHA(1:20).
           MOVE WS-POS-MASK   TO REL-LINHA(22:7).
           IF WFS-STK12-SEQ IS NUMERIC
               MOVE WS-SEQ-MASK TO REL-LINHA(30:9)
           END-IF.
           MOVE WS-MOTIVO     TO REL-LINHA(40:60).
           IF WS-ESPERADA > 0
               MOVE "esperada"  TO REL-LINHA(101:8)
               MOVE WS-ESP-MASK TO REL-LINHA(110:9)
           END-IF.
           WRITE REL-LINHA.
