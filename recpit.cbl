       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECPIT.
      *****************************************************************
      * Recuperacao por data e hora: parte de um conjunto completo    *
      * de backup (STK01 a STK05, ja restaurado pelo STOCKS) e        *
      * reaplica as alteracoes que a trilha de auditoria (STK12)      *
      * registrou depois dele, ate o instante pedido. Duas etapas:    *
      *                                                               *
      *   P (prepara) - le a trilha a partir da sequencia seguinte a  *
      *     do conjunto: o incremental do conjunto (stk12_*.inc), se  *
      *     houver, os mortos stk12_ano_AA.dat e o vivo stk12.dat, e  *
      *     monta em recupera.jnl as operacoes a reaplicar em STK02,  *
      *     STK03 e STK04. A trilha guarda a imagem ANTERIOR de cada  *
      *     alteracao; a imagem posterior de uma ALT e a imagem       *
      *     anterior da proxima ALT/EXC do mesmo registro na trilha   *
      *     ou, se nao houver outra, o registro como esta hoje no     *
      *     arquivo vivo - por isso a preparacao roda ANTES de o      *
      *     conjunto ser restaurado por cima dos arquivos vivos.      *
      *     Operacao em massa (RST - restauracao, reconstrucao) no    *
      *     intervalo interrompe a reaplicacao ali: o que veio depois *
      *     dela nao parte do conjunto escolhido.                     *
      *   A (aplica) - com o conjunto ja restaurado, aplica           *
      *     recupera.jnl em ordem e republica STK05 a partir da STK02 *
      *     refeita, como RECONSTROI.                                 *
      *                                                               *
      * As operacoes e as excecoes (ALT sem imagem posterior, parada  *
      * em operacao em massa) ficam em recupera.rel.                  *
      *                                                               *
      * Chamada: RECPIT USING LNK-RECPIT-PARM                         *
      *   RC 00 preparado/aplicado, 12 trilha maior que a tabela      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk02'.                *> Custodia corrente
           COPY 'control_stk03'.                *> Diario de ordens
           COPY 'control_stk04'.                *> Dados iniciais
           COPY 'control_stk05'.                *> Custodia publicada

           SELECT ARQ-TRILHA ASSIGN TO WS-TRI-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRILHA.

           SELECT ARQ-JNL ASSIGN TO "recupera.jnl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-JNL.

           SELECT ARQ-TMP ASSIGN TO "recupera.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TMP.

           SELECT ARQ-REL ASSIGN TO "recupera.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD STK02.
           COPY 'stk02'.
       FD STK03.
           COPY 'register'.
       FD STK04.
           COPY 'stk04'.
       FD STK05.
           COPY 'stk05'.
       FD ARQ-TRILHA.
           COPY 'stk12'.
       FD ARQ-JNL.
       01 JNL-REG.
           05 JNL-SEQ               PIC 9(09).
           05 JNL-ACAO              PIC X(03).
           05 JNL-ARQUIVO           PIC X(05).
           05 JNL-IMAGEM            PIC X(120).
       FD ARQ-TMP.
       01 TMP-LINHA                 PIC X(120).
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK02           PIC X(02).
       77 WS-STATUS-STK03           PIC X(02).
       77 WS-STATUS-STK04           PIC X(02).
       77 WS-STATUS-STK05           PIC X(02).
       77 WS-STATUS-TRILHA          PIC X(02).
       77 WS-STATUS-JNL             PIC X(02).
       77 WS-STATUS-TMP             PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-FIM-TMP                PIC X(01).
       77 WS-TRI-NOME               PIC X(30).
       77 WS-ANO-SCAN               PIC 9(02).
       77 WS-ANO-HOJE               PIC 9(02).
       77 WS-ULT-LIDA               PIC 9(09).
       77 WS-IDX                    PIC 9(05) COMP.
       77 WS-IDX2                   PIC 9(05) COMP.
       77 WS-PAROU                  PIC X(01).
       77 WS-ACHOU                  PIC X(01).
       77 WS-ESTOURO                PIC X(01).
       77 WS-INSTANTE               PIC 9(12).
       77 WS-ALVO                   PIC 9(12).
       77 WS-CHAVE-ARQ              PIC X(05).
       77 WS-CHAVE                  PIC X(20).
       77 WS-CHAVE2                 PIC X(20).
       77 WS-IMAGEM-POS             PIC X(120).
       77 WS-SEQ-MASK               PIC ZZZZZZZZ9.
       77 WS-CNT-MASK               PIC ZZZZ9.
       77 WS-APLICADAS              PIC 9(05).
       77 WS-FALHAS                 PIC 9(05).
       01 WS-DATA.
           05 WS-ANO                PIC 9(2).
           05 WS-MES                PIC 9(2).
           05 WS-DIA                PIC 9(2).

      *    Trilha posterior ao conjunto, em ordem de sequencia; a
      *    busca da imagem posterior de cada ALT olha para frente.
       01 WS-TRILHA.
           05 WS-TRI-TOTAL          PIC 9(05) COMP.
           05 WS-TRI-ITEM OCCURS 5000 TIMES.
               10 WS-TRI-SEQ        PIC 9(09).
               10 WS-TRI-DATA       PIC 9(06).
               10 WS-TRI-HORA       PIC 9(06).
               10 WS-TRI-ARQUIVO    PIC X(05).
               10 WS-TRI-ACAO       PIC X(03).
               10 WS-TRI-IMAGEM     PIC X(120).

       LINKAGE SECTION.
       01 LNK-RECPIT-PARM.
           05 LNK-RPT-MODO          PIC X(01).
           05 LNK-RPT-SUFIXO        PIC X(06).
           05 LNK-RPT-SEQ-BASE      PIC 9(09).
           05 LNK-RPT-INC-NOME      PIC X(30).
           05 LNK-RPT-ALVO-DATA     PIC 9(06).
           05 LNK-RPT-ALVO-HORA     PIC 9(06).
           05 LNK-RPT-RC            PIC 9(02).
           05 LNK-RPT-OPERACOES     PIC 9(05).
           05 LNK-RPT-SEM-IMAGEM    PIC 9(05).
           05 LNK-RPT-MASSA         PIC X(01).
           05 LNK-RPT-ATE-DATA      PIC 9(06).
           05 LNK-RPT-ATE-HORA      PIC 9(06).

       PROCEDURE DIVISION USING LNK-RECPIT-PARM.
       MAIN-SECTION.
           MOVE 0 TO LNK-RPT-RC.
           EVALUATE LNK-RPT-MODO
               WHEN "P"
                   PERFORM PREPARA-RECUPERACAO
               WHEN "A"
                   PERFORM APLICA-RECUPERACAO
           END-EVALUATE.
           GOBACK.

       PREPARA-RECUPERACAO.
           MOVE 0   TO WS-TRI-TOTAL LNK-RPT-OPERACOES
                       LNK-RPT-SEM-IMAGEM LNK-RPT-ATE-DATA
                       LNK-RPT-ATE-HORA.
           MOVE "N" TO LNK-RPT-MASSA WS-ESTOURO.
           MOVE LNK-RPT-SEQ-BASE TO WS-ULT-LIDA.

           OPEN OUTPUT ARQ-REL.
           MOVE SPACES TO REL-LINHA.
           MOVE LNK-RPT-SEQ-BASE TO WS-SEQ-MASK.
           STRING "RECUPERACAO DO CONJUNTO " LNK-RPT-SUFIXO
                  " ATE " LNK-RPT-ALVO-DATA " " LNK-RPT-ALVO-HORA
                  " - TRILHA APOS A SEQUENCIA " WS-SEQ-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE "SEQUENCIA DATA   HORA   ACAO ARQUI CHAVE / OCORRENCIA"
             TO REL-LINHA.
           WRITE REL-LINHA.

      *    Fontes na ordem de gravacao; cada uma so contribui com o
      *    que vem depois da ultima sequencia ja carregada, entao o
      *    incremental e o vivo podem se sobrepor sem duplicar.
           IF LNK-RPT-INC-NOME NOT = SPACES
               MOVE LNK-RPT-INC-NOME TO WS-TRI-NOME
               PERFORM CARREGA-TRILHA
           END-IF.
           ACCEPT WS-DATA FROM DATE.
           MOVE WS-ANO TO WS-ANO-HOJE.
           MOVE LNK-RPT-SUFIXO(1:2) TO WS-ANO-SCAN.
           PERFORM CARREGA-ARQUIVO-ANO
                   UNTIL WS-ANO-SCAN > WS-ANO-HOJE.
           MOVE "stk12.dat" TO WS-TRI-NOME.
           PERFORM CARREGA-TRILHA.

           IF WS-ESTOURO = "S"
               MOVE "TRILHA EXCEDE 5000 REGISTROS - USE OUTRO CONJUNTO"
                 TO REL-LINHA
               WRITE REL-LINHA
               CLOSE ARQ-REL
               MOVE 12 TO LNK-RPT-RC
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ALVO = LNK-RPT-ALVO-DATA * 1000000
                           + LNK-RPT-ALVO-HORA.
           OPEN OUTPUT ARQ-JNL.
           MOVE "N" TO WS-PAROU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-TRI-TOTAL
                        OR WS-PAROU = "S"
               PERFORM RESOLVE-OPERACAO
           END-PERFORM.
           CLOSE ARQ-JNL.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE LNK-RPT-OPERACOES TO WS-CNT-MASK.
           STRING "OPERACOES A REAPLICAR......: " WS-CNT-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE LNK-RPT-SEM-IMAGEM TO WS-CNT-MASK.
           STRING "ALTERACOES SEM IMAGEM......: " WS-CNT-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.

       CARREGA-ARQUIVO-ANO.
           MOVE SPACES TO WS-TRI-NOME.
           STRING "stk12_ano_" WS-ANO-SCAN ".dat"
                  DELIMITED BY SIZE
                  INTO WS-TRI-NOME
           END-STRING.
           PERFORM CARREGA-TRILHA.
           ADD 1 TO WS-ANO-SCAN.

       CARREGA-TRILHA.
           OPEN INPUT ARQ-TRILHA.
           IF WS-STATUS-TRILHA = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM CARREGA-TRILHA-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE ARQ-TRILHA.

       CARREGA-TRILHA-SEQ.
           READ ARQ-TRILHA AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-TRILHA NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
      *    Sem sequencia (anterior ao encadeamento), ja coberto pelo
      *    conjunto ou transporte de virada de ano: fica de fora.
           IF WFS-STK12-SEQ NOT NUMERIC
              OR WFS-STK12-SEQ NOT > WS-ULT-LIDA
              OR WFS-STK12-ACAO = "TRA"
               EXIT PARAGRAPH
           END-IF.
           MOVE WFS-STK12-SEQ TO WS-ULT-LIDA.
           IF WFS-STK12-ARQUIVO NOT = "STK02"
              AND WFS-STK12-ARQUIVO NOT = "STK03"
              AND WFS-STK12-ARQUIVO NOT = "STK04"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRI-TOTAL >= 5000
               MOVE "S" TO WS-ESTOURO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TRI-TOTAL.
           MOVE WFS-STK12-SEQ     TO WS-TRI-SEQ(WS-TRI-TOTAL).
           MOVE WFS-STK12-DATA    TO WS-TRI-DATA(WS-TRI-TOTAL).
           MOVE WFS-STK12-HORA    TO WS-TRI-HORA(WS-TRI-TOTAL).
           MOVE WFS-STK12-ARQUIVO TO WS-TRI-ARQUIVO(WS-TRI-TOTAL).
           MOVE WFS-STK12-ACAO    TO WS-TRI-ACAO(WS-TRI-TOTAL).
           MOVE WFS-STK12-IMAGEM  TO WS-TRI-IMAGEM(WS-TRI-TOTAL).

       RESOLVE-OPERACAO.
           COMPUTE WS-INSTANTE = WS-TRI-DATA(WS-IDX) * 1000000
                               + WS-TRI-HORA(WS-IDX).
           IF WS-INSTANTE > WS-ALVO
               MOVE "S" TO WS-PAROU
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REL-LINHA.
           MOVE WS-TRI-SEQ(WS-IDX)     TO WS-SEQ-MASK.
           MOVE WS-SEQ-MASK            TO REL-LINHA(1:9).
           MOVE WS-TRI-DATA(WS-IDX)    TO REL-LINHA(11:6).
           MOVE WS-TRI-HORA(WS-IDX)    TO REL-LINHA(18:6).
           MOVE WS-TRI-ACAO(WS-IDX)    TO REL-LINHA(25:3).
           MOVE WS-TRI-ARQUIVO(WS-IDX) TO REL-LINHA(30:5).

           IF WS-TRI-ACAO(WS-IDX) = "RST"
               MOVE "S" TO WS-PAROU LNK-RPT-MASSA
               MOVE "OPERACAO EM MASSA - REAPLICACAO PARA AQUI"
                 TO REL-LINHA(36:60)
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TRI-ARQUIVO(WS-IDX) TO WS-CHAVE-ARQ.
           MOVE WS-TRI-IMAGEM(WS-IDX)  TO WS-IMAGEM-POS.
           PERFORM MONTA-CHAVE.
           MOVE WS-CHAVE TO REL-LINHA(36:20).

           EVALUATE WS-TRI-ACAO(WS-IDX)
               WHEN "INC"
               WHEN "EXC"
                   CONTINUE
               WHEN "ALT"
                   PERFORM BUSCA-IMAGEM-POSTERIOR
                   IF WS-ACHOU = "N"
                       PERFORM BUSCA-IMAGEM-VIVA
                   END-IF
                   IF WS-ACHOU NOT = "S"
                       ADD 1 TO LNK-RPT-SEM-IMAGEM
                       MOVE "SEM IMAGEM POSTERIOR - NAO REAPLICADA"
                         TO REL-LINHA(57:40)
                       WRITE REL-LINHA
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           WRITE REL-LINHA.
           MOVE WS-TRI-SEQ(WS-IDX)     TO JNL-SEQ.
           MOVE WS-TRI-ACAO(WS-IDX)    TO JNL-ACAO.
           MOVE WS-TRI-ARQUIVO(WS-IDX) TO JNL-ARQUIVO.
           MOVE WS-IMAGEM-POS          TO JNL-IMAGEM.
           WRITE JNL-REG.
           ADD 1 TO LNK-RPT-OPERACOES.
           MOVE WS-TRI-DATA(WS-IDX) TO LNK-RPT-ATE-DATA.
           MOVE WS-TRI-HORA(WS-IDX) TO LNK-RPT-ATE-HORA.

       MONTA-CHAVE.
      *    Chave do registro dentro da imagem (WS-IMAGEM-POS) do
      *    arquivo em WS-CHAVE-ARQ: conta+ativo em STK02, chave da
      *    ordem em STK03, titular em STK04.
           MOVE SPACES TO WS-CHAVE.
           EVALUATE WS-CHAVE-ARQ
               WHEN "STK02"
                   MOVE WS-IMAGEM-POS(1:20)  TO WS-CHAVE
               WHEN "STK03"
                   MOVE WS-IMAGEM-POS(1:12)  TO WS-CHAVE
               WHEN "STK04"
                   MOVE WS-IMAGEM-POS(55:3)  TO WS-CHAVE
           END-EVALUATE.

       BUSCA-IMAGEM-POSTERIOR.
      *    A proxima ALT/EXC do mesmo registro traz como imagem
      *    anterior justamente o estado deixado por esta ALT. Uma
      *    operacao em massa no mesmo arquivo antes disso encerra a
      *    busca (WS-ACHOU "X"): dali em diante o arquivo nao
      *    descende desta ALT e nem o vivo serve de imagem.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-CHAVE TO WS-CHAVE2.
           PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                     UNTIL WS-IDX2 >= WS-TRI-TOTAL
                        OR WS-ACHOU NOT = "N"
               IF WS-TRI-ARQUIVO(WS-IDX2 + 1) = WS-TRI-ARQUIVO(WS-IDX)
                   IF WS-TRI-ACAO(WS-IDX2 + 1) = "RST"
                       MOVE "X" TO WS-ACHOU
                   END-IF
                   IF WS-TRI-ACAO(WS-IDX2 + 1) = "ALT"
                      OR WS-TRI-ACAO(WS-IDX2 + 1) = "EXC"
                       MOVE WS-TRI-IMAGEM(WS-IDX2 + 1)
                         TO WS-IMAGEM-POS
                       PERFORM MONTA-CHAVE
                       IF WS-CHAVE = WS-CHAVE2
                           MOVE "S" TO WS-ACHOU
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-CHAVE2 TO WS-CHAVE.

       BUSCA-IMAGEM-VIVA.
      *    Ultima alteracao do registro na trilha: a imagem posterior
      *    e o registro como esta hoje no arquivo vivo.
           EVALUATE WS-TRI-ARQUIVO(WS-IDX)
               WHEN "STK02"
                   OPEN INPUT STK02
                   IF WS-STATUS-STK02 = "00"
                       MOVE WS-CHAVE(1:20) TO WFS-STK02-KEY
                       READ STK02 KEY IS WFS-STK02-KEY
                       IF WS-STATUS-STK02 = "00"
                           MOVE STK02-REGISTER TO WS-IMAGEM-POS
                           MOVE "S" TO WS-ACHOU
                       END-IF
                   END-IF
                   CLOSE STK02
               WHEN "STK03"
                   OPEN INPUT STK03
                   IF WS-STATUS-STK03 = "00"
                       MOVE "N" TO WS-FIM-ARQ
                       PERFORM BUSCA-VIVA-STK03-SEQ
                               UNTIL WS-FIM-ARQ = "S"
                   END-IF
                   CLOSE STK03
               WHEN "STK04"
                   OPEN INPUT STK04
                   IF WS-STATUS-STK04 = "00"
                       MOVE "N" TO WS-FIM-ARQ
                       PERFORM BUSCA-VIVA-STK04-SEQ
                               UNTIL WS-FIM-ARQ = "S"
                   END-IF
                   CLOSE STK04
           END-EVALUATE.

       BUSCA-VIVA-STK03-SEQ.
           READ STK03 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK03 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF STK03-REGISTER(1:12) = WS-CHAVE(1:12)
               MOVE STK03-REGISTER TO WS-IMAGEM-POS
               MOVE "S" TO WS-ACHOU WS-FIM-ARQ
           END-IF.

       BUSCA-VIVA-STK04-SEQ.
           READ STK04 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK04 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK04-TITULAR = WS-CHAVE(1:3)
               MOVE STK04-REGISTER TO WS-IMAGEM-POS
               MOVE "S" TO WS-ACHOU WS-FIM-ARQ
           END-IF.

       APLICA-RECUPERACAO.
           MOVE 0 TO WS-APLICADAS WS-FALHAS.
           OPEN INPUT ARQ-JNL.
           IF WS-STATUS-JNL NOT = "00"
               CLOSE ARQ-JNL
               PERFORM REPUBLICA-STK05
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O STK02.
           IF WS-STATUS-STK02 = "35"
               OPEN OUTPUT STK02
               CLOSE STK02
               OPEN I-O STK02
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM APLICA-OPERACAO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK02.
           CLOSE ARQ-JNL.
           CALL "CBL_DELETE_FILE" USING "recupera.tmp".

           PERFORM REPUBLICA-STK05.

           OPEN EXTEND ARQ-REL.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-APLICADAS TO WS-CNT-MASK.
           STRING "OPERACOES REAPLICADAS......: " WS-CNT-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-FALHAS TO WS-CNT-MASK.
           STRING "REGISTRO AUSENTE NA EXCLUSAO: " WS-CNT-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.
           MOVE WS-APLICADAS TO LNK-RPT-OPERACOES.

       APLICA-OPERACAO-SEQ.
           READ ARQ-JNL AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-JNL NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-APLICADAS.
           EVALUATE JNL-ARQUIVO
               WHEN "STK02"
                   PERFORM APLICA-STK02
               WHEN "STK03"
                   PERFORM APLICA-STK03
               WHEN "STK04"
                   PERFORM APLICA-STK04
           END-EVALUATE.

       APLICA-STK02.
           MOVE JNL-IMAGEM TO STK02-REGISTER.
           IF JNL-ACAO = "EXC"
               DELETE STK02 RECORD
               IF WS-STATUS-STK02 NOT = "00"
                   ADD 1 TO WS-FALHAS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           WRITE STK02-REGISTER.
           IF WS-STATUS-STK02 = "22"
               REWRITE STK02-REGISTER
           END-IF.

       APLICA-STK03.
      *    Inclusao vai para o fim do diario, como na gravacao
      *    original; alteracao e exclusao regravam o diario pelo
      *    temporario, no lugar do registro. Alteracao de ordem que
      *    nao esta no diario (gravada fora da trilha) entra no fim.
           IF JNL-ACAO = "INC"
               OPEN EXTEND STK03
               IF WS-STATUS-STK03 = "35"
                   OPEN OUTPUT STK03
               END-IF
               MOVE JNL-IMAGEM TO STK03-REGISTER
               WRITE STK03-REGISTER
               CLOSE STK03
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-ACHOU.
           OPEN OUTPUT ARQ-TMP.
           OPEN INPUT STK03.
           IF WS-STATUS-STK03 = "00"
               MOVE "N" TO WS-FIM-TMP
               PERFORM APLICA-STK03-SEQ UNTIL WS-FIM-TMP = "S"
           END-IF.
           CLOSE STK03.
           IF WS-ACHOU = "N"
               IF JNL-ACAO = "ALT"
                   WRITE TMP-LINHA FROM JNL-IMAGEM
               ELSE
                   ADD 1 TO WS-FALHAS
               END-IF
           END-IF.
           CLOSE ARQ-TMP.

           OPEN OUTPUT STK03.
           OPEN INPUT ARQ-TMP.
           MOVE "N" TO WS-FIM-TMP.
           PERFORM VOLTA-STK03-SEQ UNTIL WS-FIM-TMP = "S".
           CLOSE STK03.
           CLOSE ARQ-TMP.

       APLICA-STK03-SEQ.
           READ STK03 AT END MOVE "S" TO WS-FIM-TMP.
           IF WS-STATUS-STK03 NOT = "00"
               MOVE "S" TO WS-FIM-TMP
               EXIT PARAGRAPH
           END-IF.
           IF STK03-KEY = JNL-IMAGEM(1:12)
              AND WS-ACHOU = "N"
               MOVE "S" TO WS-ACHOU
               IF JNL-ACAO = "ALT"
                   WRITE TMP-LINHA FROM JNL-IMAGEM
               END-IF
           ELSE
               WRITE TMP-LINHA FROM STK03-REGISTER
           END-IF.

       VOLTA-STK03-SEQ.
           READ ARQ-TMP AT END MOVE "S" TO WS-FIM-TMP.
           IF WS-STATUS-TMP = "00"
               MOVE TMP-LINHA TO STK03-REGISTER
               WRITE STK03-REGISTER
           ELSE
               MOVE "S" TO WS-FIM-TMP
           END-IF.

       APLICA-STK04.
      *    Um registro por titular: inclusao e alteracao trocam o do
      *    titular (ou entram no fim), exclusao o retira.
           MOVE "N" TO WS-ACHOU.
           OPEN OUTPUT ARQ-TMP.
           OPEN INPUT STK04.
           IF WS-STATUS-STK04 = "00"
               MOVE "N" TO WS-FIM-TMP
               PERFORM APLICA-STK04-SEQ UNTIL WS-FIM-TMP = "S"
           END-IF.
           CLOSE STK04.
           IF WS-ACHOU = "N"
               IF JNL-ACAO = "EXC"
                   ADD 1 TO WS-FALHAS
               ELSE
                   WRITE TMP-LINHA FROM JNL-IMAGEM
               END-IF
           END-IF.
           CLOSE ARQ-TMP.

           OPEN OUTPUT STK04.
           OPEN INPUT ARQ-TMP.
           MOVE "N" TO WS-FIM-TMP.
           PERFORM VOLTA-STK04-SEQ UNTIL WS-FIM-TMP = "S".
           CLOSE STK04.
           CLOSE ARQ-TMP.

       APLICA-STK04-SEQ.
           READ STK04 AT END MOVE "S" TO WS-FIM-TMP.
           IF WS-STATUS-STK04 NOT = "00"
               MOVE "S" TO WS-FIM-TMP
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK04-TITULAR = JNL-IMAGEM(55:3)
              AND WS-ACHOU = "N"
               MOVE "S" TO WS-ACHOU
               IF JNL-ACAO NOT = "EXC"
                   WRITE TMP-LINHA FROM JNL-IMAGEM
               END-IF
           ELSE
               WRITE TMP-LINHA FROM STK04-REGISTER
           END-IF.

       VOLTA-STK04-SEQ.
           READ ARQ-TMP AT END MOVE "S" TO WS-FIM-TMP.
           IF WS-STATUS-TMP = "00"
               MOVE TMP-LINHA TO STK04-REGISTER
               WRITE STK04-REGISTER
           ELSE
               MOVE "S" TO WS-FIM-TMP
           END-IF.

       REPUBLICA-STK05.
      *    Mesma publicacao de RECONSTROI: STK05 passa a espelhar a
      *    custodia recuperada.
           OPEN INPUT STK02.
           IF WS-STATUS-STK02 NOT = "00"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT STK05.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM REPUBLICA-STK05-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK05.
           CLOSE STK02.

       REPUBLICA-STK05-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK02 = "00"
               MOVE WFS-STK02-TICKER  TO WFS-STK05-TICKER
               MOVE WFS-STK02-QTY     TO WFS-STK05-QTY
               MOVE WFS-STK02-PRICE   TO WFS-STK05-PRICE
               MOVE WFS-STK02-BALANCE TO WFS-STK05-BALANCE
               MOVE WFS-STK02-ACCOUNT TO WFS-STK05-ACCOUNT
               WRITE STK05-REGISTER
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.
