       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONEXT.
      *****************************************************************
      * Extrato anonimizado dos arquivos para suporte e testes fora   *
      * da casa (LGPD). Copia os grupos de arquivos escolhidos - e os *
      * arquivos mortos de ordens, caixa e auditoria desde o ano      *
      * inicial informado - para a pasta de destino, trocando os      *
      * dados pessoais por pseudonimos: conta de corretora            *
      * (CONTA0001), titular (T01), operador (OPER0001), CPF (999 +   *
      * sequencia), conta bancaria, nomes e senhas. O mesmo valor     *
      * real recebe o mesmo pseudonimo em todos os arquivos do        *
      * extrato; ticker, datas, quantidades e valores seguem como     *
      * estao. As imagens da trilha (STK12) sao tratadas pelo layout  *
      * do arquivo de origem; imagem que nao e de registro            *
      * (liberacao, restauracao) sai em branco. Arquivos indexados    *
      * saem como imagem sequencial (.seq), como no backup. Na pasta  *
      * fica leiame.txt com o que foi copiado; o mapa real x          *
      * pseudonimo sai FORA da pasta, em <pasta>.map, e nao deve ser  *
      * enviado. Cada arquivo copiado fica na trilha (acao EXT).      *
      *                                                               *
      * Chamada: ANONEXT USING LNK-ANON-PARM                          *
      *   RC 00 extrato gerado, 04 nenhum arquivo copiado,            *
      *      08 pasta de destino nao pode ser criada                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'control_stk02'.                *> Custodia
           COPY 'control_stk05'.                *> Custodia inicial
           COPY 'control_stk09'.                *> Cadastro de ativos
           COPY 'control_stk14'.                *> Cotacoes
           COPY 'control_stk19'.                *> Operadores
           COPY 'control_stk21'.                *> Agenda de proventos

           SELECT ARQ-ENT ASSIGN TO WS-ENT-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENT.

           SELECT ARQ-SAI ASSIGN TO WS-SAI-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SAI.

           SELECT ARQ-LEIAME ASSIGN TO WS-LEIAME-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LEIAME.

           SELECT ARQ-MAPA ASSIGN TO WS-MAPA-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MAPA.

       DATA DIVISION.
       FILE SECTION.
       FD STK02.
           COPY 'stk02'.
       FD STK05.
           COPY 'stk05'.
       FD STK09.
           COPY 'stk09'.
       FD STK14.
           COPY 'stk14'.
       FD STK19.
           COPY 'stk19'.
       FD STK21.
           COPY 'stk21'.
       FD ARQ-ENT.
       01 ENT-LINHA                 PIC X(300).
       FD ARQ-SAI.
       01 SAI-LINHA                 PIC X(300).
       FD ARQ-LEIAME.
       01 LEIAME-LINHA              PIC X(100).
       FD ARQ-MAPA.
       01 MAPA-LINHA                PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-STK02           PIC X(02).
       77 WS-STATUS-STK05           PIC X(02).
       77 WS-STATUS-STK09           PIC X(02).
       77 WS-STATUS-STK14           PIC X(02).
       77 WS-STATUS-STK19           PIC X(02).
       77 WS-STATUS-STK21           PIC X(02).
       77 WS-STATUS-ENT             PIC X(02).
       77 WS-STATUS-SAI             PIC X(02).
       77 WS-STATUS-LEIAME          PIC X(02).
       77 WS-STATUS-MAPA            PIC X(02).
       77 WS-ENT-NOME               PIC X(30).
       77 WS-SAI-NOME               PIC X(60).
       77 WS-LEIAME-NOME            PIC X(60).
       77 WS-MAPA-NOME              PIC X(40).
       77 WS-ARQ-NOME               PIC X(20).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-DIR-RC                 PIC S9(09) COMP-5.
       77 WS-CAT-IDX                PIC 9(03) COMP.
       77 WS-CMP-IDX                PIC 9(03) COMP.
       77 WS-MAP-IDX                PIC 9(04) COMP.
       77 WS-MAP-ACHOU              PIC 9(04) COMP.
       77 WS-GRUPO                  PIC 9(01).
       77 WS-REGS                   PIC 9(07).
       77 WS-REGS-MASK              PIC Z.ZZZ.ZZ9.
       77 WS-ANO-SCAN               PIC 9(02).
       77 WS-MES-SCAN               PIC 9(02).
       77 WS-POS                    PIC 9(03).
       77 WS-TAM                    PIC 9(03).
       77 WS-BASE                   PIC 9(03).
       77 WS-LIMITE                 PIC 9(03).
       77 WS-ID-CAMPOS              PIC X(05).
       77 WS-TIPO-MAP               PIC X(01).
       77 WS-REAL                   PIC X(40).
       77 WS-PSEUDO                 PIC X(20).
       77 WS-ULT-PSEUDO             PIC X(20).
       77 WS-SEQ-MASK4              PIC 9(04).
       77 WS-SEQ-MASK2              PIC 9(02).
       77 WS-SEQ-MASK8              PIC 9(08).
       77 WS-SEQ-MASK12             PIC 9(12).
       77 WS-AUDIT-ARQUIVO          PIC X(05).
       77 WS-AUDIT-ACAO             PIC X(03).
       77 WS-AUDIT-IMAGEM           PIC X(120).

       01 WS-DATA-HOJE              PIC 9(06).
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO           PIC 9(02).
           05 WS-HOJE-MES           PIC 9(02).
           05 WS-HOJE-DIA           PIC 9(02).

      *    Registro em tratamento (linha de arquivo sequencial ou
      *    registro de indexado).
       01 WS-BUF                    PIC X(300).
       01 WS-BUF-STK12 REDEFINES WS-BUF.
           05 FILLER                PIC X(20).
           05 WS-B12-ARQUIVO        PIC X(05).
           05 WS-B12-ACAO           PIC X(03).
           05 WS-B12-IMAGEM         PIC X(120).
           05 FILLER                PIC X(152).

      *    Catalogo: id, arquivo, grupo da tela, base dos arquivos
      *    mortos (M = mensais e anuais de ordens, A = anuais) e
      *    organizacao (L sequencial, I indexado).
      *    Grupos: 1 cadastros, 2 custodia e ordens, 3 caixa e
      *    patrimonio, 4 apuracao e tributos, 5 auditoria, 6
      *    aplicacoes e outros mercados, 7 tabelas sem dado pessoal.
       01 WS-TAB-CATALOGO-VAL.
           05 FILLER PIC X(29) VALUE "STK24titulares.dat   1      L".
           05 FILLER PIC X(29) VALUE "CTIT contastit.dat   1      L".
           05 FILLER PIC X(29) VALUE "STK44bancotit.dat    1      L".
           05 FILLER PIC X(29) VALUE "STK19operadores.dat  1      I".
           05 FILLER PIC X(29) VALUE "CONTRcontribuinte.dat1      L".
           05 FILLER PIC X(29) VALUE "STK02stk02.dat       2      I".
           05 FILLER PIC X(29) VALUE "STK05stk05.dat       2      I".
           05 FILLER PIC X(29) VALUE "STK03stk03.dat       2Mstk03L".
           05 FILLER PIC X(29) VALUE "STK22pendentes.dat   2      L".
           05 FILLER PIC X(29) VALUE "STK13resultados.dat  2      L".
           05 FILLER PIC X(29) VALUE "STK23garantias.dat   2      L".
           05 FILLER PIC X(29) VALUE "STK20btc.dat         2      L".
           05 FILLER PIC X(29) VALUE "STK36fracoes.dat     2      L".
           05 FILLER PIC X(29) VALUE "STK15caixa.dat       3Astk15L".
           05 FILLER PIC X(29) VALUE "STK18patrimonio.dat  3      L".
           05 FILLER PIC X(29) VALUE "STK38aportes.dat     3      L".
           05 FILLER PIC X(29) VALUE "STK39aportesexec.dat 3      L".
           05 FILLER PIC X(29) VALUE "STK04stk04.dat       4      L".
           05 FILLER PIC X(29) VALUE "STK07stk07.dat       4      L".
           05 FILLER PIC X(29) VALUE "STK08stk08.dat       4      L".
           05 FILLER PIC X(29) VALUE "STK11darf.dat        4      L".
           05 FILLER PIC X(29) VALUE "STK16prejhist.dat    4      L".
           05 FILLER PIC X(29) VALUE "STK25divretido.dat   4      L".
           05 FILLER PIC X(29) VALUE "STK45prepreen.dat    4      L".
           05 FILLER PIC X(29) VALUE "STK46doacoes.dat     4      L".
           05 FILLER PIC X(29) VALUE "STK12stk12.dat       5Astk12L".
           05 FILLER PIC X(29) VALUE "STK17rendafixa.dat   6      L".
           05 FILLER PIC X(29) VALUE "STK26exterior.dat    6      L".
           05 FILLER PIC X(29) VALUE "STK27extpos.dat      6      L".
           05 FILLER PIC X(29) VALUE "STK28extapur.dat     6      L".
           05 FILLER PIC X(29) VALUE "STK29futpos.dat      6      L".
           05 FILLER PIC X(29) VALUE "STK30futres.dat      6      L".
           05 FILLER PIC X(29) VALUE "STK31termo.dat       6      L".
           05 FILLER PIC X(29) VALUE "STK32cripto.dat      6      L".
           05 FILLER PIC X(29) VALUE "STK33criptopos.dat   6      L".
           05 FILLER PIC X(29) VALUE "STK34fundos.dat      6      L".
           05 FILLER PIC X(29) VALUE "STK40restritos.dat   6      L".
           05 FILLER PIC X(29) VALUE "STK42alertaspreco.dat6      L".
           05 FILLER PIC X(29) VALUE "STK01stk01.dat       7      L".
           05 FILLER PIC X(29) VALUE "STK06stk06.dat       7      L".
           05 FILLER PIC X(29) VALUE "STK09stk09.dat       7      I".
           05 FILLER PIC X(29) VALUE "STK10stk10.dat       7      L".
           05 FILLER PIC X(29) VALUE "STK14cotacoes.dat    7      I".
           05 FILLER PIC X(29) VALUE "STK21agenda.dat      7      I".
           05 FILLER PIC X(29) VALUE "STK35cotafundo.dat   7      L".
           05 FILLER PIC X(29) VALUE "STK37eventosb3.dat   7      L".
           05 FILLER PIC X(29) VALUE "STK41estrategias.dat 7      L".
           05 FILLER PIC X(29) VALUE "STK43etfcomp.dat     7      L".
           05 FILLER PIC X(29) VALUE "FERIAferiados.dat    7      L".
           05 FILLER PIC X(29) VALUE "PTAX ptax.dat        7      L".
           05 FILLER PIC X(29) VALUE "SELICselic.dat       7      L".
           05 FILLER PIC X(29) VALUE "METASmetas.dat       7      L".
       01 WS-TAB-CATALOGO REDEFINES WS-TAB-CATALOGO-VAL.
           05 WS-CAT-ENT OCCURS 52 TIMES.
               10 WS-CAT-ID         PIC X(05).
               10 WS-CAT-ARQ        PIC X(16).
               10 WS-CAT-GRUPO      PIC 9(01).
               10 WS-CAT-MORTO      PIC X(01).
               10 WS-CAT-BASE       PIC X(05).
               10 WS-CAT-ORG        PIC X(01).
       77 WS-CAT-TOTAL              PIC 9(03) COMP VALUE 52.

      *    Campos com dado pessoal por arquivo: id, posicao, tamanho
      *    e tipo - C conta de corretora, T titular, O operador, N
      *    nome, P CPF, S senha, B conta bancaria, Z zeros, X branco.
      *    A ordem importa: o nome segue o pseudonimo do codigo que
      *    vem antes no mesmo registro.
       01 WS-TAB-CAMPOS-VAL.
           05 FILLER PIC X(12) VALUE "STK24001003T".
           05 FILLER PIC X(12) VALUE "STK24004040N".
           05 FILLER PIC X(12) VALUE "STK24044011P".
           05 FILLER PIC X(12) VALUE "CTIT 001010C".
           05 FILLER PIC X(12) VALUE "CTIT 011003T".
           05 FILLER PIC X(12) VALUE "STK44001003T".
           05 FILLER PIC X(12) VALUE "STK44007005Z".
           05 FILLER PIC X(12) VALUE "STK44012001Z".
           05 FILLER PIC X(12) VALUE "STK44013012B".
           05 FILLER PIC X(12) VALUE "STK44025001Z".
           05 FILLER PIC X(12) VALUE "STK44026020X".
           05 FILLER PIC X(12) VALUE "STK19001008O".
           05 FILLER PIC X(12) VALUE "STK19009030N".
           05 FILLER PIC X(12) VALUE "STK19039008S".
           05 FILLER PIC X(12) VALUE "CONTR001040N".
           05 FILLER PIC X(12) VALUE "CONTR041011P".
           05 FILLER PIC X(12) VALUE "STK02001010C".
           05 FILLER PIC X(12) VALUE "STK05035010C".
           05 FILLER PIC X(12) VALUE "STK03081010C".
           05 FILLER PIC X(12) VALUE "STK03091008O".
           05 FILLER PIC X(12) VALUE "STK03108008O".
           05 FILLER PIC X(12) VALUE "STK22047010C".
           05 FILLER PIC X(12) VALUE "STK22057008O".
           05 FILLER PIC X(12) VALUE "STK22066008O".
           05 FILLER PIC X(12) VALUE "STK13017010C".
           05 FILLER PIC X(12) VALUE "STK23001010C".
           05 FILLER PIC X(12) VALUE "STK20011010C".
           05 FILLER PIC X(12) VALUE "STK36001010C".
           05 FILLER PIC X(12) VALUE "STK15001010C".
           05 FILLER PIC X(12) VALUE "STK18005010C".
           05 FILLER PIC X(12) VALUE "STK38001010C".
           05 FILLER PIC X(12) VALUE "STK38011003T".
           05 FILLER PIC X(12) VALUE "STK39001010C".
           05 FILLER PIC X(12) VALUE "STK39011003T".
           05 FILLER PIC X(12) VALUE "STK04055003T".
           05 FILLER PIC X(12) VALUE "STK07035003T".
           05 FILLER PIC X(12) VALUE "STK08060003T".
           05 FILLER PIC X(12) VALUE "STK11054003T".
           05 FILLER PIC X(12) VALUE "STK16104003T".
           05 FILLER PIC X(12) VALUE "STK25013010C".
           05 FILLER PIC X(12) VALUE "STK25023003T".
           05 FILLER PIC X(12) VALUE "STK45001003T".
           05 FILLER PIC X(12) VALUE "STK46010003T".
           05 FILLER PIC X(12) VALUE "STK46013003T".
           05 FILLER PIC X(12) VALUE "STK46016010C".
           05 FILLER PIC X(12) VALUE "STK46026010C".
           05 FILLER PIC X(12) VALUE "STK12013008O".
           05 FILLER PIC X(12) VALUE "STK17021010C".
           05 FILLER PIC X(12) VALUE "STK26001003T".
           05 FILLER PIC X(12) VALUE "STK27001003T".
           05 FILLER PIC X(12) VALUE "STK28001003T".
           05 FILLER PIC X(12) VALUE "STK29001010C".
           05 FILLER PIC X(12) VALUE "STK30001010C".
           05 FILLER PIC X(12) VALUE "STK31013010C".
           05 FILLER PIC X(12) VALUE "STK32001003T".
           05 FILLER PIC X(12) VALUE "STK32122014X".
           05 FILLER PIC X(12) VALUE "STK33001003T".
           05 FILLER PIC X(12) VALUE "STK34056010C".
           05 FILLER PIC X(12) VALUE "STK40001003T".
           05 FILLER PIC X(12) VALUE "STK42001010C".
       01 WS-TAB-CAMPOS REDEFINES WS-TAB-CAMPOS-VAL.
           05 WS-CMP-ENT OCCURS 60 TIMES.
               10 WS-CMP-ID         PIC X(05).
               10 WS-CMP-POS        PIC 9(03).
               10 WS-CMP-TAM        PIC 9(03).
               10 WS-CMP-TIPO       PIC X(01).
       77 WS-CMP-TOTAL              PIC 9(03) COMP VALUE 60.

      *    Mapa real x pseudonimo do extrato, por tipo de dado.
       01 WS-TAB-MAPA.
           05 WS-MAP-ENT OCCURS 2000 TIMES.
               10 WS-MAP-TIPO       PIC X(01).
               10 WS-MAP-REAL       PIC X(40).
               10 WS-MAP-PSEUDO     PIC X(20).
       77 WS-MAP-TOTAL              PIC 9(04) COMP VALUE 0.
       01 WS-SEQUENCIAS.
           05 WS-SEQ-C              PIC 9(04) COMP.
           05 WS-SEQ-T              PIC 9(04) COMP.
           05 WS-SEQ-O              PIC 9(04) COMP.
           05 WS-SEQ-P              PIC 9(08) COMP.
           05 WS-SEQ-B              PIC 9(08) COMP.

       LINKAGE SECTION.
       01 LNK-ANON-PARM.
           05 LNK-ANON-PASTA        PIC X(30).
           05 LNK-ANON-ANO-INI      PIC 9(02).
           05 LNK-ANON-GRUPOS.
               10 LNK-ANON-GRUPO    PIC X(01) OCCURS 7 TIMES.
           05 LNK-ANON-OPERADOR     PIC X(08).
           05 LNK-ANON-ARQUIVOS     PIC 9(03).
           05 LNK-ANON-REGISTROS    PIC 9(07).
           05 LNK-ANON-RC           PIC 9(02).

       PROCEDURE DIVISION USING LNK-ANON-PARM.
       MAIN-SECTION.
           MOVE 0 TO LNK-ANON-RC LNK-ANON-ARQUIVOS LNK-ANON-REGISTROS.
           MOVE 0 TO WS-MAP-TOTAL WS-SEQ-C WS-SEQ-T WS-SEQ-O
                     WS-SEQ-P WS-SEQ-B.
           ACCEPT WS-DATA-HOJE FROM DATE.

           CALL "CBL_CREATE_DIR" USING LNK-ANON-PASTA
                RETURNING WS-DIR-RC.
           MOVE SPACES TO WS-LEIAME-NOME.
           STRING LNK-ANON-PASTA DELIMITED BY SPACE
                  "/leiame.txt"  DELIMITED BY SIZE
                  INTO WS-LEIAME-NOME
           END-STRING.
           OPEN OUTPUT ARQ-LEIAME.
           IF WS-STATUS-LEIAME NOT = "00"
               MOVE 08 TO LNK-ANON-RC
               GOBACK
           END-IF.
           MOVE SPACES TO LEIAME-LINHA.
           STRING "EXTRATO ANONIMIZADO GERADO EM " WS-HOJE-DIA "/"
                  WS-HOJE-MES "/" WS-HOJE-ANO
                  DELIMITED BY SIZE INTO LEIAME-LINHA
           END-STRING.
           WRITE LEIAME-LINHA.
           MOVE "CONTAS, TITULARES, OPERADORES, CPFS, NOMES E CONTAS"
             TO LEIAME-LINHA.
           WRITE LEIAME-LINHA.
           MOVE "BANCARIAS SAO PSEUDONIMOS CONSISTENTES NO EXTRATO"
             TO LEIAME-LINHA.
           WRITE LEIAME-LINHA.
           MOVE "SENHA DE TODOS OS OPERADORES: TESTE" TO LEIAME-LINHA.
           WRITE LEIAME-LINHA.
           MOVE "ARQUIVOS .SEQ SAO IMAGENS SEQUENCIAIS DOS INDEXADOS"
             TO LEIAME-LINHA.
           WRITE LEIAME-LINHA.
           MOVE "TRILHA (STK12): IMAGENS ANONIMIZADAS, O ENCADEAMENTO"
             TO LEIAME-LINHA.
           WRITE LEIAME-LINHA.
           MOVE "DE HASH NAO CONFERE NESTA COPIA" TO LEIAME-LINHA.
           WRITE LEIAME-LINHA.
           MOVE SPACES TO LEIAME-LINHA.
           WRITE LEIAME-LINHA.

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                     UNTIL WS-CAT-IDX > WS-CAT-TOTAL
               MOVE WS-CAT-GRUPO(WS-CAT-IDX) TO WS-GRUPO
               IF LNK-ANON-GRUPO(WS-GRUPO) = "S"
                   PERFORM EXTRAI-ARQUIVO
               END-IF
           END-PERFORM.

           MOVE LNK-ANON-REGISTROS TO WS-REGS-MASK.
           MOVE SPACES TO LEIAME-LINHA.
           WRITE LEIAME-LINHA.
           STRING "TOTAL: " LNK-ANON-ARQUIVOS " ARQUIVOS, " WS-REGS-MASK
                  " REGISTROS" DELIMITED BY SIZE INTO LEIAME-LINHA
           END-STRING.
           WRITE LEIAME-LINHA.
           CLOSE ARQ-LEIAME.

           PERFORM GRAVA-MAPA.

           IF LNK-ANON-ARQUIVOS = 0
               MOVE 04 TO LNK-ANON-RC
           END-IF.
           GOBACK.

       EXTRAI-ARQUIVO.
           IF WS-CAT-ORG(WS-CAT-IDX) = "I"
               PERFORM EXTRAI-INDEXADO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CAT-ARQ(WS-CAT-IDX) TO WS-ENT-NOME WS-ARQ-NOME.
           PERFORM COPIA-SEQUENCIAL.

      *    Arquivos mortos: ordens tem o mensal (stk03_AAMM.dat) e o
      *    anual (stk03_ano_AA.dat); caixa e trilha, so o anual.
           IF WS-CAT-MORTO(WS-CAT-IDX) = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE LNK-ANON-ANO-INI TO WS-ANO-SCAN.
           PERFORM UNTIL WS-ANO-SCAN > WS-HOJE-ANO
               IF WS-CAT-MORTO(WS-CAT-IDX) = "M"
                   PERFORM VARYING WS-MES-SCAN FROM 1 BY 1
                             UNTIL WS-MES-SCAN > 12
                       MOVE SPACES TO WS-ENT-NOME
                       STRING WS-CAT-BASE(WS-CAT-IDX) "_" WS-ANO-SCAN
                              WS-MES-SCAN ".dat"
                              DELIMITED BY SIZE INTO WS-ENT-NOME
                       END-STRING
                       MOVE WS-ENT-NOME TO WS-ARQ-NOME
                       PERFORM COPIA-SEQUENCIAL
                   END-PERFORM
               END-IF
               MOVE SPACES TO WS-ENT-NOME
               STRING WS-CAT-BASE(WS-CAT-IDX) "_ano_" WS-ANO-SCAN
                      ".dat" DELIMITED BY SIZE INTO WS-ENT-NOME
               END-STRING
               MOVE WS-ENT-NOME TO WS-ARQ-NOME
               PERFORM COPIA-SEQUENCIAL
               ADD 1 TO WS-ANO-SCAN
           END-PERFORM.

       COPIA-SEQUENCIAL.
           OPEN INPUT ARQ-ENT.
           IF WS-STATUS-ENT NOT = "00"
               CLOSE ARQ-ENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-SAIDA.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM COPIA-SEQUENCIAL-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-ENT.
           PERFORM FECHA-SAIDA.

       COPIA-SEQUENCIAL-SEQ.
           READ ARQ-ENT AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-ENT NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE ENT-LINHA TO WS-BUF.
           PERFORM ANONIMIZA-REGISTRO.
           WRITE SAI-LINHA FROM WS-BUF.
           ADD 1 TO WS-REGS.

       EXTRAI-INDEXADO.
      *    Indexado sai como imagem sequencial (<nome>.seq).
           MOVE SPACES TO WS-ARQ-NOME.
           STRING WS-CAT-ARQ(WS-CAT-IDX) DELIMITED BY ".dat"
                  ".seq" DELIMITED BY SIZE INTO WS-ARQ-NOME
           END-STRING.
           EVALUATE WS-CAT-ID(WS-CAT-IDX)
               WHEN "STK02"
                   OPEN INPUT STK02
                   IF WS-STATUS-STK02 = "00"
                       PERFORM ABRE-SAIDA
                       MOVE "N" TO WS-FIM-ARQ
                       PERFORM COPIA-STK02-SEQ UNTIL WS-FIM-ARQ = "S"
                       PERFORM FECHA-SAIDA
                   END-IF
                   CLOSE STK02
               WHEN "STK05"
                   OPEN INPUT STK05
                   IF WS-STATUS-STK05 = "00"
                       PERFORM ABRE-SAIDA
                       MOVE "N" TO WS-FIM-ARQ
                       PERFORM COPIA-STK05-SEQ UNTIL WS-FIM-ARQ = "S"
                       PERFORM FECHA-SAIDA
                   END-IF
                   CLOSE STK05
               WHEN "STK09"
                   OPEN INPUT STK09
                   IF WS-STATUS-STK09 = "00"
                       PERFORM ABRE-SAIDA
                       MOVE "N" TO WS-FIM-ARQ
                       PERFORM COPIA-STK09-SEQ UNTIL WS-FIM-ARQ = "S"
                       PERFORM FECHA-SAIDA
                   END-IF
                   CLOSE STK09
               WHEN "STK14"
                   OPEN INPUT STK14
                   IF WS-STATUS-STK14 = "00"
                       PERFORM ABRE-SAIDA
                       MOVE "N" TO WS-FIM-ARQ
                       PERFORM COPIA-STK14-SEQ UNTIL WS-FIM-ARQ = "S"
                       PERFORM FECHA-SAIDA
                   END-IF
                   CLOSE STK14
               WHEN "STK19"
                   OPEN INPUT STK19
                   IF WS-STATUS-STK19 = "00"
                       PERFORM ABRE-SAIDA
                       MOVE "N" TO WS-FIM-ARQ
                       PERFORM COPIA-STK19-SEQ UNTIL WS-FIM-ARQ = "S"
                       PERFORM FECHA-SAIDA
                   END-IF
                   CLOSE STK19
               WHEN "STK21"
                   OPEN INPUT STK21
                   IF WS-STATUS-STK21 = "00"
                       PERFORM ABRE-SAIDA
                       MOVE "N" TO WS-FIM-ARQ
                       PERFORM COPIA-STK21-SEQ UNTIL WS-FIM-ARQ = "S"
                       PERFORM FECHA-SAIDA
                   END-IF
                   CLOSE STK21
           END-EVALUATE.

       COPIA-STK02-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK02 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BUF.
           MOVE STK02-REGISTER TO WS-BUF.
           PERFORM GRAVA-INDEXADO.

       COPIA-STK05-SEQ.
           READ STK05 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK05 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BUF.
           MOVE STK05-REGISTER TO WS-BUF.
           PERFORM GRAVA-INDEXADO.

       COPIA-STK09-SEQ.
           READ STK09 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK09 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BUF.
           MOVE STK09-REGISTER TO WS-BUF.
           PERFORM GRAVA-INDEXADO.

       COPIA-STK14-SEQ.
           READ STK14 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK14 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BUF.
           MOVE STK14-REGISTER TO WS-BUF.
           PERFORM GRAVA-INDEXADO.

       COPIA-STK19-SEQ.
           READ STK19 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK19 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BUF.
           MOVE STK19-REGISTER TO WS-BUF.
           PERFORM GRAVA-INDEXADO.

       COPIA-STK21-SEQ.
           READ STK21 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK21 NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BUF.
           MOVE STK21-REGISTER TO WS-BUF.
           PERFORM GRAVA-INDEXADO.

       GRAVA-INDEXADO.
           PERFORM ANONIMIZA-REGISTRO.
           WRITE SAI-LINHA FROM WS-BUF.
           ADD 1 TO WS-REGS.

       ABRE-SAIDA.
           MOVE SPACES TO WS-SAI-NOME.
           STRING LNK-ANON-PASTA DELIMITED BY SPACE
                  "/"            DELIMITED BY SIZE
                  WS-ARQ-NOME    DELIMITED BY SPACE
                  INTO WS-SAI-NOME
           END-STRING.
           OPEN OUTPUT ARQ-SAI.
           MOVE 0 TO WS-REGS.

       FECHA-SAIDA.
      *    Arquivo copiado: linha no leiame e registro na trilha.
           CLOSE ARQ-SAI.
           ADD 1       TO LNK-ANON-ARQUIVOS.
           ADD WS-REGS TO LNK-ANON-REGISTROS.
           MOVE WS-REGS TO WS-REGS-MASK.
           MOVE SPACES TO LEIAME-LINHA.
           STRING WS-ARQ-NOME " " WS-CAT-ID(WS-CAT-IDX) " "
                  WS-REGS-MASK " REGISTROS"
                  DELIMITED BY SIZE INTO LEIAME-LINHA
           END-STRING.
           WRITE LEIAME-LINHA.

           MOVE WS-CAT-ID(WS-CAT-IDX) TO WS-AUDIT-ARQUIVO.
           MOVE "EXT"                 TO WS-AUDIT-ACAO.
           STRING "EXTRATO ANONIMIZADO " DELIMITED BY SIZE
                  WS-SAI-NOME            DELIMITED BY SPACE
                  " "  WS-REGS-MASK " REGISTROS"
                  DELIMITED BY SIZE INTO WS-AUDIT-IMAGEM
           END-STRING.
           CALL 'GRAVAUDIT' USING LNK-ANON-OPERADOR, WS-AUDIT-ARQUIVO,
                                  WS-AUDIT-ACAO, WS-AUDIT-IMAGEM.
           MOVE SPACES TO WS-AUDIT-IMAGEM.

       ANONIMIZA-REGISTRO.
      *    Campos do arquivo sobre o registro inteiro; na trilha, a
      *    imagem tambem, pelo layout do arquivo que ela registra.
           MOVE SPACES TO WS-ULT-PSEUDO.
           MOVE WS-CAT-ID(WS-CAT-IDX) TO WS-ID-CAMPOS.
           MOVE 0   TO WS-BASE.
           MOVE 300 TO WS-LIMITE.
           PERFORM APLICA-CAMPOS.

           IF WS-CAT-ID(WS-CAT-IDX) = "STK12"
               IF WS-B12-ACAO = "INC" OR WS-B12-ACAO = "ALT"
                  OR WS-B12-ACAO = "EXC"
                   MOVE SPACES       TO WS-ULT-PSEUDO
                   MOVE WS-B12-ARQUIVO TO WS-ID-CAMPOS
                   MOVE 28  TO WS-BASE
                   MOVE 120 TO WS-LIMITE
                   PERFORM APLICA-CAMPOS
               ELSE
                   MOVE SPACES TO WS-B12-IMAGEM
               END-IF
           END-IF.

       APLICA-CAMPOS.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                     UNTIL WS-CMP-IDX > WS-CMP-TOTAL
               IF WS-CMP-ID(WS-CMP-IDX) = WS-ID-CAMPOS
                  AND WS-CMP-POS(WS-CMP-IDX) + WS-CMP-TAM(WS-CMP-IDX)
                      - 1 <= WS-LIMITE
                   COMPUTE WS-POS = WS-BASE + WS-CMP-POS(WS-CMP-IDX)
                   MOVE WS-CMP-TAM(WS-CMP-IDX) TO WS-TAM
                   PERFORM APLICA-CAMPO
               END-IF
           END-PERFORM.

       APLICA-CAMPO.
           MOVE WS-CMP-TIPO(WS-CMP-IDX) TO WS-TIPO-MAP.
           EVALUATE WS-TIPO-MAP
               WHEN "Z"
                   MOVE ALL "0" TO WS-BUF(WS-POS:WS-TAM)
               WHEN "X"
                   MOVE SPACES TO WS-BUF(WS-POS:WS-TAM)
               WHEN "S"
                   MOVE "TESTE" TO WS-BUF(WS-POS:WS-TAM)
               WHEN "N"
      *            Nome pelo pseudonimo do codigo do mesmo registro
      *            (titular/operador); sem codigo, o contribuinte.
                   MOVE WS-BUF(WS-POS:WS-TAM) TO WS-REAL
                   IF WS-REAL NOT = SPACES
                       MOVE SPACES TO WS-PSEUDO
                       IF WS-ULT-PSEUDO = SPACES
                           MOVE "CONTRIBUINTE ANONIMO" TO WS-PSEUDO
                       ELSE
                           STRING "NOME " WS-ULT-PSEUDO
                                  DELIMITED BY SIZE INTO WS-PSEUDO
                           END-STRING
                       END-IF
                       PERFORM REGISTRA-NOME
                       MOVE WS-PSEUDO TO WS-BUF(WS-POS:WS-TAM)
                   END-IF
               WHEN OTHER
                   MOVE WS-BUF(WS-POS:WS-TAM) TO WS-REAL
                   IF WS-REAL NOT = SPACES
                       PERFORM BUSCA-PSEUDONIMO
                       MOVE WS-PSEUDO TO WS-BUF(WS-POS:WS-TAM)
                       MOVE WS-PSEUDO TO WS-ULT-PSEUDO
                   END-IF
           END-EVALUATE.

       BUSCA-PSEUDONIMO.
      *    Mesmo valor real, mesmo pseudonimo em todo o extrato; o
      *    primeiro encontro cria o proximo da sequencia do tipo.
           MOVE 0 TO WS-MAP-ACHOU.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-TOTAL
               IF WS-MAP-TIPO(WS-MAP-IDX) = WS-TIPO-MAP
                  AND WS-MAP-REAL(WS-MAP-IDX) = WS-REAL
                   MOVE WS-MAP-IDX TO WS-MAP-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MAP-ACHOU NOT = 0
               MOVE WS-MAP-PSEUDO(WS-MAP-ACHOU) TO WS-PSEUDO
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-PSEUDO.
           EVALUATE WS-TIPO-MAP
               WHEN "C"
                   ADD 1 TO WS-SEQ-C
                   MOVE WS-SEQ-C TO WS-SEQ-MASK4
                   STRING "CONTA" WS-SEQ-MASK4 DELIMITED BY SIZE
                          INTO WS-PSEUDO
                   END-STRING
               WHEN "T"
                   ADD 1 TO WS-SEQ-T
                   MOVE WS-SEQ-T TO WS-SEQ-MASK2
                   STRING "T" WS-SEQ-MASK2 DELIMITED BY SIZE
                          INTO WS-PSEUDO
                   END-STRING
               WHEN "O"
                   ADD 1 TO WS-SEQ-O
                   MOVE WS-SEQ-O TO WS-SEQ-MASK4
                   STRING "OPER" WS-SEQ-MASK4 DELIMITED BY SIZE
                          INTO WS-PSEUDO
                   END-STRING
               WHEN "P"
                   ADD 1 TO WS-SEQ-P
                   MOVE WS-SEQ-P TO WS-SEQ-MASK8
                   STRING "999" WS-SEQ-MASK8 DELIMITED BY SIZE
                          INTO WS-PSEUDO
                   END-STRING
               WHEN "B"
                   ADD 1 TO WS-SEQ-B
                   MOVE WS-SEQ-B TO WS-SEQ-MASK12
                   MOVE WS-SEQ-MASK12 TO WS-PSEUDO
           END-EVALUATE.
           PERFORM REGISTRA-MAPA.

       REGISTRA-NOME.
           MOVE 0 TO WS-MAP-ACHOU.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-TOTAL
               IF WS-MAP-TIPO(WS-MAP-IDX) = "N"
                  AND WS-MAP-REAL(WS-MAP-IDX) = WS-REAL
                   MOVE WS-MAP-IDX TO WS-MAP-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MAP-ACHOU = 0
               PERFORM REGISTRA-MAPA
           END-IF.

       REGISTRA-MAPA.
           IF WS-MAP-TOTAL < 2000
               ADD 1 TO WS-MAP-TOTAL
               MOVE WS-TIPO-MAP TO WS-MAP-TIPO(WS-MAP-TOTAL)
               MOVE WS-REAL     TO WS-MAP-REAL(WS-MAP-TOTAL)
               MOVE WS-PSEUDO   TO WS-MAP-PSEUDO(WS-MAP-TOTAL)
           END-IF.

       GRAVA-MAPA.
      *    Mapa fora da pasta do extrato: fica na casa.
           MOVE SPACES TO WS-MAPA-NOME.
           STRING LNK-ANON-PASTA DELIMITED BY SPACE
                  ".map"         DELIMITED BY SIZE
                  INTO WS-MAPA-NOME
           END-STRING.
           OPEN OUTPUT ARQ-MAPA.
           MOVE SPACES TO MAPA-LINHA.
           STRING "MAPA DO EXTRATO "          DELIMITED BY SIZE
                  LNK-ANON-PASTA              DELIMITED BY SPACE
                  " - USO INTERNO, NAO ENVIAR" DELIMITED BY SIZE
                  INTO MAPA-LINHA
           END-STRING.
           WRITE MAPA-LINHA.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-TOTAL
               MOVE SPACES TO MAPA-LINHA
               STRING WS-MAP-TIPO(WS-MAP-IDX) " "
                      WS-MAP-PSEUDO(WS-MAP-IDX) " "
                      WS-MAP-REAL(WS-MAP-IDX)
                      DELIMITED BY SIZE INTO MAPA-LINHA
               END-STRING
               WRITE MAPA-LINHA
           END-PERFORM.
           CLOSE ARQ-MAPA.
