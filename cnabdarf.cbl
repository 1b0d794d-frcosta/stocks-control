       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNABDARF.
      *****************************************************************
      * Pagamento de DARFs em lote pelo banco do titular, layout      *
      * Febraban CNAB 240 - servico 22 (tributos), forma 11 (contas   *
      * e tributos com codigo de barras), segmento O:                 *
      *                                                               *
      *   G (remessa) - le os DARFs escolhidos pelo STOCKS em         *
      *     cnabsel.dat (codigo de barras ja montado pelo DARFDOC,    *
      *     encargos de atraso ja somados) e grava o arquivo de       *
      *     remessa LNK-CNAB-ARQUIVO: header de arquivo, um lote com  *
      *     um segmento O por DARF, trailer de lote e de arquivo.     *
      *     Relatorio de controle em cnabrem.rel (quantidade e soma   *
      *     conferem com o trailer do lote).                          *
      *   R (retorno) - le o arquivo de retorno do banco no mesmo     *
      *     layout e grava em cnabret.dat cada segmento O com a       *
      *     ocorrencia devolvida ("00" = pago), a data e o valor      *
      *     efetivos; relatorio em cnabret.rel. A baixa no STK07 fica *
      *     com o STOCKS, pelo mesmo caminho do pagamento manual.     *
      *                                                               *
      * O "seu numero" do segmento O leva titular, tipo (S = DARF do  *
      * STK11, A = saldo de darfacum.dat), competencia, codigo da     *
      * receita e o NSA da remessa - e assim que o retorno e casado   *
      * com a obrigacao, sem depender da ordem das linhas.            *
      *                                                               *
      * Chamada: CNABDARF USING LNK-CNAB-PARM                         *
      *   RC 00 ok, 04 nada a processar, 08 retorno invalido          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SEL ASSIGN TO "cnabsel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEL.

           SELECT ARQ-RET ASSIGN TO "cnabret.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RET.

           SELECT ARQ-CNAB ASSIGN TO WS-CNAB-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CNAB.

           SELECT ARQ-REL ASSIGN TO WS-REL-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-SEL.
           COPY 'cnabsel'.
       FD ARQ-RET.
           COPY 'cnabret'.
       FD ARQ-CNAB.
       01 CNAB-LINHA                PIC X(240).
       FD ARQ-REL.
       01 REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-SEL             PIC X(02).
       77 WS-STATUS-RET             PIC X(02).
       77 WS-STATUS-CNAB            PIC X(02).
       77 WS-STATUS-REL             PIC X(02).
       77 WS-CNAB-NOME              PIC X(30).
       77 WS-REL-NOME               PIC X(20).
       77 WS-FIM-ARQ                PIC X(01).
       77 WS-LOTE-REGS              PIC 9(06).
       77 WS-ARQ-REGS               PIC 9(06).
       77 WS-SEQ-LOTE               PIC 9(05).
       77 WS-SOMA-LOTE              PIC 9(16)V99.
       77 WS-VALOR-MASK             PIC Z.ZZZ.ZZ9,99.
       77 WS-VALOR2-MASK            PIC Z.ZZZ.ZZ9,99.
       77 WS-VALOR3-MASK            PIC Z.ZZZ.ZZ9,99.
       77 WS-VALOR4-MASK            PIC Z.ZZZ.ZZ9,99.
       77 WS-TOTAL-MASK             PIC ZZ.ZZZ.ZZ9,99.
       77 WS-CNT-MASK               PIC ZZZZ9.
       77 WS-INSCRICAO              PIC 9(14).
       77 WS-HEADER-OK              PIC X(01).
       77 WS-ACEITOS                PIC 9(05).

      *    Datas no formato do CNAB (DDMMAAAA) a partir de AAAAMMDD.
       01 WS-DATA-AMD               PIC 9(08).
       01 WS-DATA-AMD-R REDEFINES WS-DATA-AMD.
           05 WS-AMD-ANO            PIC 9(04).
           05 WS-AMD-MES            PIC 9(02).
           05 WS-AMD-DIA            PIC 9(02).
       01 WS-DATA-DMA               PIC 9(08).
       01 WS-DATA-DMA-R REDEFINES WS-DATA-DMA.
           05 WS-DMA-DIA            PIC 9(02).
           05 WS-DMA-MES            PIC 9(02).
           05 WS-DMA-ANO            PIC 9(04).
       01 WS-HOJE.
           05 WS-HOJE-ANO           PIC 9(04).
           05 WS-HOJE-MES           PIC 9(02).
           05 WS-HOJE-DIA           PIC 9(02).
       01 WS-AGORA.
           05 WS-AGORA-HHMMSS       PIC 9(06).
           05 FILLER                PIC 9(02).

       01 WS-SEU-NUMERO.
           05 WS-SN-TITULAR         PIC X(03).
           05 WS-SN-TIPO            PIC X(01).
           05 WS-SN-COMP-ANO        PIC 9(02).
           05 WS-SN-COMP-MES        PIC 9(02).
           05 WS-SN-CODIGO          PIC X(04).
           05 WS-SN-NSA             PIC 9(06).
           05 FILLER                PIC X(02).

      *    Registros do CNAB 240 (posicoes conforme o layout
      *    Febraban; os nomes seguem a descricao dos campos).
       01 CNAB-HEADER-ARQ.
           05 HA-BANCO              PIC 9(03).
           05 HA-LOTE               PIC 9(04).
           05 HA-TIPO               PIC X(01).
           05 FILLER                PIC X(09).
           05 HA-TIPO-INSC          PIC 9(01).
           05 HA-INSCRICAO          PIC 9(14).
           05 HA-CONVENIO           PIC X(20).
           05 HA-AGENCIA            PIC 9(05).
           05 HA-AGENCIA-DV         PIC X(01).
           05 HA-CONTA              PIC 9(12).
           05 HA-CONTA-DV           PIC X(01).
           05 HA-AG-CONTA-DV        PIC X(01).
           05 HA-NOME-EMPRESA       PIC X(30).
           05 HA-NOME-BANCO         PIC X(30).
           05 FILLER                PIC X(10).
           05 HA-CODIGO-REM         PIC 9(01).
           05 HA-DATA-GERACAO       PIC 9(08).
           05 HA-HORA-GERACAO       PIC 9(06).
           05 HA-NSA                PIC 9(06).
           05 HA-VERSAO             PIC X(03).
           05 HA-DENSIDADE          PIC 9(05).
           05 HA-RESERV-BANCO       PIC X(20).
           05 HA-RESERV-EMPRESA     PIC X(20).
           05 FILLER                PIC X(29).
       01 CNAB-HEADER-LOTE.
           05 HL-BANCO              PIC 9(03).
           05 HL-LOTE               PIC 9(04).
           05 HL-TIPO               PIC X(01).
           05 HL-OPERACAO           PIC X(01).
           05 HL-SERVICO            PIC 9(02).
           05 HL-FORMA              PIC 9(02).
           05 HL-VERSAO             PIC X(03).
           05 FILLER                PIC X(01).
           05 HL-TIPO-INSC          PIC 9(01).
           05 HL-INSCRICAO          PIC 9(14).
           05 HL-CONVENIO           PIC X(20).
           05 HL-AGENCIA            PIC 9(05).
           05 HL-AGENCIA-DV         PIC X(01).
           05 HL-CONTA              PIC 9(12).
           05 HL-CONTA-DV           PIC X(01).
           05 HL-AG-CONTA-DV        PIC X(01).
           05 HL-NOME-EMPRESA       PIC X(30).
           05 HL-MENSAGEM           PIC X(40).
           05 HL-LOGRADOURO         PIC X(30).
           05 HL-NUMERO             PIC 9(05).
           05 HL-COMPLEMENTO        PIC X(15).
           05 HL-CIDADE             PIC X(20).
           05 HL-CEP                PIC 9(05).
           05 HL-CEP-COMPL          PIC X(03).
           05 HL-ESTADO             PIC X(02).
           05 FILLER                PIC X(08).
           05 HL-OCORRENCIAS        PIC X(10).
       01 CNAB-SEGMENTO-O.
           05 SO-BANCO              PIC 9(03).
           05 SO-LOTE               PIC 9(04).
           05 SO-TIPO               PIC X(01).
           05 SO-SEQ                PIC 9(05).
           05 SO-SEGMENTO           PIC X(01).
           05 SO-MOVIMENTO          PIC 9(01).
           05 SO-INSTRUCAO          PIC 9(02).
           05 SO-BARRAS             PIC X(44).
           05 SO-CONCESSIONARIA     PIC X(30).
           05 SO-VENCIMENTO         PIC 9(08).
           05 SO-DATA-PAG           PIC 9(08).
           05 SO-VALOR              PIC 9(13)V99.
           05 SO-SEU-NUMERO         PIC X(20).
           05 SO-NOSSO-NUMERO       PIC X(20).
           05 FILLER                PIC X(68).
           05 SO-OCORRENCIAS        PIC X(10).
       01 CNAB-TRAILER-LOTE.
           05 TL-BANCO              PIC 9(03).
           05 TL-LOTE               PIC 9(04).
           05 TL-TIPO               PIC X(01).
           05 FILLER                PIC X(09).
           05 TL-QTDE-REGS          PIC 9(06).
           05 TL-SOMA-VALORES       PIC 9(16)V99.
           05 TL-SOMA-MOEDAS        PIC 9(13)V9(05).
           05 TL-AVISO-DEBITO       PIC 9(06).
           05 FILLER                PIC X(165).
           05 TL-OCORRENCIAS        PIC X(10).
       01 CNAB-TRAILER-ARQ.
           05 TA-BANCO              PIC 9(03).
           05 TA-LOTE               PIC X(04).
           05 TA-TIPO               PIC X(01).
           05 FILLER                PIC X(09).
           05 TA-QTDE-LOTES         PIC 9(06).
           05 TA-QTDE-REGS          PIC 9(06).
           05 TA-QTDE-CONTAS        PIC 9(06).
           05 FILLER                PIC X(205).

       LINKAGE SECTION.
       01 LNK-CNAB-PARM.
           05 LNK-CNAB-MODO         PIC X(01).
           05 LNK-CNAB-TITULAR      PIC X(03).
           05 LNK-CNAB-NOME         PIC X(30).
           05 LNK-CNAB-CPF          PIC X(11).
           05 LNK-CNAB-BANCO        PIC 9(03).
           05 LNK-CNAB-AGENCIA      PIC 9(05).
           05 LNK-CNAB-AGENCIA-DV   PIC X(01).
           05 LNK-CNAB-CONTA        PIC 9(12).
           05 LNK-CNAB-CONTA-DV     PIC X(01).
           05 LNK-CNAB-CONVENIO     PIC X(20).
           05 LNK-CNAB-NSA          PIC 9(06).
           05 LNK-CNAB-DATA-PAG     PIC 9(08).
           05 LNK-CNAB-ARQUIVO      PIC X(30).
           05 LNK-CNAB-RC           PIC 9(02).
           05 LNK-CNAB-QTDE         PIC 9(05).
           05 LNK-CNAB-TOTAL        PIC 9(09)V99.
           05 LNK-CNAB-REJEITADOS   PIC 9(05).

       PROCEDURE DIVISION USING LNK-CNAB-PARM.
       MAIN-SECTION.
           MOVE 0 TO LNK-CNAB-RC LNK-CNAB-QTDE LNK-CNAB-TOTAL
                     LNK-CNAB-REJEITADOS.
           MOVE LNK-CNAB-ARQUIVO TO WS-CNAB-NOME.
           EVALUATE LNK-CNAB-MODO
               WHEN "G"
                   PERFORM GERA-REMESSA
               WHEN "R"
                   PERFORM LE-RETORNO
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * Remessa                                                       *
      *****************************************************************
       GERA-REMESSA.
           OPEN INPUT ARQ-SEL.
           IF WS-STATUS-SEL NOT = "00"
               CLOSE ARQ-SEL
               MOVE 04 TO LNK-CNAB-RC
               EXIT PARAGRAPH
           END-IF.

           MOVE "cnabrem.rel" TO WS-REL-NOME.
           OPEN OUTPUT ARQ-REL.
           OPEN OUTPUT ARQ-CNAB.
           ACCEPT WS-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WS-AGORA FROM TIME.
           MOVE LNK-CNAB-CPF TO WS-INSCRICAO.
           MOVE 0 TO WS-ARQ-REGS WS-LOTE-REGS WS-SEQ-LOTE
                     WS-SOMA-LOTE.

           PERFORM GRAVA-HEADER-ARQUIVO.
           PERFORM GRAVA-HEADER-LOTE.
           PERFORM CABECALHO-REMESSA.

           MOVE "N" TO WS-FIM-ARQ.
           PERFORM GRAVA-SEGMENTO-O-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-SEL.

           PERFORM GRAVA-TRAILER-LOTE.
           PERFORM GRAVA-TRAILER-ARQUIVO.
           CLOSE ARQ-CNAB.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-SEQ-LOTE  TO WS-CNT-MASK.
           MOVE WS-SOMA-LOTE TO WS-TOTAL-MASK.
           STRING "DARFS NA REMESSA: " WS-CNT-MASK
                  "   VALOR TOTAL: " WS-TOTAL-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-ARQ-REGS TO WS-CNT-MASK.
           STRING "REGISTROS NO ARQUIVO: " WS-CNT-MASK
                  "   (TRAILER DO LOTE CONFERE COM O TOTAL ACIMA)"
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.

           MOVE WS-SEQ-LOTE  TO LNK-CNAB-QTDE.
           MOVE WS-SOMA-LOTE TO LNK-CNAB-TOTAL.
           IF WS-SEQ-LOTE = 0
               MOVE 04 TO LNK-CNAB-RC
           END-IF.

       GRAVA-HEADER-ARQUIVO.
           MOVE SPACES TO CNAB-HEADER-ARQ.
           MOVE LNK-CNAB-BANCO      TO HA-BANCO.
           MOVE 0                   TO HA-LOTE.
           MOVE "0"                 TO HA-TIPO.
           MOVE 1                   TO HA-TIPO-INSC.
           MOVE WS-INSCRICAO        TO HA-INSCRICAO.
           MOVE LNK-CNAB-CONVENIO   TO HA-CONVENIO.
           MOVE LNK-CNAB-AGENCIA    TO HA-AGENCIA.
           MOVE LNK-CNAB-AGENCIA-DV TO HA-AGENCIA-DV.
           MOVE LNK-CNAB-CONTA      TO HA-CONTA.
           MOVE LNK-CNAB-CONTA-DV   TO HA-CONTA-DV.
           MOVE LNK-CNAB-NOME       TO HA-NOME-EMPRESA.
           MOVE 1                   TO HA-CODIGO-REM.
           MOVE WS-HOJE-DIA         TO WS-DMA-DIA.
           MOVE WS-HOJE-MES         TO WS-DMA-MES.
           MOVE WS-HOJE-ANO         TO WS-DMA-ANO.
           MOVE WS-DATA-DMA         TO HA-DATA-GERACAO.
           MOVE WS-AGORA-HHMMSS     TO HA-HORA-GERACAO.
           MOVE LNK-CNAB-NSA        TO HA-NSA.
           MOVE "103"               TO HA-VERSAO.
           MOVE 0                   TO HA-DENSIDADE.
           WRITE CNAB-LINHA FROM CNAB-HEADER-ARQ.
           ADD 1 TO WS-ARQ-REGS.

       GRAVA-HEADER-LOTE.
           MOVE SPACES TO CNAB-HEADER-LOTE.
           MOVE LNK-CNAB-BANCO      TO HL-BANCO.
           MOVE 1                   TO HL-LOTE.
           MOVE "1"                 TO HL-TIPO.
           MOVE "C"                 TO HL-OPERACAO.
           MOVE 22                  TO HL-SERVICO.
           MOVE 11                  TO HL-FORMA.
           MOVE "012"               TO HL-VERSAO.
           MOVE 1                   TO HL-TIPO-INSC.
           MOVE WS-INSCRICAO        TO HL-INSCRICAO.
           MOVE LNK-CNAB-CONVENIO   TO HL-CONVENIO.
           MOVE LNK-CNAB-AGENCIA    TO HL-AGENCIA.
           MOVE LNK-CNAB-AGENCIA-DV TO HL-AGENCIA-DV.
           MOVE LNK-CNAB-CONTA      TO HL-CONTA.
           MOVE LNK-CNAB-CONTA-DV   TO HL-CONTA-DV.
           MOVE LNK-CNAB-NOME       TO HL-NOME-EMPRESA.
           MOVE "PAGAMENTO DE DARF - RENDA VARIAVEL" TO HL-MENSAGEM.
           MOVE 0                   TO HL-NUMERO HL-CEP.
           WRITE CNAB-LINHA FROM CNAB-HEADER-LOTE.
           ADD 1 TO WS-ARQ-REGS WS-LOTE-REGS.

       GRAVA-SEGMENTO-O-SEQ.
           READ ARQ-SEL AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-SEL NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF CSEL-TOTAL = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SEQ-LOTE.
           MOVE CSEL-TITULAR  TO WS-SN-TITULAR.
           MOVE CSEL-TIPO     TO WS-SN-TIPO.
           MOVE CSEL-COMP-ANO TO WS-SN-COMP-ANO.
           MOVE CSEL-COMP-MES TO WS-SN-COMP-MES.
           MOVE CSEL-CODIGO   TO WS-SN-CODIGO.
           MOVE LNK-CNAB-NSA  TO WS-SN-NSA.

           MOVE SPACES TO CNAB-SEGMENTO-O.
           MOVE LNK-CNAB-BANCO      TO SO-BANCO.
           MOVE 1                   TO SO-LOTE.
           MOVE "3"                 TO SO-TIPO.
           MOVE WS-SEQ-LOTE         TO SO-SEQ.
           MOVE "O"                 TO SO-SEGMENTO.
           MOVE 0                   TO SO-MOVIMENTO.
           MOVE 0                   TO SO-INSTRUCAO.
           MOVE CSEL-BARRAS         TO SO-BARRAS.
           MOVE "RECEITA FEDERAL - DARF" TO SO-CONCESSIONARIA.
           MOVE CSEL-VENC           TO WS-DATA-AMD.
           PERFORM CONVERTE-AMD-DMA.
           MOVE WS-DATA-DMA         TO SO-VENCIMENTO.
           MOVE LNK-CNAB-DATA-PAG   TO WS-DATA-AMD.
           PERFORM CONVERTE-AMD-DMA.
           MOVE WS-DATA-DMA         TO SO-DATA-PAG.
           MOVE CSEL-TOTAL          TO SO-VALOR.
           MOVE WS-SEU-NUMERO       TO SO-SEU-NUMERO.
           WRITE CNAB-LINHA FROM CNAB-SEGMENTO-O.
           ADD 1 TO WS-ARQ-REGS WS-LOTE-REGS.
           ADD CSEL-TOTAL TO WS-SOMA-LOTE.

           MOVE SPACES TO REL-LINHA.
           MOVE CSEL-TITULAR          TO REL-LINHA(1:3).
           MOVE CSEL-COMP-MES         TO REL-LINHA(6:2).
           MOVE "/"                   TO REL-LINHA(8:1).
           MOVE CSEL-COMP-ANO         TO REL-LINHA(9:2).
           MOVE CSEL-CODIGO           TO REL-LINHA(13:4).
           MOVE SO-VENCIMENTO         TO REL-LINHA(19:8).
           MOVE CSEL-VALOR            TO WS-VALOR-MASK.
           MOVE WS-VALOR-MASK         TO REL-LINHA(29:12).
           MOVE CSEL-MULTA            TO WS-VALOR2-MASK.
           MOVE WS-VALOR2-MASK        TO REL-LINHA(42:12).
           MOVE CSEL-JUROS            TO WS-VALOR3-MASK.
           MOVE WS-VALOR3-MASK        TO REL-LINHA(55:12).
           MOVE CSEL-TOTAL            TO WS-VALOR4-MASK.
           MOVE WS-VALOR4-MASK        TO REL-LINHA(68:12).
           MOVE WS-SEU-NUMERO         TO REL-LINHA(82:20).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE CSEL-BARRAS           TO REL-LINHA(6:44).
           IF CSEL-ORIGEM NOT = SPACES
               STRING "INCLUI " CSEL-ORIGEM
                      DELIMITED BY SIZE INTO REL-LINHA(52:37)
               END-STRING
           END-IF.
           WRITE REL-LINHA.

       GRAVA-TRAILER-LOTE.
           MOVE SPACES TO CNAB-TRAILER-LOTE.
           ADD 1 TO WS-LOTE-REGS.
           MOVE LNK-CNAB-BANCO      TO TL-BANCO.
           MOVE 1                   TO TL-LOTE.
           MOVE "5"                 TO TL-TIPO.
           MOVE WS-LOTE-REGS        TO TL-QTDE-REGS.
           MOVE WS-SOMA-LOTE        TO TL-SOMA-VALORES.
           MOVE 0                   TO TL-SOMA-MOEDAS TL-AVISO-DEBITO.
           WRITE CNAB-LINHA FROM CNAB-TRAILER-LOTE.
           ADD 1 TO WS-ARQ-REGS.

       GRAVA-TRAILER-ARQUIVO.
           MOVE SPACES TO CNAB-TRAILER-ARQ.
           ADD 1 TO WS-ARQ-REGS.
           MOVE LNK-CNAB-BANCO      TO TA-BANCO.
           MOVE "9999"              TO TA-LOTE.
           MOVE "9"                 TO TA-TIPO.
           MOVE 1                   TO TA-QTDE-LOTES.
           MOVE WS-ARQ-REGS         TO TA-QTDE-REGS.
           MOVE 0                   TO TA-QTDE-CONTAS.
           WRITE CNAB-LINHA FROM CNAB-TRAILER-ARQ.

       CABECALHO-REMESSA.
           MOVE SPACES TO REL-LINHA.
           STRING "REMESSA CNAB 240 - PAGAMENTO DE DARF  ARQUIVO "
                  WS-CNAB-NOME
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE LNK-CNAB-DATA-PAG TO WS-DATA-AMD.
           PERFORM CONVERTE-AMD-DMA.
           STRING "TITULAR " LNK-CNAB-TITULAR " " LNK-CNAB-NOME
                  " BANCO " LNK-CNAB-BANCO " AG " LNK-CNAB-AGENCIA
                  " CONTA " LNK-CNAB-CONTA "-" LNK-CNAB-CONTA-DV
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "NSA " LNK-CNAB-NSA "   PAGAMENTO EM " WS-DATA-DMA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "TIT  COMP  COD   VENCTO       PRINCIPAL       MULTA"
             TO REL-LINHA.
           MOVE "       JUROS       TOTAL  SEU NUMERO"
             TO REL-LINHA(55:40).
           WRITE REL-LINHA.

       CONVERTE-AMD-DMA.
           MOVE WS-AMD-DIA TO WS-DMA-DIA.
           MOVE WS-AMD-MES TO WS-DMA-MES.
           MOVE WS-AMD-ANO TO WS-DMA-ANO.

      *****************************************************************
      * Retorno                                                       *
      *****************************************************************
       LE-RETORNO.
           OPEN INPUT ARQ-CNAB.
           IF WS-STATUS-CNAB NOT = "00"
               CLOSE ARQ-CNAB
               MOVE 04 TO LNK-CNAB-RC
               EXIT PARAGRAPH
           END-IF.

      *    Primeira linha tem de ser header de arquivo de retorno
      *    (tipo 0, codigo 2); o resto so interessa no segmento O.
           MOVE "N" TO WS-HEADER-OK.
           READ ARQ-CNAB.
           IF WS-STATUS-CNAB = "00"
               MOVE CNAB-LINHA TO CNAB-HEADER-ARQ
               IF HA-TIPO = "0" AND HA-CODIGO-REM = 2
                   MOVE "S" TO WS-HEADER-OK
               END-IF
           END-IF.
           IF WS-HEADER-OK NOT = "S"
               CLOSE ARQ-CNAB
               MOVE 08 TO LNK-CNAB-RC
               EXIT PARAGRAPH
           END-IF.

           MOVE "cnabret.rel" TO WS-REL-NOME.
           OPEN OUTPUT ARQ-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "RETORNO CNAB 240 - PAGAMENTO DE DARF  ARQUIVO "
                  WS-CNAB-NOME " NSA " HA-NSA
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "TIT  COMP  COD   PAGO EM         VALOR  OCORR"
             TO REL-LINHA.
           MOVE "SITUACAO" TO REL-LINHA(50:8).
           WRITE REL-LINHA.

           OPEN OUTPUT ARQ-RET.
           MOVE 0 TO WS-ACEITOS.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM LE-RETORNO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-RET.
           CLOSE ARQ-CNAB.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WS-ACEITOS TO WS-CNT-MASK.
           MOVE LNK-CNAB-TOTAL TO WS-TOTAL-MASK.
           STRING "PAGOS: " WS-CNT-MASK "   VALOR PAGO: " WS-TOTAL-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE LNK-CNAB-REJEITADOS TO WS-CNT-MASK.
           STRING "REJEITADOS/PENDENTES: " WS-CNT-MASK
                  DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE ARQ-REL.

           MOVE WS-ACEITOS TO LNK-CNAB-QTDE.
           IF WS-ACEITOS = 0 AND LNK-CNAB-REJEITADOS = 0
               MOVE 04 TO LNK-CNAB-RC
           END-IF.

       LE-RETORNO-SEQ.
           READ ARQ-CNAB AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-CNAB NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE CNAB-LINHA TO CNAB-SEGMENTO-O.
           IF SO-TIPO NOT = "3" OR SO-SEGMENTO NOT = "O"
               EXIT PARAGRAPH
           END-IF.

           MOVE SO-SEU-NUMERO  TO WS-SEU-NUMERO.
           MOVE SO-DATA-PAG    TO WS-DATA-DMA.
           MOVE WS-DMA-DIA     TO WS-AMD-DIA.
           MOVE WS-DMA-MES     TO WS-AMD-MES.
           MOVE WS-DMA-ANO     TO WS-AMD-ANO.

           MOVE WS-SN-TITULAR  TO CRET-TITULAR.
           MOVE WS-SN-TIPO     TO CRET-TIPO.
           MOVE WS-SN-COMP-ANO TO CRET-COMP-ANO.
           MOVE WS-SN-COMP-MES TO CRET-COMP-MES.
           MOVE WS-SN-CODIGO   TO CRET-CODIGO.
           MOVE WS-SN-NSA      TO CRET-NSA.
           MOVE WS-DATA-AMD    TO CRET-DATA-PAG.
           MOVE SO-VALOR       TO CRET-VALOR.
           MOVE SO-OCORRENCIAS(1:2) TO CRET-OCORRENCIA.
           WRITE CRET-RECORD.

           MOVE SPACES TO REL-LINHA.
           MOVE WS-SN-TITULAR  TO REL-LINHA(1:3).
           MOVE WS-SN-COMP-MES TO REL-LINHA(6:2).
           MOVE "/"            TO REL-LINHA(8:1).
           MOVE WS-SN-COMP-ANO TO REL-LINHA(9:2).
           MOVE WS-SN-CODIGO   TO REL-LINHA(13:4).
           MOVE SO-DATA-PAG    TO REL-LINHA(19:8).
           MOVE SO-VALOR       TO WS-VALOR-MASK.
           MOVE WS-VALOR-MASK  TO REL-LINHA(29:12).
           MOVE SO-OCORRENCIAS(1:2) TO REL-LINHA(44:2).
           IF SO-OCORRENCIAS(1:2) = "00"
               MOVE "PAGO - BAIXA NO STK07" TO REL-LINHA(50:30)
               ADD 1 TO WS-ACEITOS
               ADD SO-VALOR TO LNK-CNAB-TOTAL
           ELSE
               MOVE "NAO PAGO - VOLTA A FICAR EM ABERTO"
                 TO REL-LINHA(50:40)
               ADD 1 TO LNK-CNAB-REJEITADOS
           END-IF.
           WRITE REL-LINHA.
