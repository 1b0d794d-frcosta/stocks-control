           COPY 'control_stk15'.                *> Caixa por conta
           COPY 'control_stk16'.                *> Historico de prejuizos
           COPY 'control_stk17'.                *> Renda fixa
           COPY 'control_stk34'.                *> Lotes de fundos
           COPY 'control_stk18'.                *> Patrimonio mensal
           COPY 'control_stk19'.                *> Cadastro de operadores
           COPY 'control_stk20'.                *> Contratos de BTC
           FILE STATUS IS WS-STATUS-CONTRIB.

           COPY 'control_stk24'.                *> Titulares (CPFs)
           COPY 'control_stk25'.                *> Dividendos retidos

           SELECT ARQ-STK25-TMP ASSIGN TO "divretido.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STK25-TMP.

           SELECT ARQ-IRRFDIV ASSIGN TO "irrfdiv.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IRRFDIV.

           COPY 'control_stk31'.                *> Contratos a termo

           SELECT ARQ-TRM-TMP ASSIGN TO "termo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRM-TMP.

           COPY 'control_stk36'.                *> Fracoes a leiloar

           SELECT ARQ-FRAC-TMP ASSIGN TO "fracoes.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRAC-TMP.

           COPY 'control_stk37'.                *> Eventos B3 a aprovar

           SELECT ARQ-EVB-TMP ASSIGN TO "eventosb3.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EVB-TMP.

           SELECT ARQ-EVB-REL ASSIGN TO "importevt.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EVB-REL.

           COPY 'control_stk38'.                *> Planos de aporte
           COPY 'control_stk39'.                *> Execucao dos aportes

           SELECT ARQ-APT-TMP ASSIGN TO "aportes.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-APT-TMP.

           SELECT ARQ-APT-REL ASSIGN TO "geraaportes.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-APT-REL.

           COPY 'control_stk48'.                *> Encargos recorrentes

           SELECT ARQ-ENC-TMP ASSIGN TO "encargos.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENC-TMP.

           SELECT ARQ-ENC-REL ASSIGN TO "encargos.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENC-REL.

           COPY 'control_stk49'.                *> Series de opcoes

           SELECT ARQ-SER-TMP ASSIGN TO "opcseries.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SER-TMP.

           COPY 'control_stk40'.                *> Lista restrita

           SELECT ARQ-RST-TMP ASSIGN TO "restritos.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RST-TMP.

           COPY 'control_stk41'.                *> Estrategias

           SELECT ARQ-EST-TMP ASSIGN TO "estrategias.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EST-TMP.

           COPY 'control_stk42'.                *> Alertas de preco

           SELECT ARQ-ALP-TMP ASSIGN TO "alertaspreco.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALP-TMP.

           COPY 'control_stk44'.                *> Banco por titular

           SELECT ARQ-BCO-TMP ASSIGN TO "bancotit.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BCO-TMP.

           SELECT ARQ-CNAB-SEL ASSIGN TO "cnabsel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CNAB-SEL.

           SELECT ARQ-CNAB-RET ASSIGN TO "cnabret.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CNAB-RET.

           SELECT ARQ-CNAB-PEND ASSIGN TO "cnabpend.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CNAB-PEND.

           SELECT ARQ-DACUM-TMP ASSIGN TO "darfacum.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DACUM-TMP.

           SELECT ARQ-TIT-TMP ASSIGN TO "titulares.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VISUAL.

           SELECT ARQ-RTX-CMP ASSIGN TO "retifica.cmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RTX-CMP.

           SELECT ARQ-SPOOL ASSIGN TO "consulta.rel"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SPOOL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXPS.

           SELECT ARQ-EMIT ASSIGN TO "emissor.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMIT.

           SELECT ARQ-EMIS ASSIGN TO "emissor.srt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMIS.

           SELECT ARQ-BACKUP ASSIGN TO WS-BACKUP-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BACKUP.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BACKUP-LOG.

           SELECT ARQ-INCR ASSIGN TO WS-INCR-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-INCR.

           COPY 'control_audult'.               *> Ultimo elo da trilha

           SELECT ARQ-FECHA-JNL ASSIGN TO "fechames.jnl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FECHA-JNL.
           COPY 'stk16'.
       FD STK17.
           COPY 'stk17'.
       FD STK34.
           COPY 'stk34'.
       FD STK18.
           COPY 'stk18'.
       FD STK19.
       01 CTIT-REG.
           05 CTIT-ACCOUNT           PIC X(10).
           05 CTIT-TITULAR           PIC X(03).
       FD STK25.
           COPY 'stk25'.
       FD ARQ-STK25-TMP.
       01 STK25-TMP-REG             PIC X(79).
       FD ARQ-IRRFDIV.
       01 IRRFDIV-LINHA             PIC X(132).
       FD STK31.
           COPY 'stk31'.
       FD ARQ-TRM-TMP.
       01 TRM-TMP-REG               PIC X(93).
       FD STK36.
           COPY 'stk36'.
       FD ARQ-FRAC-TMP.
       01 FRAC-TMP-REG              PIC X(75).
       FD STK37.
           COPY 'stk37'.
       FD ARQ-EVB-TMP.
       01 EVB-TMP-REG               PIC X(72).
       FD ARQ-EVB-REL.
       01 EVB-REL-LINHA             PIC X(132).
       FD STK38.
           COPY 'stk38'.
       FD STK39.
           COPY 'stk39'.
       FD ARQ-APT-TMP.
       01 APT-TMP-REG               PIC X(56).
       FD ARQ-APT-REL.
       01 APT-REL-LINHA             PIC X(132).
       FD STK48.
           COPY 'stk48'.
       FD ARQ-ENC-TMP.
       01 ENC-TMP-REG               PIC X(63).
       FD ARQ-ENC-REL.
       01 ENC-REL-LINHA             PIC X(132).
       FD STK49.
           COPY 'stk49'.
       FD ARQ-SER-TMP.
       01 SER-TMP-REG               PIC X(38).
       FD STK40.
           COPY 'stk40'.
       FD ARQ-RST-TMP.
       01 RST-TMP-REG               PIC X(69).
       FD STK41.
           COPY 'stk41'.
       FD ARQ-EST-TMP.
       01 EST-TMP-REG               PIC X(34).
       FD STK42.
           COPY 'stk42'.
       FD ARQ-ALP-TMP.
       01 ALP-TMP-REG               PIC X(50).
       FD STK44.
           COPY 'stk44'.
       FD ARQ-BCO-TMP.
       01 BCO-TMP-REG               PIC X(51).
       FD ARQ-CNAB-SEL.
           COPY 'cnabsel'.
       FD ARQ-CNAB-RET.
           COPY 'cnabret'.
      *    Remessas enviadas ao banco ainda sem retorno: a chave e o
      *    inicio do "seu numero" do segmento O (titular, tipo,
      *    competencia e codigo da receita).
       FD ARQ-CNAB-PEND.
       01 CPEND-REG.
           05 CPEND-CHAVE            PIC X(12).
           05 CPEND-NSA              PIC 9(06).
           05 CPEND-DATA             PIC 9(08).
       FD ARQ-DACUM-TMP.
       01 DACUM-TMP-REG             PIC X(16).
       FD ARQ-CTIT-TMP.
       01 CTIT-TMP-REG              PIC X(13).
       FD ARQ-STK04-TMP.
       01 VISUAL-LINHA              PIC X(132).
       FD ARQ-SPOOL.
       01 SPOOL-LINHA               PIC X(132).
       FD ARQ-RTX-CMP.
       01 RTX-CMP-REG.
           05 RTX-CMP-ANO            PIC 9(02).
           05 RTX-CMP-MES            PIC 9(02).
           05 RTX-CMP-FECHADA        PIC X(01).
           05 RTX-CMP-PAGA           PIC X(01).
           05 RTX-CMP-DIF-RESULT     PIC S9(07)V99.
           05 RTX-CMP-DIF-IMPOSTO    PIC S9(07)V99.
       FD ARQ-DARF-ACUM.
       01 DARF-ACUM-REG.
           05 DARF-ACUM-ANO          PIC 9(02).
           05 STK12A-ARQUIVO         PIC X(05).
           05 STK12A-ACAO            PIC X(03).
           05 STK12A-IMAGEM          PIC X(120).
           05 STK12A-SEQ             PIC 9(09).
           05 STK12A-HASH            PIC X(20).
       FD ARQ-AUD-TMP.
       01 AUD-TMP-REG               PIC X(177).
       FD STK15A.
       01 STK15A-REG.
           05 STK15A-ACCOUNT         PIC X(10).
           COPY 'expos'.
       FD ARQ-EXPS.
           COPY 'expos_s'.
       FD ARQ-EMIT.
           COPY 'emis'.
       FD ARQ-EMIS.
           COPY 'emis_s'.
       FD ARQ-BACKUP.
       01 BACKUP-LINE               PIC X(120).
       FD ARQ-LOCK.
       01 LOCK-REG.
           05 LOCK-OPERADOR          PIC X(08).
       FD ARQ-BACKUP-LOG.
       01 BACKUP-LOG-REG.
           05 BACKUP-LOG-SUFIXO      PIC X(06).
           05 BACKUP-LOG-TIPO        PIC X(01).
               88 BACKUP-LOG-INCREMENTAL VALUE "I".
           05 BACKUP-LOG-HORA        PIC X(06).
           05 BACKUP-LOG-SEQ-AUD     PIC X(09).
       FD ARQ-INCR.
       01 INCR-REG                  PIC X(177).
       FD ARQ-AUD-ULT.
           COPY 'audult'.
       FD ARQ-FECHA-JNL.
       01 FECHA-JNL-REG.
           05 FECHA-JNL-ETAPA        PIC X(08).
           05 LIM-TICKER-PCT         PIC 9(03).
           05 LIM-SETOR-PCT          PIC 9(03).
           05 LIM-TIPO-PCT           PIC 9(03).
           05 LIM-VOL-PCT            PIC 9(03).
           05 LIM-DD-PCT             PIC 9(03).
           05 LIM-VAR-PCT            PIC 9(02)V9.
       FD ARQ-REABRE-TMP.
       01 REABRE-TMP-REG            PIC X(132).
       FD ARQ-RECON-REL.
       77 WS-STATUS-STICK       PIC X(02).
       77 WS-STATUS-EXPT        PIC X(02).
       77 WS-STATUS-EXPS        PIC X(02).
       77 WS-STATUS-EMIT        PIC X(02).
       77 WS-STATUS-EMIS        PIC X(02).
       77 WS-SUBT-TICKER-ANT    PIC X(10).
       77 WS-SUBT-NET-ACUM      PIC S9(09)V99.
       77 WS-EXP-SETOR-ANT      PIC X(20).
           88 WS-PAG-DARF-FOUND VALUE "S".
       77 WS-PAG-VALOR          PIC 9(07)V99.
       77 WS-PAG-TITULAR        PIC X(03).
       77 WS-PAG-CODIGO         PIC X(04).
       77 WS-PAG-IMPOSTO-COM    PIC 9(07)V99.
       77 WS-PAG-IMPOSTO-DT     PIC 9(07)V99.
       77 WS-PAG-IMPOSTO-FII    PIC 9(07)V99.
           88 WS-CORP-FII-REND  VALUE "F".
           88 WS-CORP-AMORT     VALUE "M".
           88 WS-CORP-RENAME    VALUE "R".
           88 WS-CORP-LEILAO    VALUE "L".
       77 WS-CORP-FACTOR        PIC 9(04)V9999.
       77 WS-CORP-VALOR         PIC 9(09)V99.
       77 WS-CORP-QTY-AJUSTE    PIC S9(06).
       77 WS-CORP-QTY-DELTA     PIC S9(06).
       77 WS-CORP-LAST-PRICE    PIC 9(07)V99.
       77 WS-CORP-QTD           PIC 9(06)V9(06).
       77 WS-CORP-PRECO         PIC 9(07)V99.
       77 WS-CORP-NOVO-PM       PIC 9(07)V99.
       77 WS-CORP-POS-OK        PIC X(01).
      *    Fracoes de acoes (fracoes.dat): desdobramento, grupamento,
      *    bonificacao ou subscricao que nao resultam em numero
      *    inteiro deixam so a parte inteira na custodia e a fracao
      *    pendente na conta, com o custo que lhe cabe; o leilao de
      *    fracoes (tipo "L") credita o valor pago pela companhia e
      *    realiza o resultado contra esse custo.
       77 WS-FRAC-QTD-ANT       PIC S9(06).
       77 WS-FRAC-QTD-EXATA     PIC 9(07)V9(06).
       77 WS-FRAC-QTD-INT       PIC 9(06).
       77 WS-FRAC-FRACAO        PIC 9(03)V9(06).
       77 WS-FRAC-SALDO-ANT     PIC S9(07)V99.
       77 WS-FRAC-CUSTO         PIC S9(07)V99.
       77 WS-FRAC-CONTA         PIC X(10).
       77 WS-FRAC-FIM           PIC X(01).
       77 WS-FRAC-ACHADAS       PIC 9(03).
       77 WS-FRAC-BAIXADAS      PIC 9(03).
       77 WS-FRAC-QTD-TOT       PIC 9(05)V9(06).
       77 WS-FRAC-CUSTO-TOT     PIC 9(07)V99.
       77 WS-FRAC-VALOR-RATEIO  PIC 9(07)V99.
       77 WS-FRAC-VALOR-USADO   PIC 9(07)V99.
       77 WS-FRAC-RESULTADO     PIC S9(07)V99.
       77 WS-FRAC-DATA          PIC 9(08).
      *    Chave do lancamento ja montada por quem chama (aprovacao
      *    dos avisos da B3, uma bonificacao por conta no mesmo
      *    segundo); senao UPD-EVENTO-CORP monta pela hora.
       77 WS-CORP-CHAVE-INF     PIC X(01) VALUE "N".
      *    Avisos de eventos societarios da B3 (eventosb3.dat, do
      *    IMPORTEVT): decisao do supervisor e contas com posicao do
      *    ticker, para a bonificacao entrar conta a conta.
       77 WS-EVB-FIM            PIC X(01).
       77 WS-EVB-DECIDIDOS      PIC 9(04).
       77 WS-EVB-APLICADOS      PIC 9(04).
       77 WS-EVB-DESCARTADOS    PIC 9(04).
       77 WS-EVB-CONTAS         PIC 9(02).
       77 WS-EVB-IDX            PIC 9(02).
       77 WS-EVB-HOJE           PIC 9(08).
       77 WS-EVB-DESCR          PIC X(14).
       77 WS-EVB-SITUACAO       PIC X(11).
       77 WS-EVB-MOTIVO         PIC X(30).
       77 WS-EVB-FATOR-MASK     PIC ZZZ9,9999.
       77 WS-EVB-CUSTO-MASK     PIC Z.ZZZ.ZZ9,99.
       01 WS-EVB-DATA           PIC 9(08).
       01 WS-EVB-DATA-R REDEFINES WS-EVB-DATA.
           05 WS-EVB-D-SECULO   PIC 9(02).
           05 WS-EVB-D-ANO      PIC 9(02).
           05 WS-EVB-D-MES      PIC 9(02).
           05 WS-EVB-D-DIA      PIC 9(02).
       01 WS-EVB-TAB.
           05 WS-EVB-ENT OCCURS 50 TIMES.
               10 WS-EVB-CONTA  PIC X(10).
               10 WS-EVB-QTY    PIC S9(06).
      *    Aportes programados (aportes.dat): cadastro do plano por
      *    conta/ticker e geracao diaria das ordens de compra na fila
      *    de aprovacao, dimensionadas pela ultima cotacao de STK14.
      *    Plano vencido no mes e ainda nao gerado (ULT-COMP abaixo
      *    da competencia) entra no primeiro pregao a partir do dia
      *    do plano; dia alem do fim do mes vale o ultimo dia.
       77 WS-APT-CONTA          PIC X(10).
       77 WS-APT-TICKER         PIC X(10).
       77 WS-APT-VALOR          PIC 9(07)V99.
       77 WS-APT-DIA            PIC 9(02).
       77 WS-APT-DATA-FIM       PIC 9(08).
       77 WS-APT-FIM            PIC X(01).
       77 WS-APT-ACHOU          PIC X(01).
       77 WS-APT-INICIO-ANT     PIC 9(08).
       77 WS-APT-ULT-ANT        PIC 9(06).
       77 WS-APT-COMP           PIC 9(06).
       77 WS-APT-ULT-DIA        PIC 9(02).
       77 WS-APT-PROX-MES       PIC 9(08).
       77 WS-APT-PREVISTA       PIC 9(08).
       77 WS-APT-QTY            PIC 9(06).
       77 WS-APT-GERADAS        PIC 9(04).
       77 WS-APT-INSUF          PIC 9(04).
       77 WS-APT-SEM-COT        PIC 9(04).
       77 WS-APT-ANO            PIC 9(04).
       77 WS-APT-SITUACAO       PIC X(12).
       77 WS-APT-VALOR-MASK     PIC Z.ZZZ.ZZ9,99.
       77 WS-APT-QTD-MASK       PIC ZZZ.ZZ9.
       77 WS-APT-PRC-MASK       PIC Z.ZZZ.ZZ9,99.
       01 WS-APT-HOJE           PIC 9(08).
       01 WS-APT-HOJE-R REDEFINES WS-APT-HOJE.
           05 WS-APT-H-ANO      PIC 9(04).
           05 WS-APT-H-MES      PIC 9(02).
           05 WS-APT-H-DIA      PIC 9(02).
      *    Encargos recorrentes da conta (encargos.dat): tarifa de
      *    plataforma, custodia, sinal de cotacoes e afins, fora da
      *    corretagem por ordem de tarifas.dat. Frequencia mensal,
      *    trimestral, semestral ou anual, contada do mes de inicio;
      *    dia alem do fim do mes vale o ultimo dia. Cada vencimento
      *    vira um lancamento tipo "E" no caixa (STK15), com codigo e
      *    descricao do encargo no historico; ULT-COMP guarda a
      *    ultima competencia lancada.
       77 WS-ENC-CONTA          PIC X(10).
       77 WS-ENC-CODIGO         PIC X(04).
       77 WS-ENC-DESCRICAO      PIC X(15).
       77 WS-ENC-VALOR          PIC 9(07)V99.
       77 WS-ENC-FREQ           PIC X(01).
       77 WS-ENC-DIA            PIC 9(02).
       77 WS-ENC-DATA-INI       PIC 9(08).
       77 WS-ENC-DATA-FIM       PIC 9(08).
       77 WS-ENC-FIM            PIC X(01).
       77 WS-ENC-PARA           PIC X(01).
       77 WS-ENC-ACHOU          PIC X(01).
       77 WS-ENC-ULT-ANT        PIC 9(06).
       77 WS-ENC-PERIODO        PIC 9(02).
       77 WS-ENC-RESTO          PIC 9(02).
       77 WS-ENC-DIF-MESES      PIC 9(05).
       77 WS-ENC-PREVISTA       PIC 9(08).
       77 WS-ENC-PROX-MES       PIC 9(08).
       77 WS-ENC-ULT-DIA        PIC 9(02).
       77 WS-ENC-COMP-HOJE      PIC 9(06).
       77 WS-ENC-LANCADOS       PIC 9(04).
       77 WS-ENC-TOTAL          PIC 9(09)V99.
       77 WS-ENC-VALOR-MASK     PIC Z.ZZZ.ZZ9,99.
       77 WS-ENC-TOTAL-MASK     PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-ENC-HOJE           PIC 9(08).
       01 WS-ENC-COMP           PIC 9(06).
       01 WS-ENC-COMP-R REDEFINES WS-ENC-COMP.
           05 WS-ENC-C-ANO      PIC 9(04).
           05 WS-ENC-C-MES      PIC 9(02).
       01 WS-ENC-INICIO         PIC 9(08).
       01 WS-ENC-INICIO-R REDEFINES WS-ENC-INICIO.
           05 WS-ENC-I-ANO      PIC 9(04).
           05 WS-ENC-I-MES      PIC 9(02).
           05 WS-ENC-I-DIA      PIC 9(02).
      *    Series de opcoes (opcseries.dat): ativo-objeto, tipo
      *    (compra/venda), strike e vencimento de cada opcao do
      *    cadastro de ativos, que o STK09 nao guarda. Base do
      *    preco teorico e das gregas do OPCREL.
       77 WS-SER-TICKER         PIC X(10).
       77 WS-SER-OBJETO         PIC X(10).
       77 WS-SER-TIPO           PIC X(01).
       77 WS-SER-STRIKE         PIC 9(07)V99.
       77 WS-SER-FIM            PIC X(01).
       77 WS-SER-ACHOU          PIC X(01).
       77 WS-SER-STRIKE-MASK    PIC ZZZ.ZZ9,99.
       01 WS-SER-VENCIMENTO     PIC 9(08).
       01 WS-SER-VENCIMENTO-R REDEFINES WS-SER-VENCIMENTO.
           05 WS-SER-V-ANO      PIC 9(04).
           05 WS-SER-V-MES      PIC 9(02).
           05 WS-SER-V-DIA      PIC 9(02).
      *    Lista restrita (restritos.dat): janelas de vedacao por
      *    titular e ativo conferidas pelo CHKRESTR na digitacao, no
      *    lote e na aprovacao; a ordem atingida so passa com a
      *    liberacao de um supervisor (id, senha e justificativa),
      *    gravada em STK12 como acao "LIB" do arquivo STK40.
       77 WS-RST-OK             PIC X(01).
       77 WS-RST-SUPERV         PIC X(08).
       77 WS-RST-DIGITADOR      PIC X(08).
       77 WS-RST-SENHA          PIC X(08).
       77 WS-RST-JUSTIF         PIC X(60).
       77 WS-RST-FIM            PIC X(01).
       77 WS-RST-ACHOU          PIC X(01).
       77 WS-RST-SALVA          PIC 9(02).
       77 WS-RST-ANO            PIC 9(04).
       77 WS-RST-TITULAR        PIC X(03).
       77 WS-RST-TICKER         PIC X(10).
       77 WS-RST-INICIO         PIC 9(08).
       77 WS-RST-FIM-DATA       PIC 9(08).
       77 WS-RST-MOTIVO         PIC X(40).
       01 WS-RESTR-PARM.
           05 WS-RSP-CONTA      PIC X(10).
           05 WS-RSP-TICKER     PIC X(10).
           05 WS-RSP-DATA       PIC 9(08).
           05 WS-RSP-ACHOU      PIC X(01).
           05 WS-RSP-TITULAR    PIC X(03).
           05 WS-RSP-INICIO     PIC 9(08).
           05 WS-RSP-FIM        PIC 9(08).
           05 WS-RSP-MOTIVO     PIC X(40).
       01 WS-RST-IMAGEM.
           05 WS-RSI-TITULAR    PIC X(03).
           05 WS-RSI-TICKER     PIC X(10).
           05 WS-RSI-CONTA      PIC X(10).
           05 WS-RSI-DATA       PIC 9(08).
           05 WS-RSI-ORDER      PIC X(01).
           05 WS-RSI-QTY        PIC 9(06).
           05 WS-RSI-OPERADOR   PIC X(08).
           05 WS-RSI-JUSTIF     PIC X(60).
           05 FILLER            PIC X(14).
      *    Estrategia da ordem (estrategias.dat): codigo opcional de
      *    4 posicoes digitado com a ordem e levado a STK03, a fila
      *    de aprovacao (STK22) e a memoria de calculo da venda
      *    (STK13); em branco, ordem sem estrategia. O resultado por
      *    estrategia sai no relatorio ESTRREL.
       77 WS-ESTRATEGIA         PIC X(04).
       77 WS-EST-OK             PIC X(01).
       77 WS-EST-FIM            PIC X(01).
       77 WS-EST-ACHOU          PIC X(01).
       77 WS-EST-CODIGO         PIC X(04).
       77 WS-EST-DESCRICAO      PIC X(30).
       77 WS-EST-ANO            PIC 9(04).
      *    Alertas de preco (alertaspreco.dat): stop, alvo e stop
      *    movel (% abaixo do maior fechamento desde a definicao) por
      *    conta e ativo, conferidos pelo CHKALERTA depois de cada
      *    importacao de cotacoes e no painel de avisos da entrada.
      *    Cada nivel rompido sai com a posicao da conta (STK02) e o
      *    resultado e o DARF do mes se ela fosse vendida inteira na
      *    ultima cotacao, pela mesma conta do simulador de venda.
       77 WS-ALP-CONTA          PIC X(10).
       77 WS-ALP-TICKER         PIC X(10).
       77 WS-ALP-STOP           PIC 9(07)V99.
       77 WS-ALP-ALVO           PIC 9(07)V99.
       77 WS-ALP-MOVEL-PCT      PIC 9(02)V99.
       77 WS-ALP-INICIO         PIC 9(08).
       77 WS-ALP-FIM            PIC X(01).
       77 WS-ALP-ACHOU          PIC X(01).
       77 WS-ALP-IDX            PIC 9(03).
       77 WS-ALP-PRECO-MASK     PIC ZZZ.ZZ9,99.
       77 WS-ALP-QTD-MASK       PIC -ZZZ.ZZ9.
       01 WS-ALERTA-PARM.
           05 WS-ALP-TOTAL      PIC 9(03).
           05 WS-ALP-ITEM OCCURS 50 TIMES.
               10 WS-ALP-I-CONTA    PIC X(10).
               10 WS-ALP-I-TICKER   PIC X(10).
               10 WS-ALP-I-TIPO     PIC X(05).
               10 WS-ALP-I-NIVEL    PIC 9(07)V99.
               10 WS-ALP-I-ULTIMO   PIC 9(07)V99.
               10 WS-ALP-I-DATA     PIC 9(08).
               10 WS-ALP-I-MAXIMA   PIC 9(07)V99.
       01 WS-ALP-IMPACTO.
           05 WS-ALP-POS OCCURS 50 TIMES.
               10 WS-ALP-I-QTD      PIC S9(06).
               10 WS-ALP-I-RESULT   PIC S9(09)V99.
               10 WS-ALP-I-DARF     PIC 9(08)V99.
      *    Visao look-through da exposicao: o saldo de cada ETF com
      *    composicao importada (COMPETF) e espalhado pelos ativos da
      *    cesta, com o setor/tipo de cada um, e a concentracao por
      *    emissor (raiz do ticker, PETR3 e PETR4 = PETR) soma a
      *    posicao direta e a parcela via ETF.
       77 WS-ETF-TICKER         PIC X(10).
       77 WS-ETF-DATA           PIC 9(08).
      *    Correcao retroativa de taxas B3 (RETTAXA): ordens da conta
      *    no periodo recalculadas com as taxas corretas; as
      *    competencias fechadas atingidas voltam em retifica.cmp.
       01 WS-RETTAXA-PARM.
           05 WS-RTX-MODO       PIC X(01).
           05 WS-RTX-CONTA      PIC X(10).
           05 WS-RTX-TITULAR    PIC X(03).
           05 WS-RTX-OPERADOR   PIC X(08).
           05 WS-RTX-DATA-INI   PIC 9(06).
           05 WS-RTX-DATA-FIM   PIC 9(06).
           05 WS-RTX-APLICADAS.
               10 WS-RTX-A-TRF     PIC 9V9(8).
               10 WS-RTX-A-LIQ     PIC 9V9(8).
               10 WS-RTX-A-TTA     PIC 9V9(8).
               10 WS-RTX-A-OPC-TRF PIC 9V9(8).
               10 WS-RTX-A-OPC-LIQ PIC 9V9(8).
               10 WS-RTX-A-OPC-REG PIC 9V9(8).
           05 WS-RTX-CORRETAS.
               10 WS-RTX-C-TRF     PIC 9V9(8).
               10 WS-RTX-C-LIQ     PIC 9V9(8).
               10 WS-RTX-C-TTA     PIC 9V9(8).
               10 WS-RTX-C-OPC-TRF PIC 9V9(8).
               10 WS-RTX-C-OPC-LIQ PIC 9V9(8).
               10 WS-RTX-C-OPC-REG PIC 9V9(8).
           05 WS-RTX-RC         PIC 9(02).
           05 WS-RTX-ORDENS     PIC 9(05).
           05 WS-RTX-DIF-CUSTO  PIC S9(07)V99.
           05 WS-RTX-FECHADAS   PIC 9(03).
       77 WS-STATUS-RTX-CMP     PIC X(02).
       77 WS-RTX-REAB-ANO       PIC 9(02).
       77 WS-RTX-REAB-MES       PIC 9(02).
       77 WS-RTX-REAB-DIF       PIC S9(07)V99.
       77 WS-RTX-ULT-ANO        PIC 9(02).
       77 WS-RTX-ULT-MES        PIC 9(02).
       77 WS-RTX-ACERTOS        PIC 9(03).
       77 WS-EXP-LOOKTHRU       PIC X(01).
       77 WS-EXP-TICKER         PIC X(10).
       77 WS-EXP-PARCELA        PIC S9(09)V99.
       77 WS-EXP-RESTO          PIC S9(09)V99.
       77 WS-EXP-IDX            PIC 9(03).
       77 WS-EXP-TOTAL          PIC S9(11)V99.
       77 WS-EMI-ANT            PIC X(04).
       77 WS-EMI-DIRETO         PIC S9(09)V99.
       77 WS-EMI-VIA-ETF        PIC S9(09)V99.
       77 WS-EMI-PCT            PIC S9(03)V99.
       77 WS-EMI-PCT-MASK       PIC -ZZ9,99.
       01 WS-COMPETF-PARM.
           05 WS-CET-ETF        PIC X(10).
           05 WS-CET-DATA-REF   PIC 9(08).
           05 WS-CET-TOTAL      PIC 9(03).
           05 WS-CET-ITEM OCCURS 150 TIMES.
               10 WS-CET-TICKER     PIC X(10).
               10 WS-CET-FRACAO     PIC 9V9(06).
      *    Amortizacao de FII (tipo "M"): devolucao de capital por
      *    cota que reduz o preco medio da posicao; o que passar do
      *    custo remanescente e ganho tributavel da categoria FII.
      *    ticker novo no campo de conta (livre nesse tipo de
      *    evento) para a reaplicacao dos diarios.
       77 WS-CORP-NOVO-TICKER   PIC X(10).
       77 WS-CORP-IRRF-INF      PIC 9(09)V99.
       77 WS-REN-FIM            PIC X(01).
       77 WS-REN-IDX            PIC 9(02).
       77 WS-REN-TOTAL          PIC 9(02).
       77 WS-STATUS-STK15       PIC X(02).
       77 WS-STATUS-STK16       PIC X(02).
       77 WS-STATUS-STK17       PIC X(02).
       77 WS-STATUS-STK34       PIC X(02).
       77 WS-STATUS-STK18       PIC X(02).
       77 WS-STATUS-STK19       PIC X(02).
       77 WS-STATUS-STK21       PIC X(02).
       77 WS-STATUS-TIT-TMP     PIC X(02).
       77 WS-STATUS-CTIT        PIC X(02).
       77 WS-STATUS-CTIT-TMP    PIC X(02).
       77 WS-STATUS-STK25       PIC X(02).
       77 WS-STATUS-STK25-TMP   PIC X(02).
       77 WS-STATUS-IRRFDIV     PIC X(02).
       77 WS-STATUS-STK31       PIC X(02).
       77 WS-STATUS-TRM-TMP     PIC X(02).
       77 WS-STATUS-STK36       PIC X(02).
       77 WS-STATUS-FRAC-TMP    PIC X(02).
       77 WS-STATUS-STK37       PIC X(02).
       77 WS-STATUS-EVB-TMP     PIC X(02).
       77 WS-STATUS-EVB-REL     PIC X(02).
       77 WS-STATUS-STK38       PIC X(02).
       77 WS-STATUS-STK39       PIC X(02).
       77 WS-STATUS-APT-TMP     PIC X(02).
       77 WS-STATUS-APT-REL     PIC X(02).
       77 WS-STATUS-STK48       PIC X(02).
       77 WS-STATUS-ENC-TMP     PIC X(02).
       77 WS-STATUS-ENC-REL     PIC X(02).
       77 WS-STATUS-STK49       PIC X(02).
       77 WS-STATUS-SER-TMP     PIC X(02).
       77 WS-STATUS-STK40       PIC X(02).
       77 WS-STATUS-RST-TMP     PIC X(02).
       77 WS-STATUS-STK41       PIC X(02).
       77 WS-STATUS-EST-TMP     PIC X(02).
       77 WS-STATUS-STK42       PIC X(02).
       77 WS-STATUS-ALP-TMP     PIC X(02).
       77 WS-STATUS-STK44       PIC X(02).
       77 WS-STATUS-BCO-TMP     PIC X(02).
       77 WS-STATUS-CNAB-SEL    PIC X(02).
       77 WS-STATUS-CNAB-RET    PIC X(02).
       77 WS-STATUS-CNAB-PEND   PIC X(02).
       77 WS-STATUS-DACUM-TMP   PIC X(02).
       77 WS-STATUS-STK04-TMP   PIC X(02).
       77 WS-STATUS-TARIFAS     PIC X(02).
       77 WS-STATUS-RENAMES     PIC X(02).
       77 WS-EMD-ACHADO         PIC X(01).
       77 WS-EMD-TITULAR        PIC X(03).
       77 WS-EMD-FIM            PIC X(01).
       77 WS-EMD-CODIGO         PIC X(04).
       77 WS-CONTRIB-NOME       PIC X(40).
       77 WS-CONTRIB-CPF        PIC X(11).
       01 WS-DARFDOC-PARM.
           05 WS-DD-VENC-MES    PIC 9(02).
           05 WS-DD-VENC-ANO    PIC 9(02).
           05 WS-DD-ORIGEM      PIC X(30).
           05 WS-DD-SO-BARRAS   PIC X(01).
           05 WS-DD-BARRAS      PIC X(44).
      *    Pagamento de DARFs em lote pelo banco (CNABDARF, CNAB 240
      *    segmento O): dados bancarios do titular de bancotit.dat,
      *    DARFs em aberto do STK11 vencidos ate a data de pagamento
      *    e remessas sem retorno em cnabpend.dat.
       01 WS-CNABDARF-PARM.
           05 WS-CNB-MODO       PIC X(01).
           05 WS-CNB-TITULAR    PIC X(03).
           05 WS-CNB-NOME       PIC X(30).
           05 WS-CNB-CPF        PIC X(11).
           05 WS-CNB-BANCO      PIC 9(03).
           05 WS-CNB-AGENCIA    PIC 9(05).
           05 WS-CNB-AGENCIA-DV PIC X(01).
           05 WS-CNB-CONTA      PIC 9(12).
           05 WS-CNB-CONTA-DV   PIC X(01).
           05 WS-CNB-CONVENIO   PIC X(20).
           05 WS-CNB-NSA        PIC 9(06).
           05 WS-CNB-DATA-PAG   PIC 9(08).
           05 WS-CNB-DATA-PAG-R REDEFINES WS-CNB-DATA-PAG.
               10 WS-CNB-PAG-ANO PIC 9(04).
               10 WS-CNB-PAG-MES PIC 9(02).
               10 WS-CNB-PAG-DIA PIC 9(02).
           05 WS-CNB-ARQUIVO    PIC X(30).
           05 WS-CNB-RC         PIC 9(02).
           05 WS-CNB-QTDE       PIC 9(05).
           05 WS-CNB-TOTAL      PIC 9(09)V99.
           05 WS-CNB-REJEITADOS PIC 9(05).
       01 WS-CNB-DARFS.
           05 WS-CNB-ITENS      PIC 9(02).
           05 WS-CNB-ITEM OCCURS 30 TIMES.
               10 WS-CNB-I-MES      PIC 9(02).
               10 WS-CNB-I-ANO      PIC 9(02).
               10 WS-CNB-I-CODIGO   PIC X(04).
               10 WS-CNB-I-VALOR    PIC 9(07)V99.
               10 WS-CNB-I-VENC-DIA PIC 9(02).
               10 WS-CNB-I-VENC-MES PIC 9(02).
               10 WS-CNB-I-VENC-ANO PIC 9(02).
               10 WS-CNB-I-ORIGEM   PIC X(30).
       01 WS-CNB-PENDENTES.
           05 WS-CNB-PEND-TOTAL PIC 9(03).
           05 WS-CNB-PEND-REG   PIC X(26) OCCURS 200 TIMES.
       01 WS-CNB-CHAVE.
           05 WS-CNB-CH-TITULAR PIC X(03).
           05 WS-CNB-CH-TIPO    PIC X(01).
           05 WS-CNB-CH-ANO     PIC 9(02).
           05 WS-CNB-CH-MES     PIC 9(02).
           05 WS-CNB-CH-CODIGO  PIC X(04).
       01 WS-CNB-ACUM-COMPS.
           05 WS-CNB-ACUM-TOTAL PIC 9(02).
           05 WS-CNB-ACUM-ITEM OCCURS 24 TIMES.
               10 WS-CNB-ACUM-ANO   PIC 9(02).
               10 WS-CNB-ACUM-MES   PIC 9(02).
       77 WS-CNB-IDX            PIC 9(03).
       77 WS-CNB-IDX2           PIC 9(03).
       77 WS-CNB-FIM            PIC X(01).
       77 WS-CNB-PENDENTE       PIC X(01).
       77 WS-CNB-VENC-NUM       PIC 9(08).
       77 WS-CNB-SELECIONADOS   PIC 9(03).
       77 WS-CNB-BAIXADOS       PIC 9(03).
       77 WS-CNB-CNT-MASK       PIC ZZ9.
       77 WS-CNB-TIT-NOME       PIC X(03).
       77 WS-CNB-NSA-MASK       PIC 9(06).
       77 WS-STATUS-BENCH-TMP   PIC X(02).
       77 WS-BEN-INDICE         PIC X(04).
       77 WS-BEN-ANO            PIC 9(04).
               10 WS-LOT-QTY        PIC S9(06).
               10 WS-LOT-PRICE      PIC 9(07)V99.
               10 WS-LOT-ACCOUNT    PIC X(10).
               10 WS-LOT-ESTRATEGIA PIC X(04).
       77 WS-STATUS-SPOOL       PIC X(02).
      *    Visualizador de relatorios: as listagens longas gravam as
      *    linhas em consulta.rel e abrem o visualizador, que pagina
       77 WS-COB-PENHORADO      PIC S9(07).
       77 WS-COB-FIM            PIC X(01).
       77 WS-COB-TIPO-ATIVO     PIC X(01).
      *    Compra a termo (termo.dat): o contrato guarda o preco a
      *    termo ja com os juros embutidos e so vira compra em
      *    STK03/STK02 na liquidacao (no vencimento ou antecipada),
      *    com o preco a termo e os custos compondo o custo de
      *    aquisicao. Rolagem encerra o contrato (ou a parte rolada)
      *    sem entrega e abre outro, levando os custos ja pagos.
       77 WS-TRM-FUNC           PIC X(01).
       77 WS-TRM-ID             PIC 9(12).
       77 WS-TRM-QTY            PIC 9(06).
       77 WS-TRM-PRECO          PIC 9(07)V99.
       77 WS-TRM-CUSTOS         PIC 9(07)V99.
       77 WS-TRM-VENC           PIC 9(08).
       77 WS-TRM-DATA           PIC 9(08).
       77 WS-TRM-LIQ-DATA       PIC 9(08).
       77 WS-TRM-SITUACAO       PIC X(01).
       77 WS-TRM-ANTECIPADA     PIC X(01).
       77 WS-TRM-OK             PIC X(01).
       77 WS-TRM-FIM            PIC X(01).
       77 WS-TRM-PARTE          PIC 9(07)V99.
       77 WS-TRM-VALOR          PIC 9(09)V99.
       77 WS-TRM-C-ACCOUNT      PIC X(10).
       77 WS-TRM-C-TICKER       PIC X(10).
       77 WS-TRM-C-QTY          PIC 9(06).
       77 WS-TRM-C-PRECO        PIC 9(07)V99.
       77 WS-TRM-C-CUSTOS       PIC 9(07)V99.
       77 WS-TRM-C-DATA-CONTR   PIC 9(08).
       77 WS-TRM-C-VENC         PIC 9(08).
       77 WS-TRM-QTD-MASK       PIC ZZZ.ZZ9.
       77 WS-TRM-PRC-MASK       PIC Z.ZZZ.ZZ9,99.
       77 WS-TRM-VAL-MASK       PIC ZZZ.ZZZ.ZZ9,99.
      *    Venda a descoberto: so ate a quantidade tomada em BTC
      *    (contratos ativos da ponta tomadora do ticker/conta); o
      *    excedente da venda abre posicao negativa em STK02 ao
       77 WS-ARQANO-CORTE-CX    PIC 9(04).
       77 WS-ARQANO-MOVIDOS     PIC 9(05).
       77 WS-ARQANO-FIM         PIC X(01).
      *    Elo da trilha encadeada que atravessa a virada: sequencia
      *    e hash do ultimo registro que foi para o morto, repetidos
      *    no registro de transporte (TRA) que abre o vivo.
       77 WS-AUD-TRA-SEQ        PIC X(09).
       77 WS-AUD-TRA-HASH       PIC X(20).
       77 WS-VERIAUD-RC         PIC 9(02).
       77 WS-AUD-ANO-SCAN       PIC 9(02).
       77 WS-AUD-F-ANO          PIC 9(02).
       77 WS-CX-ANO-SCAN        PIC 9(02).
      *    destes campos, nao direto do operador da sessao.
       77 WS-ORDEM-OPERADOR     PIC X(08).
       77 WS-ORDEM-APROVADOR    PIC X(08).
      *    Chave da ordem ja montada por quem chama (geracao dos
      *    aportes programados, varias ordens no mesmo segundo);
      *    senao GRAVA-ORDEM-PENDENTE monta pela hora.
       77 WS-PEND-CHAVE-INF     PIC X(01) VALUE "N".
       77 WS-PEND-FIM           PIC X(01).
       77 WS-PEND-ACHOU         PIC X(01).
       77 WS-PEND-DECIDIDAS     PIC 9(04).
       77 WS-AGD-CONTAS         PIC 9(03).
       77 WS-AGD-VAL-MASK       PIC Z.ZZZ.ZZ9,99.
       77 WS-AGD-VACAO-MASK     PIC ZZZ9,9999.
       77 WS-AGD-IRRF-INF       PIC 9(09)V99.

      *    Retencao de 10% sobre dividendos (Lei 15.270/2025): a
      *    mesma fonte pagadora (CNPJ) pagando mais que o limite ao
      *    mesmo titular no mes sofre o imposto sobre o total do mes.
      *    O razao de dividendos (divretido.dat) guarda bruto e IRRF
      *    sem o teto de STK03-IRRF; a tabela pendente soma as contas
      *    de um mesmo evento da agenda antes da gravacao (previa do
      *    credito liquido).
       77 WS-DIV-LIMITE-MES     PIC 9(07)V99 VALUE 50000,00.
       77 WS-DIV-ALIQUOTA       PIC 9V99     VALUE 0,10.
       77 WS-DIV-CONTA          PIC X(10).
       77 WS-DIV-TICKER         PIC X(10).
       77 WS-DIV-COMP           PIC 9(06).
       77 WS-DIV-DATA           PIC 9(08).
       77 WS-DIV-TITULAR        PIC X(03).
       77 WS-DIV-CNPJ           PIC X(14).
       77 WS-DIV-BRUTO          PIC 9(09)V99.
       77 WS-DIV-IRRF           PIC 9(09)V99.
       77 WS-DIV-ANT-BRUTO      PIC 9(11)V99.
       77 WS-DIV-ANT-IRRF       PIC 9(11)V99.
       77 WS-DIV-DEVIDO         PIC S9(11)V99.
       77 WS-DIV-TOT-IRRF       PIC 9(09)V99.
       77 WS-DIV-IRRF-INF       PIC 9(09)V99.
       77 WS-DIV-DIVERGE        PIC X(01).
       77 WS-DIV-ACHOU          PIC X(01).
       77 WS-DIV-FIM            PIC X(01).
       77 WS-DIV-PEND-USA       PIC X(01).
       77 WS-DIV-PEND-TOTAL     PIC 9(02).
       77 WS-DIV-PEND-IDX       PIC 9(02).
       77 WS-DIV-CALC-MASK      PIC Z.ZZZ.ZZ9,99.
       77 WS-DIV-INF-MASK       PIC Z.ZZZ.ZZ9,99.
       77 WS-DIV-DIF-MASK       PIC -Z.ZZZ.ZZ9,99.
       77 WS-DIV-DIF            PIC S9(09)V99.
       01 WS-TAB-DIV-PEND.
           05 WS-DIV-PEND-ENT OCCURS 10 TIMES.
               10 WS-DIV-PEND-TIT   PIC X(03).
               10 WS-DIV-PEND-BRUTO PIC 9(11)V99.
               10 WS-DIV-PEND-IRRF  PIC 9(11)V99.

      *    Provento de BDR: fonte no exterior, sem retencao no Brasil
      *    (nem os 10% do dividendo nem os 15% do JCP); o imposto sai
      *    no carne-leao apurado pelo fechamento do mes.
       77 WS-BDR-TICKER         PIC X(10).
       77 WS-BDR-SW             PIC X(01).
           88 WS-TICKER-BDR                VALUE "S".
       77 WS-SENHA              PIC X(08).
       77 WS-PERFIL             PIC X(01).
       77 WS-LOGIN-OK           PIC X(01).
       77 WS-ALT-CAT            PIC X(01).
       77 WS-ALT-OPERADOR       PIC X(08).
       77 WS-ALT-APROVADOR      PIC X(08).
       77 WS-ALT-ESTRATEGIA     PIC X(04).
       77 WS-ALT-CAIXA-DELTA    PIC S9(08)V99.
      *    Janela de aviso de vencimento de DARF no painel de alertas
      *    da entrada, em dias.
       77 WS-ALR-DIAS-MASK      PIC -ZZZ9.
       77 WS-ALR-PAGO           PIC X(01).
       77 WS-ALR-TITULAR        PIC X(03).
       77 WS-ALR-CODIGO         PIC X(04).
       77 WS-ALR-TOTAL          PIC 9(02).
       77 WS-ALR-VALOR-MASK     PIC ZZZZZZ9,99.
       77 WS-ALR-IMPOSTO-TOT    PIC 9(08)V99.
       77 WS-RF-ACHADO          PIC X(01).
       77 WS-RF-VAL-MASK        PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-RF-IR-MASK         PIC ZZZ.ZZ9,99.
       77 WS-RF-TOLERANCIA      PIC 9(02)V99.
       77 WS-RF-QTD-MASK        PIC ZZZ9.
       77 WS-ANO-GANHO-RF       PIC S9(08)V99.
       77 WS-ANO-IR-RF          PIC 9(08)V99.
       77 WS-RF-ANO-ALVO        PIC 9(04).
      *    9(07)V99 - ativos acima de R$ 9.999,99 paravam de caber.
      *    STK02/STK05 sao reconstruidos por RECONSTROI/loadcustody,
      *    STK10 e STK14 por reimportacao, e stk13.dat e completado
      *    na subida por CONVERTE-STK13-ANTIGO); STK08 ganhou o
      *    ganho e o imposto de criptoativos, zerados nos antigos
      *    por CONVERTE-STK08-ANTIGO; STK34/STK35 sao os lotes e a
      *    serie de cotas dos fundos de investimento; STK36 as
      *    fracoes de acoes a leiloar; STK37 os avisos de eventos
      *    societarios da B3 a aprovar; STK38/STK39 os planos de
      *    aporte programado e a execucao deles mes a mes; STK40 a
      *    lista restrita por titular; STK41 a tabela de estrategias,
      *    cujo codigo STK03, STK13 e STK22 ganharam no fim do
      *    registro, em branco nos antigos (ordem sem estrategia);
      *    STK42 os niveis de stop/alvo por conta e ativo; STK43 a
      *    composicao dos ETFs por data de referencia; STK12 ganhou
      *    a sequencia e o hash encadeado, em branco nos registros
      *    antigos (anteriores ao inicio da cadeia); STK07 ganhou o
      *    codigo de receita do DARF pago, em branco nos antigos =
      *    6015 (so o ganho de renda variavel era acusado). E o
      *    gabarito conferido contra versoes.dat na subida.
       01 WS-VERSOES-VIGENTES.
           05 FILLER            PIC X(13) VALUE "STK01     001".
           05 FILLER            PIC X(13) VALUE "STK02     003".
           05 FILLER            PIC X(13) VALUE "STK03     005".
           05 FILLER            PIC X(13) VALUE "STK04     003".
           05 FILLER            PIC X(13) VALUE "STK05     003".
           05 FILLER            PIC X(13) VALUE "STK06     001".
           05 FILLER            PIC X(13) VALUE "STK07     004".
           05 FILLER            PIC X(13) VALUE "STK08     003".
           05 FILLER            PIC X(13) VALUE "STK09     001".
           05 FILLER            PIC X(13) VALUE "STK10     002".
           05 FILLER            PIC X(13) VALUE "STK11     003".
           05 FILLER            PIC X(13) VALUE "STK12     002".
           05 FILLER            PIC X(13) VALUE "STK13     003".
           05 FILLER            PIC X(13) VALUE "STK14     003".
           05 FILLER            PIC X(13) VALUE "STK15     001".
           05 FILLER            PIC X(13) VALUE "STK16     002".
           05 FILLER            PIC X(13) VALUE "STK19     001".
           05 FILLER            PIC X(13) VALUE "STK20     002".
           05 FILLER            PIC X(13) VALUE "STK21     001".
           05 FILLER            PIC X(13) VALUE "STK22     002".
           05 FILLER            PIC X(13) VALUE "STK23     001".
           05 FILLER            PIC X(13) VALUE "STK24     001".
           05 FILLER            PIC X(13) VALUE "STK25     001".
           05 FILLER            PIC X(13) VALUE "STK26     001".
           05 FILLER            PIC X(13) VALUE "STK27     001".
           05 FILLER            PIC X(13) VALUE "STK28     001".
           05 FILLER            PIC X(13) VALUE "STK29     001".
           05 FILLER            PIC X(13) VALUE "STK30     001".
           05 FILLER            PIC X(13) VALUE "STK31     001".
           05 FILLER            PIC X(13) VALUE "STK32     001".
           05 FILLER            PIC X(13) VALUE "STK33     001".
           05 FILLER            PIC X(13) VALUE "STK34     001".
           05 FILLER            PIC X(13) VALUE "STK35     001".
           05 FILLER            PIC X(13) VALUE "STK36     001".
           05 FILLER            PIC X(13) VALUE "STK37     001".
           05 FILLER            PIC X(13) VALUE "STK38     001".
           05 FILLER            PIC X(13) VALUE "STK39     001".
           05 FILLER            PIC X(13) VALUE "STK40     001".
           05 FILLER            PIC X(13) VALUE "STK41     001".
           05 FILLER            PIC X(13) VALUE "STK42     001".
           05 FILLER            PIC X(13) VALUE "STK43     001".
       01 WS-VERSOES-TAB REDEFINES WS-VERSOES-VIGENTES.
           05 WS-VER-ITEM OCCURS 43 TIMES.
               10 WS-VER-NOME   PIC X(10).
               10 WS-VER-NUM    PIC 9(03).
       77 WS-STATUS-LIMITES     PIC X(02).
       77 WS-LIM-TICKER-PCT     PIC 9(03).
       77 WS-LIM-SETOR-PCT      PIC 9(03).
       77 WS-LIM-TIPO-PCT       PIC 9(03).
      *    Limites de risco: volatilidade anualizada em 252 pregoes e
      *    drawdown maximo do ativo (%), conferidos na compra e no
      *    relatorio de risco (RISCOREL), e VaR de 1 dia da posicao em
      *    % da carteira do titular, so no relatorio.
       77 WS-LIM-VOL-PCT        PIC 9(03).
       77 WS-LIM-DD-PCT         PIC 9(03).
       77 WS-LIM-VAR-PCT        PIC 9(02)V9.
       77 WS-LIM-RISCO-MASK     PIC ZZ9,99.
       77 WS-LIM-OK             PIC X(01).
       77 WS-LIM-ORDEM-VAL      PIC 9(09)V99.
       77 WS-LIM-TOT-CART       PIC S9(11)V99.
       77 WS-TRF-QTY            PIC 9(06).
       77 WS-TRF-PM             PIC 9(07)V99.
       77 WS-TRF-POS-QTY        PIC S9(06).
      *    Tipo da transferencia: entre contas do mesmo titular, ou
      *    doacao/heranca para outro titular (DOACAO), com o valor
      *    declarado (zero = ao custo) que vira o custo do recebedor
      *    e a UF do ITCMD.
       77 WS-TRF-TIPO           PIC X(01).
           88 WS-TRF-CONTAS                VALUE "T".
           88 WS-TRF-DOACAO                VALUE "D".
           88 WS-TRF-HERANCA               VALUE "H".
       77 WS-TRF-VALOR          PIC 9(09)V99.
       77 WS-TRF-UF             PIC X(02).
       77 WS-TRF-PM-DEST        PIC 9(07)V99.
       77 WS-TRF-TIT-ORIG       PIC X(03).
       77 WS-TRF-TIT-DEST       PIC X(03).
       77 WS-TRF-VAL-MASK       PIC Z.ZZZ.ZZ9,99.
       01 WS-DOACAO-PARM.
           05 WS-DOA-MODO       PIC X(01).
           05 WS-DOA-DATA       PIC 9(08).
           05 WS-DOA-TIPO       PIC X(01).
           05 WS-DOA-TIT-ORIG   PIC X(03).
           05 WS-DOA-TIT-DEST   PIC X(03).
           05 WS-DOA-CONTA-ORIG PIC X(10).
           05 WS-DOA-CONTA-DEST PIC X(10).
           05 WS-DOA-TICKER     PIC X(10).
           05 WS-DOA-QTY        PIC 9(06).
           05 WS-DOA-PM         PIC 9(07)V99.
           05 WS-DOA-VALOR-DECL PIC 9(09)V99.
           05 WS-DOA-UF         PIC X(02).
           05 WS-DOA-OPERADOR   PIC X(08).
           05 WS-DOA-ANO        PIC 9(04).
           05 WS-DOA-CUSTO      PIC 9(09)V99.
           05 WS-DOA-GANHO      PIC 9(09)V99.
           05 WS-DOA-IMPOSTO    PIC 9(07)V99.
           05 WS-DOA-BASE-ITCMD PIC 9(09)V99.
           05 WS-DOA-DARF       PIC X(01).
           05 WS-DOA-RC         PIC 9(02).
       01 WS-ANON-PARM.
           05 WS-ANON-PASTA     PIC X(30).
           05 WS-ANON-ANO-INI   PIC 9(02).
           05 WS-ANON-GRUPOS.
               10 WS-ANON-GRUPO PIC X(01) OCCURS 7.
           05 WS-ANON-OPERADOR  PIC X(08).
           05 WS-ANON-ARQUIVOS  PIC 9(03).
           05 WS-ANON-REGISTROS PIC 9(07).
           05 WS-ANON-RC        PIC 9(02).
       77 WS-ANON-REG-MASK      PIC Z.ZZZ.ZZ9.
       01 WS-PROJPAT-PARM.
           05 WS-PRJ-TITULAR    PIC X(03).
           05 WS-PRJ-ALVO       PIC 9(11)V99.
           05 WS-PRJ-DATA-ALVO  PIC 9(06).
           05 WS-PRJ-APORTE     PIC 9(09)V99.
           05 WS-PRJ-CONSERV    PIC 9(02)V99.
           05 WS-PRJ-BASE       PIC 9(02)V99.
           05 WS-PRJ-OTIMISTA   PIC 9(02)V99.
           05 WS-PRJ-CDI-PCT    PIC 9(03)V99.
           05 WS-PRJ-INFLACAO   PIC 9(02)V99.
           05 WS-PRJ-RC         PIC 9(02).
       77 WS-STATUS-REABRE-TMP  PIC X(02).
       77 WS-REAB-ANO           PIC 9(02).
       77 WS-REAB-MES           PIC 9(02).
       77 WS-REAB-ACHADO        PIC X(01).
       77 WS-REAB-FEITO         PIC X(01).
       77 WS-REAB-ARQ-OK        PIC X(01).
       77 WS-REAB-STK16-OK      PIC X(01).
       77 WS-REAB-DIARIO-OK     PIC X(01).
       77 WS-REST-ACHADOS       PIC 9(02).
       77 WS-REST-LN            PIC 9(02).
       77 WS-BACKUP-JA-LISTADO  PIC X(01).
      *    Conjuntos completos levam em backups.log a hora e a ultima
      *    sequencia da trilha de auditoria ja contida neles; os
      *    incrementais (tipo I, sufixo do completo de base) guardam
      *    em stk12_<sufixo>_<hora>.inc a trilha gravada desde entao,
      *    e a recuperacao por data e hora (RECPIT) reaplica essa
      *    trilha sobre o completo restaurado.
       77 WS-STATUS-INCR        PIC X(02).
       77 WS-STATUS-AUD-ULT     PIC X(02).
       77 WS-INCR-NOME          PIC X(30).
       77 WS-INCR-BASE-SUF      PIC X(06).
       77 WS-INCR-BASE-SEQ      PIC X(09).
       77 WS-INCR-ULT-SEQ       PIC 9(09).
       77 WS-INCR-CNT           PIC 9(05).
       77 WS-INCR-CNT-MASK      PIC ZZZZ9.
       77 WS-INCR-ANO-SCAN      PIC 9(02).
       77 WS-INCR-RC            PIC 9(02).
       77 WS-BKP-SEQ-AUD        PIC 9(09).
       77 WS-PIT-ACHOU          PIC X(01).
       77 WS-PIT-HORA-BASE      PIC X(06).
       77 WS-PIT-ALVO-DATA      PIC 9(06).
       77 WS-PIT-ALVO-HHMM      PIC 9(04).
       77 WS-PIT-BASE-INST      PIC 9(12).
       77 WS-PIT-ALVO-INST      PIC 9(12).
       01 WS-RECPIT-PARM.
           05 WS-RPT-MODO       PIC X(01).
           05 WS-RPT-SUFIXO     PIC X(06).
           05 WS-RPT-SEQ-BASE   PIC 9(09).
           05 WS-RPT-INC-NOME   PIC X(30).
           05 WS-RPT-ALVO-DATA  PIC 9(06).
           05 WS-RPT-ALVO-HORA  PIC 9(06).
           05 WS-RPT-RC         PIC 9(02).
           05 WS-RPT-OPERACOES  PIC 9(05).
           05 WS-RPT-SEM-IMAGEM PIC 9(05).
           05 WS-RPT-MASSA      PIC X(01).
           05 WS-RPT-ATE-DATA   PIC 9(06).
           05 WS-RPT-ATE-HORA   PIC 9(06).
       77 WS-JNL-ETAPA          PIC X(08).
       77 WS-JNL-ARQUIVO        PIC X(30).
       77 WS-ARQ-FECHA-JNL      PIC X(20) VALUE "fechames.jnl".
       77 WS-BENS-ANO           PIC 9(04).
       77 WS-PROV-ANO           PIC 9(04).
       77 WS-RVAR-ANO           PIC 9(04).
       77 WS-IRPFM-ANO          PIC 9(04).
       77 WS-EXTAPUR-ANO        PIC 9(04).
       77 WS-RVAR-TITULAR       PIC X(03).
       77 WS-PRE-ANO            PIC 9(04).
       77 WS-PRE-TITULAR        PIC X(03).
       77 WS-PRE-RC             PIC 9(02).
       77 WS-PRE-DIVERG         PIC 9(05).
       77 WS-PRE-DIV-MASK       PIC ZZZZ9.
       77 WS-INF-ANO            PIC 9(04).
       77 WS-INF-RC             PIC 9(02).
       77 WS-INF-DIVERG         PIC 9(05).
       77 WS-INF-DIV-MASK       PIC ZZZZ9.
       77 WS-CONS-RC            PIC 9(02).
       77 WS-CUST-ANO           PIC 9(04).
       77 WS-HARV-ANO           PIC 9(04).
       77 WS-CUSTINI-FILTRO     PIC X(10).
           05 WS-RESULT-ETF     PIC S9(7)V99.
           05 WS-BASE-COM       PIC S9(7)V99.
      *    Bloco de chamada do modulo de fechamento (FECHAMES) e do
      *    calculo de valor atual de renda fixa (CALCRF) e de fundos
      *    de investimento (CALCFUND).
       01 WS-FECHA-PARM.
           05 WS-FP-FUNC        PIC X(01).
           05 WS-FP-TITULAR     PIC X(03).
           05 WS-FP-PREJ-COM    PIC 9(06)V99.
           05 WS-FP-PREJ-DT     PIC 9(06)V99.
           05 WS-FP-PREJ-FII    PIC 9(06)V99.
           05 WS-FP-RET-ANO     PIC 9(02).
           05 WS-FP-RET-MES     PIC 9(02).
           05 WS-FP-RET-DIF     PIC S9(07)V99.
      *    Totais de controle entre execucoes (CTLTOT): passo CTLTOT
      *    da cadeia em lote.
       01 WS-CTL-PARM.
           05 WS-CTL-FUNC       PIC X(01).
           05 WS-CTL-COMP-ANO   PIC 9(02).
           05 WS-CTL-COMP-MES   PIC 9(02).
           05 WS-CTL-ARQUIVO    PIC X(30).
           05 WS-CTL-DIVERG     PIC 9(05).
           05 WS-CTL-RC         PIC 9(02).
       01 WS-TD-PARM.
           05 WS-TD-CONTA       PIC X(10).
           05 WS-TD-TOLERANCIA  PIC 9(02)V99.
           05 WS-TD-LINHAS      PIC 9(04).
           05 WS-TD-PENDENCIAS  PIC 9(04).
           05 WS-TD-TAXA        PIC 9(07)V99.
           05 WS-TD-RC          PIC 9(02).
       01 WS-CALCRF-PARM.
           05 WS-CRF-TITULO         PIC X(20).
           05 WS-CRF-DATA-APLIC     PIC 9(08).
           05 WS-CRF-VALOR-ATUAL    PIC 9(09)V99.
           05 WS-CRF-IR-PROJ        PIC 9(07)V99.
           05 WS-CRF-LIQ-PROJ       PIC 9(09)V99.
       01 WS-CALCFUND-PARM.
           05 WS-CFD-FUNDO          PIC X(10).
           05 WS-CFD-CLASSE         PIC X(01).
           05 WS-CFD-DATA-APLIC     PIC 9(08).
           05 WS-CFD-DATA-ALVO      PIC 9(08).
           05 WS-CFD-COTAS          PIC 9(09)V9(06).
           05 WS-CFD-VALOR-APLIC    PIC 9(11)V99.
           05 WS-CFD-IR-COME        PIC 9(09)V99.
           05 WS-CFD-COTA           PIC 9(05)V9(08).
           05 WS-CFD-COTA-ACHADA    PIC X(01).
           05 WS-CFD-VALOR-ATUAL    PIC 9(11)V99.
           05 WS-CFD-IR-PROJ        PIC 9(09)V99.
           05 WS-CFD-LIQ-PROJ       PIC 9(11)V99.
       01 WS-CALCRISCO-PARM.
           05 WS-RSC-MODO           PIC X(01).
           05 WS-RSC-TICKER         PIC X(10).
           05 WS-RSC-PONTOS         PIC 9(03).
           05 WS-RSC-SERIE OCCURS 253 TIMES.
               10 WS-RSC-S-DATA     PIC 9(08).
               10 WS-RSC-S-VALOR    PIC 9(09)V9(04).
           05 WS-RSC-MESES          PIC 9(02).
           05 WS-RSC-MENSAL OCCURS 25 TIMES.
               10 WS-RSC-M-ANOMES   PIC 9(06).
               10 WS-RSC-M-VALOR    PIC 9(09)V9(04).
           05 WS-RSC-VOL63          PIC 9(03)V99.
           05 WS-RSC-VOL252         PIC 9(03)V99.
           05 WS-RSC-DD-PCT         PIC 9(03)V99.
           05 WS-RSC-DD-DATA        PIC 9(08).
           05 WS-RSC-VAR-PCT        PIC 9(03)V99.
           05 WS-RSC-BETA           PIC S9(03)V9999.
           05 WS-RSC-CORREL         PIC S9(01)V9999.
           05 WS-RSC-MESES-BETA     PIC 9(02).
       77 WS-SELECT-OPTION      PIC X.
       77 WS-SEL-MODULO         PIC X.
       77 WS-OPERATOR           PIC X(08).
       77 WS-SYSTEM-TIME        PIC 9(08).
       77 WS-DRAWLINE           PIC X(80) VALUE ALL "_".
          05 LINE 12 COL 45 VALUE "i) Evento corporativo (split/div)".
          05 LINE 13 COL 5 VALUE "f) Reconciliar custodia".
          05 LINE 13 COL 29 VALUE "J) Ativos em BTC".
          05 LINE 13 COL 45 VALUE "j) Backup completo/incremental".
          05 LINE 14 COL 5 VALUE "Imposto de renda" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 14 COL 22 VALUE "L) Anexo renda variavel".
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 19 COL 5 VALUE "6.Iniciar novo ano fiscal".
          05 LINE 19 COL 32 VALUE "I) Conversao".
          05 LINE 19 COL 45 VALUE "p) Restaurar/recuperar dados".
          05 LINE 20 COL 5 VALUE "7.Fechar ano fiscal".
          05 LINE 20 COL 25 VALUE "F) Previa apuracao".
          05 LINE 20 COL 45 VALUE "q) Consultar auditoria".

          05 LINE 23 COL 45 VALUE "u) Resultados realizados".
          05 LINE 23 COL 33 VALUE "Z) Tarifas".
          05 LINE 23 COL 24 VALUE "+) Mais".
          05 LINE 23 COL 5 VALUE "Selecione opcao"
                                  FOREGROUND-COLOR 3 HIGHLIGHT.
          05 LINE 23 COL 21 PIC X USING WS-SELECT-OPTION AUTO.
          05 LINE 24 COL 5 PIC X(76) FROM WS-BLANK UNDERLINE. 
 
      *    Menu complementar (opcao "+" do principal): os modulos
      *    que nao cabem mais nas teclas do menu principal.
       01 MENU-MODULOS-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
          05 LINE 1  COL 57 VALUE "MODULOS COMPLEMENTARES" UNDERLINE
                                                           HIGHLIGHT.
          05 LINE 3  COL 5 VALUE "Conciliacoes" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 4  COL 5 VALUE "a) Conciliar negocios B3 x ordens".
          05 LINE 6  COL 5 VALUE "Exterior" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 7  COL 5 VALUE "b) Ativos no exterior (USD)".
          05 LINE 8  COL 5 VALUE "c) Importar PTAX do Banco Central".
          05 LINE 10 COL 5 VALUE "Derivativos" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 11 COL 5 VALUE "d) Mercado futuro (WIN/WDO/IND/DOL)".
          05 LINE 13 COL 5 VALUE "Termo" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 14 COL 5 VALUE "e) Contratar / listar termo".
          05 LINE 15 COL 5 VALUE "f) Liquidar termo (vencimento ou ant
      -    "ecipada)".
          05 LINE 16 COL 5 VALUE "g) Rolar termo".
          05 LINE 18 COL 5 VALUE "Criptoativos" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 19 COL 5 VALUE "h) Compra, venda e posicao".
          05 LINE 21 COL 5 VALUE "Analises" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 22 COL 5 VALUE "s) Ciclos compra/venda".
          05 LINE 22 COL 29 VALUE "t) Risco".
          05 LINE 3  COL 45 VALUE "Fundos de investimento" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 4  COL 45 VALUE "i) Aplicar, resgatar, come-cotas".
          05 LINE 6  COL 45 VALUE "Eventos societarios B3" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 7  COL 45 VALUE "j) Importar avisos de eventos".
          05 LINE 8  COL 45 VALUE "k) Aprovar eventos importados".
          05 LINE 10 COL 45 VALUE "Aportes programados" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 11 COL 45 VALUE "l) Cadastrar planos de aporte".
          05 LINE 12 COL 45 VALUE "m) Gerar ordens dos aportes do dia".
          05 LINE 13 COL 45 VALUE "n) Relatorio meta x execucao".
          05 LINE 15 COL 45 VALUE "Lista restrita" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 16 COL 45 VALUE "o) Cadastrar periodos vedados".
          05 LINE 17 COL 45 VALUE "p) Ordens em periodo restrito".
          05 LINE 19 COL 45 VALUE "Estrategias" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 20 COL 45 VALUE "q) Cadastrar estrategias".
          05 LINE 21 COL 45 VALUE "r) Resultado por estrategia".
          05 LINE 23 COL 5 VALUE "Selecione opcao (ENTER retorna)"
                                  FOREGROUND-COLOR 3 HIGHLIGHT.
          05 LINE 23 COL 37 PIC X USING WS-SEL-MODULO AUTO.
          05 LINE 23 COL 45 VALUE "+) Mais modulos".
          05 LINE 24 COL 5 PIC X(76) FROM WS-BLANK UNDERLINE.

      *    Segunda pagina do menu complementar (opcao "+" dele): as
      *    letras continuam as da primeira, uma so lista de opcoes.
       01 MENU-MODULOS2-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
          05 LINE 1  COL 53 VALUE "MODULOS COMPLEMENTARES (2)" UNDERLINE
                                                           HIGHLIGHT.
          05 LINE 3  COL 5 VALUE "Alertas de preco" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 4  COL 5 VALUE "u) Cadastrar stop / alvo".
          05 LINE 5  COL 5 VALUE "v) Conferir niveis rompidos".
          05 LINE 7  COL 5 VALUE "Proventos" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 8  COL 5 VALUE "w) Projecao 12 meses".
          05 LINE 10 COL 5 VALUE "ETFs" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 11 COL 5 VALUE "x) Importar composicao (look-throug
      -    "h)".
          05 LINE 13 COL 5 VALUE "Custos" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 14 COL 5 VALUE "y) Correcao retroativa de taxas".
          05 LINE 16 COL 5 VALUE "Tributos" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 17 COL 5 VALUE "z) DARFs em lote no banco (CNAB 240)".
          05 LINE 3  COL 45 VALUE "IRPF" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 4  COL 45 VALUE "1) Conferir pre-preenchida".
          05 LINE 5  COL 45 VALUE "0) Conferir informes de rendimentos".
          05 LINE 6  COL 45 VALUE "Familia" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 7  COL 45 VALUE "2) Visao consolidada".
          05 LINE 8  COL 45 VALUE "3) Doacoes e herancas (ITCMD)".
          05 LINE 10 COL 45 VALUE "Suporte" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 11 COL 45 VALUE "4) Extrato anonimizado (LGPD)".
          05 LINE 13 COL 45 VALUE "Encargos da conta" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 14 COL 45 VALUE "5) Cadastrar encargos recorrentes".
          05 LINE 15 COL 45 VALUE "6) Lancar encargos vencidos".
          05 LINE 17 COL 45 VALUE "Opcoes" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 18 COL 45 VALUE "7) Cadastrar series (strike/venc.)".
          05 LINE 19 COL 45 VALUE "8) Preco teorico e gregas".
          05 LINE 19 COL 5 VALUE "Planejamento" UNDERLINE
                                  FOREGROUND-COLOR 1 HIGHLIGHT.
          05 LINE 20 COL 5 VALUE "9) Projecao de patrimonio (alvo)".
          05 LINE 21 COL 5 VALUE "P) Previdencia PGBL/VGBL".
          05 LINE 23 COL 5 VALUE "Selecione opcao (ENTER retorna)"
                                  FOREGROUND-COLOR 3 HIGHLIGHT.
          05 LINE 23 COL 37 PIC X USING WS-SEL-MODULO AUTO.
          05 LINE 24 COL 5 PIC X(76) FROM WS-BLANK UNDERLINE.

       01 LIST-CUSTODY.
           05 LINE 1  COL 1 FROM WS-DRAWLINE LOWLIGHT.
           05 LINE 1  COL 1 VALUE "Custody Report  ".
           05 LINE 22 COL 1 FROM WS-DRAWLINE LOWLIGHT.
           05 LINE 24 COL 1 FROM WS-DRAWLINE LOWLIGHT.

       01 EMISSOR-SCR.
           05 LINE 1  COL 1 FROM WS-DRAWLINE LOWLIGHT.
           05 LINE 1  COL 1 VALUE "Concentracao por Emissor (look-thro
      -    "ugh ETFs)".
           05 LINE 3  COL 1  VALUE "EMISSOR"   HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 17 VALUE "DIRETO"    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 32 VALUE "VIA ETF"   HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 50 VALUE "TOTAL"     HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 60 VALUE "% CART."   HIGHLIGHT UNDERLINE.
           05 LINE 22 COL 1 FROM WS-DRAWLINE LOWLIGHT.
           05 LINE 24 COL 1 FROM WS-DRAWLINE LOWLIGHT.

       01 RETIFICA-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 45 VALUE "CORRECAO RETROATIVA DE TAXAS B3"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Conta" HIGHLIGHT.
           05         COL 23 PIC X(10) USING WS-RTX-CONTA.
           05 LINE 4  COL 5  VALUE "Periodo (AAMMDD)" HIGHLIGHT.
           05         COL 23 PIC 9(06) USING WS-RTX-DATA-INI.
           05         COL 31 VALUE "a" HIGHLIGHT.
           05         COL 33 PIC 9(06) USING WS-RTX-DATA-FIM.
           05 LINE 6  COL 23 VALUE "Aplicada" UNDERLINE HIGHLIGHT.
           05         COL 37 VALUE "Correta" UNDERLINE HIGHLIGHT.
           05 LINE 7  COL 5  VALUE "Acao - negociacao" HIGHLIGHT.
           05         COL 23 PIC 9,99999999 USING WS-RTX-A-TRF.
           05         COL 37 PIC 9,99999999 USING WS-RTX-C-TRF.
           05 LINE 8  COL 5  VALUE "Acao - liquidacao" HIGHLIGHT.
           05         COL 23 PIC 9,99999999 USING WS-RTX-A-LIQ.
           05         COL 37 PIC 9,99999999 USING WS-RTX-C-LIQ.
           05 LINE 9  COL 5  VALUE "Acao - TTA" HIGHLIGHT.
           05         COL 23 PIC 9,99999999 USING WS-RTX-A-TTA.
           05         COL 37 PIC 9,99999999 USING WS-RTX-C-TTA.
           05 LINE 10 COL 5  VALUE "Opcao - negociacao" HIGHLIGHT.
           05         COL 23 PIC 9,99999999 USING WS-RTX-A-OPC-TRF.
           05         COL 37 PIC 9,99999999 USING WS-RTX-C-OPC-TRF.
           05 LINE 11 COL 5  VALUE "Opcao - liquidacao" HIGHLIGHT.
           05         COL 23 PIC 9,99999999 USING WS-RTX-A-OPC-LIQ.
           05         COL 37 PIC 9,99999999 USING WS-RTX-C-OPC-LIQ.
           05 LINE 12 COL 5  VALUE "Opcao - registro" HIGHLIGHT.
           05         COL 23 PIC 9,99999999 USING WS-RTX-A-OPC-REG.
           05         COL 37 PIC 9,99999999 USING WS-RTX-C-OPC-REG.
           05 LINE 14 COL 5  VALUE "Corretagem e impostos sobre ela nao
      -    " mudam; so as taxas da B3." LOWLIGHT.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 ETF-COMP-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 56 VALUE "COMPOSICAO DE ETF"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "ETF (vazio sai)" HIGHLIGHT.
           05         COL 36 PIC X(10) USING WS-ETF-TICKER.
           05 LINE 4  COL 5  VALUE "Data de referencia" HIGHLIGHT.
           05         COL 36 PIC 99 USING WS-DIA AUTO.
           05         COL PLUS 1 VALUE "/".
           05         COL PLUS 1 PIC 99 USING WS-MES AUTO.
           05         COL PLUS 1 VALUE "/".
           05         COL PLUS 1 PIC 99 USING WS-ANO AUTO.
           05 LINE 6  COL 5  VALUE "Arquivo etfcomp.csv - carteira teo
      -    "rica B3 ou cesta do emissor (TICKER;PESO%)".
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 CORP-ACTION-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 55 VALUE "EVENTOS CORPORATIVOS" HIGHLIGHT
           05         COL PLUS 1 PIC 99 USING WS-ANO AUTO.
           05         COL PLUS 2 VALUE "TICKER" HIGHLIGHT.
           05         COL PLUS 2 PIC X(10) USING WS-TICKER.
           05 LINE 4  COL 5  VALUE "Tipo S,D,B,I,J,F,M,[L]eilao,t[R]oca"
                                   HIGHLIGHT.
           05         COL 45 PIC X USING WS-CORP-TIPO AUTO.
           05 LINE 5  COL 5  VALUE "Fator (split, ex. 2,0000 = 1:2)"
                                   HIGHLIGHT.
           05         COL 45 PIC 9999,9999 USING WS-CORP-FACTOR AUTO.
           05 LINE 6  COL 5
                  VALUE "Valor (div/JCP/FII/leilao; amort/cota)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZZZZZ9,99 USING WS-CORP-VALOR.
           05 LINE 7  COL 5  VALUE "Qtde recebida (bonif/subscr)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZZ9,999999 USING WS-CORP-QTD.
           05 LINE 8  COL 5  VALUE "Custo unitario (bonif/subscr)"
                                   HIGHLIGHT.
           05         COL 42 PIC ZZZZZZ9,99 USING WS-CORP-PRECO.
           05 LINE 9  COL 5
                  VALUE "Conta (bonif/subscr/provento/leilao)"
                                   HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-ACCOUNT.
           05 LINE 10 COL 5  VALUE "Novo ticker (troca/incorporacao)"
                                   HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-CORP-NOVO-TICKER.
           05 LINE 11 COL 5  VALUE "IRRF retido no informe (div)"
                                   HIGHLIGHT.
           05         COL 42 PIC ZZZZZZ9,99 USING WS-CORP-IRRF-INF.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 LST-ORDERS-SCR.
           05         COL 24 PIC ZZZ9,99 USING WS-ALT-IRRF.
           05         COL 38 VALUE "Custos" HIGHLIGHT.
           05         COL 46 PIC ZZZZZZ9,99 USING WS-ALT-COST.
           05 LINE 9  COL 5 VALUE "Estrategia (vazio = sem)" HIGHLIGHT.
           05         COL 31 PIC X(04) USING WS-ALT-ESTRATEGIA.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 DEL-ORDER-SCR.
           05         COL 36 PIC X(10) USING WS-TRF-CONTA-ORIG.
           05 LINE 6  COL 5  VALUE "Conta de destino" HIGHLIGHT.
           05         COL 36 PIC X(10) USING WS-TRF-CONTA-DEST.
           05 LINE 7  COL 5  VALUE "Tipo (T=contas D=doacao H=heranca)"
                                   HIGHLIGHT.
           05         COL 41 PIC X USING WS-TRF-TIPO.
           05 LINE 8  COL 5  VALUE "Valor declarado (0 = ao custo)"
                                   HIGHLIGHT.
           05         COL 36 PIC ZZZZZZZZ9,99 USING WS-TRF-VALOR.
           05 LINE 9  COL 5  VALUE "UF do ITCMD" HIGHLIGHT.
           05         COL 36 PIC X(02) USING WS-TRF-UF.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 PATRIMONIO-SCR.
           05         COL 45 PIC 9(08) USING WS-RF-DATA-RESG.
           05 LINE 9  COL 5  VALUE "Valor bruto resgatado" HIGHLIGHT.
           05         COL 45 PIC ZZZZZZZZ9,99 USING WS-RF-BRUTO.
           05 LINE 10 COL 5  VALUE "Tolerancia de valor TD (%)"
                                   HIGHLIGHT.
           05         COL 45 PIC Z9,99 USING WS-RF-TOLERANCIA.
           05 LINE 12 COL 5  VALUE "[C]onciliar extrato do Tesouro Dir
      -    "eto (tesouro.csv)" HIGHLIGHT.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 AGENDA-SCR.
           05 LINE 6  COL 5  VALUE "Data pagamento (AAAAMMDD)"
                                   HIGHLIGHT.
           05         COL 40 PIC 9(08) USING WS-AGD-DATA-PAG.
           05 LINE 7  COL 5  VALUE "IRRF retido no informe (div)"
                                   HIGHLIGHT.
           05         COL 40 PIC ZZZZZZ9,99 USING WS-AGD-IRRF-INF.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 CAIXA-SCR.
           05 LINE 5  COL 5  VALUE "Maximo por tipo de ativo (%)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZ9 USING WS-LIM-TIPO-PCT.
           05 LINE 7  COL 5  VALUE "Volatilidade anual 252 pregoes (%)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZ9 USING WS-LIM-VOL-PCT.
           05 LINE 8  COL 5  VALUE "Drawdown maximo do ativo (%)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZ9 USING WS-LIM-DD-PCT.
           05 LINE 9  COL 5  VALUE "VaR 1 dia da posicao (% carteira)"
                                   HIGHLIGHT.
           05         COL 45 PIC Z9,9 USING WS-LIM-VAR-PCT.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 FERIADO-SCR.
           05         COL 30 PIC X(06) USING WS-RESTORE-SUFIXO.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 RECUPERA-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 47 VALUE "RECUPERACAO ATE DATA E HORA"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Conjunto completo (AAMMDD)"
                                    HIGHLIGHT.
           05         COL 33 PIC X(06) USING WS-RESTORE-SUFIXO.
           05         COL 42 VALUE "Ate (AAMMDD)" HIGHLIGHT.
           05         COL 55 PIC 9(06) USING WS-PIT-ALVO-DATA.
           05         COL 63 VALUE "HHMM" HIGHLIGHT.
           05         COL 68 PIC 9(04) USING WS-PIT-ALVO-HHMM.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 PROVENTOS-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 52 VALUE "RELATORIO DE PROVENTOS"
           05 LINE 9  COL 5  VALUE "Cadastro:" HIGHLIGHT.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 APORTE-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 61 VALUE "APORTES PROGRAMADOS"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Conta (vazio sai)" HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-APT-CONTA.
           05 LINE 4  COL 5  VALUE "Ticker (ETF ou FII)" HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-APT-TICKER.
           05 LINE 5  COL 5  VALUE "Valor mensal (zero = excluir plano
      -    ")" HIGHLIGHT.
           05         COL 45 PIC ZZZZZZ9,99 USING WS-APT-VALOR.
           05 LINE 6  COL 5  VALUE "Dia do mes (1 a 31)" HIGHLIGHT.
           05         COL 45 PIC Z9 USING WS-APT-DIA.
           05 LINE 7  COL 5  VALUE "Data final (AAAAMMDD, 0 = sem fim)"
                                   HIGHLIGHT.
           05         COL 45 PIC 9(08) USING WS-APT-DATA-FIM.
           05 LINE 9  COL 5  VALUE "Planos:" HIGHLIGHT.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 ENCARGO-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 57 VALUE "ENCARGOS RECORRENTES"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Conta (vazio sai)" HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-ENC-CONTA.
           05 LINE 4  COL 5  VALUE "Codigo do historico" HIGHLIGHT.
           05         COL 45 PIC X(04) USING WS-ENC-CODIGO.
           05 LINE 5  COL 5  VALUE "Descricao" HIGHLIGHT.
           05         COL 45 PIC X(15) USING WS-ENC-DESCRICAO.
           05 LINE 6  COL 5  VALUE "Valor (zero = excluir encargo)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZZZ9,99 USING WS-ENC-VALOR.
           05 LINE 7  COL 5  VALUE "[M]ensal [T]rimestral [S]emestral
      -    "[A]nual" HIGHLIGHT.
           05         COL 45 PIC X USING WS-ENC-FREQ.
           05 LINE 8  COL 5  VALUE "Dia do mes (1 a 31)" HIGHLIGHT.
           05         COL 45 PIC Z9 USING WS-ENC-DIA.
           05 LINE 9  COL 5  VALUE "Data inicial (AAAAMMDD, 0 = hoje)"
                                   HIGHLIGHT.
           05         COL 45 PIC 9(08) USING WS-ENC-DATA-INI.
           05 LINE 10 COL 5  VALUE "Data final (AAAAMMDD, 0 = sem fim)"
                                   HIGHLIGHT.
           05         COL 45 PIC 9(08) USING WS-ENC-DATA-FIM.
           05 LINE 12 COL 5  VALUE "Encargos:" HIGHLIGHT.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 SERIE-OPCAO-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 59 VALUE "SERIES DE OPCOES"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Opcao (vazio sai)" HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-SER-TICKER.
           05 LINE 4  COL 5  VALUE "Ativo-objeto" HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-SER-OBJETO.
           05 LINE 5  COL 5  VALUE "Tipo [C]ompra (call) [V]enda (put)"
                                   HIGHLIGHT.
           05         COL 45 PIC X USING WS-SER-TIPO.
           05 LINE 6  COL 5  VALUE "Strike (zero = excluir serie)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZZZ9,99 USING WS-SER-STRIKE.
           05 LINE 7  COL 5  VALUE "Vencimento (AAAAMMDD)" HIGHLIGHT.
           05         COL 45 PIC 9(08) USING WS-SER-VENCIMENTO.
           05 LINE 9  COL 5  VALUE "Series:" HIGHLIGHT.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 PROJPAT-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 59 VALUE "PROJECAO DE PATRIMONIO"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Titular (vazio = padrao)"
                                   HIGHLIGHT.
           05         COL 45 PIC X(03) USING WS-PRJ-TITULAR.
           05 LINE 4  COL 5  VALUE "Valor alvo (zero sai)" HIGHLIGHT.
           05         COL 45 PIC ZZZZZZZZZZ9,99 USING WS-PRJ-ALVO.
           05 LINE 5  COL 5  VALUE "Data alvo (AAAAMM)" HIGHLIGHT.
           05         COL 45 PIC 9(06) USING WS-PRJ-DATA-ALVO.
           05 LINE 6  COL 5  VALUE "Aporte mensal planejado" HIGHLIGHT.
           05         COL 45 PIC ZZZZZZZZ9,99 USING WS-PRJ-APORTE.
           05 LINE 8  COL 5  VALUE "Retorno real % a.a. - conservador"
                                   HIGHLIGHT.
           05         COL 45 PIC Z9,99 USING WS-PRJ-CONSERV.
           05 LINE 9  COL 5  VALUE "                   - base"
                                   HIGHLIGHT.
           05         COL 45 PIC Z9,99 USING WS-PRJ-BASE.
           05 LINE 10 COL 5  VALUE "                   - otimista"
                                   HIGHLIGHT.
           05         COL 45 PIC Z9,99 USING WS-PRJ-OTIMISTA.
           05 LINE 11 COL 5  VALUE "% do CDI (zero = sem cenario CDI)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZ9,99 USING WS-PRJ-CDI-PCT.
           05 LINE 12 COL 5  VALUE "Inflacao esperada % a.a."
                                   HIGHLIGHT.
           05         COL 45 PIC Z9,99 USING WS-PRJ-INFLACAO.
           05 LINE 14 COL 5  VALUE "Saldo de partida: ultima competenc
      -    "ia fechada (STK18)" LOWLIGHT.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 APORTE-REL-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 55 VALUE "APORTES - META X EXECUCAO"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Ano-calendario (AAAA)" HIGHLIGHT.
           05         COL 28 PIC 9(04) USING WS-APT-ANO.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 RESTRITO-LIB-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 54 VALUE "ATIVO EM LISTA RESTRITA"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Conta / titular" HIGHLIGHT.
           05         COL 30 PIC X(10) FROM WS-RSP-CONTA.
           05         COL 42 PIC X(03) FROM WS-RSP-TITULAR.
           05 LINE 4  COL 5  VALUE "Ativo / data da ordem" HIGHLIGHT.
           05         COL 30 PIC X(10) FROM WS-RSP-TICKER.
           05         COL 42 PIC 9(08) FROM WS-RSP-DATA.
           05 LINE 5  COL 5  VALUE "Periodo vedado" HIGHLIGHT.
           05         COL 30 PIC 9(08) FROM WS-RSP-INICIO.
           05         COL 40 VALUE "a".
           05         COL 42 PIC 9(08) FROM WS-RSP-FIM.
           05 LINE 6  COL 5  VALUE "Motivo" HIGHLIGHT.
           05         COL 30 PIC X(40) FROM WS-RSP-MOTIVO.
           05 LINE 9  COL 5  VALUE "Liberacao (vazio = ordem bloqueada
      -    ")" HIGHLIGHT.
           05 LINE 11 COL 5  VALUE "Supervisor" HIGHLIGHT.
           05         COL 30 PIC X(08) USING WS-RST-SUPERV.
           05 LINE 12 COL 5  VALUE "Senha" HIGHLIGHT.
           05         COL 30 PIC X(08) USING WS-RST-SENHA SECURE.
           05 LINE 13 COL 5  VALUE "Justificativa" HIGHLIGHT.
           05 LINE 14 COL 5  PIC X(60) USING WS-RST-JUSTIF.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 RESTRITO-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 66 VALUE "LISTA RESTRITA"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Titular (vazio = padrao)" HIGHLIGHT.
           05         COL 45 PIC X(03) USING WS-RST-TITULAR.
           05 LINE 4  COL 5  VALUE "Ticker ou raiz de 4 letras (vazio s
      -    "ai)" HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-RST-TICKER.
           05 LINE 5  COL 5  VALUE "Inicio (AAAAMMDD)" HIGHLIGHT.
           05         COL 45 PIC 9(08) USING WS-RST-INICIO.
           05 LINE 6  COL 5  VALUE "Fim (AAAAMMDD)" HIGHLIGHT.
           05         COL 45 PIC 9(08) USING WS-RST-FIM-DATA.
           05 LINE 7  COL 5  VALUE "Motivo (vazio = excluir)" HIGHLIGHT.
           05         COL 30 PIC X(40) USING WS-RST-MOTIVO.
           05 LINE 9  COL 5  VALUE "Restricoes:" HIGHLIGHT.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 RESTRITO-REL-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 50 VALUE "ORDENS EM PERIODO RESTRITO"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Ano-calendario (AAAA)" HIGHLIGHT.
           05         COL 28 PIC 9(04) USING WS-RST-ANO.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 ESTRATEGIA-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 69 VALUE "ESTRATEGIAS"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Codigo (vazio sai)" HIGHLIGHT.
           05         COL 30 PIC X(04) USING WS-EST-CODIGO.
           05 LINE 4  COL 5  VALUE "Descricao (vazio = excluir)"
                                   HIGHLIGHT.
           05         COL 34 PIC X(30) USING WS-EST-DESCRICAO.
           05 LINE 6  COL 5  VALUE "Estrategias:" HIGHLIGHT.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 ESTRATEGIA-REL-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 53 VALUE "RESULTADO POR ESTRATEGIA"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Ano-calendario (AAAA)" HIGHLIGHT.
           05         COL 28 PIC 9(04) USING WS-EST-ANO.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 POSDATA-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 50 VALUE "POSICAO EM DATA"
           05         COL 36 PIC 9(08) USING WS-POSD-DATA.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 CNAB-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 45 VALUE "PAGAMENTO DE DARFS EM LOTE - CNAB"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Titular (vazio = padrao)"
                                   HIGHLIGHT.
           05         COL 42 PIC X(03) USING WS-CNB-TITULAR.
           05 LINE 4  COL 5  VALUE "Data de pagamento (AAAAMMDD)"
                                   HIGHLIGHT.
           05         COL 42 PIC 9(08) USING WS-CNB-DATA-PAG.
           05 LINE 5  COL 5  VALUE "Entram os DARFs em aberto vencidos
      -    " ate a data de pagamento." LOWLIGHT.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 CNAB-BANCO-SCR.
           05 LINE 7  COL 5  VALUE "Banco (codigo Febraban)" HIGHLIGHT.
           05         COL 42 PIC 9(03) USING WS-CNB-BANCO.
           05 LINE 8  COL 5  VALUE "Agencia / DV" HIGHLIGHT.
           05         COL 42 PIC 9(05) USING WS-CNB-AGENCIA.
           05         COL 48 PIC X(01) USING WS-CNB-AGENCIA-DV.
           05 LINE 9  COL 5  VALUE "Conta corrente / DV" HIGHLIGHT.
           05         COL 42 PIC 9(12) USING WS-CNB-CONTA.
           05         COL 55 PIC X(01) USING WS-CNB-CONTA-DV.
           05 LINE 10 COL 5  VALUE "Convenio de pagamentos" HIGHLIGHT.
           05         COL 42 PIC X(20) USING WS-CNB-CONVENIO.

       01 CNAB-RET-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 46 VALUE "RETORNO DO BANCO - DARFS EM LOTE"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Arquivo de retorno" HIGHLIGHT.
           05         COL 25 PIC X(30) USING WS-CNB-ARQUIVO.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 EMITE-DARF-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 52 VALUE "EMISSAO DE DARF"
           05 LINE 6  COL 5  VALUE "Titular (vazio = padrao)"
                                   HIGHLIGHT.
           05         COL 42 PIC X(03) USING WS-EMD-TITULAR.
           05 LINE 7  COL 5  VALUE "Codigo da receita (vazio = 6015)"
                                   HIGHLIGHT.
           05         COL 42 PIC X(04) USING WS-EMD-CODIGO.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 CONTRIB-SCR.
           05         COL 40 PIC ZZZZZZ9,99 USING WS-SIM-PRECO.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 ALERTA-PRECO-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 64 VALUE "ALERTAS DE PRECO"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Conta" HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-ALP-CONTA.
           05 LINE 4  COL 5  VALUE "Ticker (vazio sai)" HIGHLIGHT.
           05         COL 45 PIC X(10) USING WS-ALP-TICKER.
           05 LINE 5  COL 5  VALUE "Stop (0 = sem)" HIGHLIGHT.
           05         COL 45 PIC ZZZZZZ9,99 USING WS-ALP-STOP.
           05 LINE 6  COL 5  VALUE "Alvo (0 = sem)" HIGHLIGHT.
           05         COL 45 PIC ZZZZZZ9,99 USING WS-ALP-ALVO.
           05 LINE 7  COL 5  VALUE "Stop movel % do maior fechamento"
                                    HIGHLIGHT.
           05         COL 45 PIC Z9,99 USING WS-ALP-MOVEL-PCT.
           05 LINE 8  COL 5  VALUE "(tudo zero = excluir)".
           05 LINE 10 COL 5  VALUE "Niveis cadastrados:" HIGHLIGHT.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 LOTE-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 50 VALUE "LANCAMENTO EM LOTE"
           05         COL PLUS 2 PIC ZZZZZZ9,99 USING WS-PRICE.
           05 LINE 4  COL 5 VALUE "CONTA" HIGHLIGHT.
           05         COL 12 PIC X(10) USING WS-ACCOUNT.
           05         COL 24 VALUE "ESTR" HIGHLIGHT.
           05         COL 29 PIC X(04) USING WS-ESTRATEGIA.
           05 LINE 4  COL 36 VALUE "(ativo vazio = encerra digitacao)".
           05 LINE 6  COL  5 VALUE "SEQ"    HIGHLIGHT UNDERLINE.
           05         COL 10 VALUE "DATA"   HIGHLIGHT UNDERLINE.
           05         COL 18 VALUE "OP"     HIGHLIGHT UNDERLINE.
           05         COL 33 VALUE "QTD"    HIGHLIGHT UNDERLINE.
           05         COL 44 VALUE "PRECO"  HIGHLIGHT UNDERLINE.
           05         COL 54 VALUE "CONTA"  HIGHLIGHT UNDERLINE.
           05         COL 64 VALUE "ESTR"   HIGHLIGHT UNDERLINE.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 VISUAL-ARQ-SCR.
           05         COL 45 PIC ZZZZZZZZ9,99 USING WS-GAR-VALOR.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 TERMO-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 63 VALUE "CONTRATOS A TERMO"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5 PIC 99 USING WS-DIA AUTO.
           05         COL PLUS 1 VALUE "/".
           05         COL PLUS 1 PIC 99 USING WS-MES AUTO.
           05         COL PLUS 1 VALUE "/".
           05         COL PLUS 1 PIC 99 USING WS-ANO AUTO.
           05         COL PLUS 2 VALUE "TICKER" HIGHLIGHT.
           05         COL PLUS 2 PIC X(10) USING WS-TICKER.
           05         COL PLUS 2 VALUE "CONTA" HIGHLIGHT.
           05         COL PLUS 2 PIC X(10) USING WS-ACCOUNT.
           05 LINE 4  COL 5  VALUE "Funcao [C]ontratar [L]istar em abe
      -    "rto" HIGHLIGHT.
           05         COL 45 PIC X USING WS-TRM-FUNC AUTO.
           05 LINE 5  COL 5  VALUE "Quantidade" HIGHLIGHT.
           05         COL 45 PIC ZZZZZ9 USING WS-TRM-QTY.
           05 LINE 6  COL 5  VALUE "Preco a termo (com juros)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZZZ9,99 USING WS-TRM-PRECO.
           05 LINE 7  COL 5  VALUE "Custos da operacao" HIGHLIGHT.
           05         COL 45 PIC ZZZZZZ9,99 USING WS-TRM-CUSTOS.
           05 LINE 8  COL 5  VALUE "Vencimento (AAAAMMDD)" HIGHLIGHT.
           05         COL 45 PIC 9(08) USING WS-TRM-VENC.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 TERMO-LIQ-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 61 VALUE "LIQUIDACAO DE TERMO"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5 PIC 99 USING WS-DIA AUTO.
           05         COL PLUS 1 VALUE "/".
           05         COL PLUS 1 PIC 99 USING WS-MES AUTO.
           05         COL PLUS 1 VALUE "/".
           05         COL PLUS 1 PIC 99 USING WS-ANO AUTO.
           05         COL PLUS 2 VALUE "Data da liquidacao (antes do ve
      -    "ncimento = antecipada)" HIGHLIGHT.
           05 LINE 4  COL 5  VALUE "Contrato (vazio sai)" HIGHLIGHT.
           05         COL 45 PIC 9(12) USING WS-TRM-ID.
           05 LINE 5  COL 5  VALUE "Quantidade (zero = total)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZZ9 USING WS-TRM-QTY.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 TERMO-ROLA-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 64 VALUE "ROLAGEM DE TERMO"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5 PIC 99 USING WS-DIA AUTO.
           05         COL PLUS 1 VALUE "/".
           05         COL PLUS 1 PIC 99 USING WS-MES AUTO.
           05         COL PLUS 1 VALUE "/".
           05         COL PLUS 1 PIC 99 USING WS-ANO AUTO.
           05         COL PLUS 2 VALUE "Data da rolagem" HIGHLIGHT.
           05 LINE 4  COL 5  VALUE "Contrato (vazio sai)" HIGHLIGHT.
           05         COL 45 PIC 9(12) USING WS-TRM-ID.
           05 LINE 5  COL 5  VALUE "Quantidade (zero = total)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZZ9 USING WS-TRM-QTY.
           05 LINE 6  COL 5  VALUE "Novo preco a termo (com juros)"
                                   HIGHLIGHT.
           05         COL 45 PIC ZZZZZZ9,99 USING WS-TRM-PRECO.
           05 LINE 7  COL 5  VALUE "Novo vencimento (AAAAMMDD)"
                                   HIGHLIGHT.
           05         COL 45 PIC 9(08) USING WS-TRM-VENC.
           05 LINE 8  COL 5  VALUE "Custos da rolagem" HIGHLIGHT.
           05         COL 45 PIC ZZZZZZ9,99 USING WS-TRM-CUSTOS.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 METAS-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 52 VALUE "METAS DE ALOCACAO"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Classe [S]etor [T]ipo [R]elat [L]o
      -    "ok-through" HIGHLIGHT.
           05         COL 52 PIC X USING WS-META-CLASSE AUTO.
           05         COL 54 VALUE "(vazio sai)".
           05 LINE 4  COL 5  VALUE "Setor ou tipo (A,F,O,E,R)"
                                   HIGHLIGHT.
           05         COL 36 PIC X(20) USING WS-META-CHAVE.
           05         COL 28 PIC 9(04) USING WS-CUST-ANO.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 DOACOES-ANO-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 45 VALUE "DOACOES E HERANCAS - ITCMD"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Ano-calendario (AAAA)" HIGHLIGHT.
           05         COL 28 PIC 9(04) USING WS-DOA-ANO.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 ANONIMIZA-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 44 VALUE "EXTRATO ANONIMIZADO (LGPD)"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Pasta de destino" HIGHLIGHT.
           05         COL 28 PIC X(30) USING WS-ANON-PASTA.
           05 LINE 4  COL 5  VALUE "Arquivos mortos desde (AA)"
                                   HIGHLIGHT.
           05         COL 33 PIC 9(02) USING WS-ANON-ANO-INI.
           05 LINE 6  COL 5  VALUE "Grupos a copiar (S/N)" HIGHLIGHT.
           05 LINE 7  COL 5  VALUE "Cadastros e titulares".
           05         COL 45 PIC X(01) USING WS-ANON-GRUPO (1).
           05 LINE 8  COL 5  VALUE "Custodia, ordens e diario".
           05         COL 45 PIC X(01) USING WS-ANON-GRUPO (2).
           05 LINE 9  COL 5  VALUE "Caixa e patrimonio".
           05         COL 45 PIC X(01) USING WS-ANON-GRUPO (3).
           05 LINE 10 COL 5  VALUE "Apuracao e tributos".
           05         COL 45 PIC X(01) USING WS-ANON-GRUPO (4).
           05 LINE 11 COL 5  VALUE "Trilha de auditoria".
           05         COL 45 PIC X(01) USING WS-ANON-GRUPO (5).
           05 LINE 12 COL 5  VALUE "Outros mercados".
           05         COL 45 PIC X(01) USING WS-ANON-GRUPO (6).
           05 LINE 13 COL 5  VALUE "Tabelas (cotacoes, ativos)".
           05         COL 45 PIC X(01) USING WS-ANON-GRUPO (7).
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 RENDAVAR-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 48 VALUE "RENDA VARIAVEL - ANEXO IRPF"
           05         COL 31 PIC X(03) USING WS-RVAR-TITULAR.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 PREPREEN-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 41 VALUE "DECLARACAO PRE-PREENCHIDA X SISTEMA"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Ano-calendario (AAAA)" HIGHLIGHT.
           05         COL 31 PIC 9(04) USING WS-PRE-ANO.
           05 LINE 4  COL 5  VALUE "Titular (vazio = padrao)"
                                   HIGHLIGHT.
           05         COL 31 PIC X(03) USING WS-PRE-TITULAR.
           05 LINE 6  COL 5  VALUE "Exportacao da Receita em prepreenchi
      -    "da.csv" LOWLIGHT.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 INFORMES-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 40 VALUE "INFORMES DE RENDIMENTOS X PROVENTOS"
                                    HIGHLIGHT UNDERLINE.
           05 LINE 3  COL 5  VALUE "Ano-calendario (AAAA)" HIGHLIGHT.
           05         COL 31 PIC 9(04) USING WS-INF-ANO.
           05 LINE 5  COL 5  VALUE "Informes das fontes em informes.csv 
      -    "(CPF;CNPJ;TIPO;BRUTO;IRRF;NOME)" LOWLIGHT.
           05 LINE 6  COL 5  VALUE "TIPO: DIV, JCP ou FII - CPF indica o
      -    " titular" LOWLIGHT.
           05 LINE 24 COL  5 PIC X(76) FROM WS-BLANK       UNDERLINE.

       01 PAGAMENTO-SCR.
           05 LINE 1  COL 5 PIC X(76) FROM WS-BLANK HIGHLIGHT UNDERLINE.
           05 LINE 1  COL 52 VALUE "ACUSAR PAGAMENTO DO IMPOSTO"
           05         COL 31 PIC 9(02) USING WS-PAG-ANO.
           05         COL 35 VALUE "Titular" HIGHLIGHT.
           05         COL 43 PIC X(03) USING WS-PAG-TITULAR.
           05         COL 48 VALUE "Codigo" HIGHLIGHT.
           05         COL 55 PIC X(04) USING WS-PAG-CODIGO.
           05 LINE 4  COL 5  VALUE "Data pagamento   /  /  " HIGHLIGHT.
           05         COL 22 PIC 99 USING WS-PAG-PDIA AUTO.
           05         COL 25 PIC 99 USING WS-PAG-PMES AUTO.
           05 LINE 4  COL 5  VALUE "Nome"   HIGHLIGHT.
           05         COL 13 PIC X(30) USING WS-ATIVO-NOME.
           05 LINE 5  COL 5  VALUE "Tipo [A]cao [F]II [O]pcao [E]TF [R
      -    "]enda fixa [B]DR" HIGHLIGHT.
           05         COL 57 PIC X      USING WS-ATIVO-TIPO.
           05 LINE 6  COL 5  VALUE "CNPJ"   HIGHLIGHT.
           05         COL 13 PIC X(14) USING WS-ATIVO-CNPJ.
           05 LINE 7  COL 5  VALUE "Setor"  HIGHLIGHT.
           05         COL PLUS 2 PIC X USING WS-DT AUTO.
           05 LINE 4  COL  5 VALUE "CONTA" HIGHLIGHT.
           05         COL PLUS 2 PIC X(10) USING WS-ACCOUNT.
           05         COL PLUS 2 VALUE "ESTRATEGIA" HIGHLIGHT.
           05         COL PLUS 2 PIC X(04) USING WS-ESTRATEGIA.
           05 LINE 5  COL  5 VALUE "Corretagem HB    ".
           05         COL 29 PIC ZZ,ZZ USING WS-HB-COST HIGHLIGHT.
           05 LINE 6  COL  5 VALUE "Corretagem Mesa  ".
                      END-IF
                      MOVE SPACE TO WS-SELECT-OPTION
                  WHEN 'j'
                      CALL 'showmsg' USING
                           "Backup incremental (so a trilha)?",
                           MSGYESNO, MSGDELAY, WS-QUESTION
                      IF WS-QUESTION = "S"
                          PERFORM BACKUP-INCREMENTAL
                      ELSE
                          PERFORM BACKUP-DADOS
                      END-IF
                      MOVE SPACE TO WS-SELECT-OPTION
                  WHEN 'k'
                      PERFORM EXPORTA-REGISTROS
                  WHEN 'p'
                      PERFORM AUTORIZA-SUPERVISOR
                      IF WS-AUTORIZADO = "S"
                          CALL 'showmsg' USING
                               "Recuperar ate data/hora pela trilha?",
                               MSGYESNO, MSGDELAY, WS-QUESTION
                          IF WS-QUESTION = "S"
                              PERFORM RECUPERA-PONTO-TEMPO
                          ELSE
                              PERFORM RESTAURA-DADOS
                          END-IF
                      END-IF
                      MOVE SPACE TO WS-SELECT-OPTION
                  WHEN 'q'
                          PERFORM MANTEM-TARIFAS
                      END-IF
                      MOVE SPACE TO WS-SELECT-OPTION
                  WHEN '+'
                      PERFORM MENU-MODULOS
                      MOVE SPACE TO WS-SELECT-OPTION
              END-EVALUATE
           END-PERFORM
           GO TO ENDPROGRAM.
                    AND WS-ATIVO-TIPO NOT = "O"
                    AND WS-ATIVO-TIPO NOT = "E"
                    AND WS-ATIVO-TIPO NOT = "R"
                    AND WS-ATIVO-TIPO NOT = "B"
                     CALL 'showmsg' USING
                          "Tipo deve ser A, F, O, E, R ou B",
                          MSGALERT, MSGDELAY
                 ELSE
                     MOVE WS-ATIVO-TICKER TO WFS-STK09-TICKER
      **** setor e tipo, cruzando com o cadastro de ativos (STK09):
      **** extrai uma linha por posicao para exposicao.tmp, SORTEXP
      **** ordena por setor/tipo e o total sai por quebra sequencial,
      **** sem tabela em memoria com teto fixo. Na visao look-through
      **** o ETF com composicao importada entra pelos ativos da cesta
      **** e, em seguida, a concentracao por emissor (SORTEMI) soma
      **** posicao direta e parcela via ETF.
           OPEN INPUT STK02.
           IF WS-STATUS-STK02 = "35"
               CALL 'showmsg' USING "Custodia atual nao apurada",
               EXIT PARAGRAPH
           END-IF.

           CALL 'showmsg' USING "Visao look-through dos ETFs?",
                          MSGYESNO, MSGDELAY, WS-QUESTION.
           MOVE WS-QUESTION TO WS-EXP-LOOKTHRU.
           MOVE 0 TO WS-EXP-TOTAL.

           OPEN INPUT STK09.
           OPEN OUTPUT ARQ-EXPT.
           IF WS-EXP-LOOKTHRU = "S"
               OPEN OUTPUT ARQ-EMIT
           END-IF.

           MOVE "N" TO WS-FIM-ARQ.
           PERFORM LST-EXPOSICAO-SEQ UNTIL WS-FIM-ARQ = "S".

           CLOSE ARQ-EXPT.
           IF WS-EXP-LOOKTHRU = "S"
               CLOSE ARQ-EMIT
           END-IF.
           CLOSE STK02.
           IF WS-STATUS-STK09 NOT = "35"
               CLOSE STK09

           DISPLAY CLEAR-SCREEN.
           DISPLAY EXPOSICAO-SCR.
           IF WS-EXP-LOOKTHRU = "S"
               DISPLAY "(look-through ETFs)" AT LINE 1 COLUMN 27
           END-IF.

           OPEN INPUT ARQ-EXPS.
           MOVE 10 TO WS-LN.
           CALL "CBL_DELETE_FILE" USING "exposicao.tmp".
           CALL "CBL_DELETE_FILE" USING "exposicao.srt".

           IF WS-EXP-LOOKTHRU = "S"
               PERFORM EXPOSICAO-EMISSOR
           END-IF.

           CALL 'showmsg' USING "Tecle ENTER para retornar",
                          MSGVOID, MSGDELAY.

       LST-EXPOSICAO-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK02 = "00"
               PERFORM BUSCA-SETOR-TIPO-ATIVO
               IF WS-EXP-LOOKTHRU = "S"
                   ADD WFS-STK02-BALANCE TO WS-EXP-TOTAL
                   IF WS-ATIVO-TIPO = "E"
                       MOVE WFS-STK02-TICKER TO WS-CET-ETF
                       CALL 'COMPETF' USING WS-COMPETF-PARM
                       IF WS-CET-TOTAL > 0
                           PERFORM ESPALHA-ETF-EXPOSICAO
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   MOVE WFS-STK02-TICKER(1:4) TO EMIT-EMISSOR
                   MOVE "D"                   TO EMIT-ORIGEM
                   MOVE WFS-STK02-BALANCE     TO EMIT-BALANCE
                   WRITE EMIT-RECORD
               END-IF
               MOVE WS-ATIVO-SETOR    TO EXPT-SETOR
               MOVE WS-ATIVO-TIPO     TO EXPT-TIPO
               MOVE WFS-STK02-BALANCE TO EXPT-BALANCE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       ESPALHA-ETF-EXPOSICAO.
      *    Uma linha de exposicao e uma de emissor por ativo da cesta,
      *    com o setor/tipo do proprio ativo; o ultimo leva o resto do
      *    arredondamento para o saldo do ETF fechar inteiro.
           MOVE WFS-STK02-BALANCE TO WS-EXP-RESTO.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                     UNTIL WS-EXP-IDX > WS-CET-TOTAL
               IF WS-EXP-IDX = WS-CET-TOTAL
                   MOVE WS-EXP-RESTO TO WS-EXP-PARCELA
               ELSE
                   COMPUTE WS-EXP-PARCELA ROUNDED = WFS-STK02-BALANCE
                           * WS-CET-FRACAO(WS-EXP-IDX)
                   SUBTRACT WS-EXP-PARCELA FROM WS-EXP-RESTO
               END-IF
               MOVE WS-CET-TICKER(WS-EXP-IDX) TO WS-EXP-TICKER
               PERFORM BUSCA-SETOR-TIPO-TICKER
               MOVE WS-ATIVO-SETOR    TO EXPT-SETOR
               MOVE WS-ATIVO-TIPO     TO EXPT-TIPO
               MOVE WS-EXP-PARCELA    TO EXPT-BALANCE
               WRITE EXPT-RECORD
               MOVE WS-EXP-TICKER(1:4) TO EMIT-EMISSOR
               MOVE "E"                TO EMIT-ORIGEM
               MOVE WS-EXP-PARCELA     TO EMIT-BALANCE
               WRITE EMIT-RECORD
           END-PERFORM.

       EXPOSICAO-EMISSOR.
      *    Concentracao por emissor, ordenada por SORTEMI e totalizada
      *    por quebra, com o percentual sobre o saldo da carteira.
           CALL 'showmsg' USING "Tecle ENTER para os emissores",
                          MSGVOID, MSGDELAY.
           CALL 'SORTEMI'.

           DISPLAY CLEAR-SCREEN.
           DISPLAY EMISSOR-SCR.

           OPEN INPUT ARQ-EMIS.
           MOVE 10     TO WS-LN.
           MOVE SPACES TO WS-EMI-ANT.
           MOVE 0      TO WS-EMI-DIRETO WS-EMI-VIA-ETF.
           MOVE "S"    TO WS-PRIMEIRO-REG.
           MOVE "N"    TO WS-FIM-ARQ.
           PERFORM LST-EMIS-SEQ UNTIL WS-FIM-ARQ = "S".

           IF WS-PRIMEIRO-REG = "N"
               PERFORM MOSTRA-EMISSOR-GRUPO
           END-IF.
           CLOSE ARQ-EMIS.

           CALL "CBL_DELETE_FILE" USING "emissor.tmp".
           CALL "CBL_DELETE_FILE" USING "emissor.srt".

       LST-EMIS-SEQ.
           READ ARQ-EMIS AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-EMIS = "00"
               IF WS-PRIMEIRO-REG = "S"
                   MOVE EMIS-EMISSOR TO WS-EMI-ANT
                   MOVE "N" TO WS-PRIMEIRO-REG
               END-IF
               IF EMIS-EMISSOR NOT = WS-EMI-ANT
                   PERFORM MOSTRA-EMISSOR-GRUPO
                   MOVE EMIS-EMISSOR TO WS-EMI-ANT
                   MOVE 0 TO WS-EMI-DIRETO WS-EMI-VIA-ETF
               END-IF
               IF EMIS-ORIGEM = "E"
                   ADD EMIS-BALANCE TO WS-EMI-VIA-ETF
               ELSE
                   ADD EMIS-BALANCE TO WS-EMI-DIRETO
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       MOSTRA-EMISSOR-GRUPO.
           MOVE WS-EMI-DIRETO TO WS-EXP-BAL-MASK.
           DISPLAY WS-EMI-ANT      AT LINE WS-LN COLUMN  1.
           DISPLAY WS-EXP-BAL-MASK AT LINE WS-LN COLUMN 10.
           MOVE WS-EMI-VIA-ETF TO WS-EXP-BAL-MASK.
           DISPLAY WS-EXP-BAL-MASK AT LINE WS-LN COLUMN 26.
           COMPUTE WS-EXP-PARCELA = WS-EMI-DIRETO + WS-EMI-VIA-ETF.
           MOVE WS-EXP-PARCELA TO WS-EXP-BAL-MASK.
           DISPLAY WS-EXP-BAL-MASK AT LINE WS-LN COLUMN 42.
           MOVE 0 TO WS-EMI-PCT.
           IF WS-EXP-TOTAL NOT = 0
               COMPUTE WS-EMI-PCT ROUNDED = WS-EXP-PARCELA * 100
                                          / WS-EXP-TOTAL
           END-IF.
           MOVE WS-EMI-PCT TO WS-EMI-PCT-MASK.
           DISPLAY WS-EMI-PCT-MASK AT LINE WS-LN COLUMN 61.
           IF WS-LN < 21
               ADD 1 TO WS-LN
           ELSE
               MOVE 10 TO WS-LN
               CALL 'showmsg' USING "Continua... Pressione ENTER",
                              MSGVOID, MSGDELAY
               DISPLAY CLEAR-SCREEN-PART-00
               DISPLAY CLEAR-SCREEN-PART-01
           END-IF.

       LST-EXPS-SEQ.
           READ ARQ-EXPS AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-EXPS = "00"
           END-IF.
           EXIT.

       BUSCA-SETOR-TIPO-TICKER.
      *    Mesmo cadastro, para um ativo da cesta de um ETF.
           MOVE SPACES TO WS-ATIVO-SETOR.
           MOVE "?"    TO WS-ATIVO-TIPO.
           IF WS-STATUS-STK09 NOT = "35"
               MOVE WS-EXP-TICKER TO WFS-STK09-TICKER
               READ STK09 KEY IS WFS-STK09-TICKER
               IF WS-STATUS-STK09 = "00"
                   MOVE WFS-STK09-SETOR TO WS-ATIVO-SETOR
                   MOVE WFS-STK09-TIPO  TO WS-ATIVO-TIPO
               END-IF
           END-IF.

       BUSCA-SETOR-TIPO-ATIVO.
           MOVE SPACES TO WS-ATIVO-SETOR.
           MOVE "?"    TO WS-ATIVO-TIPO.
               DIVIDE WS-DEL-KEY BY 1000000 GIVING WS-DEL-DATA
               PERFORM REMOVE-RESULTADO-VENDA
           END-IF.
           IF (WS-DEL-ORDER = "A" OR WS-DEL-ORDER = "a")
              AND WS-DEL-CORP-ACTION = "D"
               PERFORM REMOVE-DIVIDENDO-RETIDO
           END-IF.

           CALL "CBL_DELETE_FILE" USING "stk03.tmp".
           CALL 'showmsg' USING "Ordem excluida com sucesso",
               COMPUTE WFS-STK15-VALOR = 0 - WS-DEL-NET
           END-IF.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.
           EXIT.

       ALTERA-ORDEM.
      **** Corrige uma ordem ja lancada sem excluir e redigitar:
      **** localiza pela chave (como DEL-ORDER), aceita nova
      **** quantidade/preco/custos/IRRF/estrategia, estorna o efeito
      **** da ordem antiga na custodia (ESTORNA-POSICAO-INICIAL),
      **** aplica o da corrigida e regrava STK03 mantendo a chave
      **** original - a hora do pregao que o resumo diario e a
      **** deteccao de day trade usam nao se perde.
           MOVE ZEROES TO WS-DEL-KEY.
           MOVE "N"    TO WS-DEL-FOUND.
           MOVE SPACES TO WS-ORD-ORDER WS-ORD-TICKER.
           MOVE ZEROES TO WS-ALT-QTY WS-ALT-PRICE WS-ALT-IRRF
                          WS-ALT-COST.
           MOVE SPACES TO WS-ALT-ESTRATEGIA.

           DISPLAY CLEAR-SCREEN.
           DISPLAY ALTERA-ORDEM-SCR.
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-ALT-ESTRATEGIA)
             TO WS-ALT-ESTRATEGIA.
           MOVE WS-ALT-ESTRATEGIA TO WS-ESTRATEGIA.
           PERFORM VALIDA-ESTRATEGIA.
           IF WS-EST-OK NOT = "S"
               CALL "CBL_DELETE_FILE" USING "stk03.tmp"
               EXIT PARAGRAPH
           END-IF.

           CALL 'showmsg' USING "Confirma alteracao da ordem?",
                          MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION NOT = "S"
                   MOVE STK03-CATEGORY    TO WS-ALT-CAT
                   MOVE STK03-OPERATOR    TO WS-ALT-OPERADOR
                   MOVE STK03-APPROVER    TO WS-ALT-APROVADOR
                   MOVE STK03-STRATEGY    TO WS-ALT-ESTRATEGIA
                   MOVE STK03-CORP-FACTOR TO WS-DEL-CORP-FACTOR
                   MOVE STK03-CORP-ACTION TO WS-DEL-CORP-ACTION
               ELSE
           MOVE WS-DEL-ACCOUNT  TO STK03-TMP-ACCOUNT.
           MOVE WS-ALT-OPERADOR TO STK03-TMP-OPERATOR.
           MOVE WS-ALT-APROVADOR TO STK03-TMP-APPROVER.
           MOVE WS-ALT-ESTRATEGIA TO STK03-TMP-STRATEGY.
           MOVE WS-DEL-CORP-ACTION TO STK03-TMP-CORP-ACTION.
           MOVE WS-DEL-CORP-FACTOR TO STK03-TMP-CORP-FACTOR.

           END-STRING.
           MOVE WS-ALT-CAIXA-DELTA TO WFS-STK15-VALOR.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.
           EXIT.

              MOVE FUNCTION UPPER-CASE(WS-TICKER)  TO WS-TICKER
              MOVE FUNCTION UPPER-CASE(WS-HB)      TO WS-HB
              MOVE FUNCTION UPPER-CASE(WS-DT)      TO WS-DT
              MOVE FUNCTION UPPER-CASE(WS-ESTRATEGIA)
                TO WS-ESTRATEGIA

              IF WS-TICKER = SPACES
                  EXIT PERFORM
                MOVE 1 TO WS-FLAG-FOUND
              END-IF

              PERFORM VALIDA-ESTRATEGIA
              IF WS-EST-OK NOT = "S"
                MOVE 1 TO WS-FLAG-FOUND
              END-IF

              IF WS-NOT-FOUND       *> Nenhum erro encontrado na entrada
                 PERFORM BUSCA-POSICAO-ATUAL
                 PERFORM CALCULA
                 PERFORM VERIFICA-LIMITES-CARTEIRA
                 PERFORM VERIFICA-COBERTURA-OPCAO
                 PERFORM VERIFICA-VENDA-DESCOBERTA
                 MOVE "S" TO WS-RST-OK
                 IF WS-LIM-OK = "S" AND WS-COB-OK = "S"
                    AND WS-SHT-OK = "S"
                    MOVE WS-OPERATOR TO WS-RST-DIGITADOR
                    PERFORM VERIFICA-LISTA-RESTRITA
                    IF WS-RSP-ACHOU = "S" AND WS-PERFIL NOT = "O"
                       DISPLAY CLEAR-SCREEN
                       DISPLAY COST-CALC-SCREEN
                    END-IF
                 END-IF
                 IF WS-LIM-OK = "S" AND WS-COB-OK = "S"
                    AND WS-SHT-OK = "S" AND WS-RST-OK = "S"
                     CALL 'showmsg' USING "Confirma lancamento?",
                                    MSGYESNO, MSGDELAY, WS-QUESTION
                 ELSE

           PERFORM UNTIL WS-LOT-TOTAL >= 20
               MOVE SPACES TO WS-TICKER WS-ORDER WS-ACCOUNT
                              WS-ESTRATEGIA
               MOVE ZEROES TO WS-QTY WS-PRICE
               ACCEPT LOTE-SCR
               MOVE FUNCTION UPPER-CASE(WS-ORDER)  TO WS-ORDER
               MOVE FUNCTION UPPER-CASE(WS-TICKER) TO WS-TICKER
               MOVE FUNCTION UPPER-CASE(WS-ESTRATEGIA)
                 TO WS-ESTRATEGIA
               IF WS-TICKER = SPACES
                   EXIT PERFORM
               END-IF
                   MOVE WS-QTY     TO WS-LOT-QTY(WS-LOT-TOTAL)
                   MOVE WS-PRICE   TO WS-LOT-PRICE(WS-LOT-TOTAL)
                   MOVE WS-ACCOUNT TO WS-LOT-ACCOUNT(WS-LOT-TOTAL)
                   MOVE WS-ESTRATEGIA
                     TO WS-LOT-ESTRATEGIA(WS-LOT-TOTAL)
                   PERFORM MOSTRA-LINHA-LOTE
               END-IF
           END-PERFORM.
               MOVE "N" TO WS-LOT-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDA-ESTRATEGIA.
           IF WS-EST-OK NOT = "S"
               MOVE "N" TO WS-LOT-OK
               EXIT PARAGRAPH
           END-IF.

      *    Venda conferida contra a posicao corrente da conta; sem
      *    posicao suficiente o operador decide se mantem a linha.
               END-IF
           END-IF.

      *    Lista restrita por ultimo: a liberacao do supervisor so e
      *    pedida para linha que passou nas demais criticas.
           IF WS-LOT-OK = "S"
               MOVE WS-OPERATOR TO WS-RST-DIGITADOR
               PERFORM VERIFICA-LISTA-RESTRITA
               IF WS-RSP-ACHOU = "S" AND WS-PERFIL NOT = "O"
                   PERFORM REEXIBE-LOTE
               END-IF
               IF WS-RST-OK NOT = "S"
                   MOVE "N" TO WS-LOT-OK
               END-IF
           END-IF.

       REEXIBE-LOTE.
      *    Remonta a grade depois da tela de liberacao.
           DISPLAY CLEAR-SCREEN.
           DISPLAY LOTE-SCR.
           MOVE WS-LOT-TOTAL TO WS-RST-SALVA.
           PERFORM VARYING WS-LOT-TOTAL FROM 1 BY 1
                     UNTIL WS-LOT-TOTAL > WS-RST-SALVA
               PERFORM MOSTRA-LINHA-LOTE
           END-PERFORM.
           MOVE WS-RST-SALVA TO WS-LOT-TOTAL.

       MOSTRA-LINHA-LOTE.
           COMPUTE WS-LN = 6 + WS-LOT-TOTAL.
           MOVE WS-LOT-QTY(WS-LOT-TOTAL)   TO WS-LOT-QTD-MASK.
                                AT LINE WS-LN COLUMN 42.
           DISPLAY WS-LOT-ACCOUNT(WS-LOT-TOTAL)
                                AT LINE WS-LN COLUMN 52.
           DISPLAY WS-LOT-ESTRATEGIA(WS-LOT-TOTAL)
                                AT LINE WS-LN COLUMN 64.

       GRAVA-ORDEM-LOTE.
      *    Recompoe os campos da digitacao avulsa e repete o fluxo
           MOVE WS-LOT-QTY(WS-LOT-IDX)     TO WS-QTY.
           MOVE WS-LOT-PRICE(WS-LOT-IDX)   TO WS-PRICE.
           MOVE WS-LOT-ACCOUNT(WS-LOT-IDX) TO WS-ACCOUNT.
           MOVE WS-LOT-ESTRATEGIA(WS-LOT-IDX) TO WS-ESTRATEGIA.
           MOVE "S" TO WS-HB.
           MOVE "N" TO WS-DT.

               MOVE "S" TO WS-COB-FIM
           END-IF.

       VERIFICA-LISTA-RESTRITA.
      **** Confere a ordem em WS-ACCOUNT/WS-TICKER/data contra a
      **** lista restrita (CHKRESTR): titular da conta em periodo
      **** vedado para o ativo. Atingida, a ordem fica bloqueada
      **** (WS-RST-OK = "N") salvo liberacao na hora por um
      **** supervisor - id e senha conferidos em STK19 e
      **** justificativa digitada -, gravada em STK12 em nome do
      **** supervisor, com a ordem e quem a digitou (que quem chama
      **** poe em WS-RST-DIGITADOR) na imagem. Perfil operador nao
      **** libera: a ordem dele vai para a fila e a conferencia se
      **** repete na aprovacao, onde o supervisor decide.
           MOVE "S" TO WS-RST-OK.
           MOVE WS-ACCOUNT TO WS-RSP-CONTA.
           MOVE WS-TICKER  TO WS-RSP-TICKER.
           COMPUTE WS-RSP-DATA = (2000 + WS-ANO) * 10000
                                + WS-MES * 100 + WS-DIA.
           CALL 'CHKRESTR' USING WS-RESTR-PARM.
           IF WS-RSP-ACHOU NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           IF WS-PERFIL = "O"
               CALL 'showmsg' USING
                    "Ativo em lista restrita - liberacao na aprovacao",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-RST-OK.
           MOVE SPACES TO WS-RST-SUPERV WS-RST-SENHA WS-RST-JUSTIF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY RESTRITO-LIB-SCR.
           ACCEPT  RESTRITO-LIB-SCR.

           IF WS-RST-SUPERV = SPACES
               CALL 'showmsg' USING
                    "Ordem bloqueada pela lista restrita",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-RST-JUSTIF = SPACES
               CALL 'showmsg' USING
                    "Liberacao exige justificativa - ordem bloqueada",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONFERE-SUPERVISOR-RESTRITO.
           IF WS-RST-ACHOU NOT = "S"
               CALL 'showmsg' USING
                    "Supervisor ou senha invalidos - ordem bloqueada",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WS-RST-OK.
           MOVE SPACES         TO WS-RST-IMAGEM.
           MOVE WS-RSP-TITULAR TO WS-RSI-TITULAR.
           MOVE WS-TICKER      TO WS-RSI-TICKER.
           MOVE WS-ACCOUNT     TO WS-RSI-CONTA.
           MOVE WS-RSP-DATA    TO WS-RSI-DATA.
           MOVE WS-ORDER       TO WS-RSI-ORDER.
           MOVE WS-QTY         TO WS-RSI-QTY.
           MOVE WS-RST-DIGITADOR TO WS-RSI-OPERADOR.
           MOVE WS-RST-JUSTIF  TO WS-RSI-JUSTIF.
           MOVE "STK40"        TO WS-AUDIT-ARQUIVO.
           MOVE "LIB"          TO WS-AUDIT-ACAO.
           MOVE WS-RST-IMAGEM  TO WS-AUDIT-IMAGEM.
           CALL 'GRAVAUDIT' USING WS-RST-SUPERV, WS-AUDIT-ARQUIVO,
                                  WS-AUDIT-ACAO, WS-AUDIT-IMAGEM.
           MOVE SPACES TO WS-AUDIT-IMAGEM.
           CALL 'showmsg' USING "Ordem liberada pelo supervisor",
                          MSGSTD, MSGDELAY.

       CONFERE-SUPERVISOR-RESTRITO.
      *    Mesma conferencia de VALIDA-LOGIN, exigindo perfil de
      *    supervisor do id informado.
           MOVE "N" TO WS-RST-ACHOU.
           OPEN INPUT STK19.
           IF WS-STATUS-STK19 NOT = "00"
               CLOSE STK19
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RST-SUPERV TO WFS-STK19-ID.
           READ STK19 KEY IS WFS-STK19-ID.
           IF WS-STATUS-STK19 = "00"
               IF WFS-STK19-SENHA = WS-RST-SENHA
                  AND WFS-STK19-SUPERVISOR
                   MOVE "S" TO WS-RST-ACHOU
               END-IF
           END-IF.
           CLOSE STK19.

       MANTEM-GARANTIAS.
      **** Garantias penhoradas na corretora por conta: acoes
      **** (ticker + quantidade) ou dinheiro (DINHEIRO + valor).
               MOVE "S" TO WS-GAR-FIM
           END-IF.

       MANTEM-TERMO.
      **** Compra a termo: contratar (preco a termo com os juros ja
      **** embutidos, custos e vencimento) ou listar os contratos em
      **** aberto. Nada entra em STK03/STK02 aqui - as acoes so
      **** chegam na liquidacao (TERMO-LIQUIDA); os custos da
      **** operacao saem do caixa em D+2 e sao capitalizados no
      **** custo de aquisicao quando o contrato for liquidado.
           ACCEPT WS-DATA FROM DATE.
           MOVE SPACES TO WS-TRM-FUNC WS-TICKER WS-ACCOUNT.
           MOVE ZEROES TO WS-TRM-QTY WS-TRM-PRECO WS-TRM-CUSTOS
                          WS-TRM-VENC.

           DISPLAY CLEAR-SCREEN.
           DISPLAY TERMO-SCR.
           ACCEPT  TERMO-SCR.

           MOVE FUNCTION UPPER-CASE(WS-TRM-FUNC) TO WS-TRM-FUNC.
           MOVE FUNCTION UPPER-CASE(WS-TICKER)   TO WS-TICKER.

           EVALUATE WS-TRM-FUNC
               WHEN "C"
                   PERFORM TERMO-CONTRATA
               WHEN "L"
                   PERFORM TERMO-LISTA
                   CALL 'showmsg' USING "Tecle ENTER para retornar",
                                  MSGVOID, MSGDELAY
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   CALL 'showmsg' USING "Funcao deve ser C ou L",
                                  MSGALERT, MSGDELAY
           END-EVALUATE.

       TERMO-CONTRATA.
      *    Contratar e lancar ordem: o perfil operador nao tem fila de
      *    aprovacao para o termo (a liquidacao grava STK03/STK02 com
      *    o aprovador), entao so o supervisor contrata.
           IF WS-PERFIL = "O"
               CALL 'showmsg' USING
                    "Contrato a termo restrito ao perfil supervisor",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-TICKER = SPACES OR WS-ACCOUNT = SPACES
              OR WS-TRM-QTY = 0 OR WS-TRM-PRECO = 0
               CALL 'showmsg' USING
                    "Informe ticker, conta, quantidade e preco",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           CALL 'chkdate' USING WS-ANO, WS-MES, WS-DIA, WS-CHK-RETURN.
           IF WS-CHK-RETURN NOT = 0
               CALL 'showmsg' USING "Data invalida",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDA-DATA-ORDEM.
           IF WS-DTORD-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TRM-DATA = (2000 + WS-ANO) * 10000
                                + WS-MES * 100 + WS-DIA.
           IF WS-TRM-VENC <= WS-TRM-DATA
               CALL 'showmsg' USING
                    "Vencimento deve ser posterior a contratacao",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICA-TICKER-MASTER.
           IF WS-TICKER-CADASTRADO NOT = "S"
               CALL 'showmsg' USING "Ticker nao cadastrado",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

      *    O valor da liquidacao tem de caber no liquido da ordem
      *    (STK03-NET) que o contrato vai gerar.
           COMPUTE WS-TRM-VALOR = WS-TRM-QTY * WS-TRM-PRECO
                                + WS-TRM-CUSTOS.
           IF WS-TRM-VALOR > 9999999,99
               CALL 'showmsg' USING "Saldo excede o limite do campo",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

      *    As mesmas conferencias pre-negociacao de uma compra a
      *    vista (limites de concentracao e lista restrita): a
      *    liquidacao grava a ordem em STK03 sem passar por elas.
           MOVE "C"          TO WS-ORDER.
           MOVE WS-TRM-QTY   TO WS-QTY.
           MOVE WS-TRM-PRECO TO WS-PRICE.
           PERFORM VERIFICA-LIMITES-CARTEIRA.
           MOVE "S" TO WS-RST-OK.
           IF WS-LIM-OK = "S"
               MOVE WS-OPERATOR TO WS-RST-DIGITADOR
               PERFORM VERIFICA-LISTA-RESTRITA
               IF WS-RSP-ACHOU = "S"
                   DISPLAY CLEAR-SCREEN
                   DISPLAY TERMO-SCR
               END-IF
           END-IF.
           IF WS-LIM-OK NOT = "S" OR WS-RST-OK NOT = "S"
               CALL 'showmsg' USING "Contrato a termo nao registrado",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           CALL 'showmsg' USING "Confirma o contrato a termo?",
                          MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM GERA-CHAVE-ORDEM.
           OPEN EXTEND STK31.
           IF WS-STATUS-STK31 = "35"
               OPEN OUTPUT STK31
           END-IF.
           MOVE WS-KEY        TO WFS-STK31-ID.
           MOVE WS-ACCOUNT    TO WFS-STK31-ACCOUNT.
           MOVE WS-TICKER     TO WFS-STK31-TICKER.
           MOVE WS-TRM-QTY    TO WFS-STK31-QTY.
           MOVE WS-TRM-PRECO  TO WFS-STK31-PRECO.
           MOVE WS-TRM-CUSTOS TO WFS-STK31-CUSTOS.
           MOVE WS-TRM-DATA   TO WFS-STK31-DATA-CONTR.
           MOVE WS-TRM-VENC   TO WFS-STK31-DATA-VENC.
           MOVE "A"           TO WFS-STK31-SITUACAO.
           MOVE ZEROES        TO WFS-STK31-DATA-BAIXA
                                 WFS-STK31-ID-ORIGEM.
           WRITE STK31-REGISTER.
           CLOSE STK31.

           MOVE "STK31"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK31-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

           IF WS-TRM-CUSTOS > 0
               PERFORM CALCULA-DATA-LIQUIDACAO
               MOVE WS-SETTLE-DATE-NUM TO WS-TRM-LIQ-DATA
               MOVE WS-TRM-CUSTOS      TO WS-TRM-VALOR
               PERFORM TERMO-GRAVA-CUSTO
           END-IF.

           MOVE SPACES TO WS-MSG.
           STRING "Contrato registrado: " WS-KEY
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY.

       TERMO-LISTA.
      *    Contratos em aberto (da conta informada, ou todos) a
      *    partir da linha 12; o numero do contrato e o que as telas
      *    de liquidacao e de rolagem pedem.
           DISPLAY "CONTRATO"   AT LINE 11 COLUMN  5.
           DISPLAY "CONTA"      AT LINE 11 COLUMN 18.
           DISPLAY "TICKER"     AT LINE 11 COLUMN 29.
           DISPLAY "QTD"        AT LINE 11 COLUMN 44.
           DISPLAY "PRECO"      AT LINE 11 COLUMN 55.
           DISPLAY "VENCTO"     AT LINE 11 COLUMN 64.
           MOVE 12  TO WS-LN.
           OPEN INPUT STK31.
           IF WS-STATUS-STK31 = "00"
               MOVE "N" TO WS-TRM-FIM
               PERFORM TERMO-LISTA-SEQ UNTIL WS-TRM-FIM = "S"
           END-IF.
           CLOSE STK31.

       TERMO-LISTA-SEQ.
           READ STK31 AT END MOVE "S" TO WS-TRM-FIM.
           IF WS-STATUS-STK31 = "00"
               IF WFS-STK31-ABERTO
                  AND (WS-ACCOUNT = SPACES
                       OR WFS-STK31-ACCOUNT = WS-ACCOUNT)
                   MOVE WFS-STK31-QTY   TO WS-TRM-QTD-MASK
                   MOVE WFS-STK31-PRECO TO WS-TRM-PRC-MASK
                   DISPLAY WFS-STK31-ID      AT LINE WS-LN COLUMN  5
                   DISPLAY WFS-STK31-ACCOUNT AT LINE WS-LN COLUMN 18
                   DISPLAY WFS-STK31-TICKER  AT LINE WS-LN COLUMN 29
                   DISPLAY WS-TRM-QTD-MASK   AT LINE WS-LN COLUMN 40
                   DISPLAY WS-TRM-PRC-MASK   AT LINE WS-LN COLUMN 48
                   DISPLAY WFS-STK31-DATA-VENC
                                             AT LINE WS-LN COLUMN 62
                   IF WS-LN < 21
                       ADD 1 TO WS-LN
                   ELSE
                       MOVE 12 TO WS-LN
                       CALL 'showmsg' USING
                            "Continua... Pressione ENTER",
                            MSGVOID, MSGDELAY
                       DISPLAY CLEAR-SCREEN-PART-01
                   END-IF
               END-IF
           ELSE
               MOVE "S" TO WS-TRM-FIM
           END-IF.

       TERMO-LIQUIDA.
      **** Liquidacao do termo, total ou parcial: no vencimento
      **** liquida na propria data; antes dele e a liquidacao
      **** antecipada, em D+2 (sem passar do vencimento). O preco a
      **** termo e pago inteiro - os juros embutidos nao sao
      **** devolvidos - e a compra entra em STK03/STK02 ao preco a
      **** termo, com os custos do contrato na parcela liquidada:
      **** e esse o custo de aquisicao das acoes para o IR.
           ACCEPT WS-DATA FROM DATE.
           MOVE SPACES TO WS-ACCOUNT.
           MOVE ZEROES TO WS-TRM-ID WS-TRM-QTY.

           DISPLAY CLEAR-SCREEN.
           DISPLAY TERMO-LIQ-SCR.
           PERFORM TERMO-LISTA.
           ACCEPT  TERMO-LIQ-SCR.

           IF WS-TRM-ID = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM TERMO-VALIDA-BAIXA.
           IF WS-TRM-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           IF WS-TRM-DATA < WS-TRM-C-VENC
               MOVE "S" TO WS-TRM-ANTECIPADA
               PERFORM CALCULA-DATA-LIQUIDACAO
               MOVE WS-SETTLE-DATE-NUM TO WS-TRM-LIQ-DATA
               IF WS-TRM-LIQ-DATA > WS-TRM-C-VENC
                   MOVE WS-TRM-C-VENC TO WS-TRM-LIQ-DATA
               END-IF
           ELSE
               MOVE "N" TO WS-TRM-ANTECIPADA
               MOVE WS-TRM-DATA TO WS-TRM-LIQ-DATA
           END-IF.

           COMPUTE WS-TRM-VALOR = WS-TRM-QTY * WS-TRM-C-PRECO.
           MOVE WS-TRM-VALOR TO WS-TRM-VAL-MASK.
           MOVE SPACES TO WS-MSG.
           IF WS-TRM-ANTECIPADA = "S"
               STRING "Liquidacao ANTECIPADA de R$ " WS-TRM-VAL-MASK
                      " - confirma?"
                      DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           ELSE
               STRING "Liquidacao de R$ " WS-TRM-VAL-MASK
                      " - confirma?"
                      DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           END-IF.
           CALL 'showmsg' USING WS-MSG, MSGYESNO, MSGDELAY,
                          WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE "L" TO WS-TRM-SITUACAO.
           PERFORM TERMO-BAIXA-CONTRATO.
           PERFORM TERMO-GRAVA-COMPRA.

           CALL 'showmsg' USING "Termo liquidado - acoes em custodia",
                          MSGSTD, MSGDELAY.

       TERMO-ROLA.
      **** Rolagem: a quantidade rolada sai do contrato original
      **** (situacao "R", sem entrega de acoes) e entra num contrato
      **** novo com o preco a termo renegociado - que ja carrega os
      **** juros do novo prazo - e o novo vencimento. Os custos do
      **** contrato original na parte rolada passam para o novo,
      **** somados aos da rolagem, e seguem ate a liquidacao.
           ACCEPT WS-DATA FROM DATE.
           MOVE SPACES TO WS-ACCOUNT.
           MOVE ZEROES TO WS-TRM-ID WS-TRM-QTY WS-TRM-PRECO
                          WS-TRM-VENC WS-TRM-CUSTOS.

           DISPLAY CLEAR-SCREEN.
           DISPLAY TERMO-ROLA-SCR.
           PERFORM TERMO-LISTA.
           ACCEPT  TERMO-ROLA-SCR.

           IF WS-TRM-ID = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM TERMO-VALIDA-BAIXA.
           IF WS-TRM-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRM-DATA > WS-TRM-C-VENC
               CALL 'showmsg' USING
                    "Contrato ja vencido - liquidar em vez de rolar",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRM-PRECO = 0 OR WS-TRM-VENC <= WS-TRM-C-VENC
               CALL 'showmsg' USING
                    "Informe novo preco e vencimento posterior",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TRM-VALOR = WS-TRM-QTY * WS-TRM-PRECO
                                + WS-TRM-PARTE + WS-TRM-CUSTOS.
           IF WS-TRM-VALOR > 9999999,99
               CALL 'showmsg' USING "Saldo excede o limite do campo",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           CALL 'showmsg' USING "Confirma a rolagem do termo?",
                          MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO WS-TRM-SITUACAO.
           PERFORM TERMO-BAIXA-CONTRATO.

           PERFORM GERA-CHAVE-ORDEM.
           OPEN EXTEND STK31.
           IF WS-STATUS-STK31 = "35"
               OPEN OUTPUT STK31
           END-IF.
           MOVE WS-KEY           TO WFS-STK31-ID.
           MOVE WS-TRM-C-ACCOUNT TO WFS-STK31-ACCOUNT.
           MOVE WS-TRM-C-TICKER  TO WFS-STK31-TICKER.
           MOVE WS-TRM-QTY       TO WFS-STK31-QTY.
           MOVE WS-TRM-PRECO     TO WFS-STK31-PRECO.
           COMPUTE WFS-STK31-CUSTOS = WS-TRM-PARTE + WS-TRM-CUSTOS.
           MOVE WS-TRM-DATA      TO WFS-STK31-DATA-CONTR.
           MOVE WS-TRM-VENC      TO WFS-STK31-DATA-VENC.
           MOVE "A"              TO WFS-STK31-SITUACAO.
           MOVE ZEROES           TO WFS-STK31-DATA-BAIXA.
           MOVE WS-TRM-ID        TO WFS-STK31-ID-ORIGEM.
           WRITE STK31-REGISTER.
           CLOSE STK31.

           MOVE "STK31"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK31-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

           IF WS-TRM-CUSTOS > 0
               MOVE WS-TRM-C-ACCOUNT TO WS-ACCOUNT
               MOVE WS-TRM-C-TICKER  TO WS-TICKER
               PERFORM CALCULA-DATA-LIQUIDACAO
               MOVE WS-SETTLE-DATE-NUM TO WS-TRM-LIQ-DATA
               MOVE WS-TRM-CUSTOS      TO WS-TRM-VALOR
               PERFORM TERMO-GRAVA-CUSTO
           END-IF.

           MOVE SPACES TO WS-MSG.
           STRING "Termo rolado - novo contrato " WS-KEY
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY.

       TERMO-VALIDA-BAIXA.
      *    Comum a liquidacao e a rolagem: data de pregao valida,
      *    contrato em aberto e quantidade dentro do contratado (zero
      *    = tudo). Deixa o contrato em WS-TRM-C-* e a parcela dos
      *    custos da quantidade baixada em WS-TRM-PARTE.
           MOVE "N" TO WS-TRM-OK.
           CALL 'chkdate' USING WS-ANO, WS-MES, WS-DIA, WS-CHK-RETURN.
           IF WS-CHK-RETURN NOT = 0
               CALL 'showmsg' USING "Data invalida",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDA-DATA-ORDEM.
           IF WS-DTORD-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TRM-DATA = (2000 + WS-ANO) * 10000
                                + WS-MES * 100 + WS-DIA.

           MOVE ZEROES TO WS-TRM-C-QTY.
           OPEN INPUT STK31.
           IF WS-STATUS-STK31 = "00"
               MOVE "N" TO WS-TRM-FIM
               PERFORM TERMO-LOCALIZA-SEQ UNTIL WS-TRM-FIM = "S"
           END-IF.
           CLOSE STK31.
           IF WS-TRM-C-QTY = 0
               CALL 'showmsg' USING "Contrato em aberto nao encontrado",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRM-DATA < WS-TRM-C-DATA-CONTR
               CALL 'showmsg' USING "Data anterior a contratacao",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRM-QTY = 0
               MOVE WS-TRM-C-QTY TO WS-TRM-QTY
           END-IF.
           IF WS-TRM-QTY > WS-TRM-C-QTY
               CALL 'showmsg' USING
                    "Quantidade maior que a do contrato",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TRM-PARTE ROUNDED =
                   WS-TRM-C-CUSTOS * WS-TRM-QTY / WS-TRM-C-QTY.
           MOVE "S" TO WS-TRM-OK.

       TERMO-LOCALIZA-SEQ.
           READ STK31 AT END MOVE "S" TO WS-TRM-FIM.
           IF WS-STATUS-STK31 = "00"
               IF WFS-STK31-ID = WS-TRM-ID AND WFS-STK31-ABERTO
                   MOVE WFS-STK31-ACCOUNT    TO WS-TRM-C-ACCOUNT
                   MOVE WFS-STK31-TICKER     TO WS-TRM-C-TICKER
                   MOVE WFS-STK31-QTY        TO WS-TRM-C-QTY
                   MOVE WFS-STK31-PRECO      TO WS-TRM-C-PRECO
                   MOVE WFS-STK31-CUSTOS     TO WS-TRM-C-CUSTOS
                   MOVE WFS-STK31-DATA-CONTR TO WS-TRM-C-DATA-CONTR
                   MOVE WFS-STK31-DATA-VENC  TO WS-TRM-C-VENC
                   MOVE "S" TO WS-TRM-FIM
               END-IF
           ELSE
               MOVE "S" TO WS-TRM-FIM
           END-IF.

       TERMO-BAIXA-CONTRATO.
      *    Regrava termo.dat pelo temporario (padrao de garantias):
      *    baixa total muda a situacao do contrato; baixa parcial
      *    deixa o saldo em aberto com o mesmo numero e grava a
      *    parcela baixada como registro proprio, com os custos
      *    rateados pela quantidade.
           OPEN INPUT STK31.
           OPEN OUTPUT ARQ-TRM-TMP.
           MOVE "N" TO WS-TRM-FIM.
           PERFORM TERMO-BAIXA-SEQ UNTIL WS-TRM-FIM = "S".
           CLOSE STK31.
           CLOSE ARQ-TRM-TMP.

           OPEN OUTPUT STK31.
           OPEN INPUT ARQ-TRM-TMP.
           MOVE "N" TO WS-TRM-FIM.
           PERFORM TERMO-VOLTA-SEQ UNTIL WS-TRM-FIM = "S".
           CLOSE STK31.
           CLOSE ARQ-TRM-TMP.
           CALL "CBL_DELETE_FILE" USING "termo.tmp".

       TERMO-BAIXA-SEQ.
           READ STK31 AT END MOVE "S" TO WS-TRM-FIM.
           IF WS-STATUS-STK31 NOT = "00"
               MOVE "S" TO WS-TRM-FIM
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK31-ID NOT = WS-TRM-ID OR NOT WFS-STK31-ABERTO
               WRITE TRM-TMP-REG FROM STK31-REGISTER
               EXIT PARAGRAPH
           END-IF.

           MOVE STK31-REGISTER TO WS-AUDIT-IMAGEM.
           IF WS-TRM-QTY < WFS-STK31-QTY
               SUBTRACT WS-TRM-QTY   FROM WFS-STK31-QTY
               SUBTRACT WS-TRM-PARTE FROM WFS-STK31-CUSTOS
               WRITE TRM-TMP-REG FROM STK31-REGISTER
               MOVE WS-TRM-QTY   TO WFS-STK31-QTY
               MOVE WS-TRM-PARTE TO WFS-STK31-CUSTOS
           END-IF.
           MOVE WS-TRM-SITUACAO TO WFS-STK31-SITUACAO.
           MOVE WS-TRM-DATA     TO WFS-STK31-DATA-BAIXA.
           WRITE TRM-TMP-REG FROM STK31-REGISTER.

           MOVE "STK31" TO WS-AUDIT-ARQUIVO.
           MOVE "ALT"   TO WS-AUDIT-ACAO.
           PERFORM GRAVA-AUDITORIA.

       TERMO-VOLTA-SEQ.
           READ ARQ-TRM-TMP AT END MOVE "S" TO WS-TRM-FIM.
           IF WS-STATUS-TRM-TMP = "00"
               WRITE STK31-REGISTER FROM TRM-TMP-REG
           ELSE
               MOVE "S" TO WS-TRM-FIM
           END-IF.

       TERMO-GRAVA-COMPRA.
      *    A compra do termo no diario: preco a termo, custos da
      *    parcela e liquido = valor + custos, como uma compra comum,
      *    mas com a data de liquidacao do termo (nao D+2 do pregao).
      *    O caixa so recebe o valor do termo; os custos ja sairam na
      *    contratacao. A custodia segue o fluxo das ordens.
           MOVE "C"              TO WS-ORDER.
           MOVE "N"              TO WS-DT.
           MOVE WS-TRM-C-ACCOUNT TO WS-ACCOUNT.
           MOVE WS-TRM-C-TICKER  TO WS-TICKER.
           MOVE WS-TRM-QTY       TO WS-QTY.
           MOVE WS-TRM-C-PRECO   TO WS-PRICE.
           PERFORM CLASSIFICA-CATEGORIA.
           PERFORM GERA-CHAVE-ORDEM.

           OPEN EXTEND STK03.
           IF WS-STATUS-STK03 = "35"
               OPEN OUTPUT STK03
           END-IF.
           MOVE WS-KEY          TO STK03-KEY.
           MOVE "C"             TO STK03-ORDER.
           MOVE WS-TICKER       TO STK03-TICKER.
           MOVE WS-QTY          TO STK03-QTY.
           MOVE WS-PRICE        TO STK03-PRICE.
           MOVE ZEROES          TO STK03-IRRF.
           MOVE WS-TRM-PARTE    TO STK03-COST.
           COMPUTE STK03-NET = WS-TRM-VALOR + WS-TRM-PARTE.
           COMPUTE STK03-AVPRICE ROUNDED = STK03-NET / WS-QTY.
           MOVE WS-CATEGORIA    TO STK03-CATEGORY.
           MOVE WS-TRM-LIQ-DATA TO STK03-SETTLE-DATE.
           MOVE WS-ACCOUNT      TO STK03-ACCOUNT.
           MOVE WS-OPERATOR     TO STK03-OPERATOR.
           MOVE WS-OPERATOR     TO STK03-APPROVER.
           MOVE SPACES          TO STK03-STRATEGY.
           MOVE SPACE           TO STK03-CORP-ACTION.
           MOVE ZEROES          TO STK03-CORP-FACTOR.
           WRITE STK03-REGISTER.
           CLOSE STK03.

           MOVE "STK03"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK03-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

           OPEN EXTEND STK15.
           IF WS-STATUS-STK15 = "35"
               OPEN OUTPUT STK15
           END-IF.
           MOVE WS-ACCOUNT      TO WFS-STK15-ACCOUNT.
           MOVE WS-TRM-LIQ-DATA TO WFS-STK15-DATA.
           MOVE "L"             TO WFS-STK15-TIPO.
           MOVE SPACES          TO WFS-STK15-HISTORICO.
           STRING "TERMO " WS-TICKER DELIMITED BY SIZE
                  INTO WFS-STK15-HISTORICO
           END-STRING.
           COMPUTE WFS-STK15-VALOR = 0 - WS-TRM-VALOR.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.

           PERFORM UPD-INITIAL-CUSTODY.

       TERMO-GRAVA-CUSTO.
      *    Custos de contratacao/rolagem do termo (WS-TRM-VALOR) no
      *    caixa da conta, na liquidacao da operacao.
           OPEN EXTEND STK15.
           IF WS-STATUS-STK15 = "35"
               OPEN OUTPUT STK15
           END-IF.
           MOVE WS-ACCOUNT      TO WFS-STK15-ACCOUNT.
           MOVE WS-TRM-LIQ-DATA TO WFS-STK15-DATA.
           MOVE "L"             TO WFS-STK15-TIPO.
           MOVE SPACES          TO WFS-STK15-HISTORICO.
           STRING "TERMO CUSTO " WS-TICKER DELIMITED BY SIZE
                  INTO WFS-STK15-HISTORICO
           END-STRING.
           COMPUTE WFS-STK15-VALOR = 0 - WS-TRM-VALOR.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.

       GRAVA-ORDEM-PENDENTE.
      *    Ordem validada de perfil operador: entra na fila de
      *    aprovacao (pendentes.dat) com os dados digitados, sem
      *    efeito em STK03/STK02/STK15 ate a liberacao.
           IF WS-PEND-CHAVE-INF NOT = "S"
               ACCEPT WS-TIME FROM TIME
               STRING
                  WS-ANO
                  WS-MES
                  WS-DIA
                  WS-HORA
                  WS-MINUTO
                  WS-SEGUNDO
                  DELIMITED BY SIZE
                  INTO WS-KEY
               END-STRING
           END-IF.

           OPEN EXTEND STK22.
           IF WS-STATUS-STK22 = "35"
               OPEN OUTPUT STK22
           END-IF.
           MOVE WS-KEY      TO WFS-STK22-KEY.
           COMPUTE WFS-STK22-DATA = WS-ANO * 10000 + WS-MES * 100
                                   + WS-DIA.
           MOVE WS-ORDER    TO WFS-STK22-ORDER.
           MOVE WS-TICKER   TO WFS-STK22-TICKER.
           MOVE WS-QTY      TO WFS-STK22-QTY.
           MOVE WS-PRICE    TO WFS-STK22-PRICE.
           MOVE WS-HB       TO WFS-STK22-HB.
           MOVE WS-DT       TO WFS-STK22-DT.
           MOVE WS-ACCOUNT  TO WFS-STK22-ACCOUNT.
           MOVE WS-OPERATOR TO WFS-STK22-OPERADOR.
           MOVE "P"         TO WFS-STK22-STATUS.
           MOVE SPACES      TO WFS-STK22-APROVADOR.
           MOVE WS-ESTRATEGIA TO WFS-STK22-ESTRATEGIA.
           WRITE STK22-REGISTER.
           CLOSE STK22.

           MOVE "STK22"          TO WS-AUDIT-ARQUIVO.
           MOVE "INC"            TO WS-AUDIT-ACAO.
           MOVE STK22-REGISTER   TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

       APROVA-ORDENS.
      **** Revisao das ordens pendentes dos operadores: cada ordem
      **** "P" e mostrada e o supervisor aprova (a liberacao roda o
      **** fluxo normal da confirmacao - CALCULA, deteccao de day
      **** trade, diario, custodia e caixa), rejeita ou mantem
      **** pendente. As decisoes sao regravadas via pendentes.tmp e
      **** o aprovador fica anotado na fila e na ordem do diario.
           OPEN INPUT STK22.
           IF WS-STATUS-STK22 NOT = "00"
               CLOSE STK22
               CALL 'showmsg' USING "Nenhuma ordem pendente",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT ARQ-PEND-TMP.
           DISPLAY CLEAR-SCREEN.
           DISPLAY "APROVACAO DE ORDENS PENDENTES" AT LINE 02 COLUMN 5.
           MOVE 0   TO WS-PEND-DECIDIDAS.
           MOVE "N" TO WS-PEND-FIM.
           PERFORM APROVA-ORDENS-SEQ UNTIL WS-PEND-FIM = "S".
           CLOSE STK22.
           CLOSE ARQ-PEND-TMP.

           OPEN OUTPUT STK22.
           OPEN INPUT ARQ-PEND-TMP.
           MOVE "N" TO WS-PEND-FIM.
           PERFORM APROVA-VOLTA-SEQ UNTIL WS-PEND-FIM = "S".
           CLOSE STK22.
           CLOSE ARQ-PEND-TMP.
           CALL "CBL_DELETE_FILE" USING "pendentes.tmp".

           MOVE SPACES TO WS-MSG.
           STRING "Ordens decididas: " DELIMITED BY SIZE
                  WS-PEND-DECIDIDAS    DELIMITED BY SIZE
                  INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY.

       APROVA-ORDENS-SEQ.
           READ STK22 AT END MOVE "S" TO WS-PEND-FIM.
           IF WS-STATUS-STK22 = "00"
               IF WFS-STK22-PENDENTE
                   PERFORM APROVA-DECIDE-ORDEM
               END-IF
               WRITE PEND-TMP-REG FROM STK22-REGISTER
           ELSE
               MOVE "S" TO WS-PEND-FIM
           END-IF.

       APROVA-VOLTA-SEQ.
           READ ARQ-PEND-TMP AT END MOVE "S" TO WS-PEND-FIM.
           IF WS-STATUS-PEND-TMP = "00"
               WRITE STK22-REGISTER FROM PEND-TMP-REG
           ELSE
               MOVE "S" TO WS-PEND-FIM
           END-IF.

       APROVA-DECIDE-ORDEM.
           MOVE WFS-STK22-QTY   TO WS-PEND-QTD-MASK.
           MOVE WFS-STK22-PRICE TO WS-PEND-PRC-MASK.
           DISPLAY CLEAR-SCREEN-PART-00.
           DISPLAY CLEAR-SCREEN-PART-01.
           DISPLAY "ORDEM"              AT LINE 10 COLUMN  5.
           DISPLAY WFS-STK22-KEY        AT LINE 10 COLUMN 12.
           DISPLAY WFS-STK22-ORDER      AT LINE 10 COLUMN 26.
           DISPLAY WFS-STK22-TICKER     AT LINE 10 COLUMN 29.
           DISPLAY WS-PEND-QTD-MASK     AT LINE 10 COLUMN 41.
           DISPLAY WS-PEND-PRC-MASK     AT LINE 10 COLUMN 51.
           DISPLAY "CONTA"              AT LINE 11 COLUMN  5.
           DISPLAY WFS-STK22-ACCOUNT    AT LINE 11 COLUMN 12.
           DISPLAY "OPERADOR"           AT LINE 11 COLUMN 26.
           DISPLAY WFS-STK22-OPERADOR   AT LINE 11 COLUMN 36.

           CALL 'showmsg' USING "Aprovar esta ordem?",
                          MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION = "S"
               PERFORM APROVA-APLICA-ORDEM
               EXIT PARAGRAPH
           END-IF.

           CALL 'showmsg' USING "Rejeitar? (N = manter pendente)",
                          MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION = "S"
               MOVE "R"         TO WFS-STK22-STATUS
               MOVE WS-OPERATOR TO WFS-STK22-APROVADOR
               ADD 1 TO WS-PEND-DECIDIDAS
               MOVE "STK22"        TO WS-AUDIT-ARQUIVO
               MOVE "ALT"          TO WS-AUDIT-ACAO
               MOVE STK22-REGISTER TO WS-AUDIT-IMAGEM
               PERFORM GRAVA-AUDITORIA
           END-IF.

       APROVA-APLICA-ORDEM.
      *    A liberacao recompoe os campos de digitacao da ordem e
      *    repete o caminho da confirmacao direta; o operador
      *    original fica na ordem e o supervisor como aprovador.
           MOVE WFS-STK22-DATA TO WS-PEND-DATA.
           MOVE WS-PEND-D-ANO  TO WS-ANO.
           MOVE WS-PEND-D-MES  TO WS-MES.
           MOVE WS-PEND-D-DIA  TO WS-DIA.
           MOVE WFS-STK22-ORDER   TO WS-ORDER.
           MOVE WFS-STK22-TICKER  TO WS-TICKER.
           MOVE WFS-STK22-QTY     TO WS-QTY.
           MOVE WFS-STK22-PRICE   TO WS-PRICE.
           MOVE WFS-STK22-HB      TO WS-HB.
           MOVE WFS-STK22-DT      TO WS-DT.
           MOVE WFS-STK22-ACCOUNT TO WS-ACCOUNT.
           MOVE WFS-STK22-ESTRATEGIA TO WS-ESTRATEGIA.

      *    As mesmas travas da confirmacao direta: a ordem pode ter
      *    esperado na fila ate a competencia fechar ou a cobertura
      *    em BTC sumir, entao a data e as coberturas sao conferidas
      *    de novo na liberacao; reprovada, fica pendente.
           PERFORM VALIDA-DATA-ORDEM.
           IF WS-DTORD-OK NOT = "S"
               CALL 'showmsg' USING "Ordem mantida pendente",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULA.
           IF WS-SALDO-EXCEDIDO
               CALL 'showmsg' USING
                    "Saldo excede o limite - ordem mantida pendente",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICA-COBERTURA-OPCAO.
           PERFORM VERIFICA-VENDA-DESCOBERTA.
           IF WS-COB-OK NOT = "S" OR WS-SHT-OK NOT = "S"
               CALL 'showmsg' USING "Ordem mantida pendente",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

      *    Lista restrita: a liberacao e do supervisor que aprova, com
      *    senha e justificativa como na digitacao direta; o operador
      *    da imagem de STK12 e o que digitou a ordem.
           MOVE WFS-STK22-OPERADOR TO WS-RST-DIGITADOR.
           PERFORM VERIFICA-LISTA-RESTRITA.
           IF WS-RSP-ACHOU = "S"
               DISPLAY CLEAR-SCREEN
               DISPLAY "APROVACAO DE ORDENS PENDENTES"
                       AT LINE 02 COLUMN 5
           END-IF.
           IF WS-RST-OK NOT = "S"
               CALL 'showmsg' USING "Ordem mantida pendente",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           MOVE WFS-STK22-OPERADOR TO WS-ORDEM-OPERADOR.
           MOVE WS-OPERATOR        TO WS-ORDEM-APROVADOR.
           PERFORM DETECTA-DAY-TRADE.
           PERFORM UPD-REGISTER.
           PERFORM UPD-INITIAL-CUSTODY.

           MOVE "A"         TO WFS-STK22-STATUS.
           MOVE WS-OPERATOR TO WFS-STK22-APROVADOR.
           ADD 1 TO WS-PEND-DECIDIDAS.
           MOVE "STK22"        TO WS-AUDIT-ARQUIVO.
           MOVE "ALT"          TO WS-AUDIT-ACAO.
           MOVE STK22-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

       REG-EVENTO-CORP.                     *> Registra eventos corporativos (split/grupamento/dividendo)
           DISPLAY CLEAR-SCREEN.
           DISPLAY CORP-ACTION-SCR.

           MOVE SPACE TO WS-STATUS.
           PERFORM UNTIL WS-STATUS = "F"
              MOVE ZERO   TO WS-FLAG-FOUND
              MOVE SPACES TO WS-TICKER WS-CORP-TIPO
              MOVE ZEROES TO WS-CORP-FACTOR WS-CORP-VALOR
              MOVE ZEROES TO WS-CORP-QTD WS-CORP-PRECO
              MOVE SPACES TO WS-CORP-NOVO-TICKER
              MOVE ZEROES TO WS-CORP-IRRF-INF
              ACCEPT CORP-ACTION-SCR

              MOVE FUNCTION UPPER-CASE(WS-TICKER)    TO WS-TICKER
              MOVE FUNCTION UPPER-CASE(WS-CORP-TIPO) TO WS-CORP-TIPO
              MOVE FUNCTION UPPER-CASE(WS-CORP-NOVO-TICKER)
                TO WS-CORP-NOVO-TICKER

              IF WS-TICKER = SPACES
                  MOVE "F" TO WS-STATUS
              ELSE
                  IF NOT WS-CORP-SPLIT AND NOT WS-CORP-DIV
                     AND NOT WS-CORP-BONIF AND NOT WS-CORP-SUBSCR
                     AND NOT WS-CORP-JCP AND NOT WS-CORP-FII-REND
                     AND NOT WS-CORP-AMORT AND NOT WS-CORP-RENAME
                     AND NOT WS-CORP-LEILAO
                    CALL 'showmsg' USING
                         "Tipo deve ser S, D, J, F, B, I, M, L ou R",
                         MSGALERT, MSGDELAY
                    MOVE 1 TO WS-FLAG-FOUND
                  END-IF

                  IF WS-CORP-RENAME
                     AND WS-CORP-NOVO-TICKER = SPACES
                    CALL 'showmsg' USING
                         "Informe o novo ticker da troca",
                         MSGALERT, MSGDELAY
                    MOVE 1 TO WS-FLAG-FOUND
                  END-IF

                  IF WS-CORP-SPLIT AND WS-CORP-FACTOR = 0
                    CALL 'showmsg' USING
                         "Fator deve ser maior que zero",
                         MSGALERT, MSGDELAY
                    MOVE 1 TO WS-FLAG-FOUND
                  END-IF

                  IF (WS-CORP-DIV OR WS-CORP-JCP OR WS-CORP-FII-REND
                      OR WS-CORP-AMORT OR WS-CORP-LEILAO)
                     AND WS-CORP-VALOR = 0
                    CALL 'showmsg' USING
                         "Valor deve ser maior que zero",
                         MSGALERT, MSGDELAY
                    MOVE 1 TO WS-FLAG-FOUND
                  END-IF

                  IF (WS-CORP-BONIF OR WS-CORP-SUBSCR)
                     AND WS-CORP-QTD = 0
                    CALL 'showmsg' USING
                         "Qtde recebida deve ser maior que zero",
                         MSGALERT, MSGDELAY
                    MOVE 1 TO WS-FLAG-FOUND
                  END-IF

                  IF WS-CORP-SUBSCR AND WS-CORP-PRECO = 0
                    CALL 'showmsg' USING
                         "Custo unitario deve ser maior que zero",
                         MSGALERT, MSGDELAY
                    MOVE 1 TO WS-FLAG-FOUND
                  END-IF

                  IF (WS-CORP-BONIF OR WS-CORP-SUBSCR)
                     AND WS-FLAG-FOUND = 0
                    PERFORM VERIFICA-POSICAO-EVENTO
                    IF WS-CORP-POS-OK NOT = "S"
                      CALL 'showmsg' USING
                           "Sem posicao do ativo nessa conta",
                           MSGALERT, MSGDELAY
                      MOVE 1 TO WS-FLAG-FOUND
                    END-IF
                  END-IF

                  IF WS-CORP-LEILAO AND WS-FLAG-FOUND = 0
                    PERFORM VERIFICA-FRACOES-PENDENTES
                    IF WS-FRAC-ACHADAS = 0
                      CALL 'showmsg' USING
                           "Sem fracoes pendentes do ativo na conta",
                           MSGALERT, MSGDELAY
                      MOVE 1 TO WS-FLAG-FOUND
                    END-IF
                  END-IF

                  CALL 'chkdate' USING WS-ANO, WS-MES, WS-DIA,
                                       WS-CHK-RETURN
                  IF WS-CHK-RETURN NOT = 0
                    CALL 'showmsg' USING "Data do evento invalida",
                                   MSGALERT, MSGDELAY
                    MOVE 1 TO WS-FLAG-FOUND
                  END-IF

                  PERFORM VERIFICA-TICKER-MASTER
                  IF NOT WS-TICKER-OK
                    CALL 'showmsg' USING
                         "Ticker nao cadastrado no cadastro de ativos",
                         MSGALERT, MSGDELAY
                    MOVE 1 TO WS-FLAG-FOUND
                  END-IF

                  IF WS-NOT-FOUND          *> Nenhum erro na entrada
                     CALL 'showmsg' USING "Confirma lancamento?",
                                    MSGYESNO, MSGDELAY, WS-QUESTION

                     IF WS-QUESTION = "S"
                        PERFORM UPD-EVENTO-CORP
                        CALL 'showmsg' USING "Evento registrado",
                                       MSGSTD, MSGDELAY
                     END-IF

                     CALL 'showmsg' USING "Incluir novo evento?",
                                    MSGYESNO, MSGDELAY, WS-QUESTION
                     IF WS-QUESTION NOT = "S"
                        MOVE "F" TO WS-STATUS
                     END-IF
                  END-IF
              END-IF
           END-PERFORM.

       UPD-EVENTO-CORP.
           MOVE 0 TO WS-CORP-QTY-AJUSTE.
           IF WS-CORP-SPLIT
               PERFORM APLICA-SPLIT-STK02
           END-IF.
           IF WS-CORP-BONIF OR WS-CORP-SUBSCR
               PERFORM APLICA-BONIF-SUBSCR-STK02
           END-IF.
           IF WS-CORP-AMORT
               PERFORM APLICA-AMORT-STK02
           END-IF.
           IF WS-CORP-LEILAO
               PERFORM APLICA-LEILAO-FRACOES
           END-IF.
           IF WS-CORP-RENAME
      *        Fator zerado vale 1 para 1 (troca simples de codigo).
               IF WS-CORP-FACTOR = 0
                   MOVE 1 TO WS-CORP-FACTOR
               END-IF
               PERFORM APLICA-RENAME-STK02
               PERFORM ATUALIZA-CADASTRO-RENAME
               PERFORM GRAVA-VINCULO-RENAME
           END-IF.

           IF WS-CORP-CHAVE-INF NOT = "S"
               ACCEPT WS-TIME FROM TIME
               STRING
                  WS-ANO
                  WS-MES
                  WS-DIA
                  WS-HORA
                  WS-MINUTO
                  WS-SEGUNDO
                  DELIMITED BY SIZE
                  INTO WS-KEY
               END-STRING
           END-IF.

      *    Dividendo: IRRF de 10% da Lei 15.270/2025 apurado contra
      *    o que a mesma fonte ja pagou ao titular da conta no mes.
           IF WS-CORP-DIV
               MOVE WS-ACCOUNT    TO WS-DIV-CONTA
               MOVE WS-TICKER     TO WS-DIV-TICKER
               MOVE WS-CORP-VALOR TO WS-DIV-BRUTO
               COMPUTE WS-DIV-COMP = (2000 + WS-ANO) * 100 + WS-MES
               MOVE "N" TO WS-DIV-PEND-USA
               PERFORM CALCULA-IRRF-DIVIDENDO
           END-IF.

           OPEN EXTEND STK03.
           IF WS-STATUS-STK03 = "35"
               OPEN OUTPUT STK03
           END-IF.

           MOVE WS-KEY       TO STK03-KEY.
           MOVE "A"          TO STK03-ORDER.
           MOVE WS-TICKER    TO STK03-TICKER.
           MOVE WS-CORP-TIPO TO STK03-CORP-ACTION.
           MOVE SPACE        TO STK03-CATEGORY.
           MOVE WS-ACCOUNT   TO STK03-ACCOUNT.
           MOVE WS-OPERATOR  TO STK03-OPERATOR.
           MOVE WS-OPERATOR  TO STK03-APPROVER.
           MOVE SPACES       TO STK03-STRATEGY.
           PERFORM CALCULA-DATA-LIQUIDACAO.
           MOVE WS-SETTLE-DATE-NUM TO STK03-SETTLE-DATE.

           EVALUATE TRUE
               WHEN WS-CORP-SPLIT
                   MOVE WS-CORP-FACTOR     TO STK03-CORP-FACTOR
                   MOVE WS-CORP-QTY-AJUSTE TO STK03-QTY
                   MOVE WS-CORP-LAST-PRICE TO STK03-AVPRICE
                   MOVE 0 TO STK03-PRICE STK03-IRRF STK03-COST
                             STK03-NET
               WHEN WS-CORP-RENAME
      *            Troca de ticker/incorporacao: sem efeito
      *            tributavel - a posicao migrou ao custo. O ticker
      *            novo vai no campo de conta do lancamento (livre
      *            neste tipo) para a reaplicacao dos diarios saber
      *            o destino; o fator fica em CORP-FACTOR.
                   MOVE WS-CORP-FACTOR TO STK03-CORP-FACTOR
                   MOVE WS-CORP-NOVO-TICKER TO STK03-ACCOUNT
                   MOVE 0 TO STK03-QTY STK03-PRICE STK03-IRRF
                             STK03-COST STK03-NET STK03-AVPRICE
               WHEN WS-CORP-AMORT
      *            Amortizacao de FII: o total devolvido fica em
      *            STK03-NET com a classe "M" e o valor por cota em
      *            STK03-PRICE, para a reaplicacao dos diarios
      *            (RECONSTROI/POSDATA/KARDEX) refazer a reducao do
      *            preco medio; a reducao ja foi aplicada em
      *            APLICA-AMORT-STK02 e o excedente sobre o custo
      *            sai num lancamento "V" categoria F logo abaixo,
      *            para entrar na apuracao como ganho de FII.
                   MOVE 0 TO STK03-CORP-FACTOR STK03-QTY
                             STK03-IRRF STK03-COST STK03-AVPRICE
                   MOVE WS-CORP-VALOR TO STK03-PRICE
                   MOVE WS-AMORT-TOT  TO STK03-NET
               WHEN WS-CORP-DIV OR WS-CORP-JCP OR WS-CORP-FII-REND
      *            Provento em dinheiro: o bruto fica em STK03-NET e a
      *            classe em STK03-CORP-ACTION, para o relatorio anual
      *            separar isentos (dividendo, rendimento de FII) de
      *            tributacao exclusiva (JCP, 15% retido na fonte em
      *            STK03-IRRF). O IRRF do dividendo acima do limite
      *            mensal tambem vai em STK03-IRRF; o valor integral,
      *            quando passa do campo, fica no razao divretido.dat.
                   MOVE 0 TO STK03-CORP-FACTOR STK03-QTY STK03-PRICE
                             STK03-IRRF STK03-COST STK03-AVPRICE
                   MOVE WS-CORP-VALOR TO STK03-NET
                   IF WS-CORP-JCP
                       MOVE WS-TICKER TO WS-BDR-TICKER
                       PERFORM VERIFICA-TICKER-BDR
                       IF NOT WS-TICKER-BDR
                           COMPUTE STK03-IRRF = WS-CORP-VALOR * 0,15
                               ON SIZE ERROR
                                   MOVE 9999,99 TO STK03-IRRF
                           END-COMPUTE
                       END-IF
                   END-IF
                   IF WS-CORP-DIV
                       COMPUTE STK03-IRRF = WS-DIV-IRRF
                           ON SIZE ERROR
                               MOVE 9999,99 TO STK03-IRRF
                       END-COMPUTE
                   END-IF
               WHEN WS-CORP-LEILAO
      *            Leilao de fracoes: o valor recebido fica em
      *            STK03-NET so como registro do evento; a baixa das
      *            fracoes, o caixa e o resultado ja sairam em
      *            APLICA-LEILAO-FRACOES, e o fechamento le a venda
      *            em fracoes.dat, nao neste lancamento.
                   MOVE 0 TO STK03-CORP-FACTOR STK03-QTY STK03-PRICE
                             STK03-IRRF STK03-COST STK03-AVPRICE
                   MOVE WS-CORP-VALOR TO STK03-NET
               WHEN WS-CORP-BONIF OR WS-CORP-SUBSCR
      *            Bonificacao/subscricao exercida: as acoes entram
      *            ao custo declarado/preco de subscricao, fundido ao
      *            preco medio da posicao; sem emolumentos (nao passa
      *            por CALCULA) e fora da apuracao do fechamento.
                   MOVE 0 TO STK03-CORP-FACTOR STK03-IRRF STK03-COST
                             STK03-NET
                   MOVE WS-CORP-QTD     TO STK03-QTY
                   MOVE WS-CORP-PRECO   TO STK03-PRICE
                   MOVE WS-CORP-NOVO-PM TO STK03-AVPRICE
           END-EVALUATE.

           WRITE STK03-REGISTER.

           IF WS-CORP-AMORT AND WS-AMORT-EXCESSO > 0
      *        Ganho acima do custo remanescente: lancamento de
      *        venda sem quantidade, categoria F, so para a
      *        apuracao do mes tributar o excedente (a reaplicacao
      *        de RECONSTROI e inocua com quantidade zero).
               ADD 1 TO WS-KEY
               MOVE WS-KEY           TO STK03-KEY
               MOVE "V"              TO STK03-ORDER
               MOVE "F"              TO STK03-CATEGORY
               MOVE WS-AMORT-EXCESSO TO STK03-NET
               WRITE STK03-REGISTER
           END-IF.
           CLOSE STK03.

           MOVE "STK03"         TO WS-AUDIT-ARQUIVO.
           MOVE "INC"           TO WS-AUDIT-ACAO.
           MOVE STK03-REGISTER  TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

      *    Dividendo: confere o IRRF do informe da corretora com o
      *    apurado, grava o razao e credita o liquido no caixa.
           IF WS-CORP-DIV
               COMPUTE WS-DIV-DATA = (2000 + WS-ANO) * 10000
                                    + WS-MES * 100 + WS-DIA
               MOVE WS-DIV-IRRF      TO WS-DIV-TOT-IRRF
               MOVE WS-CORP-IRRF-INF TO WS-DIV-IRRF-INF
               PERFORM CONFERE-IRRF-INFORME
               IF WS-DIV-DIVERGE = "S"
                   PERFORM REGISTRA-DIVERGENCIA-IRRF
               END-IF
               PERFORM GRAVA-DIVIDENDO-RETIDO
               PERFORM GRAVA-CAIXA-DIVIDENDO
           END-IF.

       APLICA-AMORT-STK02.
      **** Amortizacao (devolucao de capital) de FII: para cada
      **** conta com posicao do ticker, o valor por cota reduz o
      **** preco medio (ate zerar o custo); o que passar do custo
      **** remanescente e ganho tributavel acumulado em
      **** WS-AMORT-EXCESSO. O dinheiro devolvido entra no caixa da
      **** conta. Vale para o ticker em todas as contas, como o
      **** desdobramento.
           MOVE 0 TO WS-AMORT-TOT WS-AMORT-EXCESSO.
           OPEN I-O STK02.
           IF WS-STATUS-STK02 = "35"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM APLICA-AMORT-STK02-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK02.

       APLICA-AMORT-STK02-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK02 = "00" AND WFS-STK02-TICKER = WS-TICKER
              AND WFS-STK02-QTY > 0
               MOVE STK02-REGISTER TO WS-AUDIT-IMAGEM
               COMPUTE WS-AMORT-CONTA = WFS-STK02-QTY * WS-CORP-VALOR
               IF WS-CORP-VALOR <= WFS-STK02-PRICE
                   MOVE WS-CORP-VALOR TO WS-AMORT-REDUCAO
                   MOVE 0 TO WS-AMORT-EXC-CONTA
               ELSE
                   MOVE WFS-STK02-PRICE TO WS-AMORT-REDUCAO
                   COMPUTE WS-AMORT-EXC-CONTA =
                           (WS-CORP-VALOR - WFS-STK02-PRICE)
                           * WFS-STK02-QTY
               END-IF
               SUBTRACT WS-AMORT-REDUCAO FROM WFS-STK02-PRICE
               MULTIPLY WFS-STK02-QTY BY WFS-STK02-PRICE
                        GIVING WFS-STK02-BALANCE
               REWRITE STK02-REGISTER
               MOVE "STK02" TO WS-AUDIT-ARQUIVO
               MOVE "ALT"   TO WS-AUDIT-ACAO
               PERFORM GRAVA-AUDITORIA

               ADD WS-AMORT-CONTA     TO WS-AMORT-TOT
               ADD WS-AMORT-EXC-CONTA TO WS-AMORT-EXCESSO
               PERFORM GRAVA-CAIXA-AMORT
           END-IF.

       GRAVA-CAIXA-AMORT.
           OPEN EXTEND STK15.
           IF WS-STATUS-STK15 = "35"
               OPEN OUTPUT STK15
           END-IF.
           MOVE WFS-STK02-ACCOUNT TO WFS-STK15-ACCOUNT.
           COMPUTE WFS-STK15-DATA = (2000 + WS-ANO) * 10000
                                   + WS-MES * 100 + WS-DIA.
           MOVE "P"    TO WFS-STK15-TIPO.
           MOVE SPACES TO WFS-STK15-HISTORICO.
           STRING "AMORT " WS-TICKER DELIMITED BY SIZE
                  INTO WFS-STK15-HISTORICO
           END-STRING.
           MOVE WS-AMORT-CONTA TO WFS-STK15-VALOR.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.

       VERIFICA-FRACOES-PENDENTES.
      **** Soma as fracoes pendentes do ticker na conta informada:
      **** quantas, a quantidade fracionaria e o custo, usados na
      **** validacao e no rateio do valor do leilao.
           MOVE 0 TO WS-FRAC-ACHADAS WS-FRAC-QTD-TOT WS-FRAC-CUSTO-TOT.
           OPEN INPUT STK36.
           IF WS-STATUS-STK36 NOT = "00"
               CLOSE STK36
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FRAC-FIM.
           PERFORM VERIFICA-FRACOES-SEQ UNTIL WS-FRAC-FIM = "S".
           CLOSE STK36.

       VERIFICA-FRACOES-SEQ.
           READ STK36 AT END MOVE "S" TO WS-FRAC-FIM.
           IF WS-STATUS-STK36 = "00"
               IF WFS-STK36-PENDENTE
                  AND WFS-STK36-ACCOUNT = WS-ACCOUNT
                  AND WFS-STK36-TICKER  = WS-TICKER
                   ADD 1                TO WS-FRAC-ACHADAS
                   ADD WFS-STK36-FRACAO TO WS-FRAC-QTD-TOT
                   ADD WFS-STK36-CUSTO  TO WS-FRAC-CUSTO-TOT
               END-IF
           ELSE
               MOVE "S" TO WS-FRAC-FIM
           END-IF.

       GRAVA-FRACAO-PENDENTE.
      **** Fracao de WS-FRAC-CONTA/WS-TICKER deixada pelo evento em
      **** curso, ao custo WS-FRAC-CUSTO, aguardando o leilao.
           OPEN EXTEND STK36.
           IF WS-STATUS-STK36 = "35"
               OPEN OUTPUT STK36
           END-IF.
           MOVE WS-FRAC-CONTA  TO WFS-STK36-ACCOUNT.
           MOVE WS-TICKER      TO WFS-STK36-TICKER.
           COMPUTE WFS-STK36-DATA-EVENTO = (2000 + WS-ANO) * 10000
                                          + WS-MES * 100 + WS-DIA.
           MOVE WS-CORP-TIPO   TO WFS-STK36-EVENTO.
           MOVE WS-FRAC-FRACAO TO WFS-STK36-FRACAO.
           MOVE WS-FRAC-CUSTO  TO WFS-STK36-CUSTO.
           MOVE "P"            TO WFS-STK36-STATUS.
           MOVE 0              TO WFS-STK36-DATA-LEILAO
                                  WFS-STK36-VALOR-LEILAO
                                  WFS-STK36-RESULTADO.
           MOVE SPACE          TO WFS-STK36-CATEGORIA.
           WRITE STK36-REGISTER.
           CLOSE STK36.
           MOVE "STK36"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK36-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

       APLICA-LEILAO-FRACOES.
      **** Leilao de fracoes: a companhia vendeu em bolsa as fracoes
      **** pendentes da conta e paga o valor em dinheiro. O valor
      **** informado e rateado entre as fracoes pendentes do ticker
      **** na conta pela quantidade (a ultima leva a sobra do
      **** arredondamento), que passam a leiloadas com data, valor
      **** e resultado; fracoes.dat e regravado pelo temporario (o
      **** mesmo padrao de termo.dat). O valor entra no caixa e o
      **** resultado contra o custo vai para resultados.dat como
      **** uma venda sem quantidade; o fechamento do mes le a venda
      **** das fracoes leiloadas na competencia.
           PERFORM VERIFICA-FRACOES-PENDENTES.
           IF WS-FRAC-ACHADAS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DT.
           PERFORM CLASSIFICA-CATEGORIA.
           COMPUTE WS-FRAC-DATA = (2000 + WS-ANO) * 10000
                                 + WS-MES * 100 + WS-DIA.
           MOVE 0 TO WS-FRAC-BAIXADAS WS-FRAC-VALOR-USADO.

           OPEN INPUT STK36.
           OPEN OUTPUT ARQ-FRAC-TMP.
           MOVE "N" TO WS-FRAC-FIM.
           PERFORM BAIXA-FRACAO-SEQ UNTIL WS-FRAC-FIM = "S".
           CLOSE STK36.
           CLOSE ARQ-FRAC-TMP.

           OPEN OUTPUT STK36.
           OPEN INPUT ARQ-FRAC-TMP.
           MOVE "N" TO WS-FRAC-FIM.
           PERFORM VOLTA-FRACAO-SEQ UNTIL WS-FRAC-FIM = "S".
           CLOSE STK36.
           CLOSE ARQ-FRAC-TMP.
           CALL "CBL_DELETE_FILE" USING "fracoes.tmp".

           COMPUTE WS-FRAC-RESULTADO = WS-CORP-VALOR
                                     - WS-FRAC-CUSTO-TOT
               ON SIZE ERROR
                   MOVE 0 TO WS-FRAC-RESULTADO
           END-COMPUTE.
           PERFORM GRAVA-CAIXA-LEILAO.
           PERFORM GRAVA-RESULTADO-LEILAO.

       BAIXA-FRACAO-SEQ.
           READ STK36 AT END MOVE "S" TO WS-FRAC-FIM.
           IF WS-STATUS-STK36 NOT = "00"
               MOVE "S" TO WS-FRAC-FIM
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK36-PENDENTE
              AND WFS-STK36-ACCOUNT = WS-ACCOUNT
              AND WFS-STK36-TICKER  = WS-TICKER
               MOVE STK36-REGISTER TO WS-AUDIT-IMAGEM
               ADD 1 TO WS-FRAC-BAIXADAS
               IF WS-FRAC-BAIXADAS = WS-FRAC-ACHADAS
                   COMPUTE WS-FRAC-VALOR-RATEIO =
                           WS-CORP-VALOR - WS-FRAC-VALOR-USADO
               ELSE
                   COMPUTE WS-FRAC-VALOR-RATEIO ROUNDED =
                           WS-CORP-VALOR * WFS-STK36-FRACAO
                           / WS-FRAC-QTD-TOT
               END-IF
               ADD WS-FRAC-VALOR-RATEIO TO WS-FRAC-VALOR-USADO
               MOVE "L"                  TO WFS-STK36-STATUS
               MOVE WS-FRAC-DATA         TO WFS-STK36-DATA-LEILAO
               MOVE WS-FRAC-VALOR-RATEIO TO WFS-STK36-VALOR-LEILAO
               COMPUTE WFS-STK36-RESULTADO = WS-FRAC-VALOR-RATEIO
                                           - WFS-STK36-CUSTO
               MOVE WS-CATEGORIA         TO WFS-STK36-CATEGORIA
               MOVE "STK36" TO WS-AUDIT-ARQUIVO
               MOVE "ALT"   TO WS-AUDIT-ACAO
               PERFORM GRAVA-AUDITORIA
           END-IF.
           WRITE FRAC-TMP-REG FROM STK36-REGISTER.

       VOLTA-FRACAO-SEQ.
           READ ARQ-FRAC-TMP AT END MOVE "S" TO WS-FRAC-FIM.
           IF WS-STATUS-FRAC-TMP = "00"
               WRITE STK36-REGISTER FROM FRAC-TMP-REG
           ELSE
               MOVE "S" TO WS-FRAC-FIM
           END-IF.

       GRAVA-CAIXA-LEILAO.
      **** Credito do leilao no caixa da conta, tipo "P" como o da
      **** amortizacao: a exportacao contabil lanca o dinheiro pelo
      **** evento "A"/"L" do diario, nao pela varredura do caixa.
           OPEN EXTEND STK15.
           IF WS-STATUS-STK15 = "35"
               OPEN OUTPUT STK15
           END-IF.
           MOVE WS-ACCOUNT   TO WFS-STK15-ACCOUNT.
           MOVE WS-FRAC-DATA TO WFS-STK15-DATA.
           MOVE "P"          TO WFS-STK15-TIPO.
           MOVE SPACES       TO WFS-STK15-HISTORICO.
           STRING "LEILAO " WS-TICKER DELIMITED BY SIZE
                  INTO WFS-STK15-HISTORICO
           END-STRING.
           MOVE WS-CORP-VALOR TO WFS-STK15-VALOR.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.

       GRAVA-RESULTADO-LEILAO.
      **** Memoria de calculo do leilao, no formato das vendas de
      **** GRAVA-RESULTADO-VENDA: sem quantidade (a fracao nunca
      **** esteve na custodia), liquido recebido e resultado contra
      **** o custo das fracoes baixadas.
           OPEN EXTEND STK13.
           IF WS-STATUS-STK13 = "35"
               OPEN OUTPUT STK13
           END-IF.
           COMPUTE WFS-STK13-DATA = WS-ANO * 10000 + WS-MES * 100
                                   + WS-DIA.
           MOVE WS-TICKER         TO WFS-STK13-TICKER.
           MOVE WS-ACCOUNT        TO WFS-STK13-ACCOUNT.
           MOVE 0                 TO WFS-STK13-QTY.
           MOVE 0                 TO WFS-STK13-PM-VENDA.
           MOVE WS-CORP-VALOR     TO WFS-STK13-LIQUIDO.
           MOVE WS-FRAC-RESULTADO TO WFS-STK13-RESULTADO.
           MOVE WS-CATEGORIA      TO WFS-STK13-CATEGORIA.
           MOVE SPACES            TO WFS-STK13-ESTRATEGIA.
           WRITE STK13-REGISTER.
           CLOSE STK13.

       APLICA-RENAME-STK02.
      **** Migra a posicao de todas as contas do ticker antigo para
      **** o novo, ao custo (sem evento tributavel): a quantidade e
      **** multiplicada pelo fator de troca e o saldo financeiro
      **** carregado como esta; ja havendo posicao do novo ticker na
      **** conta, os saldos se fundem e o preco medio e recalculado.
      **** A varredura primeiro coleta e zera os registros antigos e
      **** so depois grava os novos, para nao perturbar a leitura
      **** sequencial do indexado.
           MOVE 0 TO WS-REN-TOTAL.
           OPEN I-O STK02.
           IF WS-STATUS-STK02 = "35"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-REN-FIM.
           PERFORM COLETA-RENAME-SEQ UNTIL WS-REN-FIM = "S".

           PERFORM VARYING WS-REN-IDX FROM 1 BY 1
                     UNTIL WS-REN-IDX > WS-REN-TOTAL
               PERFORM FUNDE-POSICAO-RENAME
           END-PERFORM.

           CLOSE STK02.

       COLETA-RENAME-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-REN-FIM.
           IF WS-STATUS-STK02 = "00"
               IF WFS-STK02-TICKER = WS-TICKER
                  AND WFS-STK02-QTY NOT = 0
                  AND WS-REN-TOTAL < 50
                   ADD 1 TO WS-REN-TOTAL
                   MOVE WFS-STK02-ACCOUNT
                     TO WS-REN-CONTA(WS-REN-TOTAL)
                   MOVE WFS-STK02-QTY
                     TO WS-REN-QTY(WS-REN-TOTAL)
                   MOVE WFS-STK02-BALANCE
                     TO WS-REN-BAL(WS-REN-TOTAL)

                   MOVE STK02-REGISTER TO WS-AUDIT-IMAGEM
                   MOVE 0 TO WFS-STK02-QTY WFS-STK02-PRICE
                             WFS-STK02-BALANCE
                   REWRITE STK02-REGISTER
                   MOVE "STK02" TO WS-AUDIT-ARQUIVO
                   MOVE "ALT"   TO WS-AUDIT-ACAO
                   PERFORM GRAVA-AUDITORIA
               END-IF
           ELSE
               MOVE "S" TO WS-REN-FIM
           END-IF.

       FUNDE-POSICAO-RENAME.
           COMPUTE WS-REN-QTY-NOVA =
                   WS-REN-QTY(WS-REN-IDX) * WS-CORP-FACTOR.
           MOVE WS-REN-CONTA(WS-REN-IDX) TO WFS-STK02-ACCOUNT.
           MOVE WS-CORP-NOVO-TICKER      TO WFS-STK02-TICKER.
           READ STK02 KEY IS WFS-STK02-KEY.
           IF WS-STATUS-STK02 = "00"
               MOVE STK02-REGISTER TO WS-AUDIT-IMAGEM
               ADD WS-REN-QTY-NOVA      TO WFS-STK02-QTY
               ADD WS-REN-BAL(WS-REN-IDX) TO WFS-STK02-BALANCE
               IF WFS-STK02-QTY NOT = 0
                   DIVIDE WFS-STK02-BALANCE BY WFS-STK02-QTY
                          GIVING WFS-STK02-PRICE
               END-IF
               REWRITE STK02-REGISTER
               MOVE "ALT" TO WS-AUDIT-ACAO
           ELSE
               MOVE WS-REN-CONTA(WS-REN-IDX) TO WFS-STK02-ACCOUNT
               MOVE WS-CORP-NOVO-TICKER      TO WFS-STK02-TICKER
               MOVE WS-REN-QTY-NOVA          TO WFS-STK02-QTY
               MOVE WS-REN-BAL(WS-REN-IDX)   TO WFS-STK02-BALANCE
               IF WFS-STK02-QTY NOT = 0
                   DIVIDE WFS-STK02-BALANCE BY WFS-STK02-QTY
                          GIVING WFS-STK02-PRICE
               ELSE
                   MOVE 0 TO WFS-STK02-PRICE
               END-IF
               WRITE STK02-REGISTER
               MOVE "INC" TO WS-AUDIT-ACAO
               MOVE STK02-REGISTER TO WS-AUDIT-IMAGEM
           END-IF.
           MOVE "STK02" TO WS-AUDIT-ARQUIVO.
           PERFORM GRAVA-AUDITORIA.

       ATUALIZA-CADASTRO-RENAME.
      *    O novo ticker entra no cadastro herdando os dados do
      *    antigo quando ainda nao existe; o antigo permanece, para
      *    os relatorios historicos (proventos, IRPF) seguirem
      *    achando nome e CNPJ da epoca.
           OPEN I-O STK09.
           IF WS-STATUS-STK09 NOT = "00"
               CLOSE STK09
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CORP-NOVO-TICKER TO WFS-STK09-TICKER.
           READ STK09 KEY IS WFS-STK09-TICKER.
           IF WS-STATUS-STK09 NOT = "00"
               MOVE WS-TICKER TO WFS-STK09-TICKER
               READ STK09 KEY IS WFS-STK09-TICKER
               IF WS-STATUS-STK09 = "00"
                   MOVE WS-CORP-NOVO-TICKER TO WFS-STK09-TICKER
                   WRITE STK09-REGISTER
                   MOVE "STK09" TO WS-AUDIT-ARQUIVO
                   MOVE "INC"   TO WS-AUDIT-ACAO
                   MOVE STK09-REGISTER TO WS-AUDIT-IMAGEM
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.
           CLOSE STK09.

       GRAVA-VINCULO-RENAME.
      *    Vinculo antigo->novo com data e fator; e por ele que o
      *    kardex segue a posicao atraves da troca de codigo.
           OPEN EXTEND ARQ-RENAMES.
           IF WS-STATUS-RENAMES = "35"
               OPEN OUTPUT ARQ-RENAMES
           END-IF.
           MOVE WS-TICKER            TO RENAME-ANTIGO.
           MOVE WS-CORP-NOVO-TICKER  TO RENAME-NOVO.
           COMPUTE RENAME-DATA = (2000 + WS-ANO) * 10000
                                + WS-MES * 100 + WS-DIA.
           MOVE WS-CORP-FACTOR       TO RENAME-FATOR.
           WRITE RENAME-REG.
           CLOSE ARQ-RENAMES.

       VERIFICA-POSICAO-EVENTO.
           MOVE "N" TO WS-CORP-POS-OK.
           OPEN INPUT STK02.
           IF WS-STATUS-STK02 NOT = "35"
               MOVE WS-ACCOUNT TO WFS-STK02-ACCOUNT
               MOVE WS-TICKER  TO WFS-STK02-TICKER
               READ STK02 KEY IS WFS-STK02-KEY
               IF WS-STATUS-STK02 = "00" AND WFS-STK02-QTY > 0
                   MOVE "S" TO WS-CORP-POS-OK
               END-IF
               CLOSE STK02
           END-IF.

       APLICA-BONIF-SUBSCR-STK02.
      **** As acoes recebidas entram na posicao da conta ao custo
      **** unitario informado (custo atribuido da bonificacao ou
      **** preco de subscricao), elevando o saldo financeiro e
      **** recalculando o preco medio ponderado - a mesma regra de
      **** compra de ATUALIZA-POSICAO-INICIAL, sem custos de B3.
      **** So a parte inteira da quantidade recebida entra na
      **** custodia; a fracao fica pendente em fracoes.dat ao
      **** mesmo custo unitario, ate o leilao.
           OPEN I-O STK02.
           IF WS-STATUS-STK02 = "35"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACCOUNT TO WFS-STK02-ACCOUNT.
           MOVE WS-TICKER  TO WFS-STK02-TICKER.
           READ STK02 KEY IS WFS-STK02-KEY.
           IF WS-STATUS-STK02 = "00"
               MOVE STK02-REGISTER TO WS-AUDIT-IMAGEM
               MOVE "N" TO WS-SALDO-FLAG
               MOVE WS-CORP-QTD TO WS-FRAC-QTD-INT
               COMPUTE WS-FRAC-FRACAO = WS-CORP-QTD - WS-FRAC-QTD-INT
               COMPUTE WFS-STK02-BALANCE = WFS-STK02-BALANCE
                       + (WS-FRAC-QTD-INT * WS-CORP-PRECO)
                   ON SIZE ERROR
                       MOVE "S" TO WS-SALDO-FLAG
               END-COMPUTE
               ADD WS-FRAC-QTD-INT TO WFS-STK02-QTY
               IF WFS-STK02-QTY NOT = 0
                   DIVIDE WFS-STK02-BALANCE BY WFS-STK02-QTY
                          GIVING WFS-STK02-PRICE
               END-IF
               IF WS-SALDO-EXCEDIDO
                   CALL 'showmsg' USING
                        "Saldo excede o limite do campo",
                        MSGALERT, MSGDELAY
               ELSE
                   REWRITE STK02-REGISTER
                   MOVE WFS-STK02-PRICE TO WS-CORP-NOVO-PM
                   MOVE "STK02" TO WS-AUDIT-ARQUIVO
                   MOVE "ALT"   TO WS-AUDIT-ACAO
                   PERFORM GRAVA-AUDITORIA
                   IF WS-FRAC-FRACAO > 0
                       COMPUTE WS-FRAC-CUSTO ROUNDED =
                               WS-FRAC-FRACAO * WS-CORP-PRECO
                       MOVE WS-ACCOUNT TO WS-FRAC-CONTA
                       PERFORM GRAVA-FRACAO-PENDENTE
                   END-IF
               END-IF
           END-IF.
           CLOSE STK02.

       APLICA-SPLIT-STK02.
      **** Desdobramento/grupamento ajusta a quantidade e o preco
      **** medio na custodia (STK02), mantendo o saldo financeiro
      **** inalterado, a mesma logica de recalculo de preco medio
      **** que ATUALIZA-POSICAO-INICIAL aplica para compra/venda. O
      **** chave de STK02 agora e CONTA+TICKER, nao so o ticker);
      **** STK03-QTY do lancamento do evento soma o ajuste de todas
      **** as contas atingidas, e STK03-AVPRICE fica com o preco
      **** medio recalculado da ultima conta processada. Fator que
      **** nao da numero inteiro deixa a fracao de cada conta
      **** pendente em fracoes.dat ate o leilao.
           OPEN I-O STK02.
           IF WS-STATUS-STK02 = "35"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FIM-ARQ.
           PERFORM APLICA-SPLIT-STK02-SEQ UNTIL WS-FIM-ARQ = "S".

           CLOSE STK02.

       APLICA-SPLIT-STK02-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK02 = "00" AND WFS-STK02-TICKER = WS-TICKER
               MOVE STK02-REGISTER TO WS-AUDIT-IMAGEM
               MOVE "N" TO WS-SALDO-FLAG
               MOVE WFS-STK02-QTY     TO WS-FRAC-QTD-ANT
               MOVE WFS-STK02-BALANCE TO WS-FRAC-SALDO-ANT
               MOVE 0 TO WS-FRAC-FRACAO
               COMPUTE WFS-STK02-QTY = WFS-STK02-QTY * WS-CORP-FACTOR
                   ON SIZE ERROR
                       MOVE "S" TO WS-SALDO-FLAG
               END-COMPUTE
      *        A custodia fica com a parte inteira; a fracao que o
      *        fator deixar numa posicao comprada vai para o leilao.
               COMPUTE WS-CORP-QTY-DELTA =
                       WFS-STK02-QTY - WS-FRAC-QTD-ANT
                   ON SIZE ERROR
                       MOVE "S" TO WS-SALDO-FLAG
               END-COMPUTE
               IF WS-FRAC-QTD-ANT > 0
                   COMPUTE WS-FRAC-QTD-EXATA =
                           WS-FRAC-QTD-ANT * WS-CORP-FACTOR
                       ON SIZE ERROR
                           MOVE "S" TO WS-SALDO-FLAG
                   END-COMPUTE
                   COMPUTE WS-FRAC-FRACAO =
                           WS-FRAC-QTD-EXATA - WFS-STK02-QTY
               END-IF
               IF WFS-STK02-QTY NOT = 0
                   DIVIDE WFS-STK02-PRICE BY WS-CORP-FACTOR
                          GIVING WFS-STK02-PRICE
                       ON SIZE ERROR
                           MOVE "S" TO WS-SALDO-FLAG
                   END-DIVIDE
               ELSE
                   MOVE 0 TO WFS-STK02-PRICE
               END-IF
               MULTIPLY WFS-STK02-QTY BY WFS-STK02-PRICE
                        GIVING WFS-STK02-BALANCE
                   ON SIZE ERROR
                       MOVE "S" TO WS-SALDO-FLAG
               END-MULTIPLY
               IF WS-SALDO-EXCEDIDO
                   CALL 'showmsg' USING
                        "Saldo excede o limite do campo",
                        MSGALERT, MSGDELAY
               ELSE
                   REWRITE STK02-REGISTER
                   MOVE "STK02" TO WS-AUDIT-ARQUIVO
                   MOVE "ALT"   TO WS-AUDIT-ACAO
                   PERFORM GRAVA-AUDITORIA
                   ADD WS-CORP-QTY-DELTA  TO WS-CORP-QTY-AJUSTE
                   MOVE WFS-STK02-PRICE   TO WS-CORP-LAST-PRICE
      *            Custo da fracao: o que sobra do saldo anterior
      *            depois de valorizada a parte inteira, para o
      *            custo total da conta nao se perder no evento.
                   IF WS-FRAC-FRACAO > 0
                       COMPUTE WS-FRAC-CUSTO = WS-FRAC-SALDO-ANT
                                             - WFS-STK02-BALANCE
                       IF WS-FRAC-CUSTO < 0
                           MOVE 0 TO WS-FRAC-CUSTO
                       END-IF
                       MOVE WFS-STK02-ACCOUNT TO WS-FRAC-CONTA
                       PERFORM GRAVA-FRACAO-PENDENTE
                   END-IF
               END-IF
           END-IF.

       AGENDA-PROVENTOS.
      **** Agenda de proventos provisionados (STK21): importacao do
      **** CSV da area do investidor da B3, consulta dos proximos
      **** pagamentos, baixa do evento na data do pagamento (gera o
      **** lancamento de evento corporativo e o credito no caixa de
      **** cada conta com posicao) e alerta dos anunciados cuja data
      **** de pagamento passou sem baixa.
           MOVE SPACES TO WS-AGD-FUNC WS-AGD-TICKER WS-AGD-TIPO.
           MOVE ZEROES TO WS-AGD-DATA-PAG WS-AGD-IRRF-INF.
           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-AGD-HOJE = (2000 + WS-ANO) * 10000
                                + WS-MES * 100 + WS-DIA.

           DISPLAY CLEAR-SCREEN.
           DISPLAY AGENDA-SCR.
           ACCEPT  AGENDA-SCR.

           MOVE FUNCTION UPPER-CASE(WS-AGD-FUNC)   TO WS-AGD-FUNC.
           MOVE FUNCTION UPPER-CASE(WS-AGD-TICKER) TO WS-AGD-TICKER.
           MOVE FUNCTION UPPER-CASE(WS-AGD-TIPO)   TO WS-AGD-TIPO.

           EVALUATE WS-AGD-FUNC
               WHEN "I"
                   CALL 'IMPORTAGD'
                   CALL 'showmsg' USING
                        "Importacao concluida - ver importagd.rel",
                        MSGSTD, MSGDELAY
               WHEN "P"
                   MOVE "P" TO WS-AGD-MODO
                   PERFORM AGENDA-LISTA
               WHEN "A"
                   MOVE "A" TO WS-AGD-MODO
                   PERFORM AGENDA-LISTA
               WHEN "B"
                   PERFORM AGENDA-BAIXA
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   CALL 'showmsg' USING "Funcao deve ser I, P, B ou A",
                                  MSGALERT, MSGDELAY
           END-EVALUATE.

       AGENDA-LISTA.
      *    "P" lista os pagamentos previstos a partir de hoje; "A" os
      *    previstos cuja data ja passou sem o credito ser baixado -
      *    anunciado que nao caiu.
           OPEN INPUT STK21.
           IF WS-STATUS-STK21 NOT = "00"
               CALL 'showmsg' USING "Agenda vazia - importe o CSV",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           IF WS-AGD-MODO = "P"
               DISPLAY "PROXIMOS PAGAMENTOS" AT LINE 08 COLUMN  5
           ELSE
               DISPLAY "ANUNCIADOS SEM CREDITO (EM ATRASO)"
                       AT LINE 08 COLUMN  5
           END-IF.
           DISPLAY "TICKER"    AT LINE 09 COLUMN  5.
           DISPLAY "TP"        AT LINE 09 COLUMN 17.
           DISPLAY "DATA-COM"  AT LINE 09 COLUMN 21.
           DISPLAY "PAGAMENTO" AT LINE 09 COLUMN 32.
           DISPLAY "VLR/ACAO"  AT LINE 09 COLUMN 44.

           MOVE 10  TO WS-LN.
           MOVE "N" TO WS-AGD-FIM.
           PERFORM AGENDA-LISTA-SEQ UNTIL WS-AGD-FIM = "S".
           CLOSE STK21.

           CALL 'showmsg' USING "Tecle ENTER para retornar",
                          MSGVOID, MSGDELAY.

       AGENDA-LISTA-SEQ.
           READ STK21 NEXT RECORD AT END MOVE "S" TO WS-AGD-FIM.
           IF WS-STATUS-STK21 = "00"
               IF WFS-STK21-PREVISTO
                  AND ((WS-AGD-MODO = "P"
                        AND WFS-STK21-DATA-PAG >= WS-AGD-HOJE)
                    OR (WS-AGD-MODO = "A"
                        AND WFS-STK21-DATA-PAG < WS-AGD-HOJE))
                   MOVE WFS-STK21-VALOR-ACAO TO WS-AGD-VACAO-MASK
                   DISPLAY WFS-STK21-TICKER   AT LINE WS-LN COLUMN  5
                   DISPLAY WFS-STK21-TIPO     AT LINE WS-LN COLUMN 17
                   DISPLAY WFS-STK21-DATA-COM AT LINE WS-LN COLUMN 21
                   DISPLAY WFS-STK21-DATA-PAG AT LINE WS-LN COLUMN 32
                   DISPLAY WS-AGD-VACAO-MASK  AT LINE WS-LN COLUMN 44
                   IF WS-LN < 21
                       ADD 1 TO WS-LN
                   ELSE
                       MOVE 10 TO WS-LN
                       CALL 'showmsg' USING
                            "Continua... Pressione ENTER",
                            MSGVOID, MSGDELAY
                       DISPLAY CLEAR-SCREEN-PART-00
                       DISPLAY CLEAR-SCREEN-PART-01
                   END-IF
               END-IF
           ELSE
               MOVE "S" TO WS-AGD-FIM
           END-IF.

       AGENDA-BAIXA.
      *    Baixa do provento na data de pagamento: concilia o evento
      *    previsto com o credito recebido. O lancamento gerado e o
      *    mesmo de REG-EVENTO-CORP (ordem "A" por conta com posicao
      *    do ticker em STK02) mais o credito liquido no caixa da
      *    conta (tipo "P"), e o evento fica marcado como baixado com
      *    o total creditado.
           IF WS-AGD-TICKER = SPACES OR WS-AGD-DATA-PAG = 0
               CALL 'showmsg' USING
                    "Informe ticker, tipo e data de pagamento",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O STK21.
           IF WS-STATUS-STK21 NOT = "00"
               CLOSE STK21
               CALL 'showmsg' USING "Agenda vazia - importe o CSV",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AGD-TICKER   TO WFS-STK21-TICKER.
           MOVE WS-AGD-TIPO     TO WFS-STK21-TIPO.
           MOVE WS-AGD-DATA-PAG TO WFS-STK21-DATA-PAG.
           READ STK21 KEY IS WFS-STK21-KEY.
           IF WS-STATUS-STK21 NOT = "00"
               CLOSE STK21
               CALL 'showmsg' USING "Evento nao esta na agenda",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK21-BAIXADO
               CLOSE STK21
               CALL 'showmsg' USING "Evento ja baixado anteriormente",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AGD-TICKER TO WS-BDR-TICKER.
           PERFORM VERIFICA-TICKER-BDR.
           PERFORM AGENDA-CALCULA-CREDITO.
           IF WS-AGD-CONTAS = 0
               CLOSE STK21
               CALL 'showmsg' USING
                    "Nenhuma conta com posicao do ticker",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

      *    Dividendo: o IRRF do informe e conferido contra o total
      *    apurado para o evento antes da confirmacao do credito.
           IF WS-AGD-TIPO = "D"
               MOVE WS-AGD-TICKER   TO WS-DIV-TICKER
               MOVE WS-AGD-DATA-PAG TO WS-DIV-DATA
               MOVE WS-AGD-IRRF-INF TO WS-DIV-IRRF-INF
               PERFORM CONFERE-IRRF-INFORME
           END-IF.

           MOVE WS-AGD-TOT-LIQ TO WS-AGD-VAL-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Confirma credito liquido de R$ "
                  DELIMITED BY SIZE
                  WS-AGD-VAL-MASK DELIMITED BY SIZE
                  "?" DELIMITED BY SIZE
                  INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGYESNO, MSGDELAY,
                          WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               CLOSE STK21
               EXIT PARAGRAPH
           END-IF.

           PERFORM AGENDA-GRAVA-LANCTOS.
           IF WS-AGD-TIPO = "D" AND WS-DIV-DIVERGE = "S"
               IF WS-AGD-CONTAS > 1
                   MOVE "(TODAS)" TO WS-DIV-CONTA
               END-IF
               PERFORM REGISTRA-DIVERGENCIA-IRRF
           END-IF.

           MOVE "C"             TO WFS-STK21-STATUS.
           MOVE WS-AGD-TOT-LIQ  TO WFS-STK21-VALOR-PAGO.
           REWRITE STK21-REGISTER.
           CLOSE STK21.

           MOVE "STK21"          TO WS-AUDIT-ARQUIVO.
           MOVE "ALT"            TO WS-AUDIT-ACAO.
           MOVE STK21-REGISTER   TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

           CALL 'showmsg' USING "Provento baixado e creditado",
                          MSGSTD, MSGDELAY.

       AGENDA-CALCULA-CREDITO.
      *    Credito esperado: valor por acao da agenda aplicado sobre a
      *    posicao corrente de cada conta em STK02. JCP sai liquido
      *    dos 15% retidos na fonte, como em REG-EVENTO-CORP, e o
      *    dividendo do IRRF acima do limite mensal da fonte; provento
      *    de BDR entra bruto (carne-leao no fechamento).
           MOVE 0 TO WS-AGD-TOT-BRUTO WS-AGD-TOT-LIQ WS-AGD-CONTAS.
           MOVE 0 TO WS-DIV-TOT-IRRF WS-DIV-PEND-TOTAL.
           MOVE "S" TO WS-DIV-PEND-USA.
           OPEN INPUT STK02.
           IF WS-STATUS-STK02 NOT = "00"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-AGD-FIM.
           PERFORM AGENDA-CALCULA-SEQ UNTIL WS-AGD-FIM = "S".
           CLOSE STK02.

       AGENDA-CALCULA-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-AGD-FIM.
           IF WS-STATUS-STK02 = "00"
               IF WFS-STK02-TICKER = WS-AGD-TICKER
                  AND WFS-STK02-QTY > 0
                   ADD 1 TO WS-AGD-CONTAS
                   COMPUTE WS-AGD-BRUTO = WFS-STK02-QTY
                                         * WFS-STK21-VALOR-ACAO
                   IF WS-AGD-TIPO = "J" AND NOT WS-TICKER-BDR
                       COMPUTE WS-AGD-IRRF = WS-AGD-BRUTO * 0,15
                   ELSE
                       MOVE 0 TO WS-AGD-IRRF
                   END-IF
                   IF WS-AGD-TIPO = "D"
                       PERFORM AGENDA-IRRF-DIVIDENDO
                   END-IF
                   ADD WS-AGD-BRUTO TO WS-AGD-TOT-BRUTO
                   COMPUTE WS-AGD-TOT-LIQ = WS-AGD-TOT-LIQ
                                           + WS-AGD-BRUTO
                                           - WS-AGD-IRRF
               END-IF
           ELSE
               MOVE "S" TO WS-AGD-FIM
           END-IF.

       AGENDA-GRAVA-LANCTOS.
      *    Um lancamento de evento ("A") e um credito no caixa por
      *    conta com posicao; a chave parte da data de pagamento e
      *    avanca um segundo por conta, como o desdobramento de day
      *    trade faz em UPD-REGISTER. Na gravacao o IRRF de dividendo
      *    de cada conta ja enxerga as anteriores pelo razao gravado.
           MOVE "N" TO WS-DIV-PEND-USA.
           ACCEPT WS-TIME FROM TIME.
           COMPUTE WS-KEY = (WS-AGD-DATA-PAG - 20000000) * 1000000
                           + WS-HORA * 10000 + WS-MINUTO * 100
                           + WS-SEGUNDO.

           OPEN INPUT STK02.
           IF WS-STATUS-STK02 NOT = "00"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-AGD-FIM.
           PERFORM AGENDA-GRAVA-SEQ UNTIL WS-AGD-FIM = "S".
           CLOSE STK02.

       AGENDA-GRAVA-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-AGD-FIM.
           IF WS-STATUS-STK02 = "00"
               IF WFS-STK02-TICKER = WS-AGD-TICKER
                  AND WFS-STK02-QTY > 0
                   COMPUTE WS-AGD-BRUTO = WFS-STK02-QTY
                                         * WFS-STK21-VALOR-ACAO
                   IF WS-AGD-TIPO = "J" AND NOT WS-TICKER-BDR
                       COMPUTE WS-AGD-IRRF = WS-AGD-BRUTO * 0,15
                   ELSE
                       MOVE 0 TO WS-AGD-IRRF
                   END-IF
                   IF WS-AGD-TIPO = "D"
                       PERFORM AGENDA-IRRF-DIVIDENDO
                   END-IF
                   PERFORM AGENDA-GRAVA-EVENTO-CONTA
                   PERFORM AGENDA-GRAVA-CAIXA-CONTA
                   IF WS-AGD-TIPO = "D"
                       PERFORM GRAVA-DIVIDENDO-RETIDO
                   END-IF
                   ADD 1 TO WS-KEY
               END-IF
           ELSE
               MOVE "S" TO WS-AGD-FIM
           END-IF.

       AGENDA-GRAVA-EVENTO-CONTA.
           OPEN EXTEND STK03.
           IF WS-STATUS-STK03 = "35"
               OPEN OUTPUT STK03
           END-IF.
           MOVE WS-KEY             TO STK03-KEY.
           MOVE "A"                TO STK03-ORDER.
           MOVE WS-AGD-TICKER      TO STK03-TICKER.
           MOVE WS-AGD-TIPO        TO STK03-CORP-ACTION.
           MOVE SPACE              TO STK03-CATEGORY.
           MOVE WFS-STK02-ACCOUNT  TO STK03-ACCOUNT.
           MOVE WS-OPERATOR        TO STK03-OPERATOR.
           MOVE WS-OPERATOR        TO STK03-APPROVER.
           MOVE SPACES             TO STK03-STRATEGY.
           MOVE WS-AGD-DATA-PAG    TO STK03-SETTLE-DATE.
           MOVE 0 TO STK03-CORP-FACTOR STK03-QTY STK03-PRICE
                     STK03-COST STK03-AVPRICE.
           MOVE WS-AGD-BRUTO       TO STK03-NET.
           COMPUTE STK03-IRRF = WS-AGD-IRRF
               ON SIZE ERROR
                   MOVE 9999,99 TO STK03-IRRF
           END-COMPUTE.
           WRITE STK03-REGISTER.
           CLOSE STK03.

           MOVE "STK03"         TO WS-AUDIT-ARQUIVO.
           MOVE "INC"           TO WS-AUDIT-ACAO.
           MOVE STK03-REGISTER  TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

       AGENDA-GRAVA-CAIXA-CONTA.
           OPEN EXTEND STK15.
           IF WS-STATUS-STK15 = "35"
               OPEN OUTPUT STK15
           END-IF.
           MOVE WFS-STK02-ACCOUNT TO WFS-STK15-ACCOUNT.
           MOVE WS-AGD-DATA-PAG   TO WFS-STK15-DATA.
           MOVE "P"               TO WFS-STK15-TIPO.
           MOVE SPACES            TO WFS-STK15-HISTORICO.
           STRING "PROV " WS-AGD-TICKER DELIMITED BY SIZE
                  INTO WFS-STK15-HISTORICO
           END-STRING.
           COMPUTE WFS-STK15-VALOR = WS-AGD-BRUTO - WS-AGD-IRRF.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.

       AGENDA-IRRF-DIVIDENDO.
      *    IRRF de dividendo da conta corrente da varredura de STK02.
           MOVE WFS-STK02-ACCOUNT TO WS-DIV-CONTA.
           MOVE WS-AGD-TICKER     TO WS-DIV-TICKER.
           MOVE WS-AGD-BRUTO      TO WS-DIV-BRUTO.
           DIVIDE WS-AGD-DATA-PAG BY 100 GIVING WS-DIV-COMP.
           PERFORM CALCULA-IRRF-DIVIDENDO.
           MOVE WS-DIV-IRRF TO WS-AGD-IRRF.
           IF WS-DIV-PEND-USA = "S"
               ADD WS-DIV-IRRF TO WS-DIV-TOT-IRRF
           END-IF.

       CALCULA-IRRF-DIVIDENDO.
      **** IRRF de 10% sobre dividendos (Lei 15.270/2025): quando a
      **** mesma fonte pagadora (CNPJ do cadastro de ativos) paga ao
      **** mesmo titular mais que o limite no mes, o imposto incide
      **** sobre o total pago no mes. O que ja foi pago e retido na
      **** competencia sai do razao divretido.dat (e da tabela
      **** pendente, na previa da agenda); o imposto do total menos
      **** o ja retido fica com este pagamento - o pagamento que
      **** cruza o limite carrega a retencao dos anteriores. Ticker
      **** sem CNPJ no cadastro responde por si como fonte.
           MOVE 0 TO WS-DIV-IRRF.
           PERFORM CARREGA-MAPA-CONTAS.
           MOVE WS-DIV-CONTA TO WS-CTIT-BUSCA.
           PERFORM BUSCA-TITULAR-CONTA.
           MOVE WS-TIT-DA-CONTA TO WS-DIV-TITULAR.

           MOVE SPACES TO WS-DIV-CNPJ.
           MOVE "N" TO WS-BDR-SW.
           OPEN INPUT STK09.
           IF WS-STATUS-STK09 NOT = "35"
               MOVE WS-DIV-TICKER TO WFS-STK09-TICKER
               READ STK09 KEY IS WFS-STK09-TICKER
               IF WS-STATUS-STK09 = "00"
                   MOVE WFS-STK09-CNPJ TO WS-DIV-CNPJ
                   IF WFS-STK09-BDR
                       MOVE "S" TO WS-BDR-SW
                   END-IF
               END-IF
               CLOSE STK09
           END-IF.
           IF WS-DIV-CNPJ = SPACES
               MOVE WS-DIV-TICKER TO WS-DIV-CNPJ
           END-IF.

      *    Dividendo de BDR vai ao razao sem retencao e fora do
      *    limite mensal das fontes nacionais.
           IF WS-TICKER-BDR
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-DIV-ANT-BRUTO WS-DIV-ANT-IRRF.
           OPEN INPUT STK25.
           IF WS-STATUS-STK25 = "00"
               MOVE "N" TO WS-DIV-FIM
               PERFORM SOMA-DIVIDENDO-MES-SEQ UNTIL WS-DIV-FIM = "S"
           END-IF.
           CLOSE STK25.

           IF WS-DIV-PEND-USA = "S"
               PERFORM VARYING WS-DIV-PEND-IDX FROM 1 BY 1
                         UNTIL WS-DIV-PEND-IDX > WS-DIV-PEND-TOTAL
                   IF WS-DIV-PEND-TIT(WS-DIV-PEND-IDX) = WS-DIV-TITULAR
                       ADD WS-DIV-PEND-BRUTO(WS-DIV-PEND-IDX)
                         TO WS-DIV-ANT-BRUTO
                       ADD WS-DIV-PEND-IRRF(WS-DIV-PEND-IDX)
                         TO WS-DIV-ANT-IRRF
                   END-IF
               END-PERFORM
           END-IF.

           COMPUTE WS-DIV-DEVIDO = WS-DIV-ANT-BRUTO + WS-DIV-BRUTO.
           IF WS-DIV-DEVIDO > WS-DIV-LIMITE-MES
               COMPUTE WS-DIV-DEVIDO ROUNDED =
                       WS-DIV-DEVIDO * WS-DIV-ALIQUOTA
                     - WS-DIV-ANT-IRRF
               IF WS-DIV-DEVIDO > 0
                   MOVE WS-DIV-DEVIDO TO WS-DIV-IRRF
               END-IF
           END-IF.

           IF WS-DIV-PEND-USA = "S"
               PERFORM REGISTRA-DIVIDENDO-PENDENTE
           END-IF.

       SOMA-DIVIDENDO-MES-SEQ.
           READ STK25 AT END MOVE "S" TO WS-DIV-FIM.
           IF WS-STATUS-STK25 = "00"
               IF WFS-STK25-TITULAR = WS-DIV-TITULAR
                  AND WFS-STK25-CNPJ = WS-DIV-CNPJ
                  AND WFS-STK25-COMP = WS-DIV-COMP
                   ADD WFS-STK25-BRUTO TO WS-DIV-ANT-BRUTO
                   ADD WFS-STK25-IRRF  TO WS-DIV-ANT-IRRF
               END-IF
           ELSE
               MOVE "S" TO WS-DIV-FIM
           END-IF.

       REGISTRA-DIVIDENDO-PENDENTE.
      *    Previa da agenda: as contas ja calculadas do evento ainda
      *    nao estao no razao, entao somam por titular aqui.
           MOVE "N" TO WS-DIV-ACHOU.
           PERFORM VARYING WS-DIV-PEND-IDX FROM 1 BY 1
                     UNTIL WS-DIV-PEND-IDX > WS-DIV-PEND-TOTAL
               IF WS-DIV-PEND-TIT(WS-DIV-PEND-IDX) = WS-DIV-TITULAR
                   ADD WS-DIV-BRUTO
                    TO WS-DIV-PEND-BRUTO(WS-DIV-PEND-IDX)
                   ADD WS-DIV-IRRF
                    TO WS-DIV-PEND-IRRF(WS-DIV-PEND-IDX)
                   MOVE "S" TO WS-DIV-ACHOU
               END-IF
           END-PERFORM.
           IF WS-DIV-ACHOU = "N" AND WS-DIV-PEND-TOTAL < 10
               ADD 1 TO WS-DIV-PEND-TOTAL
               MOVE WS-DIV-TITULAR TO WS-DIV-PEND-TIT(WS-DIV-PEND-TOTAL)
               MOVE WS-DIV-BRUTO
                 TO WS-DIV-PEND-BRUTO(WS-DIV-PEND-TOTAL)
               MOVE WS-DIV-IRRF
                 TO WS-DIV-PEND-IRRF(WS-DIV-PEND-TOTAL)
           END-IF.

       CONFERE-IRRF-INFORME.
      *    IRRF retido que o informe/extrato da corretora traz contra
      *    o apurado para o pagamento: diferenca acima de um centavo
      *    marca o evento como divergente e avisa na tela (informe
      *    em branco conta como nada retido). A linha do irrfdiv.rel
      *    so sai depois de o lancamento ser gravado.
           MOVE "N" TO WS-DIV-DIVERGE.
           COMPUTE WS-DIV-DIF = WS-DIV-IRRF-INF - WS-DIV-TOT-IRRF.
           IF WS-DIV-DIF > 0,01 OR WS-DIV-DIF < -0,01
               MOVE "S" TO WS-DIV-DIVERGE
               MOVE WS-DIV-TOT-IRRF TO WS-DIV-CALC-MASK
               MOVE WS-DIV-IRRF-INF TO WS-DIV-INF-MASK
               MOVE SPACES TO WS-MSG
               STRING "IRRF do informe " WS-DIV-INF-MASK
                      " difere do apurado " WS-DIV-CALC-MASK
                      DELIMITED BY SIZE
                      INTO WS-MSG
               END-STRING
               CALL 'showmsg' USING WS-MSG, MSGALERT, MSGDELAY
           END-IF.

       REGISTRA-DIVERGENCIA-IRRF.
      *    Uma linha por pagamento divergente em irrfdiv.rel, que
      *    acumula entre sessoes ate ser conferido e apagado.
           OPEN EXTEND ARQ-IRRFDIV.
           IF WS-STATUS-IRRFDIV = "35"
               OPEN OUTPUT ARQ-IRRFDIV
               MOVE SPACES TO IRRFDIV-LINHA
               STRING "DIVERGENCIAS DE IRRF SOBRE DIVIDENDOS - "
                      "INFORME DA CORRETORA X APURADO"
                      DELIMITED BY SIZE
                      INTO IRRFDIV-LINHA
               END-STRING
               WRITE IRRFDIV-LINHA
               MOVE SPACES TO IRRFDIV-LINHA
               STRING "PAGAMENTO TICKER     CONTA      "
                      "     APURADO      INFORME    DIFERENCA"
                      DELIMITED BY SIZE
                      INTO IRRFDIV-LINHA
               END-STRING
               WRITE IRRFDIV-LINHA
           END-IF.
           COMPUTE WS-DIV-DIF = WS-DIV-IRRF-INF - WS-DIV-TOT-IRRF.
           MOVE WS-DIV-TOT-IRRF TO WS-DIV-CALC-MASK.
           MOVE WS-DIV-IRRF-INF TO WS-DIV-INF-MASK.
           MOVE WS-DIV-DIF      TO WS-DIV-DIF-MASK.
           MOVE SPACES TO IRRFDIV-LINHA.
           STRING WS-DIV-DATA " " WS-DIV-TICKER " " WS-DIV-CONTA " "
                  WS-DIV-CALC-MASK " " WS-DIV-INF-MASK " "
                  WS-DIV-DIF-MASK
                  DELIMITED BY SIZE
                  INTO IRRFDIV-LINHA
           END-STRING.
           WRITE IRRFDIV-LINHA.
           CLOSE ARQ-IRRFDIV.

       GRAVA-DIVIDENDO-RETIDO.
      *    Razao de dividendos: um registro por pagamento de conta,
      *    com a chave do lancamento "A" correspondente em STK03.
           OPEN EXTEND STK25.
           IF WS-STATUS-STK25 = "35"
               OPEN OUTPUT STK25
           END-IF.
           MOVE WS-KEY         TO WFS-STK25-KEY.
           MOVE WS-DIV-CONTA   TO WFS-STK25-ACCOUNT.
           MOVE WS-DIV-TITULAR TO WFS-STK25-TITULAR.
           MOVE WS-DIV-CNPJ    TO WFS-STK25-CNPJ.
           MOVE WS-DIV-TICKER  TO WFS-STK25-TICKER.
           MOVE WS-DIV-COMP    TO WFS-STK25-COMP.
           MOVE WS-DIV-BRUTO   TO WFS-STK25-BRUTO.
           MOVE WS-DIV-IRRF    TO WFS-STK25-IRRF.
           MOVE WS-DIV-DIVERGE TO WFS-STK25-DIVERGE.
           WRITE STK25-REGISTER.
           CLOSE STK25.

           MOVE "STK25"         TO WS-AUDIT-ARQUIVO.
           MOVE "INC"           TO WS-AUDIT-ACAO.
           MOVE STK25-REGISTER  TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-CAIXA-DIVIDENDO.
      *    Credito liquido do dividendo lancado a mao, no mesmo
      *    formato do credito da baixa da agenda.
           OPEN EXTEND STK15.
           IF WS-STATUS-STK15 = "35"
               OPEN OUTPUT STK15
           END-IF.
           MOVE WS-ACCOUNT  TO WFS-STK15-ACCOUNT.
           MOVE WS-DIV-DATA TO WFS-STK15-DATA.
           MOVE "P"         TO WFS-STK15-TIPO.
           MOVE SPACES      TO WFS-STK15-HISTORICO.
           STRING "PROV " WS-TICKER DELIMITED BY SIZE
                  INTO WFS-STK15-HISTORICO
           END-STRING.
           COMPUTE WFS-STK15-VALOR = WS-DIV-BRUTO - WS-DIV-IRRF.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.

       REMOVE-DIVIDENDO-RETIDO.
      *    Exclusao de um dividendo: retira o pagamento do razao
      *    (senao o limite do mes contaria um valor que nao existe
      *    mais) e estorna o credito liquido do caixa. Dividendos
      *    anteriores ao razao nao tem registro e nada e estornado.
           MOVE "N" TO WS-DIV-ACHOU.
           OPEN INPUT STK25.
           IF WS-STATUS-STK25 NOT = "00"
               CLOSE STK25
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-STK25-TMP.
           MOVE "N" TO WS-DIV-FIM.
           PERFORM REMOVE-DIVIDENDO-SEQ UNTIL WS-DIV-FIM = "S".
           CLOSE STK25.
           CLOSE ARQ-STK25-TMP.
           IF WS-DIV-ACHOU = "N"
               CALL "CBL_DELETE_FILE" USING "divretido.tmp"
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT STK25.
           OPEN INPUT ARQ-STK25-TMP.
           MOVE "N" TO WS-DIV-FIM.
           PERFORM REMOVE-DIVIDENDO-VOLTA-SEQ UNTIL WS-DIV-FIM = "S".
           CLOSE STK25.
           CLOSE ARQ-STK25-TMP.
           CALL "CBL_DELETE_FILE" USING "divretido.tmp".

           OPEN EXTEND STK15.
           IF WS-STATUS-STK15 = "35"
               OPEN OUTPUT STK15
           END-IF.
           MOVE WS-DEL-ACCOUNT TO WFS-STK15-ACCOUNT.
           MOVE WS-DEL-SETTLE  TO WFS-STK15-DATA.
           MOVE "L"            TO WFS-STK15-TIPO.
           MOVE SPACES         TO WFS-STK15-HISTORICO.
           STRING "ESTORNO " WS-DEL-TICKER DELIMITED BY SIZE
                  INTO WFS-STK15-HISTORICO
           END-STRING.
           COMPUTE WFS-STK15-VALOR = 0 - (WS-DIV-BRUTO - WS-DIV-IRRF).
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.

       REMOVE-DIVIDENDO-SEQ.
           READ STK25 AT END MOVE "S" TO WS-DIV-FIM.
           IF WS-STATUS-STK25 = "00"
               IF WFS-STK25-KEY = WS-DEL-KEY
                  AND WFS-STK25-ACCOUNT = WS-DEL-ACCOUNT
                  AND WS-DIV-ACHOU = "N"
                   MOVE "S" TO WS-DIV-ACHOU
                   MOVE WFS-STK25-BRUTO TO WS-DIV-BRUTO
                   MOVE WFS-STK25-IRRF  TO WS-DIV-IRRF
                   MOVE "STK25"         TO WS-AUDIT-ARQUIVO
                   MOVE "EXC"           TO WS-AUDIT-ACAO
                   MOVE STK25-REGISTER  TO WS-AUDIT-IMAGEM
                   PERFORM GRAVA-AUDITORIA
               ELSE
                   WRITE STK25-TMP-REG FROM STK25-REGISTER
               END-IF
           ELSE
               MOVE "S" TO WS-DIV-FIM
           END-IF.

       REMOVE-DIVIDENDO-VOLTA-SEQ.
           READ ARQ-STK25-TMP AT END MOVE "S" TO WS-DIV-FIM.
           IF WS-STATUS-STK25-TMP = "00"
               MOVE STK25-TMP-REG TO STK25-REGISTER
               WRITE STK25-REGISTER
           ELSE
               MOVE "S" TO WS-DIV-FIM
           END-IF.

       VERIFICA-TICKER-BDR.
      *    Tipo do ativo de WS-BDR-TICKER no cadastro: "B" (BDR) liga
      *    WS-TICKER-BDR; sem cadastro vale o tratamento nacional.
           MOVE "N" TO WS-BDR-SW.
           OPEN INPUT STK09.
           IF WS-STATUS-STK09 NOT = "35"
               MOVE WS-BDR-TICKER TO WFS-STK09-TICKER
               READ STK09 KEY IS WFS-STK09-TICKER
               IF WS-STATUS-STK09 = "00" AND WFS-STK09-BDR
                   MOVE "S" TO WS-BDR-SW
               END-IF
               CLOSE STK09
           END-IF.

       VERIFICA-CONSISTENCIA.
      **** Cruza os pares de arquivos que ja foram flagrados fora de
      **** sincronia: STK08 pago sem pagamento em STK07, DARF em
      **** STK11 sem fechamento em STK08, STK05 divergente de STK02 e
      **** ticker em custodia sem cadastro em STK09. Cada divergencia
      **** vira uma linha em consistencia.rel.
           MOVE 0 TO WS-CONS-TOTAL.
           OPEN OUTPUT ARQ-CONSIST.
           MOVE "VERIFICACAO DE CONSISTENCIA" TO CONSIST-LINHA.
           WRITE CONSIST-LINHA.

           PERFORM CONS-STK08-SEM-STK07.
           PERFORM CONS-STK11-SEM-STK08.
           PERFORM CONS-STK05-X-STK02.
           PERFORM CONS-CUSTODIA-SEM-CADASTRO.

           MOVE SPACES TO CONSIST-LINHA.
           STRING "TOTAL DE DIVERGENCIAS: " DELIMITED BY SIZE
                  WS-CONS-TOTAL             DELIMITED BY SIZE
                  INTO CONSIST-LINHA
           END-STRING.
           WRITE CONSIST-LINHA.
           CLOSE ARQ-CONSIST.
           EXIT.

       CONS-STK08-SEM-STK07.
           OPEN INPUT STK08.
           IF WS-STATUS-STK08 NOT = "00"
               CLOSE STK08
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CONS-STK08-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK08.

       CONS-STK08-SEQ.
           READ STK08 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK08 = "00"
               IF WFS-STK08-PAGO = "S"
                   MOVE WFS-STK08-MES     TO WS-CONS-COMP-MES
                   MOVE WFS-STK08-ANO     TO WS-CONS-COMP-ANO
                   MOVE WFS-STK08-TITULAR TO WS-ALR-TITULAR
                   MOVE "6015"            TO WS-ALR-CODIGO
                   PERFORM PROCURA-DARF-PAGO
                   IF WS-ALR-PAGO = "N"
                       ADD 1 TO WS-CONS-TOTAL
                       MOVE SPACES TO CONSIST-LINHA
                       STRING "STK08 " WS-CONS-COMP-MES "/"
                              WS-CONS-COMP-ANO
                              " marcado PAGO sem registro em STK07"
                              DELIMITED BY SIZE
                              INTO CONSIST-LINHA
                       END-STRING
                       WRITE CONSIST-LINHA
                   END-IF
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       PROCURA-PAGAMENTO-STK07.
           MOVE "N" TO WS-CONS-ACHOU.
           OPEN INPUT STK07.
           IF WS-STATUS-STK07 NOT = "00"
               CLOSE STK07
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS-STK07 NOT = "00"
               READ STK07
               IF WS-STATUS-STK07 = "00"
                   IF WFS-STK07-COMP-MES = WS-CONS-COMP-MES
                      AND WFS-STK07-COMP-ANO = WS-CONS-COMP-ANO
                       MOVE "S" TO WS-CONS-ACHOU
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE STK07.

       CONS-STK11-SEM-STK08.
           OPEN INPUT STK11.
           IF WS-STATUS-STK11 NOT = "00"
               CLOSE STK11
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CONS-STK11-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK11.

       CONS-STK11-SEQ.
           READ STK11 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK11 = "00"
               MOVE WFS-STK11-COMP-MES TO WS-CONS-COMP-MES
               MOVE WFS-STK11-COMP-ANO TO WS-CONS-COMP-ANO
               PERFORM PROCURA-FECHAMENTO-STK08
               IF WS-CONS-ACHOU = "N"
                   ADD 1 TO WS-CONS-TOTAL
                   MOVE SPACES TO CONSIST-LINHA
                   STRING "DARF " WS-CONS-COMP-MES "/"
                          WS-CONS-COMP-ANO
                          " em STK11 sem fechamento em STK08"
                          DELIMITED BY SIZE
                          INTO CONSIST-LINHA
                   END-STRING
                   WRITE CONSIST-LINHA
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       PROCURA-FECHAMENTO-STK08.
           MOVE "N" TO WS-CONS-ACHOU.
           OPEN INPUT STK08.
           IF WS-STATUS-STK08 NOT = "00"
               CLOSE STK08
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS-STK08 NOT = "00"
               READ STK08
               IF WS-STATUS-STK08 = "00"
                   IF WFS-STK08-MES = WS-CONS-COMP-MES
                      AND WFS-STK08-ANO = WS-CONS-COMP-ANO
                       MOVE "S" TO WS-CONS-ACHOU
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE STK08.

       CONS-STK05-X-STK02.
           OPEN INPUT STK05.
           IF WS-STATUS-STK05 NOT = "00"
               CLOSE STK05
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT STK02.
           IF WS-STATUS-STK02 NOT = "00"
               CLOSE STK02
               CLOSE STK05
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CONS-STK05-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK02.
           CLOSE STK05.

       CONS-STK05-SEQ.
           READ STK05 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK05 = "00"
               MOVE WFS-STK05-ACCOUNT TO WFS-STK02-ACCOUNT
               MOVE WFS-STK05-TICKER  TO WFS-STK02-TICKER
               READ STK02 KEY IS WFS-STK02-KEY
               IF WS-STATUS-STK02 NOT = "00"
                  OR WFS-STK02-QTY NOT = WFS-STK05-QTY
                  OR WFS-STK02-PRICE NOT = WFS-STK05-PRICE
                   ADD 1 TO WS-CONS-TOTAL
                   MOVE SPACES TO CONSIST-LINHA
                   STRING "STK05 divergente de STK02: "
                          DELIMITED BY SIZE
                          WFS-STK05-TICKER  DELIMITED BY SIZE
                          " conta "          DELIMITED BY SIZE
                          WFS-STK05-ACCOUNT DELIMITED BY SIZE
                          INTO CONSIST-LINHA
                   END-STRING
                   WRITE CONSIST-LINHA
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       CONS-CUSTODIA-SEM-CADASTRO.
           OPEN INPUT STK02.
           IF WS-STATUS-STK02 NOT = "00"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT STK09.
           IF WS-STATUS-STK09 NOT = "00"
               CLOSE STK09
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CONS-CADASTRO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK09.
           CLOSE STK02.

       CONS-CADASTRO-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK02 = "00"
               IF WFS-STK02-QTY NOT = 0
                   MOVE WFS-STK02-TICKER TO WFS-STK09-TICKER
                   READ STK09 KEY IS WFS-STK09-TICKER
                   IF WS-STATUS-STK09 NOT = "00"
                       ADD 1 TO WS-CONS-TOTAL
                       MOVE SPACES TO CONSIST-LINHA
                       STRING "Custodia com ticker fora do cadastro: "
                              DELIMITED BY SIZE
                              WFS-STK02-TICKER DELIMITED BY SIZE
                              INTO CONSIST-LINHA
                       END-STRING
                       WRITE CONSIST-LINHA
                   END-IF
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       RECONSTRUIR-CUSTODIA.
      **** Refaz STK02/STK05 reaplicando todos os diarios (arquivos
      **** mortos e vivo) sobre a custodia inicial de um backup
      **** datado (ou do zero); o comparativo antes/depois fica em
      **** reconstroi.rel. Caminho de recuperacao apos dano na
      **** custodia.
           MOVE SPACES TO WS-RESTORE-SUFIXO.
           DISPLAY CLEAR-SCREEN.
           DISPLAY RECONSTROI-SCR.
           ACCEPT  RECONSTROI-SCR.

           CALL 'showmsg' USING
                "Atencao: STK02 e STK05 serao regravadas",
                MSGALERT, MSGDELAY.
           CALL 'showmsg' USING
                "Confirma a reconstrucao da custodia?",
                MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           CALL 'RECONSTROI' USING WS-RESTORE-SUFIXO.

           MOVE "RST" TO WS-AUDIT-ACAO.
           MOVE "STK02" TO WS-AUDIT-ARQUIVO.
           MOVE "RECONSTRUCAO DOS DIARIOS" TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

           CALL 'showmsg' USING
                "Custodia reconstruida - ver reconstroi.rel",
                MSGSTD, MSGDELAY.

       OPERA-OPCOES.
      **** Encerra o ciclo de vida de uma posicao de opcao (tipo "O"
      **** do cadastro): vencimento sem valor gera uma venda a preco
      **** zero (perda integral na apuracao comum do fechamento, sem
      **** emolumentos indevidos de CALCULA), e exercicio de compra
      **** converte premio + strike em posicao do ativo-objeto ao
      **** preco medio correto, sem evento tributavel. Ambos ficam
      **** registrados em STK03.
           ACCEPT WS-DATA FROM DATE.
           DISPLAY CLEAR-SCREEN.

           MOVE SPACE TO WS-STATUS.
           PERFORM UNTIL WS-STATUS = "F"
               MOVE SPACES TO WS-TICKER WS-ACCOUNT WS-OPC-RESULTADO
                              WS-OPC-OBJETO
               MOVE ZEROES TO WS-OPC-STRIKE

               DISPLAY OPCAO-SCR
               ACCEPT  OPCAO-SCR

               MOVE FUNCTION UPPER-CASE(WS-TICKER) TO WS-TICKER
               MOVE FUNCTION UPPER-CASE(WS-OPC-RESULTADO)
                                       TO WS-OPC-RESULTADO
               MOVE FUNCTION UPPER-CASE(WS-OPC-OBJETO)
                                       TO WS-OPC-OBJETO

               IF WS-TICKER = SPACES
                   MOVE "F" TO WS-STATUS
               ELSE
                   PERFORM VALIDA-OPERACAO-OPCAO
                   IF WS-FLAG-FOUND = 0
                       CALL 'showmsg' USING "Confirma a operacao?",
                                      MSGYESNO, MSGDELAY, WS-QUESTION
                       IF WS-QUESTION = "S"
                           IF WS-OPC-RESULTADO = "V"
                               PERFORM EXECUTA-VENCIMENTO-OPCAO
                           ELSE
                               PERFORM EXECUTA-EXERCICIO-OPCAO
                           END-IF
                           CALL 'showmsg' USING "Operacao registrada",
                                          MSGSTD, MSGDELAY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VALIDA-OPERACAO-OPCAO.
           MOVE 0 TO WS-FLAG-FOUND.

           CALL 'chkdate' USING WS-ANO, WS-MES, WS-DIA, WS-CHK-RETURN.
           IF WS-CHK-RETURN NOT = 0
               CALL 'showmsg' USING "Data invalida",
                              MSGALERT, MSGDELAY
               MOVE 1 TO WS-FLAG-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF WS-OPC-RESULTADO NOT = "V" AND WS-OPC-RESULTADO NOT = "E"
               CALL 'showmsg' USING
                    "Desfecho deve ser [V] ou [E]",
                    MSGALERT, MSGDELAY
               MOVE 1 TO WS-FLAG-FOUND
               EXIT PARAGRAPH
           END-IF.

      *    O ticker precisa ser uma opcao no cadastro de ativos.
           OPEN INPUT STK09.
           IF WS-STATUS-STK09 NOT = "35"
               MOVE WS-TICKER TO WFS-STK09-TICKER
               READ STK09 KEY IS WFS-STK09-TICKER
               IF WS-STATUS-STK09 NOT = "00"
                  OR NOT WFS-STK09-OPCAO
                   CALL 'showmsg' USING
                        "Ticker nao e uma opcao cadastrada",
                        MSGALERT, MSGDELAY
                   MOVE 1 TO WS-FLAG-FOUND
               END-IF
               CLOSE STK09
           END-IF.
           IF WS-FLAG-FOUND NOT = 0
               EXIT PARAGRAPH
           END-IF.

      *    E precisa haver posicao comprada da opcao na conta.
           MOVE 0 TO WS-OPC-QTY WS-OPC-PM.
           OPEN INPUT STK02.
           IF WS-STATUS-STK02 NOT = "35"
               MOVE WS-ACCOUNT TO WFS-STK02-ACCOUNT
               MOVE WS-TICKER  TO WFS-STK02-TICKER
               READ STK02 KEY IS WFS-STK02-KEY
               IF WS-STATUS-STK02 = "00"
                   MOVE WFS-STK02-QTY   TO WS-OPC-QTY
                   MOVE WFS-STK02-PRICE TO WS-OPC-PM
               END-IF
               CLOSE STK02
           END-IF.
           IF WS-OPC-QTY <= 0
               CALL 'showmsg' USING
                    "Sem posicao da opcao nessa conta",
                    MSGALERT, MSGDELAY
               MOVE 1 TO WS-FLAG-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF WS-OPC-RESULTADO = "E"
               IF WS-OPC-OBJETO = SPACES OR WS-OPC-STRIKE = 0
                   CALL 'showmsg' USING
                        "Exercicio exige ativo-objeto e strike",
                        MSGALERT, MSGDELAY
                   MOVE 1 TO WS-FLAG-FOUND
               END-IF
           END-IF.

       EXECUTA-VENCIMENTO-OPCAO.
      *    Vencimento sem valor: venda da posicao a preco zero. A
      *    perda (qtd x premio medio pago) aparece na apuracao comum
      *    do fechamento, ja que a compra do premio entrou como
      *    compra do mes.
           PERFORM GERA-CHAVE-ORDEM.

           OPEN EXTEND STK03.
           IF WS-STATUS-STK03 = "35"
               OPEN OUTPUT STK03
           END-IF.
           MOVE WS-KEY      TO STK03-KEY.
           MOVE "V"         TO STK03-ORDER.
           MOVE WS-TICKER   TO STK03-TICKER.
           MOVE WS-OPC-QTY  TO STK03-QTY.
           MOVE ZEROES      TO STK03-PRICE STK03-IRRF STK03-COST
                               STK03-NET STK03-AVPRICE.
           MOVE "C"         TO STK03-CATEGORY.
           PERFORM CALCULA-DATA-LIQUIDACAO.
           MOVE WS-SETTLE-DATE-NUM TO STK03-SETTLE-DATE.
           MOVE WS-ACCOUNT  TO STK03-ACCOUNT.
           MOVE WS-OPERATOR TO STK03-OPERATOR.
           MOVE WS-OPERATOR TO STK03-APPROVER.
           MOVE SPACES      TO STK03-STRATEGY.
           MOVE SPACE       TO STK03-CORP-ACTION.
           MOVE ZEROES      TO STK03-CORP-FACTOR.
           WRITE STK03-REGISTER.
           CLOSE STK03.

           MOVE "STK03"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK03-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

           PERFORM BAIXA-POSICAO-OPCAO.

      *    Memoria de calculo da perda integral do premio.
           OPEN EXTEND STK13.
           IF WS-STATUS-STK13 = "35"
               OPEN OUTPUT STK13
           END-IF.
           COMPUTE WFS-STK13-DATA = WS-ANO * 10000 + WS-MES * 100
                                   + WS-DIA.
           MOVE WS-TICKER   TO WFS-STK13-TICKER.
           MOVE WS-ACCOUNT  TO WFS-STK13-ACCOUNT.
           MOVE WS-OPC-QTY  TO WFS-STK13-QTY.
           MOVE WS-OPC-PM   TO WFS-STK13-PM-VENDA.
           MOVE ZEROES      TO WFS-STK13-LIQUIDO.
           COMPUTE WFS-STK13-RESULTADO = 0
                   - (WS-OPC-QTY * WS-OPC-PM).
           MOVE "C"         TO WFS-STK13-CATEGORIA.
           MOVE SPACES      TO WFS-STK13-ESTRATEGIA.
           WRITE STK13-REGISTER.
           CLOSE STK13.

       EXECUTA-EXERCICIO-OPCAO.
      *    Exercicio de opcao de compra: a posicao da opcao sai da
      *    custodia e o ativo-objeto entra com custo unitario igual a
      *    strike + premio medio pago, fundido ao preco medio da
      *    posicao existente. Nao ha evento tributavel; os dois
      *    lancamentos "A"/"E" em STK03 documentam a conversao e sao
      *    ignorados pelo fechamento.
           COMPUTE WS-OPC-CUSTO = WS-OPC-STRIKE + WS-OPC-PM
               ON SIZE ERROR
                   MOVE 9999,99 TO WS-OPC-CUSTO
           END-COMPUTE.

           PERFORM GERA-CHAVE-ORDEM.

           OPEN EXTEND STK03.
           IF WS-STATUS-STK03 = "35"
               OPEN OUTPUT STK03
           END-IF.
           MOVE WS-KEY       TO STK03-KEY.
           MOVE "A"          TO STK03-ORDER.
           MOVE WS-TICKER    TO STK03-TICKER.
           MOVE WS-OPC-QTY   TO STK03-QTY.
           MOVE WS-OPC-STRIKE TO STK03-PRICE.
           MOVE ZEROES       TO STK03-IRRF STK03-COST STK03-NET.
           MOVE WS-OPC-PM    TO STK03-AVPRICE.
           MOVE SPACE        TO STK03-CATEGORY.
           MOVE "E"          TO STK03-CORP-ACTION.
           MOVE ZEROES       TO STK03-CORP-FACTOR.
           PERFORM CALCULA-DATA-LIQUIDACAO.
           MOVE WS-SETTLE-DATE-NUM TO STK03-SETTLE-DATE.
           MOVE WS-ACCOUNT   TO STK03-ACCOUNT.
           MOVE WS-OPERATOR  TO STK03-OPERATOR.
           MOVE WS-OPERATOR  TO STK03-APPROVER.
           MOVE SPACES       TO STK03-STRATEGY.
           WRITE STK03-REGISTER.

           MOVE "STK03"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK03-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

           ADD 1 TO WS-KEY.
           MOVE WS-KEY        TO STK03-KEY.
           MOVE WS-OPC-OBJETO TO STK03-TICKER.
           MOVE WS-OPC-CUSTO  TO STK03-PRICE.
           MOVE WS-OPC-CUSTO  TO STK03-AVPRICE.
           WRITE STK03-REGISTER.
           CLOSE STK03.

           MOVE "STK03"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK03-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

           PERFORM BAIXA-POSICAO-OPCAO.
           PERFORM INCORPORA-ATIVO-OBJETO.

       GERA-CHAVE-ORDEM.
           ACCEPT WS-TIME FROM TIME.
           STRING
              WS-ANO
              WS-MES
              WS-DIA
              WS-HORA
              WS-MINUTO
              WS-SEGUNDO
              DELIMITED BY SIZE
              INTO WS-KEY
           END-STRING.
           EXIT.

       BAIXA-POSICAO-OPCAO.
           OPEN I-O STK02.
           IF WS-STATUS-STK02 = "35"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT TO WFS-STK02-ACCOUNT.
           MOVE WS-TICKER  TO WFS-STK02-TICKER.
           READ STK02 KEY IS WFS-STK02-KEY.
           IF WS-STATUS-STK02 = "00"
               MOVE STK02-REGISTER TO WS-AUDIT-IMAGEM
               MOVE ZEROES TO WFS-STK02-QTY WFS-STK02-PRICE
                              WFS-STK02-BALANCE
               REWRITE STK02-REGISTER
               MOVE "STK02" TO WS-AUDIT-ARQUIVO
               MOVE "ALT"   TO WS-AUDIT-ACAO
               PERFORM GRAVA-AUDITORIA
           END-IF.
           CLOSE STK02.

       INCORPORA-ATIVO-OBJETO.
           OPEN I-O STK02.
           IF WS-STATUS-STK02 = "35"
               CLOSE STK02
               OPEN OUTPUT STK02
               CLOSE STK02
               OPEN I-O STK02
           END-IF.
           MOVE WS-ACCOUNT    TO WFS-STK02-ACCOUNT.
           MOVE WS-OPC-OBJETO TO WFS-STK02-TICKER.
           READ STK02 KEY IS WFS-STK02-KEY.
           MOVE "N" TO WS-SALDO-FLAG.
           MOVE "STK02" TO WS-AUDIT-ARQUIVO.
           EVALUATE WS-STATUS-STK02
               WHEN "23"
                   MOVE WS-OPC-QTY   TO WFS-STK02-QTY
                   MOVE WS-OPC-CUSTO TO WFS-STK02-PRICE
                   MULTIPLY WS-OPC-QTY BY WS-OPC-CUSTO
                            GIVING WFS-STK02-BALANCE
                       ON SIZE ERROR
                           MOVE "S" TO WS-SALDO-FLAG
                   END-MULTIPLY
                   IF WS-SALDO-EXCEDIDO
                       CALL 'showmsg' USING
                            "Saldo excede o limite do campo",
                            MSGALERT, MSGDELAY
                   ELSE
                       WRITE STK02-REGISTER
                       MOVE "INC" TO WS-AUDIT-ACAO
                       MOVE STK02-REGISTER TO WS-AUDIT-IMAGEM
                       PERFORM GRAVA-AUDITORIA
                   END-IF
               WHEN "00"
                   MOVE STK02-REGISTER TO WS-AUDIT-IMAGEM
                   COMPUTE WFS-STK02-BALANCE = WFS-STK02-BALANCE
                           + (WS-OPC-QTY * WS-OPC-CUSTO)
                       ON SIZE ERROR
                           MOVE "S" TO WS-SALDO-FLAG
                   END-COMPUTE
                   ADD WS-OPC-QTY TO WFS-STK02-QTY
                   IF WFS-STK02-QTY NOT = 0
                       DIVIDE WFS-STK02-BALANCE BY WFS-STK02-QTY
                              GIVING WFS-STK02-PRICE
                   END-IF
                   IF WS-SALDO-EXCEDIDO
                       CALL 'showmsg' USING
                            "Saldo excede o limite do campo",
                            MSGALERT, MSGDELAY
                   ELSE
                       REWRITE STK02-REGISTER
                       MOVE "ALT" TO WS-AUDIT-ACAO
                       PERFORM GRAVA-AUDITORIA
                   END-IF
           END-EVALUATE.
           CLOSE STK02.

       TRANSFERE-CUSTODIA.
      **** Transferencia de custodia entre contas de corretora: nao e
      **** venda nem compra, logo nao ha evento tributavel, custos de
      **** B3 nem IRRF. A quantidade sai da conta de origem e entra
      **** na de destino preservando o preco medio (WFS-STK02-PRICE),
      **** e o par de movimentos "T" fica em STK03 (saida com
      **** quantidade negativa, entrada positiva), fora da apuracao
      **** do fechamento e replicado por RECONSTROI.
      **** Doacao (D) e heranca (H) levam a posicao a outro titular:
      **** o recebedor entra ao valor declarado (ao custo se zero) e
      **** DOACAO apura o ganho de capital do doador, gera o DARF
      **** 4600 e guarda a base do ITCMD da UF em doacoes.dat; a
      **** memoria do calculo sai em doacao.rel.
           ACCEPT WS-DATA FROM DATE.
           DISPLAY CLEAR-SCREEN.

           MOVE SPACE TO WS-STATUS.
           PERFORM UNTIL WS-STATUS = "F"
               MOVE SPACES TO WS-TICKER WS-TRF-CONTA-ORIG
                              WS-TRF-CONTA-DEST
                              WS-TRF-UF
               MOVE ZEROES TO WS-TRF-QTY WS-TRF-VALOR
               MOVE "T"    TO WS-TRF-TIPO

               DISPLAY TRANSFER-SCR
               ACCEPT  TRANSFER-SCR

               MOVE FUNCTION UPPER-CASE(WS-TICKER) TO WS-TICKER
               MOVE FUNCTION UPPER-CASE(WS-TRF-TIPO) TO WS-TRF-TIPO
               MOVE FUNCTION UPPER-CASE(WS-TRF-UF) TO WS-TRF-UF

               IF WS-TICKER = SPACES
                   MOVE "F" TO WS-STATUS
               ELSE
                   PERFORM VALIDA-TRANSFERENCIA
                   IF WS-FLAG-FOUND = 0
                       CALL 'showmsg' USING
                            "Confirma a transferencia?",
                            MSGYESNO, MSGDELAY, WS-QUESTION
                       IF WS-QUESTION = "S"
                           PERFORM EXECUTA-TRANSFERENCIA
                           CALL 'showmsg' USING
                                "Transferencia registrada",
                                MSGSTD, MSGDELAY
                           IF NOT WS-TRF-CONTAS
                               PERFORM MOSTRA-DOACAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VALIDA-TRANSFERENCIA.
           MOVE 0 TO WS-FLAG-FOUND.

           CALL 'chkdate' USING WS-ANO, WS-MES, WS-DIA, WS-CHK-RETURN.
           IF WS-CHK-RETURN NOT = 0
               CALL 'showmsg' USING "Data invalida",
                              MSGALERT, MSGDELAY
               MOVE 1 TO WS-FLAG-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF WS-TRF-QTY = 0
               CALL 'showmsg' USING "Qtd. deve ser maior que zero",
                              MSGALERT, MSGDELAY
               MOVE 1 TO WS-FLAG-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF WS-TRF-CONTA-ORIG = SPACES
              OR WS-TRF-CONTA-DEST = SPACES
               CALL 'showmsg' USING
                    "Informe as contas de origem e destino",
                    MSGALERT, MSGDELAY
               MOVE 1 TO WS-FLAG-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF WS-TRF-CONTA-ORIG = WS-TRF-CONTA-DEST
               CALL 'showmsg' USING
                    "Contas de origem e destino devem diferir",
                    MSGALERT, MSGDELAY
               MOVE 1 TO WS-FLAG-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF NOT WS-TRF-CONTAS AND NOT WS-TRF-DOACAO
              AND NOT WS-TRF-HERANCA
               CALL 'showmsg' USING "Tipo invalido (T, D ou H)",
                              MSGALERT, MSGDELAY
               MOVE 1 TO WS-FLAG-FOUND
               EXIT PARAGRAPH
           END-IF.

      *    Entre contas do mesmo titular a posicao so muda de
      *    custodia; para outro titular e doacao ou heranca.
           PERFORM CARREGA-MAPA-CONTAS.
           MOVE WS-TRF-CONTA-ORIG TO WS-CTIT-BUSCA.
           PERFORM BUSCA-TITULAR-CONTA.
           MOVE WS-TIT-DA-CONTA   TO WS-TRF-TIT-ORIG.
           MOVE WS-TRF-CONTA-DEST TO WS-CTIT-BUSCA.
           PERFORM BUSCA-TITULAR-CONTA.
           MOVE WS-TIT-DA-CONTA   TO WS-TRF-TIT-DEST.
           IF WS-TRF-CONTAS
              AND WS-TRF-TIT-ORIG NOT = WS-TRF-TIT-DEST
               CALL 'showmsg' USING
                    "Contas de titulares diferentes: use D ou H",
                    MSGALERT, MSGDELAY
               MOVE 1 TO WS-FLAG-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-TRF-CONTAS
              AND WS-TRF-TIT-ORIG = WS-TRF-TIT-DEST
               CALL 'showmsg' USING
                    "Doacao/heranca exige contas de outro titular",
                    MSGALERT, MSGDELAY
               MOVE 1 TO WS-FLAG-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-TRF-CONTAS AND WS-TRF-UF = SPACES
               CALL 'showmsg' USING "Informe a UF do ITCMD",
                              MSGALERT, MSGDELAY
               MOVE 1 TO WS-FLAG-FOUND
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICA-TICKER-MASTER.
           IF NOT WS-TICKER-OK
               CALL 'showmsg' USING
                    "Ticker nao cadastrado no cadastro de ativos",
                    MSGALERT, MSGDELAY
               MOVE 1 TO WS-FLAG-FOUND
               EXIT PARAGRAPH
           END-IF.

      *    Posicao suficiente na conta de origem; o preco medio de la
      *    e o que atravessa para a conta de destino.
           MOVE 0 TO WS-TRF-POS-QTY WS-TRF-PM.
           OPEN INPUT STK02.
           IF WS-STATUS-STK02 NOT = "35"
               MOVE WS-TRF-CONTA-ORIG TO WFS-STK02-ACCOUNT
               MOVE WS-TICKER         TO WFS-STK02-TICKER
               READ STK02 KEY IS WFS-STK02-KEY
               IF WS-STATUS-STK02 = "00"
                   MOVE WFS-STK02-QTY   TO WS-TRF-POS-QTY
                   MOVE WFS-STK02-PRICE TO WS-TRF-PM
               END-IF
               CLOSE STK02
           END-IF.
           IF WS-TRF-POS-QTY < WS-TRF-QTY
               CALL 'showmsg' USING
                    "Posicao insuficiente na conta de origem",
                    MSGALERT, MSGDELAY
               MOVE 1 TO WS-FLAG-FOUND
               EXIT PARAGRAPH
           END-IF.

      *    Preco de entrada no destino: o mesmo preco medio entre
      *    contas; na doacao/heranca, o valor declarado pela
      *    quantidade (declarado zero = ao custo do doador).
           IF WS-TRF-CONTAS
               MOVE 0 TO WS-TRF-VALOR
               MOVE WS-TRF-PM TO WS-TRF-PM-DEST
           ELSE
               IF WS-TRF-VALOR = 0
                   COMPUTE WS-TRF-VALOR = WS-TRF-QTY * WS-TRF-PM
               END-IF
               COMPUTE WS-TRF-PM-DEST ROUNDED = WS-TRF-VALOR
                                               / WS-TRF-QTY
           END-IF.

       EXECUTA-TRANSFERENCIA.
           PERFORM GERA-CHAVE-ORDEM.

           OPEN EXTEND STK03.
           IF WS-STATUS-STK03 = "35"
               OPEN OUTPUT STK03
           END-IF.

           MOVE WS-KEY            TO STK03-KEY.
           MOVE "T"               TO STK03-ORDER.
           MOVE WS-TICKER         TO STK03-TICKER.
           COMPUTE STK03-QTY = 0 - WS-TRF-QTY.
           MOVE WS-TRF-PM         TO STK03-PRICE STK03-AVPRICE.
           MOVE ZEROES            TO STK03-IRRF STK03-COST STK03-NET
                                     STK03-CORP-FACTOR.
           MOVE SPACE             TO STK03-CATEGORY STK03-CORP-ACTION.
      *    Transferencia nao passa pela liquidacao D+2 da B3; o
      *    movimento vale na propria data informada.
           COMPUTE STK03-SETTLE-DATE = (2000 + WS-ANO) * 10000
                                      + WS-MES * 100 + WS-DIA.
           MOVE WS-TRF-CONTA-ORIG TO STK03-ACCOUNT.
           MOVE WS-OPERATOR       TO STK03-OPERATOR.
           MOVE WS-OPERATOR       TO STK03-APPROVER.
           MOVE SPACES            TO STK03-STRATEGY.
           WRITE STK03-REGISTER.

           MOVE "STK03"           TO WS-AUDIT-ARQUIVO.
           MOVE "INC"             TO WS-AUDIT-ACAO.
           MOVE STK03-REGISTER    TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

           ADD 1 TO WS-KEY.
           MOVE WS-KEY            TO STK03-KEY.
           MOVE WS-TRF-QTY        TO STK03-QTY.
           MOVE WS-TRF-PM-DEST    TO STK03-PRICE STK03-AVPRICE.
           MOVE WS-TRF-CONTA-DEST TO STK03-ACCOUNT.
           IF NOT WS-TRF-CONTAS
               MOVE WS-TRF-TIPO   TO STK03-CORP-ACTION
           END-IF.
           WRITE STK03-REGISTER.
           CLOSE STK03.

           MOVE "STK03"           TO WS-AUDIT-ARQUIVO.
           MOVE "INC"             TO WS-AUDIT-ACAO.
           MOVE STK03-REGISTER    TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

           PERFORM TRANSFERE-BAIXA-ORIGEM.
           PERFORM TRANSFERE-ENTRADA-DESTINO.

           IF NOT WS-TRF-CONTAS
               MOVE "G"               TO WS-DOA-MODO
               COMPUTE WS-DOA-DATA = (2000 + WS-ANO) * 10000
                                    + WS-MES * 100 + WS-DIA
               MOVE WS-TRF-TIPO       TO WS-DOA-TIPO
               MOVE WS-TRF-TIT-ORIG   TO WS-DOA-TIT-ORIG
               MOVE WS-TRF-TIT-DEST   TO WS-DOA-TIT-DEST
               MOVE WS-TRF-CONTA-ORIG TO WS-DOA-CONTA-ORIG
               MOVE WS-TRF-CONTA-DEST TO WS-DOA-CONTA-DEST
               MOVE WS-TICKER         TO WS-DOA-TICKER
               MOVE WS-TRF-QTY        TO WS-DOA-QTY
               MOVE WS-TRF-PM         TO WS-DOA-PM
               MOVE WS-TRF-VALOR      TO WS-DOA-VALOR-DECL
               MOVE WS-TRF-UF         TO WS-DOA-UF
               MOVE WS-OPERATOR       TO WS-DOA-OPERADOR
               CALL 'DOACAO' USING WS-DOACAO-PARM
           END-IF.

       MOSTRA-DOACAO.
      *    Ganho do doador e DARF, depois a memoria completa.
           MOVE WS-DOA-IMPOSTO TO WS-TRF-VAL-MASK.
           MOVE SPACES TO WS-MSG.
           IF WS-DOA-DARF = "S"
               STRING "DARF 4600 gerado - imposto " WS-TRF-VAL-MASK
                      DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           ELSE
               IF WS-DOA-IMPOSTO > 0
                   STRING "Imposto " WS-TRF-VAL-MASK
                          " abaixo do minimo do DARF"
                          DELIMITED BY SIZE INTO WS-MSG
                   END-STRING
               ELSE
                   MOVE "Sem ganho de capital na transferencia"
                     TO WS-MSG
               END-IF
           END-IF.
           CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY.
           MOVE "doacao.rel" TO WS-VIS-NOME.
           PERFORM VISUALIZA-RELATORIO.

       TRANSFERE-BAIXA-ORIGEM.
      *    Saida da conta de origem ao preco medio corrente, a mesma
      *    aritmetica da venda em ATUALIZA-POSICAO-INICIAL - o preco
      *    medio do saldo remanescente nao muda.
           OPEN I-O STK02.
           IF WS-STATUS-STK02 = "35"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TRF-CONTA-ORIG TO WFS-STK02-ACCOUNT.
           MOVE WS-TICKER         TO WFS-STK02-TICKER.
           READ STK02 KEY IS WFS-STK02-KEY.
           IF WS-STATUS-STK02 = "00"
               MOVE STK02-REGISTER TO WS-AUDIT-IMAGEM
               MOVE "N" TO WS-SALDO-FLAG
               COMPUTE WFS-STK02-BALANCE = WFS-STK02-BALANCE
                       - (WS-TRF-QTY * WFS-STK02-PRICE)
                   ON SIZE ERROR
                       MOVE "S" TO WS-SALDO-FLAG
               END-COMPUTE
               SUBTRACT WS-TRF-QTY FROM WFS-STK02-QTY
               IF WFS-STK02-QTY = 0
                   MOVE 0 TO WFS-STK02-PRICE
                   MOVE 0 TO WFS-STK02-BALANCE
               END-IF
               IF WS-SALDO-EXCEDIDO
                   CALL 'showmsg' USING
                        "Saldo excede o limite do campo",
                        MSGALERT, MSGDELAY
               ELSE
                   REWRITE STK02-REGISTER
                   MOVE "STK02" TO WS-AUDIT-ARQUIVO
                   MOVE "ALT"   TO WS-AUDIT-ACAO
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.
           CLOSE STK02.

       TRANSFERE-ENTRADA-DESTINO.
      *    Entrada na conta de destino ao preco medio que veio da
      *    origem (na doacao/heranca, ao valor declarado), fundido ao
      *    preco medio de posicao ja existente (mesma regra de
      *    INCORPORA-ATIVO-OBJETO).
           OPEN I-O STK02.
           IF WS-STATUS-STK02 = "35"
               CLOSE STK02
               OPEN OUTPUT STK02
               CLOSE STK02
               OPEN I-O STK02
           END-IF.

           MOVE WS-TRF-CONTA-DEST TO WFS-STK02-ACCOUNT.
           MOVE WS-TICKER         TO WFS-STK02-TICKER.
           READ STK02 KEY IS WFS-STK02-KEY.
           MOVE "N" TO WS-SALDO-FLAG.
           MOVE "STK02" TO WS-AUDIT-ARQUIVO.
           EVALUATE WS-STATUS-STK02
               WHEN "23"
                   MOVE WS-TRF-QTY TO WFS-STK02-QTY
                   MOVE WS-TRF-PM-DEST TO WFS-STK02-PRICE
                   MULTIPLY WS-TRF-QTY BY WS-TRF-PM-DEST
                            GIVING WFS-STK02-BALANCE
                       ON SIZE ERROR
                           MOVE "S" TO WS-SALDO-FLAG
                   END-MULTIPLY
                   IF WS-SALDO-EXCEDIDO
                       CALL 'showmsg' USING
                            "Saldo excede o limite do campo",
                            MSGALERT, MSGDELAY
                   ELSE
                       WRITE STK02-REGISTER
                       MOVE "INC" TO WS-AUDIT-ACAO
                       MOVE STK02-REGISTER TO WS-AUDIT-IMAGEM
                       PERFORM GRAVA-AUDITORIA
                   END-IF
               WHEN "00"
                   MOVE STK02-REGISTER TO WS-AUDIT-IMAGEM
                   COMPUTE WFS-STK02-BALANCE = WFS-STK02-BALANCE
                           + (WS-TRF-QTY * WS-TRF-PM-DEST)
                       ON SIZE ERROR
                           MOVE "S" TO WS-SALDO-FLAG
                   END-COMPUTE
                   ADD WS-TRF-QTY TO WFS-STK02-QTY
                   IF WFS-STK02-QTY NOT = 0
                       DIVIDE WFS-STK02-BALANCE BY WFS-STK02-QTY
                              GIVING WFS-STK02-PRICE
                   END-IF
                   IF WS-SALDO-EXCEDIDO
                       CALL 'showmsg' USING
                            "Saldo excede o limite do campo",
                            MSGALERT, MSGDELAY
                   ELSE
                       REWRITE STK02-REGISTER
                       MOVE "ALT" TO WS-AUDIT-ACAO
                       PERFORM GRAVA-AUDITORIA
                   END-IF
           END-EVALUATE.
           CLOSE STK02.

       BACKUP-DADOS.
      **** Copia STK01 a STK05 para arquivos datados antes de uma
      **** operacao que regrava esses arquivos (fechamento de mes,
      **** rollover de ano fiscal, etc.), um ponto de recuperacao
      **** sob demanda.
           PERFORM BACKUP-DADOS-CORE.

           CALL 'showmsg' USING "Backup concluido com sucesso",
                          MSGSTD, MSGDELAY.

       BACKUP-DADOS-CORE.
      *    Miolo do backup, compartilhado com o passo BACKUP da
      *    cadeia em lote (que nao tem tela para mensagens).
           ACCEPT WS-DATA-BACKUP FROM DATE.
           STRING WS-BKP-ANO WS-BKP-MES WS-BKP-DIA DELIMITED BY SIZE
                  INTO WS-BACKUP-SUFIXO
           END-STRING.

           PERFORM BACKUP-ARQUIVO-STK01.
           PERFORM BACKUP-ARQUIVO-STK02.
           PERFORM BACKUP-ARQUIVO-STK03.
           PERFORM BACKUP-ARQUIVO-STK04.
           PERFORM BACKUP-ARQUIVO-STK05.

           PERFORM GRAVA-BACKUP-LOG.
           EXIT.

       GRAVA-BACKUP-LOG.
      **** Anota o sufixo do conjunto em backups.log, de onde a
      **** restauracao lista os conjuntos disponiveis, com a hora e
      **** a ultima sequencia da trilha de auditoria que o conjunto
      **** ja contem (ponto de partida dos incrementais e da
      **** recuperacao por data e hora). Um segundo backup no mesmo
      **** dia sobrescreve os .bak do dia: a linha antiga do conjunto
      **** e os incrementais tirados sobre ela saem do log (reescrito
      **** pelo temporario) e a nova linha vai para o fim.
           PERFORM LE-ULTIMA-SEQ-AUDITORIA.
           ACCEPT WS-TIME FROM TIME.

           MOVE "N" TO WS-BACKUP-JA-LISTADO.
           OPEN OUTPUT ARQ-CONV-TMP.
           OPEN INPUT ARQ-BACKUP-LOG.
           IF WS-STATUS-BACKUP-LOG = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM PROCURA-BACKUP-LOG-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE ARQ-BACKUP-LOG.
           CLOSE ARQ-CONV-TMP.

           OPEN OUTPUT ARQ-BACKUP-LOG.
           OPEN INPUT ARQ-CONV-TMP.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM BACKUP-LOG-VOLTA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-CONV-TMP.
           MOVE WS-BACKUP-SUFIXO TO BACKUP-LOG-SUFIXO.
           MOVE "C"              TO BACKUP-LOG-TIPO.
           MOVE WS-TIME          TO BACKUP-LOG-HORA.
           MOVE WS-BKP-SEQ-AUD   TO BACKUP-LOG-SEQ-AUD.
           WRITE BACKUP-LOG-REG.
           CLOSE ARQ-BACKUP-LOG.
           CALL "CBL_DELETE_FILE" USING "converte.tmp".

       PROCURA-BACKUP-LOG-SEQ.
           READ ARQ-BACKUP-LOG AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-BACKUP-LOG = "00"
               IF BACKUP-LOG-SUFIXO = WS-BACKUP-SUFIXO
                   MOVE "S" TO WS-BACKUP-JA-LISTADO
               ELSE
                   WRITE CONV-TMP-LINHA FROM BACKUP-LOG-REG
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       BACKUP-LOG-VOLTA-SEQ.
           READ ARQ-CONV-TMP AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-CONV-TMP = "00"
               MOVE CONV-TMP-LINHA TO BACKUP-LOG-REG
               WRITE BACKUP-LOG-REG
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       LE-ULTIMA-SEQ-AUDITORIA.
      *    Ultima sequencia gravada na trilha (stk12.ult, mantido por
      *    GRAVAUDIT); sem o controle, nada foi encadeado ainda.
           MOVE 0 TO WS-BKP-SEQ-AUD.
           OPEN INPUT ARQ-AUD-ULT.
           IF WS-STATUS-AUD-ULT = "00"
               READ ARQ-AUD-ULT
               IF WS-STATUS-AUD-ULT = "00"
                   MOVE AUD-ULT-SEQ TO WS-BKP-SEQ-AUD
               END-IF
           END-IF.
           CLOSE ARQ-AUD-ULT.

       BACKUP-INCREMENTAL.
      **** Incremental: so a trilha de auditoria gravada desde o
      **** ultimo conjunto completo, muito menor que STK01 a STK05,
      **** para poder ser tirado varias vezes ao dia.
           PERFORM BACKUP-INCREMENTAL-CORE.
           EVALUATE WS-INCR-RC
               WHEN 0
                   MOVE WS-INCR-CNT TO WS-INCR-CNT-MASK
                   MOVE SPACES TO WS-MSG
                   STRING "Incremental concluido - "
                          WS-INCR-CNT-MASK " registros da trilha"
                          DELIMITED BY SIZE INTO WS-MSG
                   END-STRING
                   CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY
               WHEN OTHER
                   CALL 'showmsg' USING
                        "Sem conjunto completo marcado - faca um",
                        MSGALERT, MSGDELAY
           END-EVALUATE.

       BACKUP-INCREMENTAL-CORE.
      *    Miolo do incremental, compartilhado com o passo INCREM da
      *    cadeia em lote. Base = ultimo conjunto completo anotado com
      *    a sequencia da trilha (os anotados antes disso nao servem
      *    de base, RC 08). O incremental e cumulativo desde a base:
      *    copia da trilha - o morto do ano corrente, se a virada
      *    caiu depois da base, e o vivo - todo registro encadeado
      *    com sequencia posterior a do conjunto.
           MOVE 0 TO WS-INCR-RC WS-INCR-CNT.
           MOVE SPACES TO WS-INCR-BASE-SUF WS-INCR-BASE-SEQ.
           OPEN INPUT ARQ-BACKUP-LOG.
           IF WS-STATUS-BACKUP-LOG = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM BUSCA-BASE-INCR-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE ARQ-BACKUP-LOG.
           IF WS-INCR-BASE-SEQ NOT NUMERIC
               MOVE 08 TO WS-INCR-RC
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-DATA-BACKUP FROM DATE.
           ACCEPT WS-TIME FROM TIME.
           MOVE SPACES TO WS-INCR-NOME.
           STRING "stk12_" WS-INCR-BASE-SUF "_" WS-TIME ".inc"
                  DELIMITED BY SIZE INTO WS-INCR-NOME
           END-STRING.
           MOVE WS-INCR-BASE-SEQ TO WS-INCR-ULT-SEQ.

           OPEN OUTPUT ARQ-INCR.
           MOVE WS-INCR-BASE-SUF(1:2) TO WS-INCR-ANO-SCAN.
           PERFORM INCR-ARQUIVO-ANO
                   UNTIL WS-INCR-ANO-SCAN > WS-BKP-ANO.
           MOVE "stk12.dat" TO WS-AUD-ARQ-NOME.
           PERFORM INCR-COPIA-TRILHA.
           CLOSE ARQ-INCR.

           OPEN EXTEND ARQ-BACKUP-LOG.
           IF WS-STATUS-BACKUP-LOG = "35"
               OPEN OUTPUT ARQ-BACKUP-LOG
           END-IF.
           MOVE WS-INCR-BASE-SUF TO BACKUP-LOG-SUFIXO.
           MOVE "I"              TO BACKUP-LOG-TIPO.
           MOVE WS-TIME          TO BACKUP-LOG-HORA.
           MOVE WS-INCR-ULT-SEQ  TO BACKUP-LOG-SEQ-AUD.
           WRITE BACKUP-LOG-REG.
           CLOSE ARQ-BACKUP-LOG.

       BUSCA-BASE-INCR-SEQ.
           READ ARQ-BACKUP-LOG AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-BACKUP-LOG = "00"
               IF NOT BACKUP-LOG-INCREMENTAL
                   MOVE BACKUP-LOG-SUFIXO  TO WS-INCR-BASE-SUF
                   MOVE BACKUP-LOG-SEQ-AUD TO WS-INCR-BASE-SEQ
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       INCR-ARQUIVO-ANO.
           MOVE SPACES TO WS-AUD-ARQ-NOME.
           STRING "stk12_ano_" WS-INCR-ANO-SCAN ".dat"
                  DELIMITED BY SIZE
                  INTO WS-AUD-ARQ-NOME
           END-STRING.
           PERFORM INCR-COPIA-TRILHA.
           ADD 1 TO WS-INCR-ANO-SCAN.

       INCR-COPIA-TRILHA.
           OPEN INPUT STK12A.
           IF WS-STATUS-STK12A = "00"
               MOVE "N" TO WS-ARQANO-FIM
               PERFORM INCR-COPIA-TRILHA-SEQ UNTIL WS-ARQANO-FIM = "S"
           END-IF.
           CLOSE STK12A.

       INCR-COPIA-TRILHA-SEQ.
           READ STK12A AT END MOVE "S" TO WS-ARQANO-FIM.
           IF WS-STATUS-STK12A NOT = "00"
               MOVE "S" TO WS-ARQANO-FIM
               EXIT PARAGRAPH
           END-IF.
           IF STK12A-SEQ IS NUMERIC
              AND STK12A-SEQ > WS-INCR-ULT-SEQ
              AND STK12A-ACAO NOT = "TRA"
               WRITE INCR-REG FROM STK12A-REG
               ADD 1 TO WS-INCR-CNT
               MOVE STK12A-SEQ TO WS-INCR-ULT-SEQ
           END-IF.

       RESTAURA-DADOS.
      **** Restaura um conjunto de backup datado gravado por
      **** BACKUP-DADOS. O conjunto e sempre restaurado por inteiro
      **** (STK01 a STK05): restaurar um arquivo isolado ja deixou
      **** STK02 fora de sincronia com STK03. Arquivo ausente do
      **** conjunto significa que nao existia na epoca do backup, e o
      **** correspondente atual e removido para manter a consistencia.
           MOVE SPACES TO WS-RESTORE-SUFIXO.
           DISPLAY CLEAR-SCREEN.
           DISPLAY RESTAURA-SCR.
           PERFORM LISTA-BACKUPS-DISPONIVEIS.
           ACCEPT RESTAURA-SCR.

           IF WS-RESTORE-SUFIXO = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-REST-ACHADOS.
           MOVE 12 TO WS-REST-LN.
           DISPLAY "Conjunto encontrado:" AT LINE 11 COLUMN 5.
           PERFORM VALIDA-BACKUP-STK01.
           PERFORM VALIDA-BACKUP-STK02.
           PERFORM VALIDA-BACKUP-STK03.
           PERFORM VALIDA-BACKUP-STK04.
           PERFORM VALIDA-BACKUP-STK05.

           IF WS-REST-ACHADOS = 0
               CALL 'showmsg' USING
                    "Conjunto de backup nao encontrado",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           CALL 'showmsg' USING
                "Atencao: os dados atuais serao sobrescritos",
                MSGALERT, MSGDELAY.
           CALL 'showmsg' USING
                "Confirma restauracao do conjunto completo?",
                MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM RESTAURA-ARQUIVO-STK01.
           PERFORM RESTAURA-ARQUIVO-STK02.
           PERFORM RESTAURA-ARQUIVO-STK03.
           PERFORM RESTAURA-ARQUIVO-STK04.
           PERFORM RESTAURA-ARQUIVO-STK05.

      *    A restauracao em massa tambem fica na trilha de auditoria,
      *    um registro por arquivo auditado, com o sufixo do conjunto.
           MOVE "RST" TO WS-AUDIT-ACAO.
           MOVE "STK02" TO WS-AUDIT-ARQUIVO.
           MOVE WS-RESTORE-SUFIXO TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           MOVE "STK03" TO WS-AUDIT-ARQUIVO.
           MOVE WS-RESTORE-SUFIXO TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           MOVE "STK04" TO WS-AUDIT-ARQUIVO.
           MOVE WS-RESTORE-SUFIXO TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

      *    Os dados iniciais (STK04) e custos (STK01) recem
      *    restaurados passam a valer imediatamente.
           PERFORM READ-INITIAL-LOSS.

           CALL 'showmsg' USING "Backup restaurado com sucesso",
                          MSGSTD, MSGDELAY.

       LISTA-BACKUPS-DISPONIVEIS.
           OPEN INPUT ARQ-BACKUP-LOG.
           IF WS-STATUS-BACKUP-LOG NOT = "00"
               DISPLAY "Nenhum conjunto anotado em backups.log"
                       AT LINE 5 COLUMN 5
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Conjuntos disponiveis:" AT LINE 5 COLUMN 5.
           MOVE 6 TO WS-REST-LN.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM LISTA-BACKUP-LOG-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-BACKUP-LOG.

       LISTA-BACKUP-LOG-SEQ.
      *    So os conjuntos completos; a hora aparece nos anotados
      *    depois que o log passou a guarda-la.
           READ ARQ-BACKUP-LOG AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-BACKUP-LOG = "00"
               IF NOT BACKUP-LOG-INCREMENTAL
                   DISPLAY BACKUP-LOG-SUFIXO
                           AT LINE WS-REST-LN COLUMN 7
                   IF BACKUP-LOG-HORA IS NUMERIC
                       DISPLAY BACKUP-LOG-HORA(1:2)
                               AT LINE WS-REST-LN COLUMN 15
                       DISPLAY ":" AT LINE WS-REST-LN COLUMN 17
                       DISPLAY BACKUP-LOG-HORA(3:2)
                               AT LINE WS-REST-LN COLUMN 18
                   END-IF
                   IF WS-REST-LN < 10
                       ADD 1 TO WS-REST-LN
                   END-IF
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       RECUPERA-PONTO-TEMPO.
      **** Recuperacao ate uma data e hora: restaura um conjunto
      **** completo e reaplica por cima as alteracoes que a trilha de
      **** auditoria registrou depois dele, ate o instante pedido
      **** (RECPIT). Antes de tocar nos dados o estado atual vai para
      **** o conjunto de seguranca PREREC; o resultado passa pela
      **** verificacao de consistencia e, havendo divergencias e o
      **** supervisor nao aceitando, o estado anterior volta.
           MOVE SPACES TO WS-RESTORE-SUFIXO.
           MOVE ZEROES TO WS-PIT-ALVO-DATA WS-PIT-ALVO-HHMM.
           DISPLAY CLEAR-SCREEN.
           DISPLAY RECUPERA-SCR.
           PERFORM LISTA-BACKUPS-DISPONIVEIS.
           ACCEPT RECUPERA-SCR.

           IF WS-RESTORE-SUFIXO = SPACES OR WS-PIT-ALVO-DATA = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "N"    TO WS-PIT-ACHOU.
           MOVE SPACES TO WS-RPT-INC-NOME.
           OPEN INPUT ARQ-BACKUP-LOG.
           IF WS-STATUS-BACKUP-LOG = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM LOCALIZA-CONJUNTO-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE ARQ-BACKUP-LOG.
           IF WS-PIT-ACHOU NOT = "S"
               CALL 'showmsg' USING
                    "Conjunto sem marca da trilha - use a restauracao",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PIT-ALVO-INST = WS-PIT-ALVO-DATA * 1000000
                                    + WS-PIT-ALVO-HHMM * 100 + 59.
           MOVE WS-RESTORE-SUFIXO TO WS-PIT-BASE-INST(1:6).
           MOVE WS-PIT-HORA-BASE  TO WS-PIT-BASE-INST(7:6).
           IF WS-PIT-ALVO-INST < WS-PIT-BASE-INST
               CALL 'showmsg' USING
                    "Data/hora anterior ao conjunto escolhido",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-REST-ACHADOS.
           MOVE 12 TO WS-REST-LN.
           DISPLAY "Conjunto encontrado:" AT LINE 11 COLUMN 5.
           PERFORM VALIDA-BACKUP-STK01.
           PERFORM VALIDA-BACKUP-STK02.
           PERFORM VALIDA-BACKUP-STK03.
           PERFORM VALIDA-BACKUP-STK04.
           PERFORM VALIDA-BACKUP-STK05.
           IF WS-REST-ACHADOS = 0
               CALL 'showmsg' USING
                    "Conjunto de backup nao encontrado",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           CALL 'showmsg' USING
                "Atencao: os dados atuais serao sobrescritos",
                MSGALERT, MSGDELAY.
           CALL 'showmsg' USING
                "Confirma recuperacao ate a data/hora informada?",
                MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

      *    A preparacao le os arquivos vivos (imagem posterior da
      *    ultima alteracao de cada registro), entao roda antes de o
      *    conjunto ser restaurado.
           MOVE "P"                 TO WS-RPT-MODO.
           MOVE WS-RESTORE-SUFIXO   TO WS-RPT-SUFIXO.
           MOVE WS-PIT-ALVO-DATA    TO WS-RPT-ALVO-DATA.
           COMPUTE WS-RPT-ALVO-HORA = WS-PIT-ALVO-HHMM * 100 + 59.
           CALL 'RECPIT' USING WS-RECPIT-PARM.
           IF WS-RPT-RC NOT = 0
               CALL 'showmsg' USING
                    "Trilha longa demais - ver recupera.rel",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           PERFORM SALVA-CONJUNTO-PREREC.

           PERFORM RESTAURA-ARQUIVO-STK01.
           PERFORM RESTAURA-ARQUIVO-STK02.
           PERFORM RESTAURA-ARQUIVO-STK03.
           PERFORM RESTAURA-ARQUIVO-STK04.
           PERFORM RESTAURA-ARQUIVO-STK05.

           MOVE "A" TO WS-RPT-MODO.
           CALL 'RECPIT' USING WS-RECPIT-PARM.

           PERFORM VERIFICA-CONSISTENCIA.
           IF WS-CONS-TOTAL > 0
               CALL 'showmsg' USING
                    "Divergencias apos recuperar-ver consistencia.rel",
                    MSGALERT, MSGDELAY
               CALL 'showmsg' USING
                    "Aceita a recuperacao mesmo assim?",
                    MSGYESNO, MSGDELAY, WS-QUESTION
               IF WS-QUESTION NOT = "S"
                   MOVE "PREREC" TO WS-RESTORE-SUFIXO
                   PERFORM RESTAURA-ARQUIVO-STK01
                   PERFORM RESTAURA-ARQUIVO-STK02
                   PERFORM RESTAURA-ARQUIVO-STK03
                   PERFORM RESTAURA-ARQUIVO-STK04
                   PERFORM RESTAURA-ARQUIVO-STK05
                   PERFORM READ-INITIAL-LOSS
                   CALL 'showmsg' USING
                        "Recuperacao desfeita - dados anteriores",
                        MSGALERT, MSGDELAY
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    Na trilha, como a restauracao simples: um RST por arquivo
      *    auditado, com o conjunto e o instante recuperado.
           MOVE "RST" TO WS-AUDIT-ACAO.
           MOVE "STK02" TO WS-AUDIT-ARQUIVO.
           PERFORM MONTA-IMAGEM-RECUPERACAO.
           PERFORM GRAVA-AUDITORIA.
           MOVE "STK03" TO WS-AUDIT-ARQUIVO.
           PERFORM MONTA-IMAGEM-RECUPERACAO.
           PERFORM GRAVA-AUDITORIA.
           MOVE "STK04" TO WS-AUDIT-ARQUIVO.
           PERFORM MONTA-IMAGEM-RECUPERACAO.
           PERFORM GRAVA-AUDITORIA.

           PERFORM READ-INITIAL-LOSS.

           IF WS-RPT-MASSA = "S"
               CALL 'showmsg' USING
                    "Parou em operacao em massa - ver recupera.rel",
                    MSGALERT, MSGDELAY
           ELSE
               CALL 'showmsg' USING
                    "Recuperacao concluida - ver recupera.rel",
                    MSGSTD, MSGDELAY
           END-IF.

       LOCALIZA-CONJUNTO-SEQ.
      *    Linha do conjunto escolhido (base da trilha) e o ultimo
      *    incremental tirado sobre ele, se houver.
           READ ARQ-BACKUP-LOG AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-BACKUP-LOG NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF BACKUP-LOG-SUFIXO NOT = WS-RESTORE-SUFIXO
              OR BACKUP-LOG-SEQ-AUD NOT NUMERIC
              OR BACKUP-LOG-HORA NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF BACKUP-LOG-INCREMENTAL
               MOVE SPACES TO WS-RPT-INC-NOME
               STRING "stk12_" BACKUP-LOG-SUFIXO "_" BACKUP-LOG-HORA
                      ".inc" DELIMITED BY SIZE INTO WS-RPT-INC-NOME
               END-STRING
           ELSE
               MOVE "S"                TO WS-PIT-ACHOU
               MOVE BACKUP-LOG-SEQ-AUD TO WS-RPT-SEQ-BASE
               MOVE BACKUP-LOG-HORA    TO WS-PIT-HORA-BASE
           END-IF.

       SALVA-CONJUNTO-PREREC.
      *    Conjunto de seguranca do estado atual, fora do log; as
      *    copias de uma recuperacao anterior saem antes, senao um
      *    arquivo ausente hoje voltaria de la numa reversao.
           CALL "CBL_DELETE_FILE" USING "stk01_PREREC.bak".
           CALL "CBL_DELETE_FILE" USING "stk02_PREREC.bak".
           CALL "CBL_DELETE_FILE" USING "stk03_PREREC.bak".
           CALL "CBL_DELETE_FILE" USING "stk04_PREREC.bak".
           CALL "CBL_DELETE_FILE" USING "stk05_PREREC.bak".
           MOVE "PREREC" TO WS-BACKUP-SUFIXO.
           PERFORM BACKUP-ARQUIVO-STK01.
           PERFORM BACKUP-ARQUIVO-STK02.
           PERFORM BACKUP-ARQUIVO-STK03.
           PERFORM BACKUP-ARQUIVO-STK04.
           PERFORM BACKUP-ARQUIVO-STK05.

       MONTA-IMAGEM-RECUPERACAO.
           MOVE SPACES TO WS-AUDIT-IMAGEM.
           STRING "RECUPERACAO " WS-RPT-SUFIXO " ATE "
                  WS-RPT-ALVO-DATA " " WS-RPT-ALVO-HORA
                  DELIMITED BY SIZE INTO WS-AUDIT-IMAGEM
           END-STRING.

       POSICAO-EM-DATA.
      **** Reconstitui a custodia por conta e ativo numa data
      **** passada, reaplicando em memoria os diarios arquivados ate
      **** a data (POSDATA), valorizada na cotacao da serie mais
      **** proxima; a custodia viva nao e tocada. Saida em
      **** posicao_AAAAMMDD.txt, aberta no visualizador.
           MOVE ZEROES TO WS-POSD-DATA.
           DISPLAY CLEAR-SCREEN.
           DISPLAY POSDATA-SCR.
           ACCEPT  POSDATA-SCR.
           IF WS-POSD-DATA = 0
               EXIT PARAGRAPH
           END-IF.

           CALL 'POSDATA' USING WS-POSD-DATA.

           MOVE SPACES TO WS-VIS-NOME.
           STRING "posicao_" WS-POSD-DATA ".txt" DELIMITED BY SIZE
                  INTO WS-VIS-NOME
           END-STRING.
           PERFORM VISUALIZA-RELATORIO.

       CONSULTA-HISTORICO.
      **** Consulta de ordens atraves dos arquivos mortos: recebe
      **** ativo e/ou faixa de datas, abre os stk03_AAMM.dat e
      **** stk03_ano_AA.dat dos anos da faixa (mais o diario vivo) e
      **** lista as ordens que casam, nas mesmas colunas de
      **** LST-CUSTODY mais a origem (arquivo) de cada uma. Como o
      **** nome do arquivo morto traz a data do fechamento e nao a da
      **** competencia, a varredura inclui os primeiros meses do ano
      **** seguinte ao final da faixa.
           MOVE SPACES TO WS-HIST-TICKER WS-HIST-KDX-CONTA.
           MOVE ZEROES TO WS-HIST-DATA-INI WS-HIST-DATA-FIM.

           DISPLAY CLEAR-SCREEN.
           DISPLAY HIST-FILTRO-SCR.
           ACCEPT  HIST-FILTRO-SCR.
           MOVE FUNCTION UPPER-CASE(WS-HIST-TICKER) TO WS-HIST-TICKER.
           MOVE FUNCTION UPPER-CASE(WS-HIST-KDX-CONTA)
             TO WS-HIST-KDX-CONTA.

      *    Ativo e conta informados juntos: a consulta vira o kardex
      *    do ativo, com saldo corrente e preco medio apos cada
      *    movimento, aberto no visualizador.
           IF WS-HIST-TICKER NOT = SPACES
              AND WS-HIST-KDX-CONTA NOT = SPACES
               CALL 'KARDEX' USING WS-HIST-TICKER, WS-HIST-KDX-CONTA
               MOVE "kardex.txt" TO WS-VIS-NOME
               PERFORM VISUALIZA-RELATORIO
               EXIT PARAGRAPH
           END-IF.

           IF WS-HIST-DATA-FIM = 0
               ACCEPT WS-DATA FROM DATE
               COMPUTE WS-HIST-DATA-FIM = WS-ANO * 10000
                                         + WS-MES * 100 + WS-DIA
           END-IF.

           MOVE 10 TO WS-LN.
           MOVE 0  TO WS-HIST-ACHADOS.

      *    Com catalogo de mortos presente, a varredura e dirigida
      *    por ele (faixa de datas real de cada arquivo) e o
      *    adivinhado por nome abaixo nao roda; um mes fechado com
      *    atraso aparece pelo catalogo mesmo com nome "errado".
           PERFORM VERIFICA-CATALOGO-MORTOS.
           IF WS-CAT-PRESENTE = "S"
               PERFORM VARRE-CATALOGO-HISTORICO
               MOVE "stk03.dat" TO WS-HIST-ARQ-NOME
               MOVE "atual"     TO WS-HIST-ROTULO
               PERFORM VARRE-ARQUIVO-HISTORICO
               IF WS-HIST-ACHADOS = 0
                   CALL 'showmsg' USING
                        "Nenhuma ordem encontrada para o filtro",
                        MSGALERT, MSGDELAY
               ELSE
                   CALL 'showmsg' USING "Tecle ENTER para retornar",
                                  MSGVOID, MSGDELAY
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-HIST-DATA-INI TO WS-HIST-KEY-DATA.
           MOVE WS-HIST-K-ANO    TO WS-HIST-ANO-SCAN.
           MOVE WS-HIST-DATA-FIM TO WS-HIST-KEY-DATA.
           MOVE WS-HIST-K-ANO    TO WS-HIST-ANO-FIM.

           PERFORM UNTIL WS-HIST-ANO-SCAN > WS-HIST-ANO-FIM
               PERFORM VARYING WS-HIST-MES-SCAN FROM 1 BY 1
                         UNTIL WS-HIST-MES-SCAN > 12
                   MOVE SPACES TO WS-HIST-ARQ-NOME
                   STRING "stk03_" WS-HIST-ANO-SCAN WS-HIST-MES-SCAN
                          ".dat" DELIMITED BY SIZE
                          INTO WS-HIST-ARQ-NOME
                   END-STRING
                   MOVE SPACES TO WS-HIST-ROTULO
                   STRING WS-HIST-ANO-SCAN "/" WS-HIST-MES-SCAN
                          DELIMITED BY SIZE INTO WS-HIST-ROTULO
                   END-STRING
                   PERFORM VARRE-ARQUIVO-HISTORICO
               END-PERFORM

               MOVE SPACES TO WS-HIST-ARQ-NOME
               STRING "stk03_ano_" WS-HIST-ANO-SCAN ".dat"
                      DELIMITED BY SIZE
                      INTO WS-HIST-ARQ-NOME
               END-STRING
               MOVE SPACES TO WS-HIST-ROTULO
               STRING "ano " WS-HIST-ANO-SCAN DELIMITED BY SIZE
                      INTO WS-HIST-ROTULO
               END-STRING
               PERFORM VARRE-ARQUIVO-HISTORICO

               ADD 1 TO WS-HIST-ANO-SCAN
           END-PERFORM.

      *    O fechamento de um dezembro e arquivado em janeiro do ano
      *    seguinte; varre tambem os tres primeiros meses dele.
           PERFORM VARYING WS-HIST-MES-SCAN FROM 1 BY 1
                     UNTIL WS-HIST-MES-SCAN > 3
               MOVE SPACES TO WS-HIST-ARQ-NOME
               STRING "stk03_" WS-HIST-ANO-SCAN WS-HIST-MES-SCAN
                      ".dat" DELIMITED BY SIZE
                      INTO WS-HIST-ARQ-NOME
               END-STRING
               MOVE SPACES TO WS-HIST-ROTULO
               STRING WS-HIST-ANO-SCAN "/" WS-HIST-MES-SCAN
                      DELIMITED BY SIZE INTO WS-HIST-ROTULO
               END-STRING
               PERFORM VARRE-ARQUIVO-HISTORICO
           END-PERFORM.

           MOVE "stk03.dat" TO WS-HIST-ARQ-NOME.
           MOVE "atual"     TO WS-HIST-ROTULO.
           PERFORM VARRE-ARQUIVO-HISTORICO.

           IF WS-HIST-ACHADOS = 0
               CALL 'showmsg' USING
                    "Nenhuma ordem encontrada para o filtro",
                    MSGALERT, MSGDELAY
           ELSE
               CALL 'showmsg' USING "Tecle ENTER para retornar",
                              MSGVOID, MSGDELAY
           END-IF.

       VERIFICA-CATALOGO-MORTOS.
           MOVE "N" TO WS-CAT-PRESENTE.
           OPEN INPUT ARQ-CATALOGO.
           IF WS-STATUS-CATALOGO = "00"
               MOVE "S" TO WS-CAT-PRESENTE
           END-IF.
           CLOSE ARQ-CATALOGO.

       VARRE-CATALOGO-HISTORICO.
           OPEN INPUT ARQ-CATALOGO.
           IF WS-STATUS-CATALOGO NOT = "00"
               CLOSE ARQ-CATALOGO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CAT-SCAN-FIM.
           PERFORM VARRE-CATALOGO-HIST-SEQ UNTIL WS-CAT-SCAN-FIM = "S".
           CLOSE ARQ-CATALOGO.

       VARRE-CATALOGO-HIST-SEQ.
           READ ARQ-CATALOGO AT END MOVE "S" TO WS-CAT-SCAN-FIM.
           IF WS-STATUS-CATALOGO = "00"
      *        So abre o morto cuja faixa de chaves cruza o filtro.
               IF WFS-CAT-REGISTROS > 0
                  AND WFS-CAT-DATA-FIM >= WS-HIST-DATA-INI
                  AND WFS-CAT-DATA-INI <= WS-HIST-DATA-FIM
                   MOVE WFS-CAT-ARQUIVO TO WS-HIST-ARQ-NOME
                   MOVE SPACES TO WS-HIST-ROTULO
                   IF WFS-CAT-COMP-MES = 0
                       STRING "ano " WFS-CAT-COMP-ANO
                              DELIMITED BY SIZE INTO WS-HIST-ROTULO
                       END-STRING
                   ELSE
                       STRING WFS-CAT-COMP-ANO "/" WFS-CAT-COMP-MES
                              DELIMITED BY SIZE INTO WS-HIST-ROTULO
                       END-STRING
                   END-IF
                   PERFORM VARRE-ARQUIVO-HISTORICO
               END-IF
           ELSE
               MOVE "S" TO WS-CAT-SCAN-FIM
           END-IF.

       VARRE-ARQUIVO-HISTORICO.
           OPEN INPUT STK03H.
           IF WS-STATUS-STK03H NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM VARRE-HISTORICO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK03H.

       VARRE-HISTORICO-SEQ.
           READ STK03H AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK03H = "00"
               DIVIDE STK03H-KEY BY 1000000 GIVING WS-HIST-KEY-DATA
               IF (WS-HIST-TICKER = SPACES
                   OR STK03H-TICKER = WS-HIST-TICKER)
                  AND WS-HIST-KEY-DATA >= WS-HIST-DATA-INI
                  AND WS-HIST-KEY-DATA <= WS-HIST-DATA-FIM
                   PERFORM MOSTRA-ORDEM-HISTORICO
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       MOSTRA-ORDEM-HISTORICO.
           ADD 1 TO WS-HIST-ACHADOS.
           MOVE STK03H-KEY    TO WS-ORD-KEY.
           MOVE STK03H-ORDER  TO WS-ORD-ORDER.
           MOVE STK03H-TICKER TO WS-ORD-TICKER.
           MOVE STK03H-QTY    TO WS-ORD-QTY-MASK.
           MOVE STK03H-PRICE  TO WS-ORD-PRICE-MASK.
           MOVE STK03H-NET    TO WS-ORD-NET-MASK.

           DISPLAY WS-ORD-KEY        AT LINE WS-LN COLUMN  5.
           DISPLAY WS-ORD-ORDER      AT LINE WS-LN COLUMN 19.
           DISPLAY WS-ORD-TICKER     AT LINE WS-LN COLUMN 22.
           DISPLAY WS-ORD-QTY-MASK   AT LINE WS-LN COLUMN 33.
           DISPLAY WS-ORD-PRICE-MASK AT LINE WS-LN COLUMN 43.
           DISPLAY WS-ORD-NET-MASK   AT LINE WS-LN COLUMN 55.
           DISPLAY WS-HIST-ROTULO    AT LINE WS-LN COLUMN 71.

           IF WS-LN < 21
               ADD 1 TO WS-LN
           ELSE
               MOVE 10 TO WS-LN
               CALL 'showmsg' USING "Continua... Pressione ENTER",
                              MSGVOID, MSGDELAY
               DISPLAY CLEAR-SCREEN-PART-00
               DISPLAY CLEAR-SCREEN-PART-01
           END-IF.
           EXIT.

       MANTEM-CALENDARIO.
      **** Manutencao do calendario de feriados (feriados.dat) usado
      **** por DIAUTIL para a data de liquidacao e o vencimento do
      **** DARF: incluir/alterar informando data e descricao, excluir
      **** informando a data com a descricao vazia. O calendario
      **** tambem pode ser importado do arquivo da ANBIMA/B3
      **** (IMPORTFER), que aponta as diferencas antes de aplicar -
      **** um feriado faltando aparece no relatorio em vez de
      **** deslocar liquidacoes em silencio.
           CALL 'showmsg' USING
                "Importar calendario ANBIMA/B3 (feriados.csv)?",
                MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION = "S"
               CALL 'IMPORTFER'
               CALL 'showmsg' USING
                    "Importacao concluida - ver importfer.rel",
                    MSGSTD, MSGDELAY
           END-IF.

           MOVE "N" TO WS-STATUS.
           PERFORM UNTIL WS-STATUS = "F"
               MOVE ZEROES TO WS-FER-DATA
               MOVE SPACES TO WS-FER-DESC

               DISPLAY CLEAR-SCREEN
               DISPLAY FERIADO-SCR
               PERFORM LISTA-FERIADOS
               ACCEPT FERIADO-SCR

               IF WS-FER-DATA = 0
                   MOVE "F" TO WS-STATUS
               ELSE
                   PERFORM VALIDA-DATA-FERIADO
                   IF WS-CHK-RETURN = 0
                       PERFORM REGRAVA-FERIADOS
                       IF WS-FER-DESC = SPACES
                           CALL 'showmsg' USING "Feriado excluido",
                                          MSGSTD, MSGDELAY
                       ELSE
                           CALL 'showmsg' USING "Feriado gravado",
                                          MSGSTD, MSGDELAY
                       END-IF
                   ELSE
                       CALL 'showmsg' USING "Data do feriado invalida",
                                      MSGALERT, MSGDELAY
                   END-IF
               END-IF
           END-PERFORM.

       VALIDA-DATA-FERIADO.
           IF WS-FER-ANO < 2000 OR WS-FER-ANO > 2099
               MOVE 1 TO WS-CHK-RETURN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ANO = WS-FER-ANO - 2000.
           MOVE WS-FER-MES TO WS-MES.
           MOVE WS-FER-DIA TO WS-DIA.
           CALL 'chkdate' USING WS-ANO, WS-MES, WS-DIA, WS-CHK-RETURN.

       LISTA-FERIADOS.
           OPEN INPUT ARQ-FERIADOS.
           IF WS-STATUS-FERIADOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 7 TO WS-LN.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM LISTA-FERIADOS-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-FERIADOS.

       LISTA-FERIADOS-SEQ.
           READ ARQ-FERIADOS AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-FERIADOS = "00"
               IF WS-LN < 22
                   DISPLAY WFS-FERIADO-DATA AT LINE WS-LN COLUMN  7
                   DISPLAY WFS-FERIADO-DESC AT LINE WS-LN COLUMN 18
                   ADD 1 TO WS-LN
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       REGRAVA-FERIADOS.
      *    Regrava o calendario completo via arquivo temporario, o
      *    mesmo padrao de DEL-ORDER: copia tudo menos a data
      *    informada e, se a descricao veio preenchida, acrescenta o
      *    registro novo no lugar.
           OPEN OUTPUT ARQ-FER-TMP.
           OPEN INPUT ARQ-FERIADOS.
           IF WS-STATUS-FERIADOS = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM COPIA-FERIADO-TMP-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE ARQ-FERIADOS.

           IF WS-FER-DESC NOT = SPACES
               MOVE WS-FER-DATA TO FER-TMP-DATA
               MOVE WS-FER-DESC TO FER-TMP-DESC
               WRITE FER-TMP-REG
           END-IF.
           CLOSE ARQ-FER-TMP.

           OPEN OUTPUT ARQ-FERIADOS.
           OPEN INPUT ARQ-FER-TMP.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM COPIA-FERIADO-VOLTA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-FERIADOS.
           CLOSE ARQ-FER-TMP.
           CALL "CBL_DELETE_FILE" USING "feriados.tmp".

       COPIA-FERIADO-TMP-SEQ.
           READ ARQ-FERIADOS AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-FERIADOS = "00"
               IF WFS-FERIADO-DATA NOT = WS-FER-DATA
                   MOVE WFS-FERIADO-DATA TO FER-TMP-DATA
                   MOVE WFS-FERIADO-DESC TO FER-TMP-DESC
                   WRITE FER-TMP-REG
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       COPIA-FERIADO-VOLTA-SEQ.
           READ ARQ-FER-TMP AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-FER-TMP = "00"
               MOVE FER-TMP-DATA TO WFS-FERIADO-DATA
               MOVE FER-TMP-DESC TO WFS-FERIADO-DESC
               WRITE FERIADO-REGISTER
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       GRAVA-AUDITORIA.
      **** Toda gravacao/regravacao/exclusao em STK02, STK03, STK04,
      **** STK07 e STK08, e todo lancamento de caixa (STK15), passa
      **** por aqui depois de efetivada, com a imagem capturada antes
      **** da alteracao, para que se possa responder quem alterou o
      **** que e como o registro estava.
           CALL 'GRAVAUDIT' USING WS-OPERATOR, WS-AUDIT-ARQUIVO,
                                  WS-AUDIT-ACAO, WS-AUDIT-IMAGEM.
           MOVE SPACES TO WS-AUDIT-IMAGEM.
           EXIT.

       ARQUIVA-ANO-AUDITORIA.
      *    Move os registros de STK12 com data de ano anterior ao da
      *    virada (WS-FECHA-ANO) para stk12_ano_AA.dat, mantendo o
      *    arquivo vivo so com o ano corrente. O morto e aberto em
      *    EXTEND para viradas repetidas no mesmo ano nao perderem o
      *    que ja foi arquivado.
           MOVE WS-FECHA-ANO TO WS-ARQANO-CORTE.
           MOVE SPACES TO WS-AUD-ARQ-NOME.
           STRING "stk12_ano_" WS-FECHA-ANO ".dat" DELIMITED BY SIZE
                  INTO WS-AUD-ARQ-NOME
           END-STRING.

           OPEN INPUT STK12.
           IF WS-STATUS-STK12 NOT = "00"
               CLOSE STK12
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND STK12A.
           IF WS-STATUS-STK12A = "35"
               OPEN OUTPUT STK12A
           END-IF.
           OPEN OUTPUT ARQ-AUD-TMP.

           MOVE 0   TO WS-ARQANO-MOVIDOS.
           MOVE SPACES TO WS-AUD-TRA-SEQ WS-AUD-TRA-HASH.
           MOVE "N" TO WS-ARQANO-FIM.
           PERFORM ARQUIVA-AUDITORIA-SEQ UNTIL WS-ARQANO-FIM = "S".
           CLOSE STK12.
           CLOSE STK12A.
           CLOSE ARQ-AUD-TMP.

           OPEN OUTPUT STK12.
      *    A cadeia de hashes continua no vivo a partir do ultimo
      *    registro arquivado: o transporte repete sequencia e hash
      *    dele (sem ser um elo novo), para a verificacao amarrar o
      *    morto ao vivo - ou partir do vivo se o morto faltar.
           IF WS-ARQANO-MOVIDOS > 0
              AND WS-AUD-TRA-SEQ IS NUMERIC
               MOVE WS-DATA-FECHAMENTO TO WFS-STK12-DATA
               ACCEPT WS-TIME FROM TIME
               MOVE WS-TIME         TO WFS-STK12-HORA
               MOVE WS-OPERATOR     TO WFS-STK12-OPERADOR
               MOVE "STK12"         TO WFS-STK12-ARQUIVO
               MOVE "TRA"           TO WFS-STK12-ACAO
               MOVE WS-AUD-ARQ-NOME TO WFS-STK12-IMAGEM
               MOVE WS-AUD-TRA-SEQ  TO WFS-STK12-SEQ
               MOVE WS-AUD-TRA-HASH TO WFS-STK12-HASH
               WRITE STK12-REGISTER
           END-IF.
           OPEN INPUT ARQ-AUD-TMP.
           MOVE "N" TO WS-ARQANO-FIM.
           PERFORM ARQUIVA-AUD-VOLTA-SEQ UNTIL WS-ARQANO-FIM = "S".
           CLOSE STK12.
           CLOSE ARQ-AUD-TMP.
           CALL "CBL_DELETE_FILE" USING "stk12.tmp".

       ARQUIVA-AUDITORIA-SEQ.
           READ STK12 AT END MOVE "S" TO WS-ARQANO-FIM.
           IF WS-STATUS-STK12 = "00"
               IF WFS-STK12-DATA(1:2) < WS-ARQANO-CORTE
                   WRITE STK12A-REG FROM STK12-REGISTER
                   ADD 1 TO WS-ARQANO-MOVIDOS
                   MOVE WFS-STK12-SEQ  TO WS-AUD-TRA-SEQ
                   MOVE WFS-STK12-HASH TO WS-AUD-TRA-HASH
               ELSE
                   WRITE AUD-TMP-REG FROM STK12-REGISTER
               END-IF
           ELSE
               MOVE "S" TO WS-ARQANO-FIM
           END-IF.

       ARQUIVA-AUD-VOLTA-SEQ.
           READ ARQ-AUD-TMP AT END MOVE "S" TO WS-ARQANO-FIM.
           IF WS-STATUS-AUD-TMP = "00"
               WRITE STK12-REGISTER FROM AUD-TMP-REG
           ELSE
               MOVE "S" TO WS-ARQANO-FIM
           END-IF.

       ARQUIVA-ANO-CAIXA.
      *    Mesmo tratamento para o caixa (STK15): liquidacoes e
      *    movimentos de anos encerrados vao para stk15_ano_AA.dat.
           COMPUTE WS-ARQANO-CORTE-CX = 2000 + WS-FECHA-ANO.
           MOVE SPACES TO WS-CX-ARQ-NOME.
           STRING "stk15_ano_" WS-FECHA-ANO ".dat" DELIMITED BY SIZE
                  INTO WS-CX-ARQ-NOME
           END-STRING.

           OPEN INPUT STK15.
           IF WS-STATUS-STK15 NOT = "00"
               CLOSE STK15
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND STK15A.
           IF WS-STATUS-STK15A = "35"
               OPEN OUTPUT STK15A
           END-IF.
           OPEN OUTPUT ARQ-CX-TMP.

           MOVE "N" TO WS-ARQANO-FIM.
           PERFORM ARQUIVA-CAIXA-SEQ UNTIL WS-ARQANO-FIM = "S".
           CLOSE STK15.
           CLOSE STK15A.
           CLOSE ARQ-CX-TMP.

           OPEN OUTPUT STK15.
           OPEN INPUT ARQ-CX-TMP.
           MOVE "N" TO WS-ARQANO-FIM.
           PERFORM ARQUIVA-CX-VOLTA-SEQ UNTIL WS-ARQANO-FIM = "S".
           CLOSE STK15.
           CLOSE ARQ-CX-TMP.
           CALL "CBL_DELETE_FILE" USING "stk15.tmp".

       ARQUIVA-CAIXA-SEQ.
           READ STK15 AT END MOVE "S" TO WS-ARQANO-FIM.
           IF WS-STATUS-STK15 = "00"
               IF WFS-STK15-DATA / 10000 < WS-ARQANO-CORTE-CX
                   WRITE STK15A-REG FROM STK15-REGISTER
               ELSE
                   WRITE CX-TMP-REG FROM STK15-REGISTER
               END-IF
           ELSE
               MOVE "S" TO WS-ARQANO-FIM
           END-IF.

       ARQUIVA-CX-VOLTA-SEQ.
           READ ARQ-CX-TMP AT END MOVE "S" TO WS-ARQANO-FIM.
           IF WS-STATUS-CX-TMP = "00"
               WRITE STK15-REGISTER FROM CX-TMP-REG
           ELSE
               MOVE "S" TO WS-ARQANO-FIM
           END-IF.

       CONSULTA-AUDITORIA.
           MOVE ZEROES TO WS-AUD-F-DATA.
           MOVE SPACES TO WS-AUD-F-OPER WS-AUD-F-ARQ.

           DISPLAY CLEAR-SCREEN.
           DISPLAY AUDIT-FILTRO-SCR.
           ACCEPT  AUDIT-FILTRO-SCR.
           MOVE FUNCTION UPPER-CASE(WS-AUD-F-OPER) TO WS-AUD-F-OPER.
           MOVE FUNCTION UPPER-CASE(WS-AUD-F-ARQ)  TO WS-AUD-F-ARQ.

           OPEN INPUT STK12.
           IF WS-STATUS-STK12 NOT = "00"
               CALL 'showmsg' USING "Trilha de auditoria vazia",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT ARQ-SPOOL.
           MOVE "TRILHA DE AUDITORIA" TO SPOOL-LINHA.
           WRITE SPOOL-LINHA.
           MOVE "DATA   HORA   OPERADOR ARQUI ACA IMAGEM ANTERIOR"
             TO SPOOL-LINHA.
           WRITE SPOOL-LINHA.

           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CONSULTA-AUDITORIA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK12.

      *    Periodo antigo pedido: o ano do filtro pode ja ter sido
      *    compactado na virada de ano fiscal; os mortos
      *    stk12_ano_AA.dat das viradas seguintes sao varridos com o
      *    mesmo filtro.
           IF WS-AUD-F-DATA NOT = 0
               PERFORM VARRE-AUDIT-ARQUIVOS
           END-IF.

           PERFORM MOSTRA-SPOOL-VISUAL.

      *    Conferencia do encadeamento da trilha inteira (mortos e
      *    vivo), a mesma do passo VERIAUD da cadeia em lote.
           CALL 'showmsg' USING "Verificar integridade da trilha?",
                          MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION = "S"
               CALL 'VERIAUD' USING WS-VERIAUD-RC
               IF WS-VERIAUD-RC = 0
                   CALL 'showmsg' USING "Trilha integra",
                                  MSGSTD, MSGDELAY
               ELSE
                   CALL 'showmsg' USING
                        "Quebras na trilha - ver veriaud.rel",
                        MSGALERT, MSGDELAY
               END-IF
           END-IF.

       CONSULTA-AUDITORIA-SEQ.
           READ STK12 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK12 = "00"
             IF (WS-AUD-F-DATA = 0
                 OR WFS-STK12-DATA = WS-AUD-F-DATA)
                AND (WS-AUD-F-OPER = SPACES
                 OR WFS-STK12-OPERADOR = WS-AUD-F-OPER)
                AND (WS-AUD-F-ARQ = SPACES
                 OR WFS-STK12-ARQUIVO = WS-AUD-F-ARQ)
               MOVE SPACES TO SPOOL-LINHA
               MOVE WFS-STK12-DATA         TO SPOOL-LINHA(1:6)
               MOVE WFS-STK12-HORA         TO SPOOL-LINHA(8:6)
               MOVE WFS-STK12-OPERADOR     TO SPOOL-LINHA(15:8)
               MOVE WFS-STK12-ARQUIVO      TO SPOOL-LINHA(24:5)
               MOVE WFS-STK12-ACAO         TO SPOOL-LINHA(30:3)
               MOVE WFS-STK12-IMAGEM(1:98) TO SPOOL-LINHA(34:98)
               WRITE SPOOL-LINHA
             END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       VARRE-AUDIT-ARQUIVOS.
           MOVE WS-AUD-F-DATA(1:2) TO WS-AUD-F-ANO.
           ACCEPT WS-DATA-FECHAMENTO FROM DATE.
           MOVE WS-FECHA-ANO TO WS-AUD-HOJE-ANO.
           COMPUTE WS-AUD-ANO-SCAN = WS-AUD-F-ANO + 1.
           PERFORM VARRE-AUDIT-UM-ARQUIVO
                   UNTIL WS-AUD-ANO-SCAN > WS-AUD-HOJE-ANO.

       VARRE-AUDIT-UM-ARQUIVO.
           MOVE SPACES TO WS-AUD-ARQ-NOME.
           STRING "stk12_ano_" WS-AUD-ANO-SCAN ".dat"
                  DELIMITED BY SIZE
                  INTO WS-AUD-ARQ-NOME
           END-STRING.
           OPEN INPUT STK12A.
           IF WS-STATUS-STK12A = "00"
               MOVE "N" TO WS-ARQANO-FIM
               PERFORM VARRE-AUDIT-ARQ-SEQ UNTIL WS-ARQANO-FIM = "S"
           END-IF.
           CLOSE STK12A.
           ADD 1 TO WS-AUD-ANO-SCAN.

       VARRE-AUDIT-ARQ-SEQ.
           READ STK12A AT END MOVE "S" TO WS-ARQANO-FIM.
           IF WS-STATUS-STK12A = "00"
             IF (WS-AUD-F-DATA = 0
                 OR STK12A-DATA = WS-AUD-F-DATA)
                AND (WS-AUD-F-OPER = SPACES
                 OR STK12A-OPERADOR = WS-AUD-F-OPER)
                AND (WS-AUD-F-ARQ = SPACES
                 OR STK12A-ARQUIVO = WS-AUD-F-ARQ)
               MOVE SPACES TO SPOOL-LINHA
               MOVE STK12A-DATA         TO SPOOL-LINHA(1:6)
               MOVE STK12A-HORA         TO SPOOL-LINHA(8:6)
               MOVE STK12A-OPERADOR     TO SPOOL-LINHA(15:8)
               MOVE STK12A-ARQUIVO      TO SPOOL-LINHA(24:5)
               MOVE STK12A-ACAO         TO SPOOL-LINHA(30:3)
               MOVE STK12A-IMAGEM(1:95) TO SPOOL-LINHA(34:95)
               MOVE "ARQ"               TO SPOOL-LINHA(130:3)
               WRITE SPOOL-LINHA
             END-IF
           ELSE
               MOVE "S" TO WS-ARQANO-FIM
           END-IF.

       CONTA-BACKUP-ATUAL.
      *    Conta os registros do .bak ja aberto em ARQ-BACKUP e exibe
      *    na tela de validacao do conjunto.
           MOVE 0 TO WS-REST-CNT.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CONTA-BACKUP-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-BACKUP.
           ADD 1 TO WS-REST-ACHADOS.
           MOVE WS-REST-CNT TO WS-REST-CNT-MASK.
           DISPLAY WS-BACKUP-NOME  AT LINE WS-REST-LN COLUMN 7.
           DISPLAY WS-REST-CNT-MASK AT LINE WS-REST-LN COLUMN 30.
           DISPLAY "registros"      AT LINE WS-REST-LN COLUMN 37.
           ADD 1 TO WS-REST-LN.

       CONTA-BACKUP-SEQ.
           READ ARQ-BACKUP AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-BACKUP = "00"
               ADD 1 TO WS-REST-CNT
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       VALIDA-BACKUP-STK01.
           STRING "stk01_" WS-RESTORE-SUFIXO ".bak" DELIMITED BY SIZE
                  INTO WS-BACKUP-NOME
           END-STRING.
           OPEN INPUT ARQ-BACKUP.
           IF WS-STATUS-BACKUP = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTA-BACKUP-ATUAL.

       VALIDA-BACKUP-STK02.
           STRING "stk02_" WS-RESTORE-SUFIXO ".bak" DELIMITED BY SIZE
                  INTO WS-BACKUP-NOME
           END-STRING.
           OPEN INPUT ARQ-BACKUP.
           IF WS-STATUS-BACKUP = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTA-BACKUP-ATUAL.

       VALIDA-BACKUP-STK03.
           STRING "stk03_" WS-RESTORE-SUFIXO ".bak" DELIMITED BY SIZE
                  INTO WS-BACKUP-NOME
           END-STRING.
           OPEN INPUT ARQ-BACKUP.
           IF WS-STATUS-BACKUP = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTA-BACKUP-ATUAL.

       VALIDA-BACKUP-STK04.
           STRING "stk04_" WS-RESTORE-SUFIXO ".bak" DELIMITED BY SIZE
                  INTO WS-BACKUP-NOME
           END-STRING.
           OPEN INPUT ARQ-BACKUP.
           IF WS-STATUS-BACKUP = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTA-BACKUP-ATUAL.

       VALIDA-BACKUP-STK05.
           STRING "stk05_" WS-RESTORE-SUFIXO ".bak" DELIMITED BY SIZE
                  INTO WS-BACKUP-NOME
           END-STRING.
           OPEN INPUT ARQ-BACKUP.
           IF WS-STATUS-BACKUP = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTA-BACKUP-ATUAL.

       RESTAURA-ARQUIVO-STK01.
           STRING "stk01_" WS-RESTORE-SUFIXO ".bak" DELIMITED BY SIZE
                  INTO WS-BACKUP-NOME
           END-STRING.
           OPEN INPUT ARQ-BACKUP.
           IF WS-STATUS-BACKUP = "35"
               CALL "CBL_DELETE_FILE" USING "stk01.dat"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT STK01.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM RESTAURA-STK01-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK01.
           CLOSE ARQ-BACKUP.

       RESTAURA-STK01-SEQ.
           READ ARQ-BACKUP AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-BACKUP = "00"
               MOVE BACKUP-LINE TO STK01-REGISTER
               WRITE STK01-REGISTER
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       RESTAURA-ARQUIVO-STK02.
           STRING "stk02_" WS-RESTORE-SUFIXO ".bak" DELIMITED BY SIZE
                  INTO WS-BACKUP-NOME
           END-STRING.
           OPEN INPUT ARQ-BACKUP.
           IF WS-STATUS-BACKUP = "35"
               CALL "CBL_DELETE_FILE" USING "stk02.dat"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT STK02.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM RESTAURA-STK02-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK02.
           CLOSE ARQ-BACKUP.

       RESTAURA-STK02-SEQ.
           READ ARQ-BACKUP AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-BACKUP = "00"
               MOVE BACKUP-LINE TO STK02-REGISTER
               WRITE STK02-REGISTER
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       RESTAURA-ARQUIVO-STK03.
           STRING "stk03_" WS-RESTORE-SUFIXO ".bak" DELIMITED BY SIZE
                  INTO WS-BACKUP-NOME
           END-STRING.
           OPEN INPUT ARQ-BACKUP.
           IF WS-STATUS-BACKUP = "35"
               CALL "CBL_DELETE_FILE" USING "stk03.dat"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT STK03.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM RESTAURA-STK03-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK03.
           CLOSE ARQ-BACKUP.

       RESTAURA-STK03-SEQ.
           READ ARQ-BACKUP AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-BACKUP = "00"
               MOVE BACKUP-LINE TO STK03-REGISTER
               WRITE STK03-REGISTER
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       RESTAURA-ARQUIVO-STK04.
           STRING "stk04_" WS-RESTORE-SUFIXO ".bak" DELIMITED BY SIZE
                  INTO WS-BACKUP-NOME
           END-STRING.
           OPEN INPUT ARQ-BACKUP.
           IF WS-STATUS-BACKUP = "35"
               CALL "CBL_DELETE_FILE" USING "stk04.dat"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT STK04.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM RESTAURA-STK04-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK04.
           CLOSE ARQ-BACKUP.

       RESTAURA-STK04-SEQ.
           READ ARQ-BACKUP AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-BACKUP = "00"
               MOVE BACKUP-LINE TO STK04-REGISTER
               WRITE STK04-REGISTER
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       RESTAURA-ARQUIVO-STK05.
           STRING "stk05_" WS-RESTORE-SUFIXO ".bak" DELIMITED BY SIZE
                  INTO WS-BACKUP-NOME
           END-STRING.
           OPEN INPUT ARQ-BACKUP.
           IF WS-STATUS-BACKUP = "35"
               CALL "CBL_DELETE_FILE" USING "stk05.dat"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT STK05.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM RESTAURA-STK05-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK05.
           CLOSE ARQ-BACKUP.

       RESTAURA-STK05-SEQ.
           READ ARQ-BACKUP AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-BACKUP = "00"
               MOVE BACKUP-LINE TO STK05-REGISTER
               WRITE STK05-REGISTER
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       EXPORTA-CONTABIL.
      **** Exportacao contabil da competencia informada (CONTEXP):
      **** ordens, resultados realizados, caixa e DARFs viram
      **** partidas dobradas em contabil_AAMM.csv, com o controle
      **** de totais em contabil_AAMM.rel. Pode ser regerada a
      **** qualquer momento - os arquivos sao regravados inteiros.
           MOVE ZEROES TO WS-CEXP-MES WS-CEXP-ANO.
           DISPLAY CLEAR-SCREEN.
           DISPLAY CONTEXP-SCR.
           ACCEPT  CONTEXP-SCR.
           IF WS-CEXP-MES = 0
               EXIT PARAGRAPH
           END-IF.

           CALL 'CONTEXP' USING WS-CEXP-ANO, WS-CEXP-MES.
           CALL 'showmsg' USING
                "Exportacao gerada - ver contabil_AAMM.csv/.rel",
                MSGSTD, MSGDELAY.

       EXPORTA-REGISTROS.
      **** Gera ordens.csv e custodia.csv a partir de STK03/STK02,
      **** para planilhas e ferramentas externas de acompanhamento.
           CALL 'EXPORTREG'.
           CALL 'showmsg' USING
                "Exportacao gerada em ordens.csv e custodia.csv",
                MSGSTD, MSGDELAY.

       IMPORTA-NOTA-CORRETAGEM.
      **** Le a nota de corretagem exportada pela corretora (nota.csv)
      **** e gera as ordens em STK03 com os mesmos calculos da
      **** digitacao manual; o resultado linha a linha fica em
      **** importnota.rel e a conferencia do rodape de cada nota
      **** com os custos calculados, em notadiv.rel.
           CALL 'IMPORTNOTA'.

      *    As ordens importadas nao passaram pela deteccao de day
      *    trade da confirmacao; a varredura pareia compras e vendas
      *    do mesmo ativo/conta/data que entraram juntas na nota.
           PERFORM DETECTA-DAY-TRADE-IMPORT.

           CALL 'showmsg' USING
                "Importacao concluida - ver importnota.rel/notadiv.rel",
                MSGSTD, MSGDELAY.

       RELATORIO-BENS-DIREITOS.
      **** Gera o apoio a ficha Bens e Direitos do IRPF para o
      **** ano-calendario informado, a partir da custodia corrente
      **** (STK02) e do cadastro de ativos (STK09), em bens_AAAA.txt.
           COMPUTE WS-BENS-ANO = 2000 + WS-ANO-INICIAL.
           DISPLAY CLEAR-SCREEN.
           DISPLAY BENS-DIR-SCR.
           ACCEPT  BENS-DIR-SCR.

           IF WS-BENS-ANO = 0
               EXIT PARAGRAPH
           END-IF.

           CALL 'BENSDIR' USING WS-BENS-ANO.
           CALL 'showmsg' USING
                "Relatorio gerado - ver bens_AAAA.txt",
                MSGSTD, MSGDELAY.

       RELATORIO-PROVENTOS.
      **** Totaliza por ativo e mes os proventos do ano-calendario
      **** informado (lancamentos "A" de dividendo de REG-EVENTO-CORP,
      **** no diario vivo e nos arquivos mortos), com CNPJ e razao
      **** social do cadastro, em proventos_AAAA.txt.
           COMPUTE WS-PROV-ANO = 2000 + WS-ANO-INICIAL.
           DISPLAY CLEAR-SCREEN.
           DISPLAY PROVENTOS-SCR.
           ACCEPT  PROVENTOS-SCR.

           IF WS-PROV-ANO = 0
               EXIT PARAGRAPH
           END-IF.

           CALL 'PROVREL' USING WS-PROV-ANO.
           CALL 'showmsg' USING
                "Relatorio gerado - ver proventos_AAAA.txt",
                MSGSTD, MSGDELAY.

       RELATORIO-CUSTOS-ANO.
      **** Totaliza corretagem/emolumentos (STK03-COST) e IRRF das
      **** ordens do ano-calendario informado, por conta, ativo e
      **** mes, varrendo o diario vivo e os arquivos mortos. Saida
      **** em custos_AAAA.txt.
           COMPUTE WS-CUST-ANO = 2000 + WS-ANO-INICIAL.
           DISPLAY CLEAR-SCREEN.
           DISPLAY CUSTOS-ANO-SCR.
           ACCEPT  CUSTOS-ANO-SCR.

           IF WS-CUST-ANO = 0
               EXIT PARAGRAPH
           END-IF.

           CALL 'CUSTOREL' USING WS-CUST-ANO.
           CALL 'showmsg' USING
                "Relatorio gerado - ver custos_AAAA.txt",
                MSGSTD, MSGDELAY.

       RELATORIO-RENDA-VARIAVEL.
      **** Gera o apoio ao anexo Renda Variavel do IRPF para o
      **** ano-calendario informado, mes a mes: resultado por
      **** categoria, prejuizo compensado, imposto devido, IRRF
      **** retido, DARF e pagamento, a partir de STK08/STK16/STK11/
      **** STK07 e dos arquivos de ordens. Saida em
      **** renda_variavel_AAAA.txt.
           COMPUTE WS-RVAR-ANO = 2000 + WS-ANO-INICIAL.
           MOVE SPACES TO WS-RVAR-TITULAR.
           DISPLAY CLEAR-SCREEN.
           DISPLAY RENDAVAR-SCR.
           ACCEPT  RENDAVAR-SCR.

           IF WS-RVAR-ANO = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-RVAR-TITULAR)
             TO WS-RVAR-TITULAR.
           CALL 'IRPFRV' USING WS-RVAR-ANO, WS-RVAR-TITULAR.
           CALL 'showmsg' USING
                "Relatorio gerado - ver renda_variavel_AAAA.txt",
                MSGSTD, MSGDELAY.

       CONFERE-PREPREENCHIDA.
      **** Confere a declaracao pre-preenchida da Receita do titular
      **** com o que BENSDIR, PROVREL e IRPFRV apuram no ano: importa
      **** a exportacao (prepreenchida.csv, IMPORTPRE, resultado em
      **** importpre.rel) se o operador pedir e confronta item a item
      **** (CONFPRE) em confpre_AAAA.txt. Sem nova importacao vale a
      **** ultima do titular/ano.
           COMPUTE WS-PRE-ANO = 2000 + WS-ANO-INICIAL.
           MOVE SPACES TO WS-PRE-TITULAR.
           DISPLAY CLEAR-SCREEN.
           DISPLAY PREPREEN-SCR.
           ACCEPT  PREPREEN-SCR.

           IF WS-PRE-ANO = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-PRE-TITULAR) TO WS-PRE-TITULAR.

           CALL 'showmsg' USING "Importar prepreenchida.csv agora?",
                          MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION = "S"
               CALL 'IMPORTPRE' USING WS-PRE-ANO, WS-PRE-TITULAR,
                                      WS-PRE-RC
               IF WS-PRE-RC = 08
                   CALL 'showmsg' USING
                        "prepreenchida.csv nao encontrado",
                        MSGALERT, MSGDELAY
                   EXIT PARAGRAPH
               END-IF
               IF WS-PRE-RC = 04
                   CALL 'showmsg' USING
                        "Nada importado - ver importpre.rel",
                        MSGALERT, MSGDELAY
               END-IF
           END-IF.

           CALL 'CONFPRE' USING WS-PRE-ANO, WS-PRE-TITULAR,
                                WS-PRE-RC, WS-PRE-DIVERG.
           IF WS-PRE-RC = 04
               CALL 'showmsg' USING
                    "Pre-preenchida do titular/ano nao importada",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-VIS-NOME.
           STRING "confpre_" WS-PRE-ANO ".txt" DELIMITED BY SIZE
                  INTO WS-VIS-NOME
           END-STRING.
           PERFORM VISUALIZA-RELATORIO.
           MOVE WS-PRE-DIVERG TO WS-PRE-DIV-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Diferencas a corrigir:" WS-PRE-DIV-MASK
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY.

       CONFERE-INFORMES.
      **** Confere os informes de rendimentos das fontes pagadoras com
      **** os proventos lancados no ano, para todos os titulares:
      **** importa informes.csv (IMPORTINF, resultado em importinf.rel)
      **** se o operador pedir e confronta fonte a fonte (CONFINF) em
      **** informes_AAAA.txt. Sem nova importacao vale a ultima do ano.
           COMPUTE WS-INF-ANO = 2000 + WS-ANO-INICIAL.
           DISPLAY CLEAR-SCREEN.
           DISPLAY INFORMES-SCR.
           ACCEPT  INFORMES-SCR.

           IF WS-INF-ANO = 0
               EXIT PARAGRAPH
           END-IF.

           CALL 'showmsg' USING "Importar informes.csv agora?",
                          MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION = "S"
               CALL 'IMPORTINF' USING WS-INF-ANO, WS-INF-RC
               IF WS-INF-RC = 08
                   CALL 'showmsg' USING
                        "informes.csv nao encontrado",
                        MSGALERT, MSGDELAY
                   EXIT PARAGRAPH
               END-IF
               IF WS-INF-RC = 04
                   CALL 'showmsg' USING
                        "Nada importado - ver importinf.rel",
                        MSGALERT, MSGDELAY
               END-IF
           END-IF.

           CALL 'CONFINF' USING WS-INF-ANO, WS-INF-RC, WS-INF-DIVERG.
           IF WS-INF-RC = 04
               CALL 'showmsg' USING
                    "Nenhum informe importado para o ano",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-VIS-NOME.
           STRING "informes_" WS-INF-ANO ".txt" DELIMITED BY SIZE
                  INTO WS-VIS-NOME
           END-STRING.
           PERFORM VISUALIZA-RELATORIO.
           MOVE WS-INF-DIVERG TO WS-INF-DIV-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Diferencas a corrigir:" WS-INF-DIV-MASK
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY.

       RELATORIO-CONSOLIDADO.
      **** Visao consolidada da familia: patrimonio, alocacao por tipo
      **** e setor contra as metas e concentracao por emissor de todos
      **** os titulares, com a coluna de cada um ao lado do total
      **** (CONSOLREL). So leitura - a apuracao de cada titular nao
      **** se mistura. Saida em consolidado.rel.
           CALL 'CONSOLREL' USING WS-CONS-RC.
           IF WS-CONS-RC = 04
               CALL 'showmsg' USING
                    "Nenhuma posicao, caixa ou aplicacao registrada",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           MOVE "consolidado.rel" TO WS-VIS-NOME.
           PERFORM VISUALIZA-RELATORIO.

       RELATORIO-DOACOES.
      **** Doacoes e herancas entre titulares no ano: cada
      **** transferencia com valor declarado, ganho do doador e base
      **** do ITCMD, somada por UF e por titular que recebeu (DOACAO,
      **** funcao "R"). Saida em itcmd_AAAA.txt.
           COMPUTE WS-DOA-ANO = 2000 + WS-ANO-INICIAL.
           DISPLAY CLEAR-SCREEN.
           DISPLAY DOACOES-ANO-SCR.
           ACCEPT  DOACOES-ANO-SCR.

           IF WS-DOA-ANO = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO WS-DOA-MODO.
           CALL 'DOACAO' USING WS-DOACAO-PARM.
           IF WS-DOA-RC = 04
               CALL 'showmsg' USING
                    "Nenhuma doacao ou heranca no ano",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-VIS-NOME.
           STRING "itcmd_" WS-DOA-ANO ".txt" DELIMITED BY SIZE
                  INTO WS-VIS-NOME
           END-STRING.
           PERFORM VISUALIZA-RELATORIO.

       EXTRATO-ANONIMIZADO.
      **** Copia dos arquivos escolhidos (e dos mortos desde o ano
      **** informado) para uma pasta separada, com contas, titulares,
      **** operadores, CPFs, nomes, senhas e dados bancarios trocados
      **** por pseudonimos consistentes; ativos, datas, quantidades e
      **** valores ficam como estao (ANONEXT). A tabela de-para fica
      **** em <pasta>.map, fora da pasta, e nao deve ser enviada.
           ACCEPT WS-DATA FROM DATE.
           MOVE SPACES TO WS-ANON-PASTA.
           STRING "anonimo_" WS-DATA DELIMITED BY SIZE
                  INTO WS-ANON-PASTA
           END-STRING.
           MOVE WS-ANO-INICIAL TO WS-ANON-ANO-INI.
           MOVE ALL "S"        TO WS-ANON-GRUPOS.
           MOVE WS-OPERATOR    TO WS-ANON-OPERADOR.
           DISPLAY CLEAR-SCREEN.
           DISPLAY ANONIMIZA-SCR.
           ACCEPT  ANONIMIZA-SCR.

           IF WS-ANON-PASTA = SPACES
               EXIT PARAGRAPH
           END-IF.
           INSPECT WS-ANON-GRUPOS CONVERTING "sn" TO "SN".

           CALL 'ANONEXT' USING WS-ANON-PARM.
           EVALUATE WS-ANON-RC
               WHEN 08
                   CALL 'showmsg' USING
                        "Nao foi possivel criar a pasta de destino",
                        MSGALERT, MSGDELAY
               WHEN 04
                   CALL 'showmsg' USING
                        "Nenhum arquivo copiado",
                        MSGALERT, MSGDELAY
               WHEN OTHER
                   MOVE WS-ANON-REGISTROS TO WS-ANON-REG-MASK
                   MOVE SPACES TO WS-MSG
                   STRING "Extrato gerado:" WS-ANON-REG-MASK
                          " registros em " WS-ANON-ARQUIVOS
                          " arquivos" DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
                   CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY
                   MOVE SPACES TO WS-MSG
                   STRING "Mapa em " DELIMITED BY SIZE
                          WS-ANON-PASTA DELIMITED BY SPACE
                          ".map - nao enviar" DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
                   CALL 'showmsg' USING WS-MSG, MSGALERT, MSGDELAY
           END-EVALUATE.

       RELATORIO-RENTABILIDADE.
      **** Rentabilidade mensal e acumulada, por conta e da carteira,
      **** a partir da serie de patrimonio das competencias fechadas
      **** (STK18), descontando os depositos e retiradas lancados no
      **** caixa (STK15) para aporte nao contar como rendimento.
      **** Saida em rentabilidade.txt.
           CALL 'RENTREL'.
           CALL 'showmsg' USING
                "Relatorio gerado - ver rentabilidade.txt",
                MSGSTD, MSGDELAY.

       IMPORTA-COTACOES.
      **** Le as cotacoes de fechamento (cotacoes.csv) e atualiza o
      **** arquivo de cotacoes usado pela valorizacao a mercado;
      **** resultado linha a linha em importcot.rel. Em seguida
      **** confere os alertas de preco contra as cotacoes novas.
           CALL 'IMPORTCOT'.
           CALL 'showmsg' USING
                "Importacao concluida - ver importcot.rel",
                MSGSTD, MSGDELAY.
           PERFORM CONFERE-ALERTAS-PRECO.

       MENU-MODULOS.
      **** Menu complementar: uma opcao por acesso, de volta ao menu
      **** principal ao final (ENTER sem opcao so retorna).
           MOVE SPACE TO WS-SEL-MODULO.
           DISPLAY MENU-MODULOS-SCREEN.
           ACCEPT  MENU-MODULOS-SCREEN.
           IF WS-SEL-MODULO = '+'
               MOVE SPACE TO WS-SEL-MODULO
               DISPLAY MENU-MODULOS2-SCREEN
               ACCEPT  MENU-MODULOS2-SCREEN
           END-IF.

           EVALUATE WS-SEL-MODULO
               WHEN 'a'
                   PERFORM CONCILIA-NEGOCIOS-B3
               WHEN 'b'
                   CALL 'EXTMOD'
               WHEN 'c'
                   PERFORM IMPORTA-PTAX
               WHEN 'd'
                   CALL 'FUTMOD'
               WHEN 'e'
                   PERFORM MANTEM-TERMO
               WHEN 'f'
                   PERFORM AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                       PERFORM TERMO-LIQUIDA
                   END-IF
               WHEN 'g'
                   PERFORM AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                       PERFORM TERMO-ROLA
                   END-IF
               WHEN 'h'
                   CALL 'CRIPMOD'
               WHEN 'i'
                   CALL 'FUNDMOD'
               WHEN 'j'
                   PERFORM IMPORTA-EVENTOS-B3
               WHEN 'k'
                   PERFORM AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                       PERFORM APROVA-EVENTOS-B3
                   END-IF
               WHEN 'l'
                   PERFORM MANTEM-APORTES
               WHEN 'm'
                   PERFORM GERA-APORTES-DIA
                   PERFORM MOSTRA-GERACAO-APORTES
               WHEN 'n'
                   PERFORM RELATORIO-APORTES
               WHEN 'o'
                   PERFORM AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                       PERFORM MANTEM-RESTRITOS
                   END-IF
               WHEN 'p'
                   PERFORM RELATORIO-RESTRITOS
               WHEN 'q'
                   PERFORM MANTEM-ESTRATEGIAS
               WHEN 'r'
                   PERFORM RELATORIO-ESTRATEGIAS
               WHEN 's'
                   PERFORM RELATORIO-CICLOS
               WHEN 't'
                   PERFORM RELATORIO-RISCO
               WHEN 'u'
                   PERFORM MANTEM-ALERTAS-PRECO
               WHEN 'v'
                   PERFORM CONFERE-ALERTAS-PRECO
               WHEN 'w'
                   PERFORM RELATORIO-PROJECAO-PROVENTOS
               WHEN 'x'
                   PERFORM IMPORTA-COMPOSICAO-ETF
               WHEN 'y'
                   PERFORM AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                       PERFORM RETIFICA-TAXAS
                   END-IF
               WHEN 'z'
                   CALL 'showmsg' USING
                        "Processar retorno do banco?",
                        MSGYESNO, MSGDELAY, WS-QUESTION
                   IF WS-QUESTION = "S"
                       PERFORM PROCESSA-RETORNO-DARF
                   ELSE
                       PERFORM GERA-REMESSA-DARF
                   END-IF
               WHEN '1'
                   PERFORM CONFERE-PREPREENCHIDA
               WHEN '2'
                   PERFORM RELATORIO-CONSOLIDADO
               WHEN '3'
                   PERFORM RELATORIO-DOACOES
               WHEN '4'
                   PERFORM AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                       PERFORM EXTRATO-ANONIMIZADO
                   END-IF
               WHEN '5'
                   PERFORM AUTORIZA-SUPERVISOR
                   IF WS-AUTORIZADO = "S"
                       PERFORM MANTEM-ENCARGOS
                   END-IF
               WHEN '6'
                   PERFORM LANCA-ENCARGOS-MES
                   PERFORM MOSTRA-LANCAMENTO-ENCARGOS
               WHEN '7'
                   PERFORM MANTEM-SERIES-OPCAO
               WHEN '8'
                   PERFORM RELATORIO-OPCOES
               WHEN '9'
                   PERFORM RELATORIO-PROJECAO-PATRIMONIO
               WHEN '0'
                   PERFORM CONFERE-INFORMES
               WHEN 'P'
                   CALL 'PREVMOD'
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   CALL 'showmsg' USING "Opcao invalida",
                                  MSGALERT, MSGDELAY
           END-EVALUATE.

       CONCILIA-NEGOCIOS-B3.
      **** Le o extrato de negociacao da area do investidor da B3
      **** (negociacao.csv) e concilia execucao a execucao com as
      **** ordens do diario vivo e dos arquivos mortos; as tres
      **** listas (so B3, so sistema, divergentes) em negociacao.rel.
           CALL 'IMPORTNEG'.
           CALL 'showmsg' USING
                "Conciliacao concluida - ver negociacao.rel",
                MSGSTD, MSGDELAY.

       IMPORTA-PTAX.
      **** Le o boletim de fechamento PTAX do Banco Central (ptax.csv)
      **** e atualiza ptax.dat, a tabela de cambio do modulo de ativos
      **** no exterior; novas e alteradas em importptax.rel.
           CALL 'IMPORTPTAX'.
           CALL 'showmsg' USING
                "Importacao concluida - ver importptax.rel",
                MSGSTD, MSGDELAY.

       IMPORTA-EVENTOS-B3.
      **** Le os avisos de eventos societarios da B3 (eventos.csv) e
      **** deixa pendentes em eventosb3.dat os que atingem posicao
      **** da custodia; o relatorio sai em importevt.rel.
           CALL 'IMPORTEVT'.
           CALL 'showmsg' USING
                "Importacao concluida - ver importevt.rel",
                MSGSTD, MSGDELAY.

       APROVA-EVENTOS-B3.
      **** Revisao dos avisos de eventos importados, no padrao de
      **** APROVA-ORDENS: cada evento pendente e mostrado com as
      **** contas que tem posicao hoje e o supervisor aplica,
      **** descarta ou mantem pendente. A aplicacao passa pelo mesmo
      **** UPD-EVENTO-CORP da opcao de eventos corporativos, com o
      **** evento datado da data-com; evento cujo ticker nao tem mais
      **** posicao e descartado sem pergunta. As decisoes sao
      **** regravadas via eventosb3.tmp e cada uma vai para o fim do
      **** importevt.rel, junto do relatorio da importacao.
           OPEN INPUT STK37.
           IF WS-STATUS-STK37 NOT = "00"
               CLOSE STK37
               CALL 'showmsg' USING "Nenhum evento importado",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-EVB-HOJE = (2000 + WS-ANO) * 10000
                                + WS-MES * 100 + WS-DIA.
           OPEN EXTEND ARQ-EVB-REL.
           IF WS-STATUS-EVB-REL = "35"
               OPEN OUTPUT ARQ-EVB-REL
           END-IF.
           MOVE SPACES TO EVB-REL-LINHA.
           STRING "APROVACAO DE EVENTOS EM " WS-EVB-HOJE
                  " POR " WS-OPERATOR
                  DELIMITED BY SIZE INTO EVB-REL-LINHA
           END-STRING.
           WRITE EVB-REL-LINHA.

           OPEN OUTPUT ARQ-EVB-TMP.
           DISPLAY CLEAR-SCREEN.
           DISPLAY "APROVACAO DE EVENTOS SOCIETARIOS B3"
                   AT LINE 02 COLUMN 5.
           MOVE 0 TO WS-EVB-DECIDIDOS WS-EVB-APLICADOS
                     WS-EVB-DESCARTADOS.
           MOVE "N" TO WS-EVB-FIM.
           PERFORM APROVA-EVENTOS-SEQ UNTIL WS-EVB-FIM = "S".
           CLOSE STK37.
           CLOSE ARQ-EVB-TMP.

           OPEN OUTPUT STK37.
           OPEN INPUT ARQ-EVB-TMP.
           MOVE "N" TO WS-EVB-FIM.
           PERFORM APROVA-EVENTOS-VOLTA-SEQ UNTIL WS-EVB-FIM = "S".
           CLOSE STK37.
           CLOSE ARQ-EVB-TMP.
           CALL "CBL_DELETE_FILE" USING "eventosb3.tmp".

           MOVE SPACES TO EVB-REL-LINHA.
           STRING "APLICADOS: " WS-EVB-APLICADOS
                  "  DESCARTADOS: " WS-EVB-DESCARTADOS
                  DELIMITED BY SIZE INTO EVB-REL-LINHA
           END-STRING.
           WRITE EVB-REL-LINHA.
           CLOSE ARQ-EVB-REL.

           MOVE SPACES TO WS-MSG.
           STRING "Eventos decididos: " DELIMITED BY SIZE
                  WS-EVB-DECIDIDOS      DELIMITED BY SIZE
                  " - ver importevt.rel" DELIMITED BY SIZE
                  INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY.

       APROVA-EVENTOS-SEQ.
           READ STK37 AT END MOVE "S" TO WS-EVB-FIM.
           IF WS-STATUS-STK37 = "00"
               IF WFS-STK37-PENDENTE
                   PERFORM APROVA-DECIDE-EVENTO
               END-IF
               WRITE EVB-TMP-REG FROM STK37-REGISTER
           ELSE
               MOVE "S" TO WS-EVB-FIM
           END-IF.

       APROVA-EVENTOS-VOLTA-SEQ.
           READ ARQ-EVB-TMP AT END MOVE "S" TO WS-EVB-FIM.
           IF WS-STATUS-EVB-TMP = "00"
               WRITE STK37-REGISTER FROM EVB-TMP-REG
           ELSE
               MOVE "S" TO WS-EVB-FIM
           END-IF.

       APROVA-DECIDE-EVENTO.
           MOVE WFS-STK37-TICKER TO WS-TICKER.
           PERFORM COLETA-CONTAS-EVENTO.
           IF WS-EVB-CONTAS = 0
               MOVE "Sem posicao na aprovacao" TO WS-EVB-MOTIVO
               PERFORM DESCARTA-EVENTO-B3
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WFS-STK37-TIPO-B3
               WHEN "S"
                   MOVE "DESDOBRAMENTO"   TO WS-EVB-DESCR
               WHEN "G"
                   MOVE "GRUPAMENTO"      TO WS-EVB-DESCR
               WHEN "B"
                   MOVE "BONIFICACAO"     TO WS-EVB-DESCR
               WHEN "N"
                   MOVE "INCORPORACAO"    TO WS-EVB-DESCR
               WHEN OTHER
                   MOVE "TROCA DE CODIGO" TO WS-EVB-DESCR
           END-EVALUATE.
           MOVE WFS-STK37-FATOR TO WS-EVB-FATOR-MASK.
           MOVE WFS-STK37-CUSTO TO WS-EVB-CUSTO-MASK.
           DISPLAY CLEAR-SCREEN-PART-00.
           DISPLAY CLEAR-SCREEN-PART-01.
           DISPLAY "EVENTO"               AT LINE 10 COLUMN  5.
           DISPLAY WS-EVB-DESCR           AT LINE 10 COLUMN 14.
           DISPLAY WFS-STK37-TICKER       AT LINE 10 COLUMN 30.
           DISPLAY "DATA-COM"             AT LINE 10 COLUMN 42.
           DISPLAY WFS-STK37-DATA-COM     AT LINE 10 COLUMN 51.
           DISPLAY "FATOR"                AT LINE 11 COLUMN  5.
           DISPLAY WS-EVB-FATOR-MASK      AT LINE 11 COLUMN 14.
           DISPLAY "NOVO TICKER"          AT LINE 11 COLUMN 30.
           DISPLAY WFS-STK37-NOVO-TICKER  AT LINE 11 COLUMN 42.
           DISPLAY "CUSTO/ACAO"           AT LINE 12 COLUMN  5.
           DISPLAY WS-EVB-CUSTO-MASK      AT LINE 12 COLUMN 16.
           DISPLAY "CONTAS COM POSICAO"   AT LINE 12 COLUMN 30.
           DISPLAY WS-EVB-CONTAS          AT LINE 12 COLUMN 50.

           CALL 'showmsg' USING "Aplicar este evento?",
                          MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION = "S"
               PERFORM APLICA-EVENTO-B3
               EXIT PARAGRAPH
           END-IF.

           CALL 'showmsg' USING "Descartar? (N = manter pendente)",
                          MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION = "S"
               MOVE "Descartado pelo supervisor" TO WS-EVB-MOTIVO
               PERFORM DESCARTA-EVENTO-B3
           END-IF.

       COLETA-CONTAS-EVENTO.
      *    Contas com posicao comprada do ticker, lidas antes da
      *    aplicacao porque UPD-EVENTO-CORP reabre o STK02.
           MOVE 0 TO WS-EVB-CONTAS.
           OPEN INPUT STK02.
           IF WS-STATUS-STK02 NOT = "00"
               CLOSE STK02
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM COLETA-CONTAS-EVENTO-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK02.

       COLETA-CONTAS-EVENTO-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK02 = "00"
               IF WFS-STK02-TICKER = WS-TICKER
                  AND WFS-STK02-QTY > 0
                  AND WS-EVB-CONTAS < 50
                   ADD 1 TO WS-EVB-CONTAS
                   MOVE WFS-STK02-ACCOUNT
                     TO WS-EVB-CONTA(WS-EVB-CONTAS)
                   MOVE WFS-STK02-QTY
                     TO WS-EVB-QTY(WS-EVB-CONTAS)
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       APLICA-EVENTO-B3.
      *    Recompoe os campos da tela de eventos corporativos a
      *    partir do aviso e repete o caminho da opcao manual:
      *    desdobramento/grupamento e troca de codigo valem para o
      *    ticker em todas as contas (um lancamento); a bonificacao
      *    entra conta a conta, com a quantidade recebida pelo fator
      *    sobre a posicao (a fracao vai para o leilao) e a chave do
      *    lancamento avancando um segundo por conta, como na baixa
      *    da agenda de proventos.
           MOVE WFS-STK37-DATA-COM TO WS-EVB-DATA.
           MOVE WS-EVB-D-ANO       TO WS-ANO.
           MOVE WS-EVB-D-MES       TO WS-MES.
           MOVE WS-EVB-D-DIA       TO WS-DIA.
           MOVE WFS-STK37-TICKER   TO WS-TICKER.
           MOVE WFS-STK37-TIPO     TO WS-CORP-TIPO.
           MOVE ZEROES TO WS-CORP-FACTOR WS-CORP-VALOR WS-CORP-QTD
                          WS-CORP-PRECO WS-CORP-IRRF-INF.
           MOVE SPACES TO WS-CORP-NOVO-TICKER WS-ACCOUNT.

           EVALUATE TRUE
               WHEN WS-CORP-SPLIT
                   MOVE WFS-STK37-FATOR TO WS-CORP-FACTOR
                   PERFORM UPD-EVENTO-CORP
               WHEN WS-CORP-RENAME
                   MOVE WFS-STK37-FATOR       TO WS-CORP-FACTOR
                   MOVE WFS-STK37-NOVO-TICKER TO WS-CORP-NOVO-TICKER
                   PERFORM UPD-EVENTO-CORP
               WHEN WS-CORP-BONIF
                   MOVE WFS-STK37-CUSTO TO WS-CORP-PRECO
                   ACCEPT WS-TIME FROM TIME
                   COMPUTE WS-KEY = (WFS-STK37-DATA-COM - 20000000)
                                   * 1000000
                                   + WS-HORA * 10000
                                   + WS-MINUTO * 100 + WS-SEGUNDO
                   MOVE "S" TO WS-CORP-CHAVE-INF
                   PERFORM VARYING WS-EVB-IDX FROM 1 BY 1
                             UNTIL WS-EVB-IDX > WS-EVB-CONTAS
                       MOVE WS-EVB-CONTA(WS-EVB-IDX) TO WS-ACCOUNT
                       COMPUTE WS-CORP-QTD = WS-EVB-QTY(WS-EVB-IDX)
                                           * WFS-STK37-FATOR
                       IF WS-CORP-QTD > 0
                           PERFORM UPD-EVENTO-CORP
                           ADD 1 TO WS-KEY
                       END-IF
                   END-PERFORM
                   MOVE "N" TO WS-CORP-CHAVE-INF
           END-EVALUATE.

           MOVE "A"           TO WFS-STK37-STATUS.
           MOVE WS-OPERATOR   TO WFS-STK37-APROVADOR.
           MOVE WS-EVB-HOJE   TO WFS-STK37-DATA-DECISAO.
           ADD 1 TO WS-EVB-DECIDIDOS WS-EVB-APLICADOS.
           MOVE "APLICADO   " TO WS-EVB-SITUACAO.
           MOVE SPACES        TO WS-EVB-MOTIVO.
           PERFORM GRAVA-DECISAO-EVENTO-B3.

       DESCARTA-EVENTO-B3.
           MOVE "D"           TO WFS-STK37-STATUS.
           MOVE WS-OPERATOR   TO WFS-STK37-APROVADOR.
           MOVE WS-EVB-HOJE   TO WFS-STK37-DATA-DECISAO.
           ADD 1 TO WS-EVB-DECIDIDOS WS-EVB-DESCARTADOS.
           MOVE "DESCARTADO " TO WS-EVB-SITUACAO.
           PERFORM GRAVA-DECISAO-EVENTO-B3.

       GRAVA-DECISAO-EVENTO-B3.
           MOVE WFS-STK37-FATOR TO WS-EVB-FATOR-MASK.
           MOVE SPACES TO EVB-REL-LINHA.
           STRING WS-EVB-SITUACAO ";" WFS-STK37-TIPO-B3 ";"
                  WFS-STK37-TICKER ";" WS-EVB-FATOR-MASK ";"
                  WFS-STK37-DATA-COM ";" WFS-STK37-NOVO-TICKER ";"
                  WS-EVB-MOTIVO
                  DELIMITED BY SIZE INTO EVB-REL-LINHA
           END-STRING.
           WRITE EVB-REL-LINHA.
           MOVE "STK37"        TO WS-AUDIT-ARQUIVO.
           MOVE "ALT"          TO WS-AUDIT-ACAO.
           MOVE STK37-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

       MANTEM-APORTES.
      **** Cadastro dos planos de aporte programado: um plano por
      **** conta e ticker, com o valor mensal, o dia do mes e a data
      **** final (zero = sem fim); valor zero exclui o plano. O
      **** titular vem do vinculo da conta (contastit.dat) e fica
      **** gravado no plano; a data de inicio e a do cadastro, e a
      **** regravacao de um plano existente preserva o inicio e a
      **** ultima competencia gerada.
           PERFORM CARREGA-MAPA-CONTAS.
           MOVE "N" TO WS-STATUS.
           PERFORM UNTIL WS-STATUS = "F"
               MOVE SPACES TO WS-APT-CONTA WS-APT-TICKER
               MOVE 0      TO WS-APT-VALOR WS-APT-DIA WS-APT-DATA-FIM

               DISPLAY CLEAR-SCREEN
               DISPLAY APORTE-SCR
               PERFORM LISTA-APORTES
               ACCEPT APORTE-SCR

               MOVE FUNCTION UPPER-CASE(WS-APT-CONTA)  TO WS-APT-CONTA
               MOVE FUNCTION UPPER-CASE(WS-APT-TICKER)
                 TO WS-APT-TICKER

               EVALUATE TRUE
                   WHEN WS-APT-CONTA = SPACES
                       MOVE "F" TO WS-STATUS
                   WHEN WS-APT-TICKER = SPACES
                       CALL 'showmsg' USING
                            "Informe o ticker do plano",
                            MSGALERT, MSGDELAY
                   WHEN WS-APT-VALOR = 0
                       PERFORM REGRAVA-APORTE
                   WHEN WS-APT-DIA < 1 OR WS-APT-DIA > 31
                       CALL 'showmsg' USING
                            "Dia do mes deve ser de 1 a 31",
                            MSGALERT, MSGDELAY
                   WHEN OTHER
                       PERFORM VALIDA-APORTE
                       IF WS-APT-ACHOU = "S"
                           PERFORM REGRAVA-APORTE
                       END-IF
               END-EVALUATE
           END-PERFORM.

       VALIDA-APORTE.
      *    Ticker precisa estar no cadastro de ativos e a data final,
      *    se informada, nao pode ter passado.
           MOVE "N" TO WS-APT-ACHOU.
           OPEN INPUT STK09.
           IF WS-STATUS-STK09 = "00"
               MOVE WS-APT-TICKER TO WFS-STK09-TICKER
               READ STK09 KEY IS WFS-STK09-TICKER
               IF WS-STATUS-STK09 = "00"
                   MOVE "S" TO WS-APT-ACHOU
               END-IF
           END-IF.
           IF WS-STATUS-STK09 NOT = "35"
               CLOSE STK09
           END-IF.
           IF WS-APT-ACHOU NOT = "S"
               CALL 'showmsg' USING "Ticker nao cadastrado",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-APT-HOJE = (2000 + WS-ANO) * 10000
                                + WS-MES * 100 + WS-DIA.
           IF WS-APT-DATA-FIM NOT = 0
              AND WS-APT-DATA-FIM < WS-APT-HOJE
               MOVE "N" TO WS-APT-ACHOU
               CALL 'showmsg' USING "Data final ja passou",
                              MSGALERT, MSGDELAY
           END-IF.

       LISTA-APORTES.
           OPEN INPUT STK38.
           IF WS-STATUS-STK38 = "00"
               MOVE 10 TO WS-LN
               MOVE "N" TO WS-APT-FIM
               PERFORM LISTA-APORTE-SEQ UNTIL WS-APT-FIM = "S"
           END-IF.
           CLOSE STK38.

       LISTA-APORTE-SEQ.
           READ STK38 AT END MOVE "S" TO WS-APT-FIM.
           IF WS-STATUS-STK38 = "00"
               IF WS-LN < 22
                   MOVE WFS-STK38-VALOR TO WS-APT-VALOR-MASK
                   DISPLAY WFS-STK38-ACCOUNT   AT LINE WS-LN COLUMN  7
                   DISPLAY WFS-STK38-TITULAR   AT LINE WS-LN COLUMN 18
                   DISPLAY WFS-STK38-TICKER    AT LINE WS-LN COLUMN 22
                   DISPLAY WS-APT-VALOR-MASK   AT LINE WS-LN COLUMN 33
                   DISPLAY "DIA"               AT LINE WS-LN COLUMN 46
                   DISPLAY WFS-STK38-DIA       AT LINE WS-LN COLUMN 50
                   DISPLAY "FIM"               AT LINE WS-LN COLUMN 53
                   DISPLAY WFS-STK38-DATA-FIM  AT LINE WS-LN COLUMN 57
                   DISPLAY "ULT"               AT LINE WS-LN COLUMN 66
                   DISPLAY WFS-STK38-ULT-COMP  AT LINE WS-LN COLUMN 70
                   ADD 1 TO WS-LN
               END-IF
           ELSE
               MOVE "S" TO WS-APT-FIM
           END-IF.

       REGRAVA-APORTE.
      *    Mesmo padrao de REGRAVA-TITULAR: troca ou suprime o plano
      *    da conta/ticker via temporario; valor zero exclui.
           MOVE "N" TO WS-APT-ACHOU.
           MOVE 0   TO WS-APT-INICIO-ANT WS-APT-ULT-ANT.
           OPEN OUTPUT ARQ-APT-TMP.
           OPEN INPUT STK38.
           IF WS-STATUS-STK38 = "00"
               MOVE "N" TO WS-APT-FIM
               PERFORM COPIA-APT-TMP-SEQ UNTIL WS-APT-FIM = "S"
           END-IF.
           CLOSE STK38.

           IF WS-APT-VALOR NOT = 0
               ACCEPT WS-DATA FROM DATE
               MOVE WS-APT-CONTA TO WS-CTIT-BUSCA
               PERFORM BUSCA-TITULAR-CONTA
               MOVE WS-APT-CONTA    TO WFS-STK38-ACCOUNT
               MOVE WS-TIT-DA-CONTA TO WFS-STK38-TITULAR
               MOVE WS-APT-TICKER   TO WFS-STK38-TICKER
               MOVE WS-APT-VALOR    TO WFS-STK38-VALOR
               MOVE WS-APT-DIA      TO WFS-STK38-DIA
               MOVE WS-APT-DATA-FIM TO WFS-STK38-DATA-FIM
               IF WS-APT-ACHOU = "S"
                   MOVE WS-APT-INICIO-ANT TO WFS-STK38-DATA-INICIO
                   MOVE WS-APT-ULT-ANT    TO WFS-STK38-ULT-COMP
                   MOVE "ALT"             TO WS-AUDIT-ACAO
               ELSE
                   COMPUTE WFS-STK38-DATA-INICIO =
                           (2000 + WS-ANO) * 10000
                           + WS-MES * 100 + WS-DIA
                   MOVE 0                 TO WFS-STK38-ULT-COMP
                   MOVE "INC"             TO WS-AUDIT-ACAO
               END-IF
               WRITE APT-TMP-REG FROM STK38-REGISTER
               MOVE "STK38"        TO WS-AUDIT-ARQUIVO
               MOVE STK38-REGISTER TO WS-AUDIT-IMAGEM
               PERFORM GRAVA-AUDITORIA
           END-IF.
           CLOSE ARQ-APT-TMP.

           OPEN OUTPUT STK38.
           OPEN INPUT ARQ-APT-TMP.
           MOVE "N" TO WS-APT-FIM.
           PERFORM COPIA-APT-VOLTA-SEQ UNTIL WS-APT-FIM = "S".
           CLOSE STK38.
           CLOSE ARQ-APT-TMP.
           CALL "CBL_DELETE_FILE" USING "aportes.tmp".

           EVALUATE TRUE
               WHEN WS-APT-VALOR NOT = 0
                   CALL 'showmsg' USING "Plano gravado",
                                  MSGSTD, MSGDELAY
               WHEN WS-APT-ACHOU = "S"
                   CALL 'showmsg' USING "Plano excluido",
                                  MSGSTD, MSGDELAY
               WHEN OTHER
                   CALL 'showmsg' USING "Plano nao encontrado",
                                  MSGALERT, MSGDELAY
           END-EVALUATE.

       COPIA-APT-TMP-SEQ.
           READ STK38 AT END MOVE "S" TO WS-APT-FIM.
           IF WS-STATUS-STK38 = "00"
               IF WFS-STK38-ACCOUNT = WS-APT-CONTA
                  AND WFS-STK38-TICKER = WS-APT-TICKER
                   MOVE "S" TO WS-APT-ACHOU
                   MOVE WFS-STK38-DATA-INICIO TO WS-APT-INICIO-ANT
                   MOVE WFS-STK38-ULT-COMP    TO WS-APT-ULT-ANT
                   IF WS-APT-VALOR = 0
                       MOVE "STK38"        TO WS-AUDIT-ARQUIVO
                       MOVE "EXC"          TO WS-AUDIT-ACAO
                       MOVE STK38-REGISTER TO WS-AUDIT-IMAGEM
                       PERFORM GRAVA-AUDITORIA
                   END-IF
               ELSE
                   WRITE APT-TMP-REG FROM STK38-REGISTER
               END-IF
           ELSE
               MOVE "S" TO WS-APT-FIM
           END-IF.

       COPIA-APT-VOLTA-SEQ.
           READ ARQ-APT-TMP AT END MOVE "S" TO WS-APT-FIM.
           IF WS-STATUS-APT-TMP = "00"
               MOVE APT-TMP-REG TO STK38-REGISTER
               WRITE STK38-REGISTER
           ELSE
               MOVE "S" TO WS-APT-FIM
           END-IF.

       GERA-APORTES-DIA.
      **** Passo diario dos aportes programados (opcao "m" do menu
      **** complementar ou passo APORTES da cadeia em lote, por isso
      **** sem tela): cada plano vencido no mes vira uma ordem de
      **** compra na fila de aprovacao (GRAVA-ORDEM-PENDENTE), com
      **** a quantidade inteira que o valor mensal compra na ultima
      **** cotacao de STK14; o supervisor libera pela aprovacao de
      **** ordens como qualquer outra. Em dia sem pregao nada e
      **** gerado (a aprovacao recusaria a data) e os planos entram
      **** no pregao seguinte. Plano sem cotacao fica para a proxima
      **** execucao; valor abaixo de uma cota fecha o mes sem ordem.
      **** Cada geracao fica em aportesexec.dat para o relatorio de
      **** meta x execucao (APORTREL) e o resumo em geraaportes.rel.
           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-APT-HOJE = (2000 + WS-ANO) * 10000
                                + WS-MES * 100 + WS-DIA.
           COMPUTE WS-APT-COMP = WS-APT-HOJE / 100.
           MOVE 0 TO WS-APT-GERADAS WS-APT-INSUF WS-APT-SEM-COT.

           OPEN OUTPUT ARQ-APT-REL.
           MOVE SPACES TO APT-REL-LINHA.
           STRING "GERACAO DE APORTES PROGRAMADOS EM " WS-APT-HOJE
                  DELIMITED BY SIZE INTO APT-REL-LINHA
           END-STRING.
           WRITE APT-REL-LINHA.

      *    Dia util: mesma regra de VALIDA-DATA-ORDEM, sem as
      *    mensagens de tela.
           MOVE WS-APT-HOJE TO WS-DTORD-NUM.
           COMPUTE WS-DTORD-DOW = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-DTORD-NUM), 7).
           MOVE "N" TO WS-DTORD-FERIADO.
           IF WS-DTORD-DOW NOT = 6 AND WS-DTORD-DOW NOT = 0
               OPEN INPUT ARQ-FERIADOS
               IF WS-STATUS-FERIADOS = "00"
                   MOVE "N" TO WS-DTORD-FIM
                   PERFORM VALIDA-DATA-FERIADO-SEQ
                           UNTIL WS-DTORD-FIM = "S"
               END-IF
               CLOSE ARQ-FERIADOS
           END-IF.
           IF WS-DTORD-DOW = 6 OR WS-DTORD-DOW = 0
              OR WS-DTORD-FERIADO = "S"
               MOVE "DIA SEM PREGAO - NENHUMA ORDEM GERADA"
                 TO APT-REL-LINHA
               WRITE APT-REL-LINHA
               CLOSE ARQ-APT-REL
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT STK38.
           IF WS-STATUS-STK38 NOT = "00"
               CLOSE STK38
               MOVE "NENHUM PLANO CADASTRADO" TO APT-REL-LINHA
               WRITE APT-REL-LINHA
               CLOSE ARQ-APT-REL
               EXIT PARAGRAPH
           END-IF.

      *    Ultimo dia do mes, para o plano de dia 29 a 31 vencer
      *    nos meses mais curtos.
           IF WS-APT-H-MES = 12
               COMPUTE WS-APT-PROX-MES = (WS-APT-H-ANO + 1) * 10000
                                        + 101
           ELSE
               COMPUTE WS-APT-PROX-MES = WS-APT-H-ANO * 10000
                                        + (WS-APT-H-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-APT-ULT-DIA = FUNCTION MOD(
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-APT-PROX-MES) - 1),
                   100).

           MOVE "CONTA      TIT TICKER     SITUACAO        QTDE"
             TO APT-REL-LINHA.
           MOVE "COTACAO VALOR MENSAL ORDEM" TO APT-REL-LINHA(54:).
           WRITE APT-REL-LINHA.

           OPEN INPUT STK14.
           OPEN EXTEND STK39.
           IF WS-STATUS-STK39 = "35"
               OPEN OUTPUT STK39
           END-IF.
           OPEN OUTPUT ARQ-APT-TMP.

      *    Varias ordens no mesmo segundo: a chave parte da hora e
      *    avanca uma unidade por ordem, como na baixa da agenda.
           ACCEPT WS-TIME FROM TIME.
           STRING WS-ANO WS-MES WS-DIA WS-HORA WS-MINUTO WS-SEGUNDO
                  DELIMITED BY SIZE INTO WS-KEY
           END-STRING.
           MOVE "S" TO WS-PEND-CHAVE-INF.
           MOVE "N" TO WS-APT-FIM.
           PERFORM GERA-APORTES-SEQ UNTIL WS-APT-FIM = "S".
           MOVE "N" TO WS-PEND-CHAVE-INF.

           CLOSE STK38.
           CLOSE ARQ-APT-TMP.
           CLOSE STK39.
           IF WS-STATUS-STK14 NOT = "35"
               CLOSE STK14
           END-IF.

           OPEN OUTPUT STK38.
           OPEN INPUT ARQ-APT-TMP.
           MOVE "N" TO WS-APT-FIM.
           PERFORM COPIA-APT-VOLTA-SEQ UNTIL WS-APT-FIM = "S".
           CLOSE STK38.
           CLOSE ARQ-APT-TMP.
           CALL "CBL_DELETE_FILE" USING "aportes.tmp".

           MOVE SPACES TO APT-REL-LINHA.
           STRING "ORDENS GERADAS: " WS-APT-GERADAS
                  "  VALOR INSUFICIENTE: " WS-APT-INSUF
                  "  SEM COTACAO (PENDENTES): " WS-APT-SEM-COT
                  DELIMITED BY SIZE INTO APT-REL-LINHA
           END-STRING.
           WRITE APT-REL-LINHA.
           CLOSE ARQ-APT-REL.

       GERA-APORTES-SEQ.
           READ STK38 AT END MOVE "S" TO WS-APT-FIM.
           IF WS-STATUS-STK38 NOT = "00"
               MOVE "S" TO WS-APT-FIM
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICA-APORTE-VENCIDO.
           IF WS-APT-ACHOU = "S"
               PERFORM GERA-ORDEM-APORTE
           END-IF.
           WRITE APT-TMP-REG FROM STK38-REGISTER.

       VERIFICA-APORTE-VENCIDO.
      *    Vence no mes o plano ainda nao gerado na competencia cuja
      *    data prevista (dia do plano, limitado ao fim do mes) ja
      *    chegou, nao antecede o cadastro e nao passa da data final.
           MOVE "N" TO WS-APT-ACHOU.
           IF WFS-STK38-ULT-COMP >= WS-APT-COMP
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK38-DIA > WS-APT-ULT-DIA
               COMPUTE WS-APT-PREVISTA = WS-APT-COMP * 100
                                        + WS-APT-ULT-DIA
           ELSE
               COMPUTE WS-APT-PREVISTA = WS-APT-COMP * 100
                                        + WFS-STK38-DIA
           END-IF.
           IF WS-APT-PREVISTA > WS-APT-HOJE
              OR WS-APT-PREVISTA < WFS-STK38-DATA-INICIO
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK38-DATA-FIM NOT = 0
              AND WS-APT-PREVISTA > WFS-STK38-DATA-FIM
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-APT-ACHOU.

       GERA-ORDEM-APORTE.
           MOVE WFS-STK38-TICKER TO WS-COT-TICKER.
           PERFORM BUSCA-ULTIMA-COTACAO.
           IF WS-COT-ACHADA NOT = "S" OR WS-COT-ULT-PRECO = 0
               ADD 1 TO WS-APT-SEM-COT
               MOVE "SEM COTACAO" TO WS-APT-SITUACAO
               MOVE 0             TO WS-APT-QTY
               PERFORM GRAVA-LINHA-APORTE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-APT-QTY = WFS-STK38-VALOR / WS-COT-ULT-PRECO.

           MOVE WFS-STK38-ACCOUNT TO WFS-STK39-ACCOUNT.
           MOVE WFS-STK38-TITULAR TO WFS-STK39-TITULAR.
           MOVE WFS-STK38-TICKER  TO WFS-STK39-TICKER.
           MOVE WS-APT-COMP       TO WFS-STK39-COMP.
           MOVE WS-APT-HOJE       TO WFS-STK39-DATA.
           MOVE WFS-STK38-VALOR   TO WFS-STK39-META.
           MOVE WS-APT-QTY        TO WFS-STK39-QTY.
           MOVE WS-COT-ULT-PRECO  TO WFS-STK39-PRICE.
           COMPUTE WFS-STK39-VALOR = WS-APT-QTY * WS-COT-ULT-PRECO.

           IF WS-APT-QTY = 0
               ADD 1 TO WS-APT-INSUF
               MOVE "VALOR INSUF." TO WS-APT-SITUACAO
               MOVE 0              TO WFS-STK39-ORDEM-KEY
               MOVE "I"            TO WFS-STK39-SITUACAO
           ELSE
               MOVE "C"               TO WS-ORDER
               MOVE WFS-STK38-TICKER  TO WS-TICKER
               MOVE WS-APT-QTY        TO WS-QTY
               MOVE WS-COT-ULT-PRECO  TO WS-PRICE
               MOVE "S"               TO WS-HB
               MOVE "N"               TO WS-DT
               MOVE WFS-STK38-ACCOUNT TO WS-ACCOUNT
               MOVE SPACES            TO WS-ESTRATEGIA
               PERFORM GRAVA-ORDEM-PENDENTE
               ADD 1 TO WS-APT-GERADAS
               MOVE "GERADA"          TO WS-APT-SITUACAO
               MOVE WS-KEY            TO WFS-STK39-ORDEM-KEY
               MOVE "G"               TO WFS-STK39-SITUACAO
               ADD 1 TO WS-KEY
           END-IF.
           WRITE STK39-REGISTER.
           MOVE WS-APT-COMP TO WFS-STK38-ULT-COMP.
           PERFORM GRAVA-LINHA-APORTE.

       GRAVA-LINHA-APORTE.
           MOVE WS-APT-QTY       TO WS-APT-QTD-MASK.
           MOVE WS-COT-ULT-PRECO TO WS-APT-PRC-MASK.
           MOVE WFS-STK38-VALOR  TO WS-APT-VALOR-MASK.
           MOVE SPACES TO APT-REL-LINHA.
           STRING WFS-STK38-ACCOUNT " " WFS-STK38-TITULAR " "
                  WFS-STK38-TICKER " " WS-APT-SITUACAO " "
                  WS-APT-QTD-MASK "  " WS-APT-PRC-MASK " "
                  WS-APT-VALOR-MASK
                  DELIMITED BY SIZE INTO APT-REL-LINHA
           END-STRING.
           IF WS-APT-SITUACAO = "GERADA"
               MOVE WFS-STK39-ORDEM-KEY TO APT-REL-LINHA(75:12)
           END-IF.
           WRITE APT-REL-LINHA.

       MOSTRA-GERACAO-APORTES.
           MOVE SPACES TO WS-MSG.
           STRING "Ordens de aporte geradas: " DELIMITED BY SIZE
                  WS-APT-GERADAS               DELIMITED BY SIZE
                  " - ver geraaportes.rel"     DELIMITED BY SIZE
                  INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY.

       MANTEM-ENCARGOS.
      **** Cadastro dos encargos recorrentes da conta: um registro
      **** por conta e codigo de historico, com descricao, valor,
      **** frequencia, dia do mes e vigencia; valor zero exclui o
      **** encargo. Data inicial zero vale a data do cadastro (ou
      **** mantem a ja gravada) e a regravacao de um encargo
      **** existente preserva a ultima competencia lancada.
           MOVE "N" TO WS-STATUS.
           PERFORM UNTIL WS-STATUS = "F"
               MOVE SPACES TO WS-ENC-CONTA WS-ENC-CODIGO
                              WS-ENC-DESCRICAO WS-ENC-FREQ
               MOVE 0      TO WS-ENC-VALOR WS-ENC-DIA
                              WS-ENC-DATA-INI WS-ENC-DATA-FIM

               DISPLAY CLEAR-SCREEN
               DISPLAY ENCARGO-SCR
               PERFORM LISTA-ENCARGOS
               ACCEPT ENCARGO-SCR

               MOVE FUNCTION UPPER-CASE(WS-ENC-CONTA)  TO WS-ENC-CONTA
               MOVE FUNCTION UPPER-CASE(WS-ENC-CODIGO)
                 TO WS-ENC-CODIGO
               MOVE FUNCTION UPPER-CASE(WS-ENC-DESCRICAO)
                 TO WS-ENC-DESCRICAO
               MOVE FUNCTION UPPER-CASE(WS-ENC-FREQ)   TO WS-ENC-FREQ

               EVALUATE TRUE
                   WHEN WS-ENC-CONTA = SPACES
                       MOVE "F" TO WS-STATUS
                   WHEN WS-ENC-CODIGO = SPACES
                       CALL 'showmsg' USING
                            "Informe o codigo do historico",
                            MSGALERT, MSGDELAY
                   WHEN WS-ENC-VALOR = 0
                       PERFORM REGRAVA-ENCARGO
                   WHEN WS-ENC-FREQ NOT = "M" AND NOT = "T"
                                    AND NOT = "S" AND NOT = "A"
                       CALL 'showmsg' USING
                            "Frequencia deve ser M, T, S ou A",
                            MSGALERT, MSGDELAY
                   WHEN WS-ENC-DIA < 1 OR WS-ENC-DIA > 31
                       CALL 'showmsg' USING
                            "Dia do mes deve ser de 1 a 31",
                            MSGALERT, MSGDELAY
                   WHEN OTHER
                       PERFORM VALIDA-ENCARGO
                       IF WS-ENC-ACHOU = "S"
                           PERFORM REGRAVA-ENCARGO
                       END-IF
               END-EVALUATE
           END-PERFORM.

       VALIDA-ENCARGO.
      *    Datas informadas precisam ser validas e a final nao pode
      *    anteceder a inicial.
           MOVE "N" TO WS-ENC-ACHOU.
           IF WS-ENC-DATA-INI NOT = 0
               MOVE WS-ENC-DATA-INI TO WS-ENC-INICIO
               COMPUTE WS-PAG-PANO = WS-ENC-I-ANO - 2000
               MOVE WS-ENC-I-MES TO WS-PAG-PMES
               MOVE WS-ENC-I-DIA TO WS-PAG-PDIA
               CALL 'chkdate' USING WS-PAG-PANO, WS-PAG-PMES,
                                    WS-PAG-PDIA, WS-CHK-RETURN
               IF WS-CHK-RETURN NOT = 0
                   CALL 'showmsg' USING "Data inicial invalida",
                                  MSGALERT, MSGDELAY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-ENC-DATA-FIM NOT = 0
               MOVE WS-ENC-DATA-FIM TO WS-ENC-INICIO
               COMPUTE WS-PAG-PANO = WS-ENC-I-ANO - 2000
               MOVE WS-ENC-I-MES TO WS-PAG-PMES
               MOVE WS-ENC-I-DIA TO WS-PAG-PDIA
               CALL 'chkdate' USING WS-PAG-PANO, WS-PAG-PMES,
                                    WS-PAG-PDIA, WS-CHK-RETURN
               IF WS-CHK-RETURN NOT = 0
                   CALL 'showmsg' USING "Data final invalida",
                                  MSGALERT, MSGDELAY
                   EXIT PARAGRAPH
               END-IF
               IF WS-ENC-DATA-FIM < WS-ENC-DATA-INI
                   CALL 'showmsg' USING
                        "Data final anterior a inicial",
                        MSGALERT, MSGDELAY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "S" TO WS-ENC-ACHOU.

       LISTA-ENCARGOS.
           OPEN INPUT STK48.
           IF WS-STATUS-STK48 = "00"
               MOVE 13 TO WS-LN
               MOVE "N" TO WS-ENC-FIM
               PERFORM LISTA-ENCARGO-SEQ UNTIL WS-ENC-FIM = "S"
           END-IF.
           CLOSE STK48.

       LISTA-ENCARGO-SEQ.
           READ STK48 AT END MOVE "S" TO WS-ENC-FIM.
           IF WS-STATUS-STK48 = "00"
               IF WS-LN < 23
                   MOVE WFS-STK48-VALOR TO WS-ENC-VALOR-MASK
                   DISPLAY WFS-STK48-ACCOUNT    AT LINE WS-LN COLUMN  7
                   DISPLAY WFS-STK48-CODIGO     AT LINE WS-LN COLUMN 18
                   DISPLAY WFS-STK48-DESCRICAO  AT LINE WS-LN COLUMN 23
                   DISPLAY WS-ENC-VALOR-MASK    AT LINE WS-LN COLUMN 39
                   DISPLAY WFS-STK48-FREQUENCIA AT LINE WS-LN COLUMN 52
                   DISPLAY WFS-STK48-DIA        AT LINE WS-LN COLUMN 54
                   DISPLAY WFS-STK48-DATA-FIM   AT LINE WS-LN COLUMN 57
                   DISPLAY "ULT"                AT LINE WS-LN COLUMN 66
                   DISPLAY WFS-STK48-ULT-COMP   AT LINE WS-LN COLUMN 70
                   ADD 1 TO WS-LN
               END-IF
           ELSE
               MOVE "S" TO WS-ENC-FIM
           END-IF.

       REGRAVA-ENCARGO.
      *    Mesmo padrao de REGRAVA-APORTE: troca ou suprime o encargo
      *    da conta/codigo via temporario; valor zero exclui.
           MOVE "N" TO WS-ENC-ACHOU.
           MOVE 0   TO WS-ENC-INICIO WS-ENC-ULT-ANT.
           OPEN OUTPUT ARQ-ENC-TMP.
           OPEN INPUT STK48.
           IF WS-STATUS-STK48 = "00"
               MOVE "N" TO WS-ENC-FIM
               PERFORM COPIA-ENC-TMP-SEQ UNTIL WS-ENC-FIM = "S"
           END-IF.
           CLOSE STK48.

           IF WS-ENC-VALOR NOT = 0
               MOVE WS-ENC-CONTA     TO WFS-STK48-ACCOUNT
               MOVE WS-ENC-CODIGO    TO WFS-STK48-CODIGO
               MOVE WS-ENC-DESCRICAO TO WFS-STK48-DESCRICAO
               MOVE WS-ENC-VALOR     TO WFS-STK48-VALOR
               MOVE WS-ENC-FREQ      TO WFS-STK48-FREQUENCIA
               MOVE WS-ENC-DIA       TO WFS-STK48-DIA
               MOVE WS-ENC-DATA-FIM  TO WFS-STK48-DATA-FIM
               IF WS-ENC-DATA-INI = 0
                   IF WS-ENC-ACHOU = "S"
                       MOVE WS-ENC-INICIO TO WS-ENC-DATA-INI
                   ELSE
                       ACCEPT WS-DATA FROM DATE
                       COMPUTE WS-ENC-DATA-INI =
                               (2000 + WS-ANO) * 10000
                               + WS-MES * 100 + WS-DIA
                   END-IF
               END-IF
               MOVE WS-ENC-DATA-INI  TO WFS-STK48-DATA-INICIO
               IF WS-ENC-ACHOU = "S"
                   MOVE WS-ENC-ULT-ANT TO WFS-STK48-ULT-COMP
                   MOVE "ALT"          TO WS-AUDIT-ACAO
               ELSE
                   MOVE 0              TO WFS-STK48-ULT-COMP
                   MOVE "INC"          TO WS-AUDIT-ACAO
               END-IF
               WRITE ENC-TMP-REG FROM STK48-REGISTER
               MOVE "STK48"        TO WS-AUDIT-ARQUIVO
               MOVE STK48-REGISTER TO WS-AUDIT-IMAGEM
               PERFORM GRAVA-AUDITORIA
           END-IF.
           CLOSE ARQ-ENC-TMP.

           OPEN OUTPUT STK48.
           OPEN INPUT ARQ-ENC-TMP.
           MOVE "N" TO WS-ENC-FIM.
           PERFORM COPIA-ENC-VOLTA-SEQ UNTIL WS-ENC-FIM = "S".
           CLOSE STK48.
           CLOSE ARQ-ENC-TMP.
           CALL "CBL_DELETE_FILE" USING "encargos.tmp".

           EVALUATE TRUE
               WHEN WS-ENC-VALOR NOT = 0
                   CALL 'showmsg' USING "Encargo gravado",
                                  MSGSTD, MSGDELAY
               WHEN WS-ENC-ACHOU = "S"
                   CALL 'showmsg' USING "Encargo excluido",
                                  MSGSTD, MSGDELAY
               WHEN OTHER
                   CALL 'showmsg' USING "Encargo nao encontrado",
                                  MSGALERT, MSGDELAY
           END-EVALUATE.

       COPIA-ENC-TMP-SEQ.
           READ STK48 AT END MOVE "S" TO WS-ENC-FIM.
           IF WS-STATUS-STK48 = "00"
               IF WFS-STK48-ACCOUNT = WS-ENC-CONTA
                  AND WFS-STK48-CODIGO = WS-ENC-CODIGO
                   MOVE "S" TO WS-ENC-ACHOU
                   MOVE WFS-STK48-DATA-INICIO TO WS-ENC-INICIO
                   MOVE WFS-STK48-ULT-COMP    TO WS-ENC-ULT-ANT
                   IF WS-ENC-VALOR = 0
                       MOVE "STK48"        TO WS-AUDIT-ARQUIVO
                       MOVE "EXC"          TO WS-AUDIT-ACAO
                       MOVE STK48-REGISTER TO WS-AUDIT-IMAGEM
                       PERFORM GRAVA-AUDITORIA
                   END-IF
               ELSE
                   WRITE ENC-TMP-REG FROM STK48-REGISTER
               END-IF
           ELSE
               MOVE "S" TO WS-ENC-FIM
           END-IF.

       COPIA-ENC-VOLTA-SEQ.
           READ ARQ-ENC-TMP AT END MOVE "S" TO WS-ENC-FIM.
           IF WS-STATUS-ENC-TMP = "00"
               MOVE ENC-TMP-REG TO STK48-REGISTER
               WRITE STK48-REGISTER
           ELSE
               MOVE "S" TO WS-ENC-FIM
           END-IF.

       LANCA-ENCARGOS-MES.
      **** Lancamento dos encargos recorrentes (opcao "6" do menu
      **** complementar ou passo ENCARGOS da cadeia em lote, por isso
      **** sem tela): cada encargo percorre as competencias desde a
      **** ultima lancada (ou desde o mes de inicio) ate o mes
      **** corrente, e cada vencimento cuja data prevista ja chegou
      **** vira um debito tipo "E" no caixa (STK15) na data prevista.
      **** Rodar mais de uma vez no mes nao duplica: ULT-COMP avanca
      **** a cada competencia examinada, e uma execucao atrasada poe
      **** em dia os meses perdidos. Resumo em encargos.rel.
           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-ENC-HOJE = (2000 + WS-ANO) * 10000
                                + WS-MES * 100 + WS-DIA.
           COMPUTE WS-ENC-COMP-HOJE = WS-ENC-HOJE / 100.
           MOVE 0 TO WS-ENC-LANCADOS WS-ENC-TOTAL.

           OPEN OUTPUT ARQ-ENC-REL.
           MOVE SPACES TO ENC-REL-LINHA.
           STRING "LANCAMENTO DE ENCARGOS RECORRENTES EM " WS-ENC-HOJE
                  DELIMITED BY SIZE INTO ENC-REL-LINHA
           END-STRING.
           WRITE ENC-REL-LINHA.

           OPEN INPUT STK48.
           IF WS-STATUS-STK48 NOT = "00"
               CLOSE STK48
               MOVE "NENHUM ENCARGO CADASTRADO" TO ENC-REL-LINHA
               WRITE ENC-REL-LINHA
               CLOSE ARQ-ENC-REL
               EXIT PARAGRAPH
           END-IF.

           MOVE "CONTA      COD  DESCRICAO       DATA            VALOR"
             TO ENC-REL-LINHA.
           WRITE ENC-REL-LINHA.

           OPEN EXTEND STK15.
           IF WS-STATUS-STK15 = "35"
               OPEN OUTPUT STK15
           END-IF.
           OPEN OUTPUT ARQ-ENC-TMP.
           MOVE "N" TO WS-ENC-FIM.
           PERFORM LANCA-ENCARGOS-SEQ UNTIL WS-ENC-FIM = "S".
           CLOSE STK48.
           CLOSE ARQ-ENC-TMP.
           CLOSE STK15.

           OPEN OUTPUT STK48.
           OPEN INPUT ARQ-ENC-TMP.
           MOVE "N" TO WS-ENC-FIM.
           PERFORM COPIA-ENC-VOLTA-SEQ UNTIL WS-ENC-FIM = "S".
           CLOSE STK48.
           CLOSE ARQ-ENC-TMP.
           CALL "CBL_DELETE_FILE" USING "encargos.tmp".

           MOVE WS-ENC-TOTAL TO WS-ENC-TOTAL-MASK.
           MOVE SPACES TO ENC-REL-LINHA.
           STRING "ENCARGOS LANCADOS: " WS-ENC-LANCADOS
                  "  TOTAL DEBITADO: " WS-ENC-TOTAL-MASK
                  DELIMITED BY SIZE INTO ENC-REL-LINHA
           END-STRING.
           WRITE ENC-REL-LINHA.
           CLOSE ARQ-ENC-REL.

       LANCA-ENCARGOS-SEQ.
           READ STK48 AT END MOVE "S" TO WS-ENC-FIM.
           IF WS-STATUS-STK48 NOT = "00"
               MOVE "S" TO WS-ENC-FIM
               EXIT PARAGRAPH
           END-IF.

           MOVE WFS-STK48-DATA-INICIO TO WS-ENC-INICIO.
           IF WFS-STK48-ULT-COMP = 0
               COMPUTE WS-ENC-COMP = WS-ENC-I-ANO * 100 + WS-ENC-I-MES
           ELSE
               MOVE WFS-STK48-ULT-COMP TO WS-ENC-COMP
               PERFORM AVANCA-COMP-ENCARGO
           END-IF.
           EVALUATE TRUE
               WHEN WFS-STK48-TRIMESTRAL MOVE 3  TO WS-ENC-PERIODO
               WHEN WFS-STK48-SEMESTRAL  MOVE 6  TO WS-ENC-PERIODO
               WHEN WFS-STK48-ANUAL      MOVE 12 TO WS-ENC-PERIODO
               WHEN OTHER                MOVE 1  TO WS-ENC-PERIODO
           END-EVALUATE.

           MOVE "N" TO WS-ENC-PARA.
           PERFORM LANCA-ENCARGO-COMP UNTIL WS-ENC-PARA = "S".
           WRITE ENC-TMP-REG FROM STK48-REGISTER.

       LANCA-ENCARGO-COMP.
      *    Uma competencia: a data prevista e o dia do encargo,
      *    limitado ao fim do mes; para no primeiro mes cuja data
      *    ainda nao chegou ou ja passou do fim da vigencia. Vence
      *    a competencia a um multiplo exato da frequencia contado
      *    do mes de inicio, e nunca antes da data inicial.
           IF WS-ENC-COMP > WS-ENC-COMP-HOJE
               MOVE "S" TO WS-ENC-PARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULA-PREVISTA-ENCARGO.
           IF WS-ENC-PREVISTA > WS-ENC-HOJE
               MOVE "S" TO WS-ENC-PARA
               EXIT PARAGRAPH
           END-IF.
           IF WFS-STK48-DATA-FIM NOT = 0
              AND WS-ENC-PREVISTA > WFS-STK48-DATA-FIM
               MOVE "S" TO WS-ENC-PARA
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ENC-DIF-MESES =
                   (WS-ENC-C-ANO * 12 + WS-ENC-C-MES)
                 - (WS-ENC-I-ANO * 12 + WS-ENC-I-MES).
           COMPUTE WS-ENC-RESTO =
                   FUNCTION MOD(WS-ENC-DIF-MESES, WS-ENC-PERIODO).
           IF WS-ENC-RESTO = 0
              AND WS-ENC-PREVISTA >= WFS-STK48-DATA-INICIO
               PERFORM GRAVA-LANCAMENTO-ENCARGO
           END-IF.
           MOVE WS-ENC-COMP TO WFS-STK48-ULT-COMP.
           PERFORM AVANCA-COMP-ENCARGO.

       CALCULA-PREVISTA-ENCARGO.
      *    Ultimo dia do mes da competencia, para o encargo de dia
      *    29 a 31 vencer nos meses mais curtos.
           IF WS-ENC-C-MES = 12
               COMPUTE WS-ENC-PROX-MES = (WS-ENC-C-ANO + 1) * 10000
                                        + 101
           ELSE
               COMPUTE WS-ENC-PROX-MES = WS-ENC-C-ANO * 10000
                                        + (WS-ENC-C-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-ENC-ULT-DIA = FUNCTION MOD(
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ENC-PROX-MES) - 1),
                   100).
           IF WFS-STK48-DIA > WS-ENC-ULT-DIA
               COMPUTE WS-ENC-PREVISTA = WS-ENC-COMP * 100
                                        + WS-ENC-ULT-DIA
           ELSE
               COMPUTE WS-ENC-PREVISTA = WS-ENC-COMP * 100
                                        + WFS-STK48-DIA
           END-IF.

       AVANCA-COMP-ENCARGO.
           IF WS-ENC-C-MES = 12
               ADD 1 TO WS-ENC-C-ANO
               MOVE 1 TO WS-ENC-C-MES
           ELSE
               ADD 1 TO WS-ENC-C-MES
           END-IF.

       GRAVA-LANCAMENTO-ENCARGO.
           MOVE WFS-STK48-ACCOUNT TO WFS-STK15-ACCOUNT.
           MOVE WS-ENC-PREVISTA   TO WFS-STK15-DATA.
           MOVE "E"               TO WFS-STK15-TIPO.
           MOVE SPACES            TO WFS-STK15-HISTORICO.
           STRING WFS-STK48-CODIGO " " WFS-STK48-DESCRICAO
                  DELIMITED BY SIZE INTO WFS-STK15-HISTORICO
           END-STRING.
           COMPUTE WFS-STK15-VALOR = 0 - WFS-STK48-VALOR.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           ADD 1 TO WS-ENC-LANCADOS.
           ADD WFS-STK48-VALOR TO WS-ENC-TOTAL.

           MOVE WFS-STK48-VALOR TO WS-ENC-VALOR-MASK.
           MOVE SPACES TO ENC-REL-LINHA.
           STRING WFS-STK48-ACCOUNT " " WFS-STK48-CODIGO " "
                  WFS-STK48-DESCRICAO " " WS-ENC-PREVISTA " "
                  WS-ENC-VALOR-MASK
                  DELIMITED BY SIZE INTO ENC-REL-LINHA
           END-STRING.
           WRITE ENC-REL-LINHA.

       MOSTRA-LANCAMENTO-ENCARGOS.
           MOVE SPACES TO WS-MSG.
           STRING "Encargos lancados no caixa: " DELIMITED BY SIZE
                  WS-ENC-LANCADOS                DELIMITED BY SIZE
                  " - ver encargos.rel"          DELIMITED BY SIZE
                  INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY.

       MANTEM-SERIES-OPCAO.
      **** Cadastro das series de opcoes: para cada opcao (tipo "O"
      **** do cadastro de ativos), o ativo-objeto, se e de compra ou
      **** de venda, o strike e o vencimento; strike zero exclui a
      **** serie. Sem a serie a opcao fica fora do preco teorico.
           MOVE "N" TO WS-STATUS.
           PERFORM UNTIL WS-STATUS = "F"
               MOVE SPACES TO WS-SER-TICKER WS-SER-OBJETO WS-SER-TIPO
               MOVE 0      TO WS-SER-STRIKE WS-SER-VENCIMENTO

               DISPLAY CLEAR-SCREEN
               DISPLAY SERIE-OPCAO-SCR
               PERFORM LISTA-SERIES-OPCAO
               ACCEPT SERIE-OPCAO-SCR

               MOVE FUNCTION UPPER-CASE(WS-SER-TICKER) TO WS-SER-TICKER
               MOVE FUNCTION UPPER-CASE(WS-SER-OBJETO) TO WS-SER-OBJETO
               MOVE FUNCTION UPPER-CASE(WS-SER-TIPO)   TO WS-SER-TIPO

               EVALUATE TRUE
                   WHEN WS-SER-TICKER = SPACES
                       MOVE "F" TO WS-STATUS
                   WHEN WS-SER-STRIKE = 0
                       PERFORM REGRAVA-SERIE-OPCAO
                   WHEN WS-SER-TIPO NOT = "C" AND NOT = "V"
                       CALL 'showmsg' USING
                            "Tipo deve ser C ou V",
                            MSGALERT, MSGDELAY
                   WHEN OTHER
                       PERFORM VALIDA-SERIE-OPCAO
                       IF WS-SER-ACHOU = "S"
                           PERFORM REGRAVA-SERIE-OPCAO
                       END-IF
               END-EVALUATE
           END-PERFORM.

       VALIDA-SERIE-OPCAO.
      *    A opcao precisa ser tipo "O" no cadastro de ativos, o
      *    objeto precisa estar cadastrado e o vencimento ser uma
      *    data valida.
           MOVE "N" TO WS-SER-ACHOU.
           OPEN INPUT STK09.
           IF WS-STATUS-STK09 = "00"
               MOVE WS-SER-TICKER TO WFS-STK09-TICKER
               READ STK09 KEY IS WFS-STK09-TICKER
               IF WS-STATUS-STK09 = "00" AND WFS-STK09-OPCAO
                   MOVE WS-SER-OBJETO TO WFS-STK09-TICKER
                   READ STK09 KEY IS WFS-STK09-TICKER
                   IF WS-STATUS-STK09 = "00"
                       MOVE "S" TO WS-SER-ACHOU
                   ELSE
                       MOVE "O" TO WS-SER-ACHOU
                   END-IF
               END-IF
           END-IF.
           IF WS-STATUS-STK09 NOT = "35"
               CLOSE STK09
           END-IF.
           IF WS-SER-ACHOU = "N"
               CALL 'showmsg' USING
                    "Ticker nao e uma opcao cadastrada",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-SER-ACHOU = "O"
               MOVE "N" TO WS-SER-ACHOU
               CALL 'showmsg' USING "Ativo-objeto nao cadastrado",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PAG-PANO = WS-SER-V-ANO - 2000.
           MOVE WS-SER-V-MES TO WS-PAG-PMES.
           MOVE WS-SER-V-DIA TO WS-PAG-PDIA.
           CALL 'chkdate' USING WS-PAG-PANO, WS-PAG-PMES,
                                WS-PAG-PDIA, WS-CHK-RETURN.
           IF WS-CHK-RETURN NOT = 0
               MOVE "N" TO WS-SER-ACHOU
               CALL 'showmsg' USING "Vencimento invalido",
                              MSGALERT, MSGDELAY
           END-IF.

       LISTA-SERIES-OPCAO.
           OPEN INPUT STK49.
           IF WS-STATUS-STK49 = "00"
               MOVE 10 TO WS-LN
               MOVE "N" TO WS-SER-FIM
               PERFORM LISTA-SERIE-OPCAO-SEQ UNTIL WS-SER-FIM = "S"
           END-IF.
           CLOSE STK49.

       LISTA-SERIE-OPCAO-SEQ.
           READ STK49 AT END MOVE "S" TO WS-SER-FIM.
           IF WS-STATUS-STK49 = "00"
               IF WS-LN < 23
                   MOVE WFS-STK49-STRIKE TO WS-SER-STRIKE-MASK
                   DISPLAY WFS-STK49-TICKER     AT LINE WS-LN COLUMN  7
                   DISPLAY WFS-STK49-OBJETO     AT LINE WS-LN COLUMN 18
                   DISPLAY WFS-STK49-TIPO       AT LINE WS-LN COLUMN 29
                   DISPLAY WS-SER-STRIKE-MASK   AT LINE WS-LN COLUMN 31
                   DISPLAY "VENC"               AT LINE WS-LN COLUMN 43
                   DISPLAY WFS-STK49-VENCIMENTO AT LINE WS-LN COLUMN 48
                   ADD 1 TO WS-LN
               END-IF
           ELSE
               MOVE "S" TO WS-SER-FIM
           END-IF.

       REGRAVA-SERIE-OPCAO.
      *    Mesmo padrao de REGRAVA-APORTE: troca ou suprime a serie
      *    da opcao via temporario; strike zero exclui.
           MOVE "N" TO WS-SER-ACHOU.
           OPEN OUTPUT ARQ-SER-TMP.
           OPEN INPUT STK49.
           IF WS-STATUS-STK49 = "00"
               MOVE "N" TO WS-SER-FIM
               PERFORM COPIA-SER-TMP-SEQ UNTIL WS-SER-FIM = "S"
           END-IF.
           CLOSE STK49.

           IF WS-SER-STRIKE NOT = 0
               MOVE WS-SER-TICKER     TO WFS-STK49-TICKER
               MOVE WS-SER-OBJETO     TO WFS-STK49-OBJETO
               MOVE WS-SER-TIPO       TO WFS-STK49-TIPO
               MOVE WS-SER-STRIKE     TO WFS-STK49-STRIKE
               MOVE WS-SER-VENCIMENTO TO WFS-STK49-VENCIMENTO
               IF WS-SER-ACHOU = "S"
                   MOVE "ALT"         TO WS-AUDIT-ACAO
               ELSE
                   MOVE "INC"         TO WS-AUDIT-ACAO
               END-IF
               WRITE SER-TMP-REG FROM STK49-REGISTER
               MOVE "STK49"        TO WS-AUDIT-ARQUIVO
               MOVE STK49-REGISTER TO WS-AUDIT-IMAGEM
               PERFORM GRAVA-AUDITORIA
           END-IF.
           CLOSE ARQ-SER-TMP.

           OPEN OUTPUT STK49.
           OPEN INPUT ARQ-SER-TMP.
           MOVE "N" TO WS-SER-FIM.
           PERFORM COPIA-SER-VOLTA-SEQ UNTIL WS-SER-FIM = "S".
           CLOSE STK49.
           CLOSE ARQ-SER-TMP.
           CALL "CBL_DELETE_FILE" USING "opcseries.tmp".

           EVALUATE TRUE
               WHEN WS-SER-STRIKE NOT = 0
                   CALL 'showmsg' USING "Serie gravada",
                                  MSGSTD, MSGDELAY
               WHEN WS-SER-ACHOU = "S"
                   CALL 'showmsg' USING "Serie excluida",
                                  MSGSTD, MSGDELAY
               WHEN OTHER
                   CALL 'showmsg' USING "Serie nao encontrada",
                                  MSGALERT, MSGDELAY
           END-EVALUATE.

       COPIA-SER-TMP-SEQ.
           READ STK49 AT END MOVE "S" TO WS-SER-FIM.
           IF WS-STATUS-STK49 = "00"
               IF WFS-STK49-TICKER = WS-SER-TICKER
                   MOVE "S" TO WS-SER-ACHOU
                   IF WS-SER-STRIKE = 0
                       MOVE "STK49"        TO WS-AUDIT-ARQUIVO
                       MOVE "EXC"          TO WS-AUDIT-ACAO
                       MOVE STK49-REGISTER TO WS-AUDIT-IMAGEM
                       PERFORM GRAVA-AUDITORIA
                   END-IF
               ELSE
                   WRITE SER-TMP-REG FROM STK49-REGISTER
               END-IF
           ELSE
               MOVE "S" TO WS-SER-FIM
           END-IF.

       COPIA-SER-VOLTA-SEQ.
           READ ARQ-SER-TMP AT END MOVE "S" TO WS-SER-FIM.
           IF WS-STATUS-SER-TMP = "00"
               MOVE SER-TMP-REG TO STK49-REGISTER
               WRITE STK49-REGISTER
           ELSE
               MOVE "S" TO WS-SER-FIM
           END-IF.

       RELATORIO-OPCOES.
      **** Preco teorico de Black-Scholes, volatilidade implicita no
      **** ultimo fechamento e gregas de cada posicao aberta em
      **** opcao com serie cadastrada, e a exposicao liquida em
      **** acoes-equivalentes (delta) por conta e ativo-objeto ao
      **** lado da posicao no objeto (OPCREL). Saida em opcoes.txt.
           CALL 'OPCREL'.
           CALL 'showmsg' USING
                "Relatorio gerado - ver opcoes.txt",
                MSGSTD, MSGDELAY.

       RELATORIO-PROJECAO-PATRIMONIO.
      **** Projecao do patrimonio do titular ate a data alvo a partir
      **** da ultima competencia fechada (STK18), mes a mes, nos
      **** cenarios conservador, base, otimista e atrelado ao CDI da
      **** tabela de benchmarks, com o aporte mensal necessario em
      **** cada um e o realizado contra a projecao de um ano atras
      **** (PROJPAT). Cada execucao fica gravada em projecoes.dat.
      **** Saida em projpatrimonio.txt.
           MOVE SPACES TO WS-PRJ-TITULAR.
           MOVE 0      TO WS-PRJ-ALVO WS-PRJ-DATA-ALVO WS-PRJ-APORTE.
           MOVE 2      TO WS-PRJ-CONSERV.
           MOVE 4      TO WS-PRJ-BASE WS-PRJ-INFLACAO.
           MOVE 6      TO WS-PRJ-OTIMISTA.
           MOVE 100    TO WS-PRJ-CDI-PCT.
           DISPLAY CLEAR-SCREEN.
           DISPLAY PROJPAT-SCR.
           ACCEPT  PROJPAT-SCR.

           IF WS-PRJ-ALVO = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-PRJ-TITULAR) TO WS-PRJ-TITULAR.

           CALL 'PROJPAT' USING WS-PROJPAT-PARM.
           EVALUATE WS-PRJ-RC
               WHEN 04
                   CALL 'showmsg' USING
                        "Titular sem competencia fechada (STK18)",
                        MSGALERT, MSGDELAY
               WHEN 08
                   CALL 'showmsg' USING
                        "Data alvo invalida ou nao posterior a base",
                        MSGALERT, MSGDELAY
               WHEN OTHER
                   MOVE "projpatrimonio.txt" TO WS-VIS-NOME
                   PERFORM VISUALIZA-RELATORIO
           END-EVALUATE.

       RELATORIO-APORTES.
      **** Meta x execucao dos aportes programados no ano-calendario
      **** informado, por plano e mes: valor do plano, valor das
      **** ordens geradas e valor das liberadas pelo supervisor
      **** (APORTREL). Saida em aportes_AAAA.txt.
           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-APT-ANO = 2000 + WS-ANO.
           DISPLAY CLEAR-SCREEN.
           DISPLAY APORTE-REL-SCR.
           ACCEPT  APORTE-REL-SCR.

           IF WS-APT-ANO = 0
               EXIT PARAGRAPH
           END-IF.

           CALL 'APORTREL' USING WS-APT-ANO.
           CALL 'showmsg' USING
                "Relatorio gerado - ver aportes_AAAA.txt",
                MSGSTD, MSGDELAY.

       MANTEM-RESTRITOS.
      **** Cadastro da lista restrita: periodos vedados por titular
      **** e ativo (codigo completo ou raiz de 4 letras da emissora),
      **** com o motivo; uma entrada por titular, ativo e inicio, e
      **** motivo em branco exclui. Conferida pelo CHKRESTR em toda
      **** entrada de ordem e pelo relatorio RESTREL.
           PERFORM CARREGA-TITULARES.
           MOVE "N" TO WS-STATUS.
           PERFORM UNTIL WS-STATUS = "F"
               MOVE SPACES TO WS-RST-TITULAR WS-RST-TICKER
                              WS-RST-MOTIVO
               MOVE 0      TO WS-RST-INICIO WS-RST-FIM-DATA

               DISPLAY CLEAR-SCREEN
               DISPLAY RESTRITO-SCR
               PERFORM LISTA-RESTRITOS
               ACCEPT RESTRITO-SCR

               MOVE FUNCTION UPPER-CASE(WS-RST-TITULAR)
                 TO WS-RST-TITULAR
               MOVE FUNCTION UPPER-CASE(WS-RST-TICKER)
                 TO WS-RST-TICKER

               EVALUATE TRUE
                   WHEN WS-RST-TICKER = SPACES
                       MOVE "F" TO WS-STATUS
                   WHEN WS-RST-INICIO = 0
                       CALL 'showmsg' USING
                            "Informe a data de inicio do periodo",
                            MSGALERT, MSGDELAY
                   WHEN WS-RST-MOTIVO = SPACES
                       PERFORM REGRAVA-RESTRITO
                   WHEN OTHER
                       PERFORM VALIDA-RESTRITO
                       IF WS-RST-ACHOU = "S"
                           PERFORM REGRAVA-RESTRITO
                       END-IF
               END-EVALUATE
           END-PERFORM.

       VALIDA-RESTRITO.
      *    Titular do cadastro (ou o padrao), periodo com fim nao
      *    anterior ao inicio e, para codigo completo, ativo do
      *    cadastro; a raiz de 4 letras vale para a emissora toda.
           MOVE "N" TO WS-RST-ACHOU.
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                     UNTIL WS-TIT-IDX > WS-TIT-TOTAL
               IF WS-TIT-E-ID(WS-TIT-IDX) = WS-RST-TITULAR
                   MOVE "S" TO WS-RST-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RST-ACHOU NOT = "S"
               CALL 'showmsg' USING "Titular nao cadastrado",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           IF WS-RST-FIM-DATA < WS-RST-INICIO
               MOVE "N" TO WS-RST-ACHOU
               CALL 'showmsg' USING "Fim anterior ao inicio",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           IF WS-RST-TICKER(5:) NOT = SPACES
               MOVE WS-RST-TICKER TO WS-TICKER
               PERFORM VERIFICA-TICKER-MASTER
               IF NOT WS-TICKER-OK
                   MOVE "N" TO WS-RST-ACHOU
                   CALL 'showmsg' USING "Ticker nao cadastrado",
                                  MSGALERT, MSGDELAY
               END-IF
           END-IF.

       LISTA-RESTRITOS.
           OPEN INPUT STK40.
           IF WS-STATUS-STK40 = "00"
               MOVE 10 TO WS-LN
               MOVE "N" TO WS-RST-FIM
               PERFORM LISTA-RESTRITO-SEQ UNTIL WS-RST-FIM = "S"
           END-IF.
           CLOSE STK40.

       LISTA-RESTRITO-SEQ.
           READ STK40 AT END MOVE "S" TO WS-RST-FIM.
           IF WS-STATUS-STK40 = "00"
               IF WS-LN < 22
                   DISPLAY WFS-STK40-TITULAR  AT LINE WS-LN COLUMN  7
                   DISPLAY WFS-STK40-TICKER   AT LINE WS-LN COLUMN 11
                   DISPLAY WFS-STK40-DATA-INICIO
                                              AT LINE WS-LN COLUMN 22
                   DISPLAY WFS-STK40-DATA-FIM AT LINE WS-LN COLUMN 31
                   DISPLAY WFS-STK40-MOTIVO   AT LINE WS-LN COLUMN 41
                   ADD 1 TO WS-LN
               END-IF
           ELSE
               MOVE "S" TO WS-RST-FIM
           END-IF.

       REGRAVA-RESTRITO.
      *    Mesmo padrao de REGRAVA-APORTE: troca ou suprime a entrada
      *    do titular/ativo/inicio via temporario; motivo em branco
      *    exclui.
           MOVE "N" TO WS-RST-ACHOU.
           OPEN OUTPUT ARQ-RST-TMP.
           OPEN INPUT STK40.
           IF WS-STATUS-STK40 = "00"
               MOVE "N" TO WS-RST-FIM
               PERFORM COPIA-RST-TMP-SEQ UNTIL WS-RST-FIM = "S"
           END-IF.
           CLOSE STK40.

           IF WS-RST-MOTIVO NOT = SPACES
               MOVE WS-RST-TITULAR  TO WFS-STK40-TITULAR
               MOVE WS-RST-TICKER   TO WFS-STK40-TICKER
               MOVE WS-RST-INICIO   TO WFS-STK40-DATA-INICIO
               MOVE WS-RST-FIM-DATA TO WFS-STK40-DATA-FIM
               MOVE WS-RST-MOTIVO   TO WFS-STK40-MOTIVO
               IF WS-RST-ACHOU = "S"
                   MOVE "ALT" TO WS-AUDIT-ACAO
               ELSE
                   MOVE "INC" TO WS-AUDIT-ACAO
               END-IF
               WRITE RST-TMP-REG FROM STK40-REGISTER
               MOVE "STK40"        TO WS-AUDIT-ARQUIVO
               MOVE STK40-REGISTER TO WS-AUDIT-IMAGEM
               PERFORM GRAVA-AUDITORIA
           END-IF.
           CLOSE ARQ-RST-TMP.

           OPEN OUTPUT STK40.
           OPEN INPUT ARQ-RST-TMP.
           MOVE "N" TO WS-RST-FIM.
           PERFORM COPIA-RST-VOLTA-SEQ UNTIL WS-RST-FIM = "S".
           CLOSE STK40.
           CLOSE ARQ-RST-TMP.
           CALL "CBL_DELETE_FILE" USING "restritos.tmp".

           EVALUATE TRUE
               WHEN WS-RST-MOTIVO NOT = SPACES
                   CALL 'showmsg' USING "Restricao gravada",
                                  MSGSTD, MSGDELAY
               WHEN WS-RST-ACHOU = "S"
                   CALL 'showmsg' USING "Restricao excluida",
                                  MSGSTD, MSGDELAY
               WHEN OTHER
                   CALL 'showmsg' USING "Restricao nao encontrada",
                                  MSGALERT, MSGDELAY
           END-EVALUATE.

       COPIA-RST-TMP-SEQ.
           READ STK40 AT END MOVE "S" TO WS-RST-FIM.
           IF WS-STATUS-STK40 = "00"
               IF WFS-STK40-TITULAR = WS-RST-TITULAR
                  AND WFS-STK40-TICKER = WS-RST-TICKER
                  AND WFS-STK40-DATA-INICIO = WS-RST-INICIO
                   MOVE "S" TO WS-RST-ACHOU
                   IF WS-RST-MOTIVO = SPACES
                       MOVE "STK40"        TO WS-AUDIT-ARQUIVO
                       MOVE "EXC"          TO WS-AUDIT-ACAO
                       MOVE STK40-REGISTER TO WS-AUDIT-IMAGEM
                       PERFORM GRAVA-AUDITORIA
                   END-IF
               ELSE
                   WRITE RST-TMP-REG FROM STK40-REGISTER
               END-IF
           ELSE
               MOVE "S" TO WS-RST-FIM
           END-IF.

       COPIA-RST-VOLTA-SEQ.
           READ ARQ-RST-TMP AT END MOVE "S" TO WS-RST-FIM.
           IF WS-STATUS-RST-TMP = "00"
               MOVE RST-TMP-REG TO STK40-REGISTER
               WRITE STK40-REGISTER
           ELSE
               MOVE "S" TO WS-RST-FIM
           END-IF.

       RELATORIO-RESTRITOS.
      **** Ordens lancadas no ano-calendario que cairam em periodo
      **** vedado da lista restrita, do diario vivo e dos arquivos
      **** mortos, com a liberacao do supervisor achada na trilha
      **** de auditoria ou a marca de lancamento sem liberacao
      **** (RESTREL). Saida em restritos_AAAA.txt.
           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-RST-ANO = 2000 + WS-ANO.
           DISPLAY CLEAR-SCREEN.
           DISPLAY RESTRITO-REL-SCR.
           ACCEPT  RESTRITO-REL-SCR.

           IF WS-RST-ANO = 0
               EXIT PARAGRAPH
           END-IF.

           CALL 'RESTREL' USING WS-RST-ANO.
           CALL 'showmsg' USING
                "Relatorio gerado - ver restritos_AAAA.txt",
                MSGSTD, MSGDELAY.

       VALIDA-ESTRATEGIA.
      *    Estrategia da ordem conferida contra a tabela; em branco
      *    e ordem sem estrategia e sempre passa.
           MOVE "S" TO WS-EST-OK.
           IF WS-ESTRATEGIA = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EST-OK.
           OPEN INPUT STK41.
           IF WS-STATUS-STK41 = "00"
               MOVE "N" TO WS-EST-FIM
               PERFORM VALIDA-ESTRATEGIA-SEQ UNTIL WS-EST-FIM = "S"
           END-IF.
           CLOSE STK41.
           IF WS-EST-OK NOT = "S"
               CALL 'showmsg' USING "Estrategia nao cadastrada",
                              MSGALERT, MSGDELAY
           END-IF.

       VALIDA-ESTRATEGIA-SEQ.
           READ STK41 AT END MOVE "S" TO WS-EST-FIM.
           IF WS-STATUS-STK41 = "00"
               IF WFS-STK41-CODIGO = WS-ESTRATEGIA
                   MOVE "S" TO WS-EST-OK
                   MOVE "S" TO WS-EST-FIM
               END-IF
           ELSE
               MOVE "S" TO WS-EST-FIM
           END-IF.

       MANTEM-ESTRATEGIAS.
      **** Tabela de estrategias: codigo de 4 posicoes e descricao;
      **** descricao em branco exclui. O codigo e digitado com a
      **** ordem (avulsa, lote, alteracao e nota importada) e a
      **** exclusao nao mexe nas ordens ja marcadas com ele.
           MOVE "N" TO WS-STATUS.
           PERFORM UNTIL WS-STATUS = "F"
               MOVE SPACES TO WS-EST-CODIGO WS-EST-DESCRICAO

               DISPLAY CLEAR-SCREEN
               DISPLAY ESTRATEGIA-SCR
               PERFORM LISTA-ESTRATEGIAS
               ACCEPT ESTRATEGIA-SCR

               MOVE FUNCTION UPPER-CASE(WS-EST-CODIGO)
                 TO WS-EST-CODIGO

               IF WS-EST-CODIGO = SPACES
                   MOVE "F" TO WS-STATUS
               ELSE
                   PERFORM REGRAVA-ESTRATEGIA
               END-IF
           END-PERFORM.

       LISTA-ESTRATEGIAS.
           OPEN INPUT STK41.
           IF WS-STATUS-STK41 = "00"
               MOVE 7 TO WS-LN
               MOVE "N" TO WS-EST-FIM
               PERFORM LISTA-ESTRATEGIA-SEQ UNTIL WS-EST-FIM = "S"
           END-IF.
           CLOSE STK41.

       LISTA-ESTRATEGIA-SEQ.
           READ STK41 AT END MOVE "S" TO WS-EST-FIM.
           IF WS-STATUS-STK41 = "00"
               IF WS-LN < 22
                   DISPLAY WFS-STK41-CODIGO    AT LINE WS-LN COLUMN  7
                   DISPLAY WFS-STK41-DESCRICAO AT LINE WS-LN COLUMN 13
                   ADD 1 TO WS-LN
               END-IF
           ELSE
               MOVE "S" TO WS-EST-FIM
           END-IF.

       REGRAVA-ESTRATEGIA.
      *    Mesmo padrao de REGRAVA-RESTRITO: troca ou suprime o codigo
      *    via temporario; descricao em branco exclui.
           MOVE "N" TO WS-EST-ACHOU.
           OPEN OUTPUT ARQ-EST-TMP.
           OPEN INPUT STK41.
           IF WS-STATUS-STK41 = "00"
               MOVE "N" TO WS-EST-FIM
               PERFORM COPIA-EST-TMP-SEQ UNTIL WS-EST-FIM = "S"
           END-IF.
           CLOSE STK41.

           IF WS-EST-DESCRICAO NOT = SPACES
               MOVE WS-EST-CODIGO    TO WFS-STK41-CODIGO
               MOVE WS-EST-DESCRICAO TO WFS-STK41-DESCRICAO
               IF WS-EST-ACHOU = "S"
                   MOVE "ALT" TO WS-AUDIT-ACAO
               ELSE
                   MOVE "INC" TO WS-AUDIT-ACAO
               END-IF
               WRITE EST-TMP-REG FROM STK41-REGISTER
               MOVE "STK41"        TO WS-AUDIT-ARQUIVO
               MOVE STK41-REGISTER TO WS-AUDIT-IMAGEM
               PERFORM GRAVA-AUDITORIA
           END-IF.
           CLOSE ARQ-EST-TMP.

           OPEN OUTPUT STK41.
           OPEN INPUT ARQ-EST-TMP.
           MOVE "N" TO WS-EST-FIM.
           PERFORM COPIA-EST-VOLTA-SEQ UNTIL WS-EST-FIM = "S".
           CLOSE STK41.
           CLOSE ARQ-EST-TMP.
           CALL "CBL_DELETE_FILE" USING "estrategias.tmp".

           EVALUATE TRUE
               WHEN WS-EST-DESCRICAO NOT = SPACES
                   CALL 'showmsg' USING "Estrategia gravada",
                                  MSGSTD, MSGDELAY
               WHEN WS-EST-ACHOU = "S"
                   CALL 'showmsg' USING "Estrategia excluida",
                                  MSGSTD, MSGDELAY
               WHEN OTHER
                   CALL 'showmsg' USING "Estrategia nao encontrada",
                                  MSGALERT, MSGDELAY
           END-EVALUATE.

       COPIA-EST-TMP-SEQ.
           READ STK41 AT END MOVE "S" TO WS-EST-FIM.
           IF WS-STATUS-STK41 = "00"
               IF WFS-STK41-CODIGO = WS-EST-CODIGO
                   MOVE "S" TO WS-EST-ACHOU
                   IF WS-EST-DESCRICAO = SPACES
                       MOVE "STK41"        TO WS-AUDIT-ARQUIVO
                       MOVE "EXC"          TO WS-AUDIT-ACAO
                       MOVE STK41-REGISTER TO WS-AUDIT-IMAGEM
                       PERFORM GRAVA-AUDITORIA
                   END-IF
               ELSE
                   WRITE EST-TMP-REG FROM STK41-REGISTER
               END-IF
           ELSE
               MOVE "S" TO WS-EST-FIM
           END-IF.

       COPIA-EST-VOLTA-SEQ.
           READ ARQ-EST-TMP AT END MOVE "S" TO WS-EST-FIM.
           IF WS-STATUS-EST-TMP = "00"
               MOVE EST-TMP-REG TO STK41-REGISTER
               WRITE STK41-REGISTER
           ELSE
               MOVE "S" TO WS-EST-FIM
           END-IF.

       RELATORIO-ESTRATEGIAS.
      **** Resultado realizado, custos, proventos e posicao em aberto
      **** por estrategia, mes a mes no ano-calendario e no total do
      **** ano, a partir das ordens marcadas do diario vivo e dos
      **** arquivos mortos e da memoria de calculo das vendas
      **** (ESTRREL). Saida em estrategias_AAAA.txt.
           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-EST-ANO = 2000 + WS-ANO.
           DISPLAY CLEAR-SCREEN.
           DISPLAY ESTRATEGIA-REL-SCR.
           ACCEPT  ESTRATEGIA-REL-SCR.

           IF WS-EST-ANO = 0
               EXIT PARAGRAPH
           END-IF.

           CALL 'ESTRREL' USING WS-EST-ANO.
           CALL 'showmsg' USING
                "Relatorio gerado - ver estrategias_AAAA.txt",
                MSGSTD, MSGDELAY.

       RELATORIO-CICLOS.
      **** Ciclos fechados de compra e venda por conta e ativo, da
      **** compra a partir de posicao zerada a venda que zera, com
      **** dias de carregamento, retorno, custos sobre o ganho e
      **** categoria, e o resumo de acerto e payoff por titular e
      **** ano (CICLOREL). Saida em ciclos.txt.
           CALL 'CICLOREL'.
           CALL 'showmsg' USING
                "Relatorio gerado - ver ciclos.txt",
                MSGSTD, MSGDELAY.

       RELATORIO-RISCO.
      **** Volatilidade em 63 e 252 pregoes, drawdown maximo, beta e
      **** correlacao contra o IBOV e VaR historico de 1 dia por ativo
      **** da custodia atual e da carteira de cada titular, com as
      **** posicoes acima dos limites de risco de limites.dat
      **** marcadas (RISCOREL). Saida em risco.txt.
           CALL 'RISCOREL'.
           CALL 'showmsg' USING
                "Relatorio gerado - ver risco.txt",
                MSGSTD, MSGDELAY.

       RELATORIO-PROJECAO-PROVENTOS.
      **** Proventos projetados para os proximos 12 meses por ativo
      **** da custodia atual e por titular, pelo padrao de pagamento
      **** dos ultimos 24 meses (agenda e creditos do caixa), mes a
      **** mes e em dividendos, JCP liquido e rendimentos de FII,
      **** com o rendimento sobre o custo e sobre o valor de mercado
      **** (PROJREL). Saida em projecao.txt.
           CALL 'PROJREL'.
           CALL 'showmsg' USING
                "Relatorio gerado - ver projecao.txt",
                MSGSTD, MSGDELAY.

       IMPORTA-COMPOSICAO-ETF.
      **** Composicao de um ETF (carteira teorica da B3 ou cesta do
      **** emissor, em etfcomp.csv) gravada em etfcomp.dat com a data
      **** de referencia informada (IMPORTETF), para a visao
      **** look-through da exposicao e do rebalanceamento. So aceita
      **** ativo cadastrado como ETF (tipo E).
           MOVE SPACES TO WS-ETF-TICKER.
           MOVE ZEROES TO WS-DATA.
           DISPLAY CLEAR-SCREEN.
           DISPLAY ETF-COMP-SCR.
           ACCEPT ETF-COMP-SCR.
           MOVE FUNCTION UPPER-CASE(WS-ETF-TICKER) TO WS-ETF-TICKER.
           IF WS-ETF-TICKER = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT STK09.
           IF WS-STATUS-STK09 NOT = "00"
               CLOSE STK09
               CALL 'showmsg' USING "Cadastro de ativos nao encontrado",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ETF-TICKER TO WFS-STK09-TICKER.
           READ STK09 KEY IS WFS-STK09-TICKER.
           CLOSE STK09.
           IF WS-STATUS-STK09 NOT = "00" OR WFS-STK09-TIPO NOT = "E"
               CALL 'showmsg' USING "Ativo nao cadastrado como ETF",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           IF WS-MES < 1 OR WS-MES > 12 OR WS-DIA < 1 OR WS-DIA > 31
               CALL 'showmsg' USING "Data de referencia invalida",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ETF-DATA = (2000 + WS-ANO) * 10000
                               + WS-MES * 100 + WS-DIA.

           CALL 'IMPORTETF' USING WS-ETF-TICKER WS-ETF-DATA.
           CALL 'showmsg' USING
                "Importacao concluida - ver importetf.rel",
                MSGSTD, MSGDELAY.

       RETIFICA-TAXAS.
      **** Correcao retroativa de custos quando as taxas da B3 mudaram
      **** antes de o STK06 ser atualizado: para a conta e o periodo,
      **** RETTAXA simula com as taxas aplicadas e as corretas e
      **** grava retifica.rel (ordem, preco medio por ticker e
      **** impacto por competencia); confirmado, regrava as ordens,
      **** acerta STK13 e lanca o ajuste no caixa. Competencia ja
      **** fechada com diferenca de imposto: a ultima fechada e nao
      **** paga pode ser reaberta para refechar; as demais recebem o
      **** DARF complementar ou o credito de compensacao (FECHAMES
      **** funcao "R").
           MOVE SPACES TO WS-RTX-CONTA.
           MOVE ZEROES TO WS-RTX-DATA-INI WS-RTX-DATA-FIM.
           MOVE WS-STOCK-TRF  TO WS-RTX-A-TRF     WS-RTX-C-TRF.
           MOVE WS-STOCK-LIQ  TO WS-RTX-A-LIQ     WS-RTX-C-LIQ.
           MOVE WS-STOCK-TTA  TO WS-RTX-A-TTA     WS-RTX-C-TTA.
           MOVE WS-OPTION-TRF TO WS-RTX-A-OPC-TRF WS-RTX-C-OPC-TRF.
           MOVE WS-OPTION-LIQ TO WS-RTX-A-OPC-LIQ WS-RTX-C-OPC-LIQ.
           MOVE WS-OPTION-REG TO WS-RTX-A-OPC-REG WS-RTX-C-OPC-REG.
           DISPLAY CLEAR-SCREEN.
           DISPLAY RETIFICA-SCR.
           ACCEPT RETIFICA-SCR.
           MOVE FUNCTION UPPER-CASE(WS-RTX-CONTA) TO WS-RTX-CONTA.
           IF WS-RTX-CONTA = SPACES OR WS-RTX-DATA-INI = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-RTX-DATA-FIM = 0
               MOVE WS-RTX-DATA-INI TO WS-RTX-DATA-FIM
           END-IF.
           IF WS-RTX-DATA-FIM < WS-RTX-DATA-INI
               CALL 'showmsg' USING "Periodo invalido",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-RTX-APLICADAS = WS-RTX-CORRETAS
               CALL 'showmsg' USING
                    "Taxas aplicadas iguais as corretas",
                    MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           PERFORM CARREGA-MAPA-CONTAS.
           MOVE WS-RTX-CONTA TO WS-CTIT-BUSCA.
           PERFORM BUSCA-TITULAR-CONTA.
           MOVE WS-TIT-DA-CONTA TO WS-RTX-TITULAR.
           MOVE WS-OPERATOR     TO WS-RTX-OPERADOR.

           MOVE "S" TO WS-RTX-MODO.
           CALL 'RETTAXA' USING WS-RETTAXA-PARM.
           EVALUATE WS-RTX-RC
               WHEN 04
                   CALL 'showmsg' USING
                        "Nenhuma ordem com diferenca de custo",
                        MSGALERT, MSGDELAY
                   EXIT PARAGRAPH
               WHEN 12
                   CALL 'showmsg' USING
                        "Ordens demais - reduza o periodo",
                        MSGALERT, MSGDELAY
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE "retifica.rel" TO WS-VIS-NOME.
           PERFORM VISUALIZA-RELATORIO.
           CALL 'showmsg' USING
                "Aplica a correcao nas ordens listadas?",
                MSGYESNO, MSGDELAY, WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO WS-RTX-MODO.
           CALL 'RETTAXA' USING WS-RETTAXA-PARM.
           IF WS-RTX-RC NOT = 0
               CALL 'showmsg' USING "Correcao nao aplicada",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           IF WS-RTX-FECHADAS > 0
               PERFORM RETIFICA-COMPETENCIAS
           END-IF.

           CALL 'showmsg' USING
                "Correcao aplicada - ver retifica.rel",
                MSGSTD, MSGDELAY.

       RETIFICA-COMPETENCIAS.
      *    A ultima competencia fechada (ultimo registro de STK08),
      *    se nao paga, pode ser reaberta: o refechamento reapura com
      *    os custos ja corrigidos e acerta o DARF sozinho. As outras,
      *    ou essa mesma se o operador nao reabrir, vao ao FECHAMES
      *    com a diferenca estimada de imposto.
           MOVE ZEROES TO WS-RTX-ULT-ANO WS-RTX-ULT-MES.
           MOVE "N" TO WS-REAB-ACHADO.
           OPEN INPUT STK08.
           IF WS-STATUS-STK08 = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM REABRE-ULTIMO-STK08-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE STK08.
           IF WS-REAB-ACHADO = "S"
               MOVE WS-REAB-ANO TO WS-RTX-ULT-ANO
               MOVE WS-REAB-MES TO WS-RTX-ULT-MES
           END-IF.

           MOVE ZEROES TO WS-RTX-REAB-ANO WS-RTX-REAB-MES
                          WS-RTX-REAB-DIF WS-RTX-ACERTOS.
           OPEN INPUT ARQ-RTX-CMP.
           IF WS-STATUS-RTX-CMP = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM RETIFICA-COMPETENCIA-SEQ UNTIL WS-FIM-ARQ = "S"
           END-IF.
           CLOSE ARQ-RTX-CMP.

           IF WS-RTX-REAB-MES NOT = 0
               MOVE SPACES TO WS-MSG
               STRING "Reabrir " WS-RTX-REAB-MES "/" WS-RTX-REAB-ANO
                      " para refechar com os custos novos?"
                      DELIMITED BY SIZE INTO WS-MSG
               END-STRING
               CALL 'showmsg' USING WS-MSG, MSGYESNO, MSGDELAY,
                              WS-QUESTION
               MOVE "N" TO WS-REAB-FEITO
               IF WS-QUESTION = "S"
                   PERFORM REABRE-COMPETENCIA
               END-IF
               IF WS-REAB-FEITO NOT = "S"
                   MOVE WS-RTX-REAB-ANO TO WS-FP-RET-ANO
                   MOVE WS-RTX-REAB-MES TO WS-FP-RET-MES
                   MOVE WS-RTX-REAB-DIF TO WS-FP-RET-DIF
                   PERFORM RETIFICA-ACERTA-DARF
               END-IF
           END-IF.

           IF WS-RTX-ACERTOS > 0
               CALL 'showmsg' USING
                    "DARF complementar/credito gerado - ver alertas",
                    MSGALERT, MSGDELAY
           END-IF.

       RETIFICA-COMPETENCIA-SEQ.
           READ ARQ-RTX-CMP AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-RTX-CMP NOT = "00"
               MOVE "S" TO WS-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF RTX-CMP-FECHADA NOT = "S" OR RTX-CMP-DIF-IMPOSTO = 0
               EXIT PARAGRAPH
           END-IF.
           IF RTX-CMP-PAGA NOT = "S"
              AND RTX-CMP-ANO = WS-RTX-ULT-ANO
              AND RTX-CMP-MES = WS-RTX-ULT-MES
               MOVE RTX-CMP-ANO         TO WS-RTX-REAB-ANO
               MOVE RTX-CMP-MES         TO WS-RTX-REAB-MES
               MOVE RTX-CMP-DIF-IMPOSTO TO WS-RTX-REAB-DIF
               EXIT PARAGRAPH
           END-IF.
           MOVE RTX-CMP-ANO         TO WS-FP-RET-ANO.
           MOVE RTX-CMP-MES         TO WS-FP-RET-MES.
           MOVE RTX-CMP-DIF-IMPOSTO TO WS-FP-RET-DIF.
           PERFORM RETIFICA-ACERTA-DARF.

       RETIFICA-ACERTA-DARF.
           MOVE "R"             TO WS-FP-FUNC.
           MOVE WS-RTX-TITULAR  TO WS-FP-TITULAR.
           MOVE WS-OPERATOR     TO WS-FP-OPERADOR.
           CALL 'FECHAMES' USING WS-FECHA-PARM.
           ADD 1 TO WS-RTX-ACERTOS.

       MANTEM-ALERTAS-PRECO.
      **** Cadastro dos alertas de preco: stop, alvo e stop movel
      **** (% abaixo do maior fechamento desde a definicao) por
      **** conta e ativo, uma entrada por par; tudo zero exclui. O
      **** stop movel conta a partir da data em que o percentual foi
      **** gravado - regravar a entrada com o mesmo percentual nao
      **** reinicia a referencia.
           MOVE "N" TO WS-STATUS.
           PERFORM UNTIL WS-STATUS = "F"
               MOVE SPACES TO WS-ALP-CONTA WS-ALP-TICKER
               MOVE 0      TO WS-ALP-STOP WS-ALP-ALVO WS-ALP-MOVEL-PCT

               DISPLAY CLEAR-SCREEN
               DISPLAY ALERTA-PRECO-SCR
               PERFORM LISTA-ALERTAS-PRECO
               ACCEPT ALERTA-PRECO-SCR

               MOVE FUNCTION UPPER-CASE(WS-ALP-TICKER)
                 TO WS-ALP-TICKER

               EVALUATE TRUE
                   WHEN WS-ALP-TICKER = SPACES
                       MOVE "F" TO WS-STATUS
                   WHEN WS-ALP-STOP = 0 AND WS-ALP-ALVO = 0
                        AND WS-ALP-MOVEL-PCT = 0
                       PERFORM REGRAVA-ALERTA-PRECO
                   WHEN WS-ALP-ALVO > 0 AND WS-ALP-STOP >= WS-ALP-ALVO
                       CALL 'showmsg' USING
                            "Stop deve ficar abaixo do alvo",
                            MSGALERT, MSGDELAY
                   WHEN OTHER
                       MOVE WS-ALP-TICKER TO WS-TICKER
                       PERFORM VERIFICA-TICKER-MASTER
                       IF WS-TICKER-OK
                           PERFORM REGRAVA-ALERTA-PRECO
                       ELSE
                           CALL 'showmsg' USING "Ticker nao cadastrado",
                                          MSGALERT, MSGDELAY
                       END-IF
               END-EVALUATE
           END-PERFORM.

       LISTA-ALERTAS-PRECO.
           OPEN INPUT STK42.
           IF WS-STATUS-STK42 = "00"
               MOVE 11 TO WS-LN
               MOVE "N" TO WS-ALP-FIM
               PERFORM LISTA-ALERTA-PRECO-SEQ UNTIL WS-ALP-FIM = "S"
           END-IF.
           CLOSE STK42.

       LISTA-ALERTA-PRECO-SEQ.
           READ STK42 AT END MOVE "S" TO WS-ALP-FIM.
           IF WS-STATUS-STK42 = "00"
               IF WS-LN < 22
                   DISPLAY WFS-STK42-ACCOUNT  AT LINE WS-LN COLUMN  7
                   DISPLAY WFS-STK42-TICKER   AT LINE WS-LN COLUMN 18
                   MOVE WFS-STK42-STOP TO WS-ALP-PRECO-MASK
                   DISPLAY "stop"             AT LINE WS-LN COLUMN 29
                   DISPLAY WS-ALP-PRECO-MASK  AT LINE WS-LN COLUMN 34
                   MOVE WFS-STK42-ALVO TO WS-ALP-PRECO-MASK
                   DISPLAY "alvo"             AT LINE WS-LN COLUMN 46
                   DISPLAY WS-ALP-PRECO-MASK  AT LINE WS-LN COLUMN 51
                   IF WFS-STK42-MOVEL-PCT > 0
                       MOVE WFS-STK42-MOVEL-PCT TO WS-LIM-RISCO-MASK
                       DISPLAY "movel"        AT LINE WS-LN COLUMN 63
                       DISPLAY WS-LIM-RISCO-MASK
                                              AT LINE WS-LN COLUMN 69
                       DISPLAY "%"            AT LINE WS-LN COLUMN 75
                   END-IF
                   ADD 1 TO WS-LN
               END-IF
           ELSE
               MOVE "S" TO WS-ALP-FIM
           END-IF.

       REGRAVA-ALERTA-PRECO.
      *    Mesmo padrao de REGRAVA-RESTRITO: troca ou suprime a
      *    entrada da conta/ativo via temporario; tudo zero exclui.
           MOVE "N" TO WS-ALP-ACHOU.
           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-ALP-INICIO = (2000 + WS-ANO) * 10000
                                  + WS-MES * 100 + WS-DIA.
           OPEN OUTPUT ARQ-ALP-TMP.
           OPEN INPUT STK42.
           IF WS-STATUS-STK42 = "00"
               MOVE "N" TO WS-ALP-FIM
               PERFORM COPIA-ALP-TMP-SEQ UNTIL WS-ALP-FIM = "S"
           END-IF.
           CLOSE STK42.

           IF WS-ALP-STOP > 0 OR WS-ALP-ALVO > 0
              OR WS-ALP-MOVEL-PCT > 0
               MOVE WS-ALP-CONTA     TO WFS-STK42-ACCOUNT
               MOVE WS-ALP-TICKER    TO WFS-STK42-TICKER
               MOVE WS-ALP-STOP      TO WFS-STK42-STOP
               MOVE WS-ALP-ALVO      TO WFS-STK42-ALVO
               MOVE WS-ALP-MOVEL-PCT TO WFS-STK42-MOVEL-PCT
               MOVE WS-ALP-INICIO    TO WFS-STK42-DATA-INICIO
               IF WS-ALP-ACHOU = "S"
                   MOVE "ALT" TO WS-AUDIT-ACAO
               ELSE
                   MOVE "INC" TO WS-AUDIT-ACAO
               END-IF
               WRITE ALP-TMP-REG FROM STK42-REGISTER
               MOVE "STK42"        TO WS-AUDIT-ARQUIVO
               MOVE STK42-REGISTER TO WS-AUDIT-IMAGEM
               PERFORM GRAVA-AUDITORIA
           END-IF.
           CLOSE ARQ-ALP-TMP.

           OPEN OUTPUT STK42.
           OPEN INPUT ARQ-ALP-TMP.
           MOVE "N" TO WS-ALP-FIM.
           PERFORM COPIA-ALP-VOLTA-SEQ UNTIL WS-ALP-FIM = "S".
           CLOSE STK42.
           CLOSE ARQ-ALP-TMP.
           CALL "CBL_DELETE_FILE" USING "alertaspreco.tmp".

           EVALUATE TRUE
               WHEN WS-ALP-STOP > 0 OR WS-ALP-ALVO > 0
                    OR WS-ALP-MOVEL-PCT > 0
                   CALL 'showmsg' USING "Alerta gravado",
                                  MSGSTD, MSGDELAY
               WHEN WS-ALP-ACHOU = "S"
                   CALL 'showmsg' USING "Alerta excluido",
                                  MSGSTD, MSGDELAY
               WHEN OTHER
                   CALL 'showmsg' USING "Alerta nao encontrado",
                                  MSGALERT, MSGDELAY
           END-EVALUATE.

       COPIA-ALP-TMP-SEQ.
      *    A entrada substituida com o mesmo percentual de stop movel
      *    mantem a data de referencia original.
           READ STK42 AT END MOVE "S" TO WS-ALP-FIM.
           IF WS-STATUS-STK42 = "00"
               IF WFS-STK42-ACCOUNT = WS-ALP-CONTA
                  AND WFS-STK42-TICKER = WS-ALP-TICKER
                   MOVE "S" TO WS-ALP-ACHOU
                   IF WFS-STK42-MOVEL-PCT = WS-ALP-MOVEL-PCT
                       MOVE WFS-STK42-DATA-INICIO TO WS-ALP-INICIO
                   END-IF
                   IF WS-ALP-STOP = 0 AND WS-ALP-ALVO = 0
                      AND WS-ALP-MOVEL-PCT = 0
                       MOVE "STK42"        TO WS-AUDIT-ARQUIVO
                       MOVE "EXC"          TO WS-AUDIT-ACAO
                       MOVE STK42-REGISTER TO WS-AUDIT-IMAGEM
                       PERFORM GRAVA-AUDITORIA
                   END-IF
               ELSE
                   WRITE ALP-TMP-REG FROM STK42-REGISTER
               END-IF
           ELSE
               MOVE "S" TO WS-ALP-FIM
           END-IF.

       COPIA-ALP-VOLTA-SEQ.
           READ ARQ-ALP-TMP AT END MOVE "S" TO WS-ALP-FIM.
           IF WS-STATUS-ALP-TMP = "00"
               MOVE ALP-TMP-REG TO STK42-REGISTER
               WRITE STK42-REGISTER
           ELSE
               MOVE "S" TO WS-ALP-FIM
           END-IF.

       APURA-ALERTAS-PRECO.
      *    Niveis rompidos na ultima cotacao (CHKALERTA) e, para cada
      *    um, a posicao da conta em STK02 e a venda dela inteira na
      *    ultima cotacao pelo miolo do simulador de venda. Posicao
      *    zerada ou vendida a descoberto fica sem imposto.
           CALL 'CHKALERTA' USING WS-ALERTA-PARM.
           IF WS-ALP-TOTAL = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-ALP-IDX FROM 1 BY 1
                     UNTIL WS-ALP-IDX > WS-ALP-TOTAL
               MOVE 0 TO WS-ALP-I-QTD(WS-ALP-IDX)
                         WS-ALP-I-RESULT(WS-ALP-IDX)
                         WS-ALP-I-DARF(WS-ALP-IDX)
               MOVE 0 TO WS-SIM-PM
               OPEN INPUT STK02
               IF WS-STATUS-STK02 NOT = "35"
                   MOVE WS-ALP-I-CONTA(WS-ALP-IDX)  TO WFS-STK02-ACCOUNT
                   MOVE WS-ALP-I-TICKER(WS-ALP-IDX) TO WFS-STK02-TICKER
                   READ STK02 KEY IS WFS-STK02-KEY
                   IF WS-STATUS-STK02 = "00"
                       MOVE WFS-STK02-QTY   TO WS-ALP-I-QTD(WS-ALP-IDX)
                       MOVE WFS-STK02-PRICE TO WS-SIM-PM
                   END-IF
                   CLOSE STK02
               END-IF
               IF WS-ALP-I-QTD(WS-ALP-IDX) > 0
                   MOVE WS-ALP-I-TICKER(WS-ALP-IDX) TO WS-SIM-TICKER
                   MOVE WS-ALP-I-CONTA(WS-ALP-IDX)  TO WS-SIM-CONTA
                   MOVE WS-ALP-I-QTD(WS-ALP-IDX)    TO WS-SIM-QTY
                   MOVE WS-ALP-I-ULTIMO(WS-ALP-IDX) TO WS-SIM-PRECO
                   PERFORM APURA-VENDA-SIMULADA
                   IF NOT WS-SALDO-EXCEDIDO
                       MOVE WS-SIM-RESULT
                         TO WS-ALP-I-RESULT(WS-ALP-IDX)
                       MOVE WS-SIM-DARF TO WS-ALP-I-DARF(WS-ALP-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM READ-INITIAL-LOSS.

       CONFERE-ALERTAS-PRECO.
      **** Lista os niveis de stop/alvo rompidos na ultima cotacao
      **** de cada ativo, com a posicao da conta e o resultado e o
      **** DARF do mes na venda dela inteira. Roda pelo menu e logo
      **** depois de cada importacao de cotacoes; sai pelo
      **** visualizador (consulta.rel).
           PERFORM APURA-ALERTAS-PRECO.
           IF WS-ALP-TOTAL = 0
               CALL 'showmsg' USING "Nenhum nivel de preco rompido",
                              MSGSTD, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT ARQ-SPOOL.
           MOVE "NIVEIS DE PRECO ROMPIDOS NA ULTIMA COTACAO"
             TO SPOOL-LINHA.
           WRITE SPOOL-LINHA.
           MOVE "TIPO   CONTA       TICKER          NIVEL      ULTIMO  D
      -    "ATA      MAIOR FECH   POSICAO      RESULTADO   DARF DO MES"
                TO SPOOL-LINHA.
           WRITE SPOOL-LINHA.
           PERFORM VARYING WS-ALP-IDX FROM 1 BY 1
                     UNTIL WS-ALP-IDX > WS-ALP-TOTAL
               PERFORM MOSTRA-LINHA-ALERTA
           END-PERFORM.
           PERFORM MOSTRA-SPOOL-VISUAL.

       MOSTRA-LINHA-ALERTA.
           MOVE SPACES TO SPOOL-LINHA.
           MOVE WS-ALP-I-TIPO(WS-ALP-IDX)   TO SPOOL-LINHA(1:5).
           MOVE WS-ALP-I-CONTA(WS-ALP-IDX)  TO SPOOL-LINHA(8:10).
           MOVE WS-ALP-I-TICKER(WS-ALP-IDX) TO SPOOL-LINHA(20:10).
           MOVE WS-ALP-I-NIVEL(WS-ALP-IDX)  TO WS-ALP-PRECO-MASK.
           MOVE WS-ALP-PRECO-MASK           TO SPOOL-LINHA(31:10).
           MOVE WS-ALP-I-ULTIMO(WS-ALP-IDX) TO WS-ALP-PRECO-MASK.
           MOVE WS-ALP-PRECO-MASK           TO SPOOL-LINHA(43:10).
           MOVE WS-ALP-I-DATA(WS-ALP-IDX)   TO SPOOL-LINHA(55:8).
           IF WS-ALP-I-TIPO(WS-ALP-IDX) = "MOVEL"
               MOVE WS-ALP-I-MAXIMA(WS-ALP-IDX) TO WS-ALP-PRECO-MASK
               MOVE WS-ALP-PRECO-MASK       TO SPOOL-LINHA(65:10)
           END-IF.
           MOVE WS-ALP-I-QTD(WS-ALP-IDX)    TO WS-ALP-QTD-MASK.
           MOVE WS-ALP-QTD-MASK             TO SPOOL-LINHA(77:8).
           IF WS-ALP-I-QTD(WS-ALP-IDX) > 0
               MOVE WS-ALP-I-RESULT(WS-ALP-IDX) TO WS-SIM-RES-MASK
               MOVE WS-SIM-RES-MASK         TO SPOOL-LINHA(87:13)
               MOVE WS-ALP-I-DARF(WS-ALP-IDX)   TO WS-SIM-DARF-MASK
               MOVE WS-SIM-DARF-MASK        TO SPOOL-LINHA(102:12)
           END-IF.
           WRITE SPOOL-LINHA.

       IMPORTA-POSICAO-B3.
      **** Le a posicao exportada da area do investidor da B3
       PAINEL-ALERTAS.
      **** Painel de obrigacoes logo apos a identificacao: DARFs a
      **** vencer na janela de aviso, DARFs vencidos (com dias de
      **** atraso), competencias fechadas ainda nao pagas e niveis
      **** de stop/alvo rompidos na ultima cotacao. So aparece
      **** quando ha o que avisar.
           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-ALR-HOJE-INT = FUNCTION INTEGER-OF-DATE(
                   (2000 + WS-ANO) * 10000 + WS-MES * 100 + WS-DIA).

           PERFORM ALERTA-DARFS.
           PERFORM ALERTA-FECHAMENTOS-ABERTOS.
           PERFORM ALERTA-PRECOS.

           IF WS-ALR-TOTAL > 0
               DISPLAY "AVISOS DE OBRIGACOES" AT LINE 3 COLUMN 5
           MOVE WFS-STK11-COMP-MES TO WS-CONS-COMP-MES.
           MOVE WFS-STK11-COMP-ANO TO WS-CONS-COMP-ANO.
           MOVE WFS-STK11-TITULAR  TO WS-ALR-TITULAR.
           MOVE WFS-STK11-CODIGO   TO WS-ALR-CODIGO.
           PERFORM PROCURA-DARF-PAGO.
           IF WS-ALR-PAGO = "S"
               EXIT PARAGRAPH
           END-IF.
               DISPLAY "/"               AT LINE WS-LN COLUMN 21
               DISPLAY WFS-STK11-COMP-ANO AT LINE WS-LN COLUMN 22
               DISPLAY WFS-STK11-TITULAR AT LINE WS-LN COLUMN 52
               DISPLAY WFS-STK11-CODIGO  AT LINE WS-LN COLUMN 57
               DISPLAY WS-ALR-VALOR-MASK AT LINE WS-LN COLUMN 26
               DISPLAY "ha"              AT LINE WS-LN COLUMN 38
               DISPLAY WS-ALR-DIAS-MASK  AT LINE WS-LN COLUMN 41
               DISPLAY "dias"            AT LINE WS-LN COLUMN 47
               ADD 1 TO WS-LN
               IF WFS-STK11-ORIGEM NOT = SPACES
                  AND WFS-STK11-CODIGO = "6015"
                   DISPLAY "inclui acumulado de:"
                                         AT LINE WS-LN COLUMN 7
                   DISPLAY WFS-STK11-ORIGEM
                                            AT LINE WS-LN COLUMN 22
                   DISPLAY WFS-STK11-TITULAR
                                            AT LINE WS-LN COLUMN 52
                   DISPLAY WFS-STK11-CODIGO AT LINE WS-LN COLUMN 57
                   DISPLAY WS-ALR-VALOR-MASK AT LINE WS-LN COLUMN 26
                   DISPLAY "em"             AT LINE WS-LN COLUMN 38
                   DISPLAY WS-ALR-DIAS-MASK AT LINE WS-LN COLUMN 41
                   DISPLAY "dias"           AT LINE WS-LN COLUMN 47
                   ADD 1 TO WS-LN
                   IF WFS-STK11-ORIGEM NOT = SPACES
                      AND WFS-STK11-CODIGO = "6015"
                       DISPLAY "inclui acumulado de:"
                                             AT LINE WS-LN COLUMN 7
                       DISPLAY WFS-STK11-ORIGEM
               END-IF
           END-IF.

       PROCURA-DARF-PAGO.
      *    Situacao de pagamento do DARF da competencia, titular e
      *    codigo de receita (WS-ALR-CODIGO) pelos registros de STK07:
      *    "S" pago, "N" em aberto. Cada codigo e quitado a parte -
      *    o flag PAGO de STK08 so cobre o 6015 -, e o pagamento
      *    gravado antes de STK07 ter o codigo (em branco) e 6015.
           MOVE "N" TO WS-ALR-PAGO.
           OPEN INPUT STK07.
           IF WS-STATUS-STK07 NOT = "00"
               CLOSE STK07
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS-STK07 NOT = "00"
               READ STK07
               IF WS-STATUS-STK07 = "00"
                   IF WFS-STK07-COMP-MES = WS-CONS-COMP-MES
                      AND WFS-STK07-COMP-ANO = WS-CONS-COMP-ANO
                      AND WFS-STK07-TITULAR = WS-ALR-TITULAR
                      AND (WFS-STK07-CODIGO = WS-ALR-CODIGO
                       OR (WFS-STK07-CODIGO = SPACES
                           AND WS-ALR-CODIGO = "6015"))
                       MOVE "S" TO WS-ALR-PAGO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE STK07.

       ALERTA-DCRED-SEQ.
           READ ARQ-DARF-COMP AT END MOVE "S" TO WS-DCRED-FIM.
       ALERTA-FECHAMENTO-SEQ.
           READ STK08 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK08 = "00"
      *        Imposto ainda em aberto da competencia, codigo a
      *        codigo: o de renda variavel (6015) pelo flag PAGO do
      *        fechamento, o de criptoativos (4600) pelo pagamento
      *        do codigo em STK07 - abaixo do minimo o fechamento nao
      *        gera DARF de cripto e nao ha o que pagar.
               MOVE 0 TO WS-ALR-IMPOSTO-TOT
               IF WFS-STK08-PAGO = "N"
                   COMPUTE WS-ALR-IMPOSTO-TOT = WFS-STK08-IMPOSTO-COM
                       + WFS-STK08-IMPOSTO-DT + WFS-STK08-IMPOSTO-FII
               END-IF
               IF WFS-STK08-IMPOSTO-CRIPTO >= WS-DARF-MINIMO
                   MOVE WFS-STK08-MES     TO WS-CONS-COMP-MES
                   MOVE WFS-STK08-ANO     TO WS-CONS-COMP-ANO
                   MOVE WFS-STK08-TITULAR TO WS-ALR-TITULAR
                   MOVE "4600"            TO WS-ALR-CODIGO
                   PERFORM PROCURA-DARF-PAGO
                   IF WS-ALR-PAGO = "N"
                       ADD WFS-STK08-IMPOSTO-CRIPTO
                        TO WS-ALR-IMPOSTO-TOT
                   END-IF
               END-IF
               IF WS-ALR-IMPOSTO-TOT > 0
                   MOVE WS-ALR-IMPOSTO-TOT TO WS-ALR-VALOR-MASK
                   ADD 1 TO WS-ALR-TOTAL
                   DISPLAY "COMPETENCIA EM ABERTO"
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       ALERTA-PRECOS.
      *    Niveis de stop/alvo rompidos na ultima cotacao importada,
      *    cada um em duas linhas: o nivel e, abaixo, a posicao da
      *    conta com o resultado e o DARF do mes se vendida inteira.
           PERFORM APURA-ALERTAS-PRECO.
           PERFORM VARYING WS-ALP-IDX FROM 1 BY 1
                     UNTIL WS-ALP-IDX > WS-ALP-TOTAL
                        OR WS-LN > 20
               ADD 1 TO WS-ALR-TOTAL
               EVALUATE WS-ALP-I-TIPO(WS-ALP-IDX)
                   WHEN "STOP"
                       DISPLAY "STOP ATINGIDO" AT LINE WS-LN COLUMN 5
                   WHEN "ALVO"
                       DISPLAY "ALVO ATINGIDO" AT LINE WS-LN COLUMN 5
                   WHEN OTHER
                       DISPLAY "STOP MOVEL"    AT LINE WS-LN COLUMN 5
               END-EVALUATE
               DISPLAY WS-ALP-I-TICKER(WS-ALP-IDX)
                                          AT LINE WS-LN COLUMN 19
               DISPLAY WS-ALP-I-CONTA(WS-ALP-IDX)
                                          AT LINE WS-LN COLUMN 30
               MOVE WS-ALP-I-ULTIMO(WS-ALP-IDX) TO WS-ALP-PRECO-MASK
               DISPLAY "ult"              AT LINE WS-LN COLUMN 41
               DISPLAY WS-ALP-PRECO-MASK  AT LINE WS-LN COLUMN 45
               MOVE WS-ALP-I-NIVEL(WS-ALP-IDX)  TO WS-ALP-PRECO-MASK
               DISPLAY "nivel"            AT LINE WS-LN COLUMN 56
               DISPLAY WS-ALP-PRECO-MASK  AT LINE WS-LN COLUMN 62
               ADD 1 TO WS-LN
               IF WS-ALP-I-QTD(WS-ALP-IDX) > 0
                   MOVE WS-ALP-I-QTD(WS-ALP-IDX)    TO WS-ALP-QTD-MASK
                   MOVE WS-ALP-I-RESULT(WS-ALP-IDX) TO WS-SIM-RES-MASK
                   MOVE WS-ALP-I-DARF(WS-ALP-IDX)   TO WS-SIM-DARF-MASK
                   DISPLAY "posicao"      AT LINE WS-LN COLUMN 7
                   DISPLAY WS-ALP-QTD-MASK
                                          AT LINE WS-LN COLUMN 15
                   DISPLAY "resultado"    AT LINE WS-LN COLUMN 25
                   DISPLAY WS-SIM-RES-MASK
                                          AT LINE WS-LN COLUMN 35
                   DISPLAY "DARF do mes"  AT LINE WS-LN COLUMN 50
                   DISPLAY WS-SIM-DARF-MASK
                                          AT LINE WS-LN COLUMN 62
               ELSE
                   DISPLAY "sem posicao na conta"
                                          AT LINE WS-LN COLUMN 7
               END-IF
               ADD 1 TO WS-LN
           END-PERFORM.

       EFETUA-LOGIN.
      *    Autenticacao contra o cadastro de operadores: tres
      *    tentativas de operador/senha. Na primeira execucao o
      *        que nao esta no disco.
               PERFORM CONVERTE-STK07-ANTIGO
               PERFORM CONVERTE-STK13-ANTIGO
               PERFORM CONVERTE-STK08-ANTIGO
               PERFORM GRAVA-VERSOES
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATUS-VERSOES = "00"
               MOVE "N" TO WS-VER-ACHADA
               PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                         UNTIL WS-VER-IDX > 43
                            OR WS-VER-ACHADA = "S"
                   IF WS-VER-NOME(WS-VER-IDX) = VER-ARQUIVO
                       MOVE "S" TO WS-VER-ACHADA
       GRAVA-VERSOES.
           OPEN OUTPUT ARQ-VERSOES.
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                     UNTIL WS-VER-IDX > 43
               MOVE WS-VER-NOME(WS-VER-IDX) TO VER-ARQUIVO
               MOVE WS-VER-NUM(WS-VER-IDX)  TO VER-LAYOUT
               WRITE VERSAO-REG
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       CONVERTE-STK08-ANTIGO.
      **** Completa um stk08.dat gravado antes da apuracao de
      **** criptoativos (registro de 62 posicoes, terminando no
      **** titular) com o ganho e o imposto de cripto zerados do
      **** layout corrente (82 posicoes). Registro ja completo passa
      **** sem alteracao.
           MOVE "stk08.dat" TO WS-CONV-NOME.
           OPEN INPUT ARQ-CONV.
           IF WS-STATUS-CONV NOT = "00"
               CLOSE ARQ-CONV
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT ARQ-CONV-TMP.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CONVERTE-STK08-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-CONV.
           CLOSE ARQ-CONV-TMP.

           OPEN OUTPUT ARQ-CONV.
           OPEN INPUT ARQ-CONV-TMP.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM CONVERTE-VOLTA-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE ARQ-CONV.
           CLOSE ARQ-CONV-TMP.
           CALL "CBL_DELETE_FILE" USING "converte.tmp".
           EXIT.

       CONVERTE-STK08-SEQ.
           READ ARQ-CONV AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-CONV = "00"
               MOVE 150 TO WS-CONV-LEN
               PERFORM UNTIL WS-CONV-LEN = 0
                          OR CONV-LINHA(WS-CONV-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-CONV-LEN
               END-PERFORM
               IF WS-CONV-LEN > 0 AND WS-CONV-LEN <= 62
                   MOVE ALL "0" TO CONV-LINHA(63:20)
               END-IF
               IF WS-CONV-LEN > 0
                   WRITE CONV-TMP-LINHA FROM CONV-LINHA
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       CONVERTE-ARQUIVOS.
      **** Converte um arquivo morto de ordens (stk03_*.dat ou
      **** stk03_ano_*.dat) gravado num layout antigo para o layout
      **** lugar certo. O layout e detectado pelo comprimento util da
      **** linha: ate 72 posicoes e o registro sem liquidacao/conta/
      **** operador; ate 90, com liquidacao e conta mas sem operador
      **** e evento; 107, sem o aprovador; 115, sem a estrategia; 119
      **** e o corrente. Os campos ausentes entram zerados/em branco
      **** (aprovador e estrategia em branco ja sao completados na
      **** leitura da linha curta).
           MOVE SPACES TO WS-CONV-NOME.
           DISPLAY CLEAR-SCREEN.
           DISPLAY CONVERTE-SCR.

      *    O layout antigo sem liquidacao termina na categoria (ate a
      *    posicao 72); o intermediario termina na conta (a liquidacao
      *    numerica garante ao menos 80 posicoes); de 91 a 119 o
      *    registro ja tem os campos numericos no lugar certo e so
      *    pode estar sem o aprovador ou a estrategia, completados
      *    em branco na leitura - passa sem conversao.
           EVALUATE TRUE
               WHEN WS-CONV-LEN = 0
                   ADD 1 TO WS-CONV-IGNORADAS
                   MOVE "00000000" TO CONV-TMP-LINHA(100:8)
                   WRITE CONV-TMP-LINHA
                   ADD 1 TO WS-CONV-CONVERTIDAS
               WHEN WS-CONV-LEN <= 119
                   WRITE CONV-TMP-LINHA FROM CONV-LINHA
                   ADD 1 TO WS-CONV-MANTIDAS
               WHEN OTHER
      *    lote no lugar do fechamento unico de batchmes.par. A
      *    primeira linha do arquivo e o operador responsavel; as
      *    demais, os passos a executar, em ordem (BACKUP, EXPORT,
      *    RECONC, FECHAMES, APORTES, ENCARGOS, VERIAUD, INCREM,
      *    CTLTOT). O
      *    operador precisa existir no cadastro de operadores (se o
      *    cadastro ja existir), a mesma regra do fechamento unico,
      *    senao a atribuicao das ordens geradas pela cadeia nao
      *    teria dono real.
           MOVE "N" TO WS-MODO-CADEIA.
           OPEN INPUT ARQ-JOB-PARM.
           IF WS-STATUS-JOB-PARM = "00"
                   PERFORM RECONCILIA-BATCH
               WHEN "FECHAMES"
                   PERFORM FECHAR-MES-BATCH
               WHEN "APORTES"
                   PERFORM GERA-APORTES-DIA
               WHEN "ENCARGOS"
                   PERFORM LANCA-ENCARGOS-MES
               WHEN "VERIAUD"
                   CALL 'VERIAUD' USING WS-PASSO-RC
               WHEN "CTLTOT"
                   MOVE "V" TO WS-CTL-FUNC
                   MOVE SPACES TO WS-CTL-ARQUIVO
                   CALL 'CTLTOT' USING WS-CTL-PARM
                   MOVE WS-CTL-RC TO WS-PASSO-RC
               WHEN "INCREM"
                   PERFORM BACKUP-INCREMENTAL-CORE
                   MOVE WS-INCR-RC TO WS-PASSO-RC
               WHEN OTHER
                   MOVE 08 TO WS-PASSO-RC
           END-EVALUATE.
      -    "lado (ja concluido antes); 08=passo falhou."
             TO BATCH-REL-LINE.
           WRITE BATCH-REL-LINE.
           MOVE "12 (FECHAMES) / 08 (CTLTOT) = totais de controle"
             TO BATCH-REL-LINE.
           WRITE BATCH-REL-LINE.
           MOVE "  divergentes sem transacao auditada; ver ctltot.rel."
             TO BATCH-REL-LINE.
           WRITE BATCH-REL-LINE.
           MOVE "A cadeia para no primeiro erro; corrigida a causa, a
      -    " nova execucao retoma do passo que falhou."
             TO BATCH-REL-LINE.

       CLEAR-LOCAL-FIELDS.
           MOVE SPACES TO WS-ORDER WS-TICKER WS-HB WS-DT.
           MOVE SPACES TO WS-ESTRATEGIA.
           MOVE ZEROES TO WS-QTY WS-PRICE.
           MOVE ZEROES TO WS-NET-OPR WS-TR-FEE WS-LIQUIDITY WS-TTA 
                          WS-REGISTER WS-BROKE-COST WS-TOT-TX WS-IRRF
           COMPUTE WFS-STK13-RESULTADO = WS-NET
                                        - (WS-QTY * WS-PM-VENDA).
           MOVE WS-CATEGORIA TO WFS-STK13-CATEGORIA.
           MOVE WS-ESTRATEGIA TO WFS-STK13-ESTRATEGIA.
           WRITE STK13-REGISTER.
           CLOSE STK13.
           EXIT.
           MOVE WS-ACCOUNT         TO STK03-ACCOUNT.
           MOVE WS-ORDEM-OPERADOR  TO STK03-OPERATOR.
           MOVE WS-ORDEM-APROVADOR TO STK03-APPROVER.
           MOVE WS-ESTRATEGIA      TO STK03-STRATEGY.

           IF WS-DTD-SPLIT = "S"
      *        Casamento parcial de day trade: a parcela casada sai
               MOVE WS-NET TO WFS-STK15-VALOR
           END-IF.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.
           EXIT.

               MOVE WS-CAIXA-VALOR TO WFS-STK15-VALOR
           END-IF.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.

           CALL 'showmsg' USING "Lancamento registrado",
           MOVE SPACES TO WS-RF-FUNC WS-RF-TITULO WS-RF-CONTA.
           MOVE ZEROES TO WS-RF-DATA-APLIC WS-RF-DATA-RESG
                          WS-RF-VALOR WS-RF-BRUTO.
           MOVE 1 TO WS-RF-TOLERANCIA.

           DISPLAY CLEAR-SCREEN.
           DISPLAY RENDA-FIXA-SCR.
                   PERFORM RF-RESGATA
               WHEN "E"
                   PERFORM RF-EXTRATO
               WHEN "C"
                   PERFORM RF-CONCILIA-TD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-STRING.
           COMPUTE WFS-STK15-VALOR = 0 - WS-RF-VALOR.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.

       RF-CAIXA-RESGATE.
           END-STRING.
           MOVE WS-RF-LIQUIDO TO WFS-STK15-VALOR.
           WRITE STK15-REGISTER.
           MOVE "STK15"        TO WS-AUDIT-ARQUIVO.
           MOVE "INC"          TO WS-AUDIT-ACAO.
           MOVE STK15-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.
           CLOSE STK15.

       RF-CONCILIA-TD.
      *    Extrato do Tesouro Direto (tesouro.csv) contra os lotes
      *    de rendafixa.dat pelo IMPORTTD; a conta da tela vale para
      *    as linhas sem conta. A taxa de custodia da B3 do extrato
      *    entra no caixa da conta uma vez por semestre.
           MOVE WS-RF-CONTA      TO WS-TD-CONTA.
           MOVE WS-RF-TOLERANCIA TO WS-TD-TOLERANCIA.
           CALL 'IMPORTTD' USING WS-TD-PARM.
           IF WS-TD-RC = 4
               CALL 'showmsg' USING "tesouro.csv nao encontrado",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MSG.
           MOVE WS-TD-PENDENCIAS TO WS-RF-QTD-MASK.
           MOVE WS-TD-TAXA       TO WS-RF-IR-MASK.
           STRING "Conciliacao TD: " WS-RF-QTD-MASK
                  " pendencia(s); custodia lancada " WS-RF-IR-MASK
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           IF WS-TD-RC = 0
               CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY
           ELSE
               CALL 'showmsg' USING WS-MSG, MSGALERT, MSGDELAY
           END-IF.
           MOVE "tesouro.rel" TO WS-VIS-NOME.
           PERFORM VISUALIZA-RELATORIO.

       CALCULA-VALOR-ATUAL-RF.
      **** Valor atual do lote de renda fixa em STK17-REGISTER via o
      **** subprograma CALCRF (cotacao do titulo na serie de STK14
           MOVE WS-CRF-IR-PROJ     TO WS-RFV-IR-PROJ.
           MOVE WS-CRF-LIQ-PROJ    TO WS-RFV-LIQ-PROJ.

       CALCULA-VALOR-ATUAL-FD.
      **** Valor do lote de fundo em STK34-REGISTER pela ultima cota
      **** da serie (CALCFUND), o mesmo calculo do FUNDMOD e da
      **** fotografia do patrimonio no fechamento.
           MOVE WFS-STK34-FUNDO       TO WS-CFD-FUNDO.
           MOVE WFS-STK34-CLASSE      TO WS-CFD-CLASSE.
           MOVE WFS-STK34-DATA-APLIC  TO WS-CFD-DATA-APLIC.
           MOVE 0                     TO WS-CFD-DATA-ALVO WS-CFD-COTA.
           MOVE WFS-STK34-COTAS       TO WS-CFD-COTAS.
           MOVE WFS-STK34-VALOR-APLIC TO WS-CFD-VALOR-APLIC.
           MOVE WFS-STK34-IR-COME     TO WS-CFD-IR-COME.
           CALL 'CALCFUND' USING WS-CALCFUND-PARM.

       RF-EXTRATO.
           OPEN INPUT STK17.
           IF WS-STATUS-STK17 NOT = "00"
               MOVE "S" TO WS-TIT-FIM
           END-IF.

       CARREGA-MAPA-CONTAS.
      *    Mapa conta -> titular de contastit.dat, o mesmo do
      *    fechamento (FECHAMES).
           MOVE 0 TO WS-CTIT-TOTAL.
           OPEN INPUT ARQ-CTIT.
           IF WS-STATUS-CTIT = "00"
               MOVE "N" TO WS-TIT-FIM
               PERFORM CARREGA-CTIT-SEQ UNTIL WS-TIT-FIM = "S"
           END-IF.
           CLOSE ARQ-CTIT.

       CARREGA-CTIT-SEQ.
           READ ARQ-CTIT AT END MOVE "S" TO WS-TIT-FIM.
           IF WS-STATUS-CTIT = "00"
               IF WS-CTIT-TOTAL < 50
                   ADD 1 TO WS-CTIT-TOTAL
                   MOVE CTIT-ACCOUNT
                     TO WS-CTIT-E-CONTA(WS-CTIT-TOTAL)
                   MOVE CTIT-TITULAR
                     TO WS-CTIT-E-TIT(WS-CTIT-TOTAL)
               END-IF
           ELSE
               MOVE "S" TO WS-TIT-FIM
           END-IF.

       BUSCA-TITULAR-CONTA.
      *    Titular da conta em WS-CTIT-BUSCA pelo mapa carregado;
      *    conta sem vinculo pertence ao titular padrao (em branco).
           MOVE SPACES TO WS-TIT-DA-CONTA.
           PERFORM VARYING WS-CTIT-IDX FROM 1 BY 1
                     UNTIL WS-CTIT-IDX > WS-CTIT-TOTAL
               IF WS-CTIT-E-CONTA(WS-CTIT-IDX) = WS-CTIT-BUSCA
                   MOVE WS-CTIT-E-TIT(WS-CTIT-IDX)
                     TO WS-TIT-DA-CONTA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MANTEM-TITULARES.
      **** Cadastro de titulares (CPFs) e vinculo das contas de
      **** corretora: funcao T inclui/atualiza um titular (nome em
               MOVE WS-OPERATOR TO WS-FP-OPERADOR
               MOVE SPACE  TO WS-FP-SIM-CAT
               CALL 'FECHAMES' USING WS-FECHA-PARM
               EVALUATE WS-FP-RC
                   WHEN 0
                       CALL 'showmsg' USING "Mes fechado com sucesso",
                                      MSGSTD, MSGDELAY
                       PERFORM SUBTOTAL-TICKER-MES
                   WHEN 12
                       CALL 'showmsg' USING
                            "Totais divergentes - ver ctltot.rel",
                            MSGALERT, MSGDELAY
                   WHEN OTHER
                       CALL 'showmsg' USING
                            "Fechamento nao concluido pelo FECHAMES",
                            MSGALERT, MSGDELAY
               END-EVALUATE
           END-IF.

       FECHAR-MES-EXIT.
               EXIT PARAGRAPH
           END-IF.

           PERFORM APURA-VENDA-SIMULADA.
           IF WS-SALDO-EXCEDIDO
               CALL 'showmsg' USING "Valores excedem o limite",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRA-APURACAO-FECHAMES.

           MOVE WS-SIM-RESULT TO WS-SIM-RES-MASK.
           MOVE WS-SIM-DARF   TO WS-SIM-DARF-MASK.
           DISPLAY "Resultado da venda simulada:"
                   AT LINE 10 COLUMN 05.
           DISPLAY WS-SIM-RES-MASK  AT LINE 10 COLUMN 36.
           DISPLAY "DARF estimado do mes com a venda:"
                   AT LINE 11 COLUMN 05.
           DISPLAY WS-SIM-DARF-MASK AT LINE 11 COLUMN 41.
           IF WS-SIM-DARF > 0 AND WS-SIM-DARF < WS-DARF-MINIMO
               DISPLAY "(abaixo do minimo - acumularia p/ adiante)"
                       AT LINE 12 COLUMN 05
           END-IF.
           CALL 'showmsg' USING
                "Simulacao - nada foi gravado. Tecle ENTER",
                MSGVOID, MSGDELAY.

           PERFORM READ-INITIAL-LOSS.
           EXIT.

       APURA-VENDA-SIMULADA.
      *    Miolo do simulador, compartilhado com os alertas de preco:
      *    venda de WS-SIM-QTY de WS-SIM-TICKER na conta WS-SIM-CONTA
      *    a WS-SIM-PRECO, com o preco medio em WS-SIM-PM. Devolve o
      *    resultado em WS-SIM-RESULT e o DARF do mes em WS-SIM-DARF
      *    (numeros do FECHAMES em WS-FP-*); WS-SALDO-EXCEDIDO quando
      *    os valores estouram. Nao exibe nada.

      *    Liquido e categoria da venda simulada, pelos mesmos
      *    calculos de custos da digitacao.
           ACCEPT WS-DATA FROM DATE.
           MOVE "N"           TO WS-DT.
           PERFORM CALCULA.
           IF WS-SALDO-EXCEDIDO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NET       TO WS-FP-SIM-NET.
           MOVE WS-SIM-CUSTO TO WS-FP-SIM-CUSTO.
           CALL 'FECHAMES' USING WS-FECHA-PARM.

           COMPUTE WS-SIM-DARF = WS-FP-IMP-COM + WS-FP-IMP-DT
                                + WS-FP-IMP-FII.

       FECHAR-MES-BATCH.
      *    Variante sem tela de FECHAR-MES, disparada por
       REABRE-COMPETENCIA.
      **** Reabre a competencia mais recente fechada: devolve o
      **** diario arquivado para stk03.dat (preservando as ordens ja
      **** lancadas no mes novo), remove o fechamento de STK08, os
      **** DARFs nao pagos que ele gerou em STK11 e as fotografias de
      **** STK16/STK18, e rebobina STK04 para a data e os saldos de
      **** abertura daquele fechamento. Recusa se algum DARF da
      **** competencia ja consta pago em STK07.
           MOVE "N" TO WS-REAB-ACHADO.
           MOVE "N" TO WS-REAB-FEITO.
           OPEN INPUT STK08.
           IF WS-STATUS-STK08 = "35"
               CLOSE STK08
           PERFORM REABRE-REMOVE-STK16.
           PERFORM REABRE-REMOVE-STK18.
           PERFORM REABRE-REBOBINA-STK04.
           MOVE "S" TO WS-REAB-FEITO.

      *    Os totais de controle gravados no fechamento desfeito
      *    deixam de valer: a reabertura fica na trilha para explicar
      *    a diferenca na conferencia do refechamento (CTLTOT).
           MOVE "STK47" TO WS-AUDIT-ARQUIVO.
           MOVE "EXC"   TO WS-AUDIT-ACAO.
           MOVE SPACES  TO WS-AUDIT-IMAGEM.
           STRING "REABERTURA DA COMPETENCIA " WS-REAB-MES "/"
                  WS-REAB-ANO DELIMITED BY SIZE INTO WS-AUDIT-IMAGEM
           END-STRING.
           PERFORM GRAVA-AUDITORIA.

           CALL 'showmsg' USING "Competencia reaberta com sucesso",
                          MSGSTD, MSGDELAY.
           END-IF.

       REABRE-REMOVE-STK11.
      *    Suprime os DARFs (ainda nao pagos, ja verificado em STK07)
      *    que o FECHAMES gera para a competencia reaberta - 6015,
      *    carne-leao 0190 e o 4600 de cripto - regravando STK11 pelo
      *    temporario. O 4600 de doacao/heranca do DOACAO fica: o
      *    refechamento nao o gera de novo.
           OPEN INPUT STK11.
           IF WS-STATUS-STK11 NOT = "00"
               CLOSE STK11
           IF WS-STATUS-STK11 = "00"
               IF WFS-STK11-COMP-ANO NOT = WS-REAB-ANO
                  OR WFS-STK11-COMP-MES NOT = WS-REAB-MES
                  OR (WFS-STK11-CODIGO NOT = "6015"
                      AND WFS-STK11-CODIGO NOT = "0190"
                      AND WFS-STK11-ORIGEM(1:12) NOT = "GANHO CRIPTO")
                   WRITE REABRE-TMP-REG FROM STK11-REGISTER
               END-IF
           ELSE
      **** (DARFDOC): o valor vem do STK11 gravado no fechamento e,
      **** se a data prevista de pagamento passar do vencimento, a
      **** multa e os juros recalculados por CALCULA-ENCARGOS-ATRASO
      **** entram no documento. Saida em darf_AAMM.txt. A mesma
      **** competencia pode ter o DARF de renda variavel (6015) e o
      **** do carne-leao dos proventos de BDR (0190): o codigo da
      **** receita escolhe qual emitir.
           MOVE ZEROES TO WS-EMD-MES WS-EMD-ANO WS-EMD-DATA-PAG.
           MOVE SPACES TO WS-EMD-TITULAR WS-EMD-CODIGO.
           DISPLAY CLEAR-SCREEN.
           DISPLAY EMITE-DARF-SCR.
           ACCEPT  EMITE-DARF-SCR.

           IF WS-EMD-MES = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMD-CODIGO = SPACES
               MOVE "6015" TO WS-EMD-CODIGO
           END-IF.

      *    Localiza o DARF da competencia em STK11.
           MOVE "N" TO WS-EMD-ACHADO.
           OPEN INPUT STK11.
           IF WS-STATUS-STK11 = "00"
               MOVE "N" TO WS-EMD-FIM
               PERFORM EMITE-DARF-BUSCA-SEQ UNTIL WS-EMD-FIM = "S"
           END-IF.
           CLOSE STK11.

           IF WS-EMD-ACHADO NOT = "S"
               CALL 'showmsg' USING "DARF da competencia nao gerado",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           PERFORM GARANTE-CONTRIBUINTE.

           MOVE WS-EMD-MES          TO WS-DD-COMP-MES.
           MOVE WS-EMD-ANO          TO WS-DD-COMP-ANO.
           MOVE WFS-STK11-CODIGO    TO WS-DD-CODIGO.
           MOVE WFS-STK11-VALOR     TO WS-DD-VALOR.
           MOVE WFS-STK11-VENC-DIA  TO WS-DD-VENC-DIA.
           MOVE WFS-STK11-VENC-MES  TO WS-DD-VENC-MES.
           MOVE WFS-STK11-VENC-ANO  TO WS-DD-VENC-ANO.
           MOVE WFS-STK11-ORIGEM    TO WS-DD-ORIGEM.
           MOVE 0                   TO WS-DD-MULTA WS-DD-JUROS.
           MOVE WFS-STK11-VALOR     TO WS-DD-TOTAL.
           MOVE "N"                 TO WS-DD-SO-BARRAS.

           IF WS-EMD-DATA-PAG NOT = 0
      *        Encargos da data prevista de pagamento, pelo mesmo
      *        calculo da baixa de pagamento em atraso.
               MOVE WS-EMD-MES       TO WS-PAG-MES
               MOVE WS-EMD-ANO       TO WS-PAG-ANO
               MOVE WS-EMD-TITULAR   TO WS-PAG-TITULAR
               MOVE WS-EMD-CODIGO    TO WS-PAG-CODIGO
               MOVE WFS-STK11-VALOR  TO WS-PAG-VALOR
               COMPUTE WS-PAG-PANO = WS-EMD-PAG-ANO - 2000
               MOVE WS-EMD-PAG-MES TO WS-PAG-PMES
               MOVE WS-EMD-PAG-DIA TO WS-PAG-PDIA
               PERFORM CALCULA-ENCARGOS-ATRASO
               MOVE WS-PAG-MULTA TO WS-DD-MULTA
               MOVE WS-PAG-JUROS TO WS-DD-JUROS
               MOVE WS-PAG-TOTAL TO WS-DD-TOTAL
           END-IF.

           CALL 'DARFDOC' USING WS-DARFDOC-PARM.
           CALL 'showmsg' USING
                "Documento gerado - ver darf_AAMM.txt",
                MSGSTD, MSGDELAY.

       EMITE-DARF-BUSCA-SEQ.
           READ STK11 AT END MOVE "S" TO WS-EMD-FIM.
           IF WS-STATUS-STK11 = "00"
               IF WFS-STK11-COMP-MES = WS-EMD-MES
                  AND WFS-STK11-COMP-ANO = WS-EMD-ANO
                  AND WFS-STK11-TITULAR = WS-EMD-TITULAR
                  AND WFS-STK11-CODIGO = WS-EMD-CODIGO
                   MOVE "S" TO WS-EMD-ACHADO
                   MOVE "S" TO WS-EMD-FIM
               END-IF
           ELSE
               MOVE "S" TO WS-EMD-FIM
           END-IF.

       GARANTE-CONTRIBUINTE.
      *    Sem contribuinte.dat, pede nome e CPF uma unica vez; o
      *    DARFDOC le o arquivo na emissao.
           OPEN INPUT ARQ-CONTRIB.
           IF WS-STATUS-CONTRIB = "00"
               CLOSE ARQ-CONTRIB
               EXIT PARAGRAPH
           END-IF.
           CLOSE ARQ-CONTRIB.

           MOVE SPACES TO WS-CONTRIB-NOME WS-CONTRIB-CPF.
           DISPLAY CLEAR-SCREEN.
           DISPLAY CONTRIB-SCR.
           ACCEPT  CONTRIB-SCR.
           IF WS-CONTRIB-NOME = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT ARQ-CONTRIB.
           MOVE WS-CONTRIB-NOME TO CONTRIB-NOME.
           MOVE WS-CONTRIB-CPF  TO CONTRIB-CPF.
           WRITE CONTRIB-REG.
           CLOSE ARQ-CONTRIB.

       GERA-REMESSA-DARF.
      **** Remessa CNAB 240 de pagamento de tributos com codigo de
      **** barras (CNABDARF) para o banco do titular: entram os DARFs
      **** do STK11 (todos os codigos de receita, somados por
      **** competencia e codigo) ainda sem pagamento no STK07 para o
      **** codigo e vencidos ate a data de pagamento, com multa e
      **** juros dessa data, e o saldo de darfacum.dat que ja passou
      **** do minimo.
      **** Obrigacao ja remetida e sem retorno (cnabpend.dat) nao
      **** entra de novo. O codigo de barras e o mesmo do documento
      **** impresso pelo DARFDOC.
           MOVE SPACES TO WS-CNABDARF-PARM.
           MOVE ZEROES TO WS-CNB-BANCO WS-CNB-AGENCIA WS-CNB-CONTA
                          WS-CNB-NSA WS-CNB-DATA-PAG.
           ACCEPT WS-DATA FROM DATE.
           COMPUTE WS-CNB-DATA-PAG = (2000 + WS-ANO) * 10000
                                   + WS-MES * 100 + WS-DIA.
           DISPLAY CLEAR-SCREEN.
           DISPLAY CNAB-SCR.
           ACCEPT  CNAB-SCR.
           IF WS-CNB-DATA-PAG = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PAG-PANO = WS-CNB-PAG-ANO - 2000.
           MOVE WS-CNB-PAG-MES TO WS-PAG-PMES.
           MOVE WS-CNB-PAG-DIA TO WS-PAG-PDIA.
           CALL 'chkdate' USING WS-PAG-PANO, WS-PAG-PMES, WS-PAG-PDIA,
                                WS-CHK-RETURN.
           IF WS-CHK-RETURN NOT = 0
               CALL 'showmsg' USING "Data de pagamento invalida",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           PERFORM CNAB-IDENTIFICA-TITULAR.
           IF WS-CNB-CPF = SPACES
               CALL 'showmsg' USING "CPF do titular nao cadastrado",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           PERFORM CNAB-CARREGA-BANCO.
           DISPLAY CNAB-BANCO-SCR.
           ACCEPT  CNAB-BANCO-SCR.
           IF WS-CNB-BANCO = 0 OR WS-CNB-CONTA = 0
               CALL 'showmsg' USING "Banco e conta sao obrigatorios",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           PERFORM CNAB-CARREGA-PENDENTES.
           PERFORM CNAB-CARREGA-STK11.

           MOVE 0 TO WS-CNB-SELECIONADOS.
           OPEN OUTPUT ARQ-CNAB-SEL.
           PERFORM VARYING WS-CNB-IDX FROM 1 BY 1
                   UNTIL WS-CNB-IDX > WS-CNB-ITENS
               PERFORM CNAB-SELECIONA-DARF
           END-PERFORM.
           PERFORM CNAB-SELECIONA-ACUMULADO.
           CLOSE ARQ-CNAB-SEL.

           IF WS-CNB-SELECIONADOS = 0
               CALL "CBL_DELETE_FILE" USING "cnabsel.dat"
               CALL 'showmsg' USING "Nenhum DARF em aberto a remeter",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CNB-NSA.
           MOVE WS-CNB-NSA TO WS-CNB-NSA-MASK.
           MOVE WS-CNB-TITULAR TO WS-CNB-TIT-NOME.
           IF WS-CNB-TIT-NOME = SPACES
               MOVE "PAD" TO WS-CNB-TIT-NOME
           END-IF.
           MOVE SPACES TO WS-CNB-ARQUIVO.
           STRING "cnab_" WS-CNB-TIT-NOME "_" WS-CNB-NSA-MASK ".rem"
                  DELIMITED BY SIZE INTO WS-CNB-ARQUIVO
           END-STRING.
           MOVE "G" TO WS-CNB-MODO.
           CALL 'CNABDARF' USING WS-CNABDARF-PARM.
           IF WS-CNB-RC NOT = 0
               CALL 'showmsg' USING "Remessa nao gerada",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           PERFORM CNAB-ANOTA-PENDENTES.
           PERFORM CNAB-GRAVA-BANCO.

           MOVE "cnabrem.rel" TO WS-VIS-NOME.
           PERFORM VISUALIZA-RELATORIO.
           CALL 'showmsg' USING "Remessa gerada - enviar ao banco",
                          MSGSTD, MSGDELAY.

       CNAB-IDENTIFICA-TITULAR.
      *    Nome e CPF do pagador: contribuinte.dat para o titular
      *    padrao, titulares.dat para os demais.
           MOVE SPACES TO WS-CNB-NOME WS-CNB-CPF.
           IF WS-CNB-TITULAR = SPACES
               PERFORM GARANTE-CONTRIBUINTE
               OPEN INPUT ARQ-CONTRIB
               IF WS-STATUS-CONTRIB = "00"
                   READ ARQ-CONTRIB
                   IF WS-STATUS-CONTRIB = "00"
                       MOVE CONTRIB-NOME TO WS-CNB-NOME
                       MOVE CONTRIB-CPF  TO WS-CNB-CPF
                   END-IF
               END-IF
               CLOSE ARQ-CONTRIB
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT STK24.
           IF WS-STATUS-STK24 NOT = "00"
               CLOSE STK24
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CNB-FIM.
           PERFORM UNTIL WS-CNB-FIM = "S"
               READ STK24 AT END MOVE "S" TO WS-CNB-FIM
               END-READ
               IF WS-STATUS-STK24 = "00"
                   IF WFS-STK24-TITULAR = WS-CNB-TITULAR
                       MOVE WFS-STK24-NOME TO WS-CNB-NOME
                       MOVE WFS-STK24-CPF  TO WS-CNB-CPF
                       MOVE "S" TO WS-CNB-FIM
                   END-IF
               ELSE
                   MOVE "S" TO WS-CNB-FIM
               END-IF
           END-PERFORM.
           CLOSE STK24.

       CNAB-CARREGA-BANCO.
      *    Dados bancarios e ultimo NSA do titular (bancotit.dat).
           OPEN INPUT STK44.
           IF WS-STATUS-STK44 NOT = "00"
               CLOSE STK44
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CNB-FIM.
           PERFORM UNTIL WS-CNB-FIM = "S"
               READ STK44 AT END MOVE "S" TO WS-CNB-FIM
               END-READ
               IF WS-STATUS-STK44 = "00"
                   IF WFS-STK44-TITULAR = WS-CNB-TITULAR
                       MOVE WFS-STK44-BANCO      TO WS-CNB-BANCO
                       MOVE WFS-STK44-AGENCIA    TO WS-CNB-AGENCIA
                       MOVE WFS-STK44-AGENCIA-DV TO WS-CNB-AGENCIA-DV
                       MOVE WFS-STK44-CONTA      TO WS-CNB-CONTA
                       MOVE WFS-STK44-CONTA-DV   TO WS-CNB-CONTA-DV
                       MOVE WFS-STK44-CONVENIO   TO WS-CNB-CONVENIO
                       MOVE WFS-STK44-NSA        TO WS-CNB-NSA
                       MOVE "S" TO WS-CNB-FIM
                   END-IF
               ELSE
                   MOVE "S" TO WS-CNB-FIM
               END-IF
           END-PERFORM.
           CLOSE STK44.

       CNAB-GRAVA-BANCO.
      *    Regrava bancotit.dat com os dados da tela e o NSA da
      *    remessa recem gerada.
           OPEN OUTPUT ARQ-BCO-TMP.
           OPEN INPUT STK44.
           IF WS-STATUS-STK44 = "00"
               MOVE "N" TO WS-CNB-FIM
               PERFORM UNTIL WS-CNB-FIM = "S"
                   READ STK44 AT END MOVE "S" TO WS-CNB-FIM
                   END-READ
                   IF WS-STATUS-STK44 = "00"
                       IF WFS-STK44-TITULAR NOT = WS-CNB-TITULAR
                           WRITE BCO-TMP-REG FROM STK44-REGISTER
                       END-IF
                   ELSE
                       MOVE "S" TO WS-CNB-FIM
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE STK44.
           MOVE WS-CNB-TITULAR    TO WFS-STK44-TITULAR.
           MOVE WS-CNB-BANCO      TO WFS-STK44-BANCO.
           MOVE WS-CNB-AGENCIA    TO WFS-STK44-AGENCIA.
           MOVE WS-CNB-AGENCIA-DV TO WFS-STK44-AGENCIA-DV.
           MOVE WS-CNB-CONTA      TO WFS-STK44-CONTA.
           MOVE WS-CNB-CONTA-DV   TO WFS-STK44-CONTA-DV.
           MOVE WS-CNB-CONVENIO   TO WFS-STK44-CONVENIO.
           MOVE WS-CNB-NSA        TO WFS-STK44-NSA.
           WRITE BCO-TMP-REG FROM STK44-REGISTER.
           CLOSE ARQ-BCO-TMP.

           OPEN OUTPUT STK44.
           OPEN INPUT ARQ-BCO-TMP.
           MOVE "N" TO WS-CNB-FIM.
           PERFORM UNTIL WS-CNB-FIM = "S"
               READ ARQ-BCO-TMP AT END MOVE "S" TO WS-CNB-FIM
               END-READ
               IF WS-STATUS-BCO-TMP = "00"
                   WRITE STK44-REGISTER FROM BCO-TMP-REG
               ELSE
                   MOVE "S" TO WS-CNB-FIM
               END-IF
           END-PERFORM.
           CLOSE STK44 ARQ-BCO-TMP.
           CALL "CBL_DELETE_FILE" USING "bancotit.tmp".

           MOVE "STK44" TO WS-AUDIT-ARQUIVO.
           MOVE "ALT"   TO WS-AUDIT-ACAO.
           MOVE STK44-REGISTER TO WS-AUDIT-IMAGEM.
           PERFORM GRAVA-AUDITORIA.

       CNAB-CARREGA-PENDENTES.
           MOVE 0 TO WS-CNB-PEND-TOTAL.
           OPEN INPUT ARQ-CNAB-PEND.
           IF WS-STATUS-CNAB-PEND NOT = "00"
               CLOSE ARQ-CNAB-PEND
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CNB-FIM.
           PERFORM UNTIL WS-CNB-FIM = "S"
               READ ARQ-CNAB-PEND AT END MOVE "S" TO WS-CNB-FIM
               END-READ
               IF WS-STATUS-CNAB-PEND = "00"
                   IF WS-CNB-PEND-TOTAL < 200
                       ADD 1 TO WS-CNB-PEND-TOTAL
                       MOVE CPEND-REG
                         TO WS-CNB-PEND-REG(WS-CNB-PEND-TOTAL)
                   END-IF
               ELSE
                   MOVE "S" TO WS-CNB-FIM
               END-IF
           END-PERFORM.
           CLOSE ARQ-CNAB-PEND.

       CNAB-VERIFICA-PENDENTE.
           MOVE "N" TO WS-CNB-PENDENTE.
           PERFORM VARYING WS-CNB-IDX2 FROM 1 BY 1
                   UNTIL WS-CNB-IDX2 > WS-CNB-PEND-TOTAL
               IF WS-CNB-PEND-REG(WS-CNB-IDX2)(1:12) = WS-CNB-CHAVE
                   MOVE "S" TO WS-CNB-PENDENTE
               END-IF
           END-PERFORM.

       CNAB-ANOTA-PENDENTES.
      *    Cada obrigacao da remessa fica pendente ate o retorno.
           OPEN EXTEND ARQ-CNAB-PEND.
           IF WS-STATUS-CNAB-PEND = "35"
               OPEN OUTPUT ARQ-CNAB-PEND
           END-IF.
           OPEN INPUT ARQ-CNAB-SEL.
           MOVE "N" TO WS-CNB-FIM.
           PERFORM UNTIL WS-CNB-FIM = "S"
               READ ARQ-CNAB-SEL AT END MOVE "S" TO WS-CNB-FIM
               END-READ
               IF WS-STATUS-CNAB-SEL = "00"
                   MOVE CSEL-RECORD(1:12) TO CPEND-CHAVE
                   MOVE WS-CNB-NSA        TO CPEND-NSA
                   MOVE WS-CNB-DATA-PAG   TO CPEND-DATA
                   WRITE CPEND-REG
               ELSE
                   MOVE "S" TO WS-CNB-FIM
               END-IF
           END-PERFORM.
           CLOSE ARQ-CNAB-SEL ARQ-CNAB-PEND.

       CNAB-CARREGA-STK11.
      *    DARFs do titular vencidos ate a data de pagamento, de
      *    todos os codigos de receita; o STK11 fica fechado antes do
      *    calculo dos encargos, que o reabre.
           MOVE 0 TO WS-CNB-ITENS.
           OPEN INPUT STK11.
           IF WS-STATUS-STK11 NOT = "00"
               CLOSE STK11
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CNB-FIM.
           PERFORM UNTIL WS-CNB-FIM = "S"
               READ STK11 AT END MOVE "S" TO WS-CNB-FIM
               END-READ
               IF WS-STATUS-STK11 = "00"
                   COMPUTE WS-CNB-VENC-NUM =
                           (2000 + WFS-STK11-VENC-ANO) * 10000
                           + WFS-STK11-VENC-MES * 100
                           + WFS-STK11-VENC-DIA
                   IF WFS-STK11-TITULAR = WS-CNB-TITULAR
                      AND WS-CNB-VENC-NUM <= WS-CNB-DATA-PAG
                       PERFORM CNAB-ACUMULA-ITEM
                   END-IF
               ELSE
                   MOVE "S" TO WS-CNB-FIM
               END-IF
           END-PERFORM.
           CLOSE STK11.

       CNAB-ACUMULA-ITEM.
      *    Cripto e doacao/heranca da mesma competencia sao o mesmo
      *    codigo 4600 e a mesma chave de remessa: somam num DARF so,
      *    como na baixa manual.
           PERFORM VARYING WS-CNB-IDX2 FROM 1 BY 1
                   UNTIL WS-CNB-IDX2 > WS-CNB-ITENS
               IF WS-CNB-I-MES(WS-CNB-IDX2) = WFS-STK11-COMP-MES
                  AND WS-CNB-I-ANO(WS-CNB-IDX2) = WFS-STK11-COMP-ANO
                  AND WS-CNB-I-CODIGO(WS-CNB-IDX2) = WFS-STK11-CODIGO
                   ADD WFS-STK11-VALOR TO WS-CNB-I-VALOR(WS-CNB-IDX2)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-CNB-ITENS >= 30
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CNB-ITENS.
           MOVE WFS-STK11-COMP-MES TO WS-CNB-I-MES(WS-CNB-ITENS).
           MOVE WFS-STK11-COMP-ANO TO WS-CNB-I-ANO(WS-CNB-ITENS).
           MOVE WFS-STK11-CODIGO   TO WS-CNB-I-CODIGO(WS-CNB-ITENS).
           MOVE WFS-STK11-VALOR    TO WS-CNB-I-VALOR(WS-CNB-ITENS).
           MOVE WFS-STK11-VENC-DIA TO WS-CNB-I-VENC-DIA(WS-CNB-ITENS).
           MOVE WFS-STK11-VENC-MES TO WS-CNB-I-VENC-MES(WS-CNB-ITENS).
           MOVE WFS-STK11-VENC-ANO TO WS-CNB-I-VENC-ANO(WS-CNB-ITENS).
           MOVE WFS-STK11-ORIGEM   TO WS-CNB-I-ORIGEM(WS-CNB-ITENS).

       CNAB-SELECIONA-DARF.
           MOVE WS-CNB-TITULAR              TO WS-CNB-CH-TITULAR.
           MOVE "S"                         TO WS-CNB-CH-TIPO.
           MOVE WS-CNB-I-ANO(WS-CNB-IDX)    TO WS-CNB-CH-ANO.
           MOVE WS-CNB-I-MES(WS-CNB-IDX)    TO WS-CNB-CH-MES.
           MOVE WS-CNB-I-CODIGO(WS-CNB-IDX) TO WS-CNB-CH-CODIGO.
           PERFORM CNAB-VERIFICA-PENDENTE.
           IF WS-CNB-PENDENTE = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CNB-I-MES(WS-CNB-IDX) TO WS-CONS-COMP-MES.
           MOVE WS-CNB-I-ANO(WS-CNB-IDX) TO WS-CONS-COMP-ANO.
           MOVE WS-CNB-TITULAR           TO WS-ALR-TITULAR.
           MOVE WS-CNB-I-CODIGO(WS-CNB-IDX) TO WS-ALR-CODIGO.
           PERFORM PROCURA-DARF-PAGO.
           IF WS-ALR-PAGO NOT = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CNB-I-MES(WS-CNB-IDX)   TO WS-PAG-MES.
           MOVE WS-CNB-I-ANO(WS-CNB-IDX)   TO WS-PAG-ANO.
           MOVE WS-CNB-TITULAR             TO WS-PAG-TITULAR.
           MOVE WS-CNB-I-CODIGO(WS-CNB-IDX) TO WS-PAG-CODIGO.
           MOVE WS-CNB-I-VALOR(WS-CNB-IDX) TO WS-PAG-VALOR.
           PERFORM CALCULA-ENCARGOS-ATRASO.

           MOVE WS-CNB-I-MES(WS-CNB-IDX)      TO WS-DD-COMP-MES.
           MOVE WS-CNB-I-ANO(WS-CNB-IDX)      TO WS-DD-COMP-ANO.
           MOVE WS-CNB-I-CODIGO(WS-CNB-IDX)   TO WS-DD-CODIGO.
           MOVE WS-CNB-I-VALOR(WS-CNB-IDX)    TO WS-DD-VALOR.
           MOVE WS-CNB-I-VENC-DIA(WS-CNB-IDX) TO WS-DD-VENC-DIA.
           MOVE WS-CNB-I-VENC-MES(WS-CNB-IDX) TO WS-DD-VENC-MES.
           MOVE WS-CNB-I-VENC-ANO(WS-CNB-IDX) TO WS-DD-VENC-ANO.
           MOVE WS-CNB-I-ORIGEM(WS-CNB-IDX)   TO WS-DD-ORIGEM.
           MOVE WS-PAG-MULTA                  TO WS-DD-MULTA.
           MOVE WS-PAG-JUROS                  TO WS-DD-JUROS.
           MOVE WS-PAG-TOTAL                  TO WS-DD-TOTAL.
           PERFORM CNAB-GRAVA-SELECAO.

       CNAB-SELECIONA-ACUMULADO.
      *    Saldo abaixo do minimo acumulado de meses anteriores: so
      *    entra se ja chegou ao minimo; a competencia do "seu
      *    numero" e a mais antiga do acumulado e o vencimento e a
      *    propria data de pagamento (sem encargos).
           MOVE WS-CNB-TITULAR TO WS-TIT-ATUAL.
           PERFORM CARREGA-DARF-ACUMULADO.
           MOVE SPACES TO WS-TIT-ATUAL.
           IF WS-DARF-ACUM-TOT < WS-DARF-MINIMO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CNB-TITULAR      TO WS-CNB-CH-TITULAR.
           MOVE "A"                 TO WS-CNB-CH-TIPO.
           MOVE WS-DARF-ORIGEM(4:2) TO WS-CNB-CH-ANO.
           MOVE WS-DARF-ORIGEM(1:2) TO WS-CNB-CH-MES.
           MOVE "6015"              TO WS-CNB-CH-CODIGO.
           PERFORM CNAB-VERIFICA-PENDENTE.
           IF WS-CNB-PENDENTE = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CNB-CH-MES       TO WS-DD-COMP-MES.
           MOVE WS-CNB-CH-ANO       TO WS-DD-COMP-ANO.
           MOVE "6015"              TO WS-DD-CODIGO.
           MOVE WS-DARF-ACUM-TOT    TO WS-DD-VALOR WS-DD-TOTAL.
           MOVE 0                   TO WS-DD-MULTA WS-DD-JUROS.
           MOVE WS-PAG-PDIA         TO WS-DD-VENC-DIA.
           MOVE WS-PAG-PMES         TO WS-DD-VENC-MES.
           MOVE WS-PAG-PANO         TO WS-DD-VENC-ANO.
           MOVE WS-DARF-ORIGEM      TO WS-DD-ORIGEM.
           PERFORM CNAB-GRAVA-SELECAO.

       CNAB-GRAVA-SELECAO.
      *    Codigo de barras pelo DARFDOC (sem gerar o documento) e
      *    linha do DARF em cnabsel.dat para o CNABDARF.
           MOVE "S" TO WS-DD-SO-BARRAS.
           CALL 'DARFDOC' USING WS-DARFDOC-PARM.

           MOVE WS-CNB-CH-TITULAR TO CSEL-TITULAR.
           MOVE WS-CNB-CH-TIPO    TO CSEL-TIPO.
           MOVE WS-CNB-CH-ANO     TO CSEL-COMP-ANO.
           MOVE WS-CNB-CH-MES     TO CSEL-COMP-MES.
           MOVE WS-CNB-CH-CODIGO  TO CSEL-CODIGO.
           MOVE WS-DD-VALOR       TO CSEL-VALOR.
           MOVE WS-DD-MULTA       TO CSEL-MULTA.
           MOVE WS-DD-JUROS       TO CSEL-JUROS.
           MOVE WS-DD-TOTAL       TO CSEL-TOTAL.
           COMPUTE CSEL-VENC = (2000 + WS-DD-VENC-ANO) * 10000
                             + WS-DD-VENC-MES * 100 + WS-DD-VENC-DIA.
           MOVE WS-DD-BARRAS      TO CSEL-BARRAS.
           MOVE WS-DD-ORIGEM      TO CSEL-ORIGEM.
           WRITE CSEL-RECORD.
           ADD 1 TO WS-CNB-SELECIONADOS.

       PROCESSA-RETORNO-DARF.
      **** Retorno do banco da remessa de DARFs (CNABDARF modo R):
      **** cada segmento O com ocorrencia "00" e baixado pelo mesmo
      **** caminho do pagamento manual, pelo codigo de receita do
      **** segmento (no 6015, STK08 pago e baixa do IRRF a pagar;
      **** em todos, STK07 com o codigo, a data efetiva e os
      **** encargos dessa data); o saldo acumulado pago sai de
      **** darfacum.dat. Pago ou rejeitado, o DARF deixa de estar
      **** pendente e pode ir numa nova remessa.
           MOVE SPACES TO WS-CNABDARF-PARM.
           DISPLAY CLEAR-SCREEN.
           DISPLAY CNAB-RET-SCR.
           ACCEPT  CNAB-RET-SCR.
           IF WS-CNB-ARQUIVO = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO WS-CNB-MODO.
           CALL 'CNABDARF' USING WS-CNABDARF-PARM.
           IF WS-CNB-RC = 08
               CALL 'showmsg' USING "Arquivo de retorno invalido",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-CNB-RC = 04
               CALL 'showmsg' USING "Nenhum DARF no retorno",
                              MSGALERT, MSGDELAY
               EXIT PARAGRAPH
           END-IF.

           PERFORM CNAB-CARREGA-PENDENTES.
           MOVE 0 TO WS-CNB-BAIXADOS.
           OPEN INPUT ARQ-CNAB-RET.
           MOVE "N" TO WS-CNB-FIM.
           PERFORM CNAB-RETORNO-SEQ UNTIL WS-CNB-FIM = "S".
           CLOSE ARQ-CNAB-RET.
           PERFORM CNAB-REGRAVA-PENDENTES.

           MOVE "cnabret.rel" TO WS-VIS-NOME.
           PERFORM VISUALIZA-RELATORIO.
           MOVE WS-CNB-BAIXADOS TO WS-CNB-CNT-MASK.
           MOVE SPACES TO WS-MSG.
           STRING "Competencias baixadas:" WS-CNB-CNT-MASK
                  DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGSTD, MSGDELAY.

       CNAB-RETORNO-SEQ.
           READ ARQ-CNAB-RET AT END MOVE "S" TO WS-CNB-FIM.
           IF WS-STATUS-CNAB-RET NOT = "00"
               MOVE "S" TO WS-CNB-FIM
               EXIT PARAGRAPH
           END-IF.

           MOVE CRET-RECORD(1:12) TO WS-CNB-CHAVE.
           PERFORM VARYING WS-CNB-IDX2 FROM 1 BY 1
                   UNTIL WS-CNB-IDX2 > WS-CNB-PEND-TOTAL
               IF WS-CNB-PEND-REG(WS-CNB-IDX2)(1:12) = WS-CNB-CHAVE
                   MOVE SPACES TO WS-CNB-PEND-REG(WS-CNB-IDX2)
               END-IF
           END-PERFORM.

           IF CRET-OCORRENCIA = "00"
               PERFORM BAIXA-DARF-RETORNO
           END-IF.

       BAIXA-DARF-RETORNO.
           MOVE CRET-TITULAR  TO WS-PAG-TITULAR.
           MOVE CRET-DATA-PAG TO WS-CNB-DATA-PAG.
           COMPUTE WS-PAG-PANO = WS-CNB-PAG-ANO - 2000.
           MOVE WS-CNB-PAG-MES TO WS-PAG-PMES.
           MOVE WS-CNB-PAG-DIA TO WS-PAG-PDIA.

           IF CRET-TIPO NOT = "A"
               MOVE CRET-COMP-MES TO WS-PAG-MES
               MOVE CRET-COMP-ANO TO WS-PAG-ANO
               MOVE CRET-CODIGO   TO WS-PAG-CODIGO
               PERFORM BAIXA-COMPETENCIA-RETORNO
               EXIT PARAGRAPH
           END-IF.

      *    Saldo acumulado: baixa cada competencia que o compunha e
      *    limpa o acumulado do titular.
           MOVE "6015" TO WS-PAG-CODIGO.
           PERFORM CNAB-COMPS-ACUMULADO.
           PERFORM VARYING WS-CNB-IDX FROM 1 BY 1
                   UNTIL WS-CNB-IDX > WS-CNB-ACUM-TOTAL
               MOVE WS-CNB-ACUM-MES(WS-CNB-IDX) TO WS-PAG-MES
               MOVE WS-CNB-ACUM-ANO(WS-CNB-IDX) TO WS-PAG-ANO
               MOVE CRET-TITULAR TO WS-PAG-TITULAR
               PERFORM BAIXA-COMPETENCIA-RETORNO
           END-PERFORM.
           PERFORM CNAB-LIMPA-ACUMULADO.

       BAIXA-COMPETENCIA-RETORNO.
      *    Competencia ja paga (pagamento manual antes do retorno)
      *    nao e baixada de novo.
           MOVE WS-PAG-MES     TO WS-CONS-COMP-MES.
           MOVE WS-PAG-ANO     TO WS-CONS-COMP-ANO.
           MOVE WS-PAG-TITULAR TO WS-ALR-TITULAR.
           MOVE WS-PAG-CODIGO  TO WS-ALR-CODIGO.
           PERFORM PROCURA-DARF-PAGO.
           IF WS-ALR-PAGO NOT = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO WS-PAG-MULTA WS-PAG-JUROS WS-PAG-TOTAL.
           PERFORM LOCALIZA-DARF-PAGAMENTO.
           IF NOT WS-PAG-DARF-FOUND
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULA-ENCARGOS-ATRASO.
           PERFORM REGISTRA-PAGAMENTO-DARF.
           ADD 1 TO WS-CNB-BAIXADOS.

       CNAB-COMPS-ACUMULADO.
           MOVE 0 TO WS-CNB-ACUM-TOTAL.
           OPEN INPUT ARQ-DARF-ACUM.
           IF WS-STATUS-DARF-ACUM NOT = "00"
               CLOSE ARQ-DARF-ACUM
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DARF-ACUM-FIM.
           PERFORM UNTIL WS-DARF-ACUM-FIM = "S"
               READ ARQ-DARF-ACUM AT END MOVE "S" TO WS-DARF-ACUM-FIM
               END-READ
               IF WS-STATUS-DARF-ACUM = "00"
                   IF DARF-ACUM-TITULAR = CRET-TITULAR
                      AND WS-CNB-ACUM-TOTAL < 24
                       ADD 1 TO WS-CNB-ACUM-TOTAL
                       MOVE DARF-ACUM-ANO
                         TO WS-CNB-ACUM-ANO(WS-CNB-ACUM-TOTAL)
                       MOVE DARF-ACUM-MES
                         TO WS-CNB-ACUM-MES(WS-CNB-ACUM-TOTAL)
                   END-IF
               ELSE
                   MOVE "S" TO WS-DARF-ACUM-FIM
               END-IF
           END-PERFORM.
           CLOSE ARQ-DARF-ACUM.

       CNAB-LIMPA-ACUMULADO.
      *    Mantem em darfacum.dat so os saldos dos outros titulares.
           OPEN INPUT ARQ-DARF-ACUM.
           IF WS-STATUS-DARF-ACUM NOT = "00"
               CLOSE ARQ-DARF-ACUM
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-DACUM-TMP.
           MOVE "N" TO WS-DARF-ACUM-FIM.
           PERFORM UNTIL WS-DARF-ACUM-FIM = "S"
               READ ARQ-DARF-ACUM AT END MOVE "S" TO WS-DARF-ACUM-FIM
               END-READ
               IF WS-STATUS-DARF-ACUM = "00"
                   IF DARF-ACUM-TITULAR NOT = CRET-TITULAR
                       WRITE DACUM-TMP-REG FROM DARF-ACUM-REG
                   END-IF
               ELSE
                   MOVE "S" TO WS-DARF-ACUM-FIM
               END-IF
           END-PERFORM.
           CLOSE ARQ-DARF-ACUM ARQ-DACUM-TMP.

           OPEN OUTPUT ARQ-DARF-ACUM.
           OPEN INPUT ARQ-DACUM-TMP.
           MOVE "N" TO WS-DARF-ACUM-FIM.
           PERFORM UNTIL WS-DARF-ACUM-FIM = "S"
               READ ARQ-DACUM-TMP AT END MOVE "S" TO WS-DARF-ACUM-FIM
               END-READ
               IF WS-STATUS-DACUM-TMP = "00"
                   WRITE DARF-ACUM-REG FROM DACUM-TMP-REG
               ELSE
                   MOVE "S" TO WS-DARF-ACUM-FIM
               END-IF
           END-PERFORM.
           CLOSE ARQ-DARF-ACUM ARQ-DACUM-TMP.
           CALL "CBL_DELETE_FILE" USING "darfacum.tmp".

       CNAB-REGRAVA-PENDENTES.
           OPEN OUTPUT ARQ-CNAB-PEND.
           PERFORM VARYING WS-CNB-IDX2 FROM 1 BY 1
                   UNTIL WS-CNB-IDX2 > WS-CNB-PEND-TOTAL
               IF WS-CNB-PEND-REG(WS-CNB-IDX2) NOT = SPACES
                   WRITE CPEND-REG FROM WS-CNB-PEND-REG(WS-CNB-IDX2)
               END-IF
           END-PERFORM.
           CLOSE ARQ-CNAB-PEND.

       ACUSAR-PAGAMENTO-IMPOSTO.
           MOVE SPACES TO WS-PAG-TITULAR.
           MOVE "6015" TO WS-PAG-CODIGO.
           MOVE ZEROES TO WS-PAG-MES WS-PAG-ANO WS-PAG-VALOR.
           MOVE ZEROES TO WS-PAG-IMPOSTO-COM WS-PAG-IMPOSTO-DT
                          WS-PAG-IMPOSTO-FII.
           IF WS-PAG-MES = ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WS-PAG-CODIGO = SPACES
               MOVE "6015" TO WS-PAG-CODIGO
           END-IF.

           CALL 'chkdate' USING WS-PAG-PANO, WS-PAG-PMES, WS-PAG-PDIA,
                                WS-CHK-RETURN.
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOCALIZA-DARF-PAGAMENTO.
           IF NOT WS-PAG-DARF-FOUND
               IF WS-PAG-CODIGO = "6015"
                   CALL 'showmsg' USING "Fechamento nao encontrado",
                                  MSGALERT, MSGDELAY
               ELSE
                   CALL 'showmsg' USING "DARF nao encontrado",
                                  MSGALERT, MSGDELAY
               END-IF
               EXIT PARAGRAPH
           END-IF.

                          MSGYESNO, MSGDELAY, WS-QUESTION.

           IF WS-QUESTION NOT = "S"
               IF WS-PAG-CODIGO = "6015"
                   CALL "CBL_DELETE_FILE" USING "stk08.tmp"
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM REGISTRA-PAGAMENTO-DARF.

           CALL 'showmsg' USING "Pagamento registrado com sucesso",
                          MSGSTD, MSGDELAY.

       LOCALIZA-DARF-PAGAMENTO.
      *    Valor do DARF da competencia, titular e codigo de receita
      *    em WS-PAG-*. O 6015 vem do fechamento em STK08 (marcado
      *    pago em stk08.tmp, com a parcela de cada mercado para a
      *    baixa do IRRF a pagar); o carne-leao (0190) e o ganho de
      *    capital (4600, cripto e doacao/heranca) vem das linhas de
      *    STK11 do codigo, somadas - cripto e doacao na mesma
      *    competencia saem num DARF so do codigo.
           MOVE ZEROES TO WS-PAG-VALOR.
           MOVE ZEROES TO WS-PAG-IMPOSTO-COM WS-PAG-IMPOSTO-DT
                          WS-PAG-IMPOSTO-FII.
           MOVE "N"    TO WS-PAG-FOUND.

           IF WS-PAG-CODIGO = "6015"
               OPEN INPUT STK08
               IF WS-STATUS-STK08 NOT = "00"
                   CLOSE STK08
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT STK08TMP
               PERFORM ACUSAR-PAGAMENTO-SCAN
                       UNTIL WS-STATUS-STK08 = "10"
               CLOSE STK08 STK08TMP
               IF NOT WS-PAG-DARF-FOUND
                   CALL "CBL_DELETE_FILE" USING "stk08.tmp"
               END-IF
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT STK11.
           IF WS-STATUS-STK11 NOT = "00"
               CLOSE STK11
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM LOCALIZA-DARF-STK11-SEQ UNTIL WS-FIM-ARQ = "S".
           CLOSE STK11.

       LOCALIZA-DARF-STK11-SEQ.
           READ STK11 AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK11 = "00"
               IF WFS-STK11-COMP-MES = WS-PAG-MES
                  AND WFS-STK11-COMP-ANO = WS-PAG-ANO
                  AND WFS-STK11-TITULAR = WS-PAG-TITULAR
                  AND WFS-STK11-CODIGO = WS-PAG-CODIGO
                   SET WS-PAG-DARF-FOUND TO TRUE
                   ADD WFS-STK11-VALOR TO WS-PAG-VALOR
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       REGISTRA-PAGAMENTO-DARF.
      *    Baixa do DARF ja localizado por LOCALIZA-DARF-PAGAMENTO
      *    (encargos calculados): usada pela tela de pagamento e pelo
      *    retorno do banco. So o 6015 mexe no fechamento - flag PAGO
      *    de STK08 e baixa do IRRF a pagar; os demais codigos ficam
      *    quitados apenas pelo registro de STK07 com o codigo.
           IF WS-PAG-CODIGO = "6015"
               PERFORM ACUSAR-PAGAMENTO-REWRITE-STK08
               CALL "CBL_DELETE_FILE" USING "stk08.tmp"

               MOVE "STK08" TO WS-AUDIT-ARQUIVO
               MOVE "ALT"   TO WS-AUDIT-ACAO
               PERFORM GRAVA-AUDITORIA

      *        A baixa do IRRF a pagar atinge o STK04 do titular do
      *        DARF pago; o titular corrente volta ao padrao depois.
               MOVE WS-PAG-TITULAR TO WS-TIT-ATUAL
               PERFORM BAIXA-IRRF-INI
               MOVE SPACES TO WS-TIT-ATUAL
               PERFORM READ-INITIAL-LOSS
           END-IF.
           PERFORM GRAVA-PAGAMENTO-STK07.

       ACUSAR-PAGAMENTO-SCAN.
           READ STK08.
           IF WS-STATUS-STK08 = "00"
           MOVE WS-PAG-JUROS    TO WFS-STK07-JUROS.
           MOVE "P"             TO WFS-STK07-STATUS.
           MOVE WS-PAG-TITULAR  TO WFS-STK07-TITULAR.
           MOVE WS-PAG-CODIGO   TO WFS-STK07-CODIGO.
           WRITE STK07-REGISTER.
           CLOSE STK07.

               IF WFS-STK11-COMP-MES = WS-PAG-MES
                  AND WFS-STK11-COMP-ANO = WS-PAG-ANO
                  AND WFS-STK11-TITULAR = WS-PAG-TITULAR
                  AND WFS-STK11-CODIGO = WS-PAG-CODIGO
                   MOVE WFS-STK11-VENC-DIA TO WS-VENC-DIA
                   MOVE WFS-STK11-VENC-MES TO WS-VENC-MES
                   MOVE WFS-STK11-VENC-ANO TO WS-VENC-ANO
           END-IF.
           CLOSE STK17.

      *    Fundos de investimento: lotes ativos pela ultima cota da
      *    serie importada (CALCFUND), marcados "FD"; lote sem cota
      *    fica ao valor aplicado, marcado "F*".
           OPEN INPUT STK34.
           IF WS-STATUS-STK34 = "00"
               MOVE "N" TO WS-RFV-FIM
               PERFORM LST-VALORIZACAO-FD-SEQ UNTIL WS-RFV-FIM = "S"
           END-IF.
           CLOSE STK34.

           MOVE WS-VAL-TOT-CUSTO   TO WS-BALANCE-MASK.
           MOVE WS-VAL-TOT-MERCADO TO WS-VAL-MERC-MASK.
           MOVE WS-VAL-TOT-RESULT  TO WS-VAL-RES-MASK.
               MOVE "S" TO WS-RFV-FIM
           END-IF.

       LST-VALORIZACAO-FD-SEQ.
           READ STK34 AT END MOVE "S" TO WS-RFV-FIM.
           IF WS-STATUS-STK34 = "00"
               IF WFS-STK34-ATIVO
                   PERFORM CALCULA-VALOR-ATUAL-FD
                   PERFORM MOSTRA-VALORIZACAO-FD
               END-IF
           ELSE
               MOVE "S" TO WS-RFV-FIM
           END-IF.

       MOSTRA-VALORIZACAO-FD.
           MOVE WFS-STK34-VALOR-APLIC TO WS-BALANCE-MASK.
           MOVE WS-CFD-VALOR-ATUAL    TO WS-VAL-MERC-MASK.
           COMPUTE WS-VAL-RESULT = WS-CFD-VALOR-ATUAL
                                  - WFS-STK34-VALOR-APLIC.
           MOVE WS-VAL-RESULT TO WS-VAL-RES-MASK.

           ADD WFS-STK34-VALOR-APLIC TO WS-VAL-TOT-CUSTO.
           ADD WS-CFD-VALOR-ATUAL    TO WS-VAL-TOT-MERCADO.
           ADD WS-VAL-RESULT         TO WS-VAL-TOT-RESULT.

           DISPLAY WFS-STK34-FUNDO        AT LINE WS-LN COLUMN  1.
           DISPLAY WFS-STK34-ACCOUNT      AT LINE WS-LN COLUMN 12.
           DISPLAY WS-BALANCE-MASK        AT LINE WS-LN COLUMN 27.
           DISPLAY WS-VAL-MERC-MASK       AT LINE WS-LN COLUMN 41.
           DISPLAY WS-VAL-RES-MASK        AT LINE WS-LN COLUMN 55.
           IF WS-CFD-COTA-ACHADA = "S"
               DISPLAY "FD"               AT LINE WS-LN COLUMN 74
           ELSE
               DISPLAY "F*"               AT LINE WS-LN COLUMN 74
           END-IF.

           IF WS-LN < 21
               ADD 1 TO WS-LN
           ELSE
               MOVE 10 TO WS-LN
               CALL 'showmsg' USING "Continua... Pressione ENTER",
                              MSGVOID, MSGDELAY
               DISPLAY CLEAR-SCREEN-PART-00
               DISPLAY CLEAR-SCREEN-PART-01
           END-IF.

       MOSTRA-VALORIZACAO-RF.
           MOVE WFS-STK17-VALOR-APLIC TO WS-BALANCE-MASK.
           MOVE WS-RFV-VALOR-ATUAL    TO WS-VAL-MERC-MASK.
      **** registro unico ao lado das taxas de STK06): maximo em % do
      **** total da carteira por ativo, por setor e por tipo de
      **** ativo, conferidos por REG-BUY-SELL antes da confirmacao
      **** de uma compra, e os limites de risco (volatilidade e
      **** drawdown do ativo, conferidos tambem na compra; VaR da
      **** posicao, so no relatorio RISCOREL). Zero desliga o limite
      **** correspondente.
           PERFORM CARREGA-LIMITES.

           DISPLAY CLEAR-SCREEN.
           MOVE WS-LIM-TICKER-PCT TO LIM-TICKER-PCT.
           MOVE WS-LIM-SETOR-PCT  TO LIM-SETOR-PCT.
           MOVE WS-LIM-TIPO-PCT   TO LIM-TIPO-PCT.
           MOVE WS-LIM-VOL-PCT    TO LIM-VOL-PCT.
           MOVE WS-LIM-DD-PCT     TO LIM-DD-PCT.
           MOVE WS-LIM-VAR-PCT    TO LIM-VAR-PCT.
           WRITE LIMITES-REG.
           CLOSE ARQ-LIMITES.


       CARREGA-LIMITES.
           MOVE ZEROES TO WS-LIM-TICKER-PCT WS-LIM-SETOR-PCT
                          WS-LIM-TIPO-PCT WS-LIM-VOL-PCT
                          WS-LIM-DD-PCT WS-LIM-VAR-PCT.
           OPEN INPUT ARQ-LIMITES.
           IF WS-STATUS-LIMITES = "00"
               READ ARQ-LIMITES
                   MOVE LIM-TICKER-PCT TO WS-LIM-TICKER-PCT
                   MOVE LIM-SETOR-PCT  TO WS-LIM-SETOR-PCT
                   MOVE LIM-TIPO-PCT   TO WS-LIM-TIPO-PCT
      *            Registro gravado antes dos limites de risco: os
      *            campos novos vem em branco e ficam zerados.
                   IF LIM-VOL-PCT IS NUMERIC
                       MOVE LIM-VOL-PCT TO WS-LIM-VOL-PCT
                   END-IF
                   IF LIM-DD-PCT IS NUMERIC
                       MOVE LIM-DD-PCT  TO WS-LIM-DD-PCT
                   END-IF
                   IF LIM-VAR-PCT IS NUMERIC
                       MOVE LIM-VAR-PCT TO WS-LIM-VAR-PCT
                   END-IF
               END-IF
           END-IF.
           CLOSE ARQ-LIMITES.

           PERFORM CARREGA-LIMITES.
           IF WS-LIM-TICKER-PCT = 0 AND WS-LIM-SETOR-PCT = 0
              AND WS-LIM-TIPO-PCT = 0 AND WS-LIM-VOL-PCT = 0
              AND WS-LIM-DD-PCT = 0
               EXIT PARAGRAPH
           END-IF.

                   PERFORM AVISA-LIMITE-EXCEDIDO
               END-IF
           END-IF.

           IF WS-LIM-OK = "S"
              AND (WS-LIM-VOL-PCT > 0 OR WS-LIM-DD-PCT > 0)
               PERFORM VERIFICA-RISCO-ATIVO
           END-IF.
           EXIT.

       VERIFICA-RISCO-ATIVO.
      **** Volatilidade em 252 pregoes e drawdown maximo do ativo
      **** comprado, pelo CALCRISCO sobre a serie de cotacoes; ativo
      **** sem serie suficiente nao e conferido.
           MOVE "T"       TO WS-RSC-MODO.
           MOVE WS-TICKER TO WS-RSC-TICKER.
           CALL 'CALCRISCO' USING WS-CALCRISCO-PARM.
           IF WS-RSC-PONTOS < 3
               EXIT PARAGRAPH
           END-IF.

           IF WS-LIM-VOL-PCT > 0 AND WS-RSC-VOL252 > WS-LIM-VOL-PCT
               MOVE "volatilidade 252" TO WS-LIM-GRUPO
               MOVE WS-RSC-VOL252      TO WS-LIM-RISCO-MASK
               MOVE WS-LIM-VOL-PCT     TO WS-LIM-LIMITE-MASK
               PERFORM AVISA-RISCO-EXCEDIDO
           END-IF.

           IF WS-LIM-OK = "S" AND WS-LIM-DD-PCT > 0
              AND WS-RSC-DD-PCT > WS-LIM-DD-PCT
               MOVE "drawdown"         TO WS-LIM-GRUPO
               MOVE WS-RSC-DD-PCT      TO WS-LIM-RISCO-MASK
               MOVE WS-LIM-DD-PCT      TO WS-LIM-LIMITE-MASK
               PERFORM AVISA-RISCO-EXCEDIDO
           END-IF.

       AVISA-RISCO-EXCEDIDO.
           MOVE SPACES TO WS-MSG.
           STRING FUNCTION TRIM(WS-TICKER)   DELIMITED BY SIZE
                  ": "                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIM-GRUPO) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-LIM-RISCO-MASK          DELIMITED BY SIZE
                  "% (limite "               DELIMITED BY SIZE
                  WS-LIM-LIMITE-MASK         DELIMITED BY SIZE
                  "%) - confirma?"           DELIMITED BY SIZE
                  INTO WS-MSG
           END-STRING.
           CALL 'showmsg' USING WS-MSG, MSGYESNO, MSGDELAY,
                          WS-QUESTION.
           IF WS-QUESTION NOT = "S"
               MOVE "N" TO WS-LIM-OK
           END-IF.

       SOMA-LIMITES-SEQ.
           READ STK02 NEXT RECORD AT END MOVE "S" TO WS-FIM-ARQ.
           IF WS-STATUS-STK02 = "00"
      **** tipo de ativo. Alvo zero exclui a meta. A funcao "R"
      **** gera o relatorio de rebalanceamento (REBALREL), que
      **** compara a exposicao a mercado com as metas e sugere os
      **** valores de compra/venda por ativo; a funcao "L" gera o
      **** mesmo relatorio com os ETFs abertos pela composicao
      **** importada (look-through) e a concentracao por emissor.
           MOVE "N" TO WS-STATUS.
           PERFORM UNTIL WS-STATUS = "F"
               MOVE SPACES TO WS-META-CLASSE WS-META-CHAVE
                   WHEN SPACE
                       MOVE "F" TO WS-STATUS
                   WHEN "R"
                   WHEN "L"
                       IF WS-META-CLASSE = "L"
                           MOVE "S" TO WS-EXP-LOOKTHRU
                       ELSE
                           MOVE "N" TO WS-EXP-LOOKTHRU
                       END-IF
                       CALL 'REBALREL' USING WS-EXP-LOOKTHRU
                       CALL 'showmsg' USING
                            "Relatorio gerado - ver rebalanceia.rel",
                            MSGSTD, MSGDELAY
                       END-IF
                   WHEN OTHER
                       CALL 'showmsg' USING
                            "Classe deve ser S, T, R ou L",
                            MSGALERT, MSGDELAY
               END-EVALUATE
           END-PERFORM.
           PERFORM ACUMULA-RENDA-FIXA-ANO.
           PERFORM ACUMULA-RECEITA-BTC-ANO.

      **** Estimativa do imposto minimo (IRPFM) por titular, com os
      **** rendimentos do ano por natureza e o imposto ja pago, em
      **** irpfm_AAAA.txt.
           COMPUTE WS-IRPFM-ANO = 2000 + WS-ANO-INICIAL.
           CALL 'IRPFM' USING WS-IRPFM-ANO.

      **** Apuracao anual dos ativos no exterior (Lei 14.754), fora
      **** do fechamento mensal, em exterior_AAAA.txt.
           MOVE WS-IRPFM-ANO TO WS-EXTAPUR-ANO.
           CALL 'EXTAPUR' USING WS-EXTAPUR-ANO.

           DISPLAY CLEAR-SCREEN.
           DISPLAY ANO-FISCAL-SCR.
           CALL 'showmsg' USING "Pressione ENTER para continuar",
                          MSGVOID, MSGDELAY.
           CALL 'showmsg' USING
                "Estimativa IRPFM por titular - ver irpfm_AAAA.txt",
                MSGSTD, MSGDELAY.
           CALL 'showmsg' USING
                "Apuracao do exterior - ver exterior_AAAA.txt",
                MSGSTD, MSGDELAY.
           EXIT.

       ZERA-ANO-FISCAL.
