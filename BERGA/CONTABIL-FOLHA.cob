000010       Identification Division.
000020       Program-Id.              CONTABIL-FOLHA.
000030       Author.                  EQUIPE DE MANUTENCAO IFSP CBT.
000040       Installation             IFSP CBT.
000050       Date-Written             15/10/2026.
000060       Date-Compiled            .
000070       Security                 INTERFACE CONTABIL DA FOLHA DE
000080                                PAGAMENTO POR CENTRO DE CUSTO, COM
000090                                AS PROVISOES MENSAIS DE FERIAS E
000100                                DE 13 SALARIO.
000110*
000120*    HISTORICO DE ALTERACOES
000130*    DATA       AUTOR   DESCRICAO
000140*    15/10/2026 MSL     VERSAO ORIGINAL - DADA UMA COMPETENCIA, LE
000150*                       NO HISTORICO HISTFOLI AS FOLHAS DE CADA
000160*                       TIPO ENCERRADAS NO CONTROLE CTRLFOLH E
000170*                       GRAVA NO ARQUIVO LANCCONT OS LANCAMENTOS
000180*                       CONTABEIS (DEBITO/CREDITO) POR CENTRO DE
000190*                       CUSTO E EVENTO: SALARIOS, HORAS EXTRAS,
000200*                       13, FERIAS, INSS E IRRF RETIDOS,
000210*                       CONSIGNACOES, INSS PATRONAL, FGTS E
000220*                       LIQUIDO A PAGAR. OS ESTORNOS SAO LANCADOS
000230*                       A PARTE, COM AS CONTAS INVERTIDAS.
000240*                       CONSTITUI A PROVISAO MENSAL DE FERIAS COM
000250*                       O TERCO E DO 13 DE CADA FUNCIONARIO DA
000260*                       FOLHA MENSAL, REVERTIDA QUANDO O 13, AS
000270*                       FERIAS OU A RESCISAO A PAGAM, COM O SALDO
000280*                       POR FUNCIONARIO NO ARQUIVO PROVCONT, E
000290*                       EMITE O RESUMO CONTAREL QUE CONFERE OS
000300*                       LANCAMENTOS COM OS TOTAIS DA FOLHA.
000301*    15/10/2026 MSL     AS HORAS EXTRAS DA RESCISAO PASSARAM A SER
000302*                       LANCADAS NO EVENTO DE HORAS EXTRAS; A
000303*                       DIFERENCA DE DISSIDIO DAS FERIAS
000304*                       INDENIZADAS VAI NO EVENTO DE FERIAS.
000310*
000320       Environment DIVISION.
000330       Configuration Section.
000340       SOURCE-COMPUTER.         MEU PC.
000350       OBJECT-COMPUTER.         MEU PC.
000360       SPECIAL-NAMES.
000370           DECIMAL-POINT Is COMMA.
000380
000390       INPUT-OUTPUT SECTION.
000400       FILE-CONTROL.
000410           SELECT CONTROLE-FOLHA   ASSIGN TO "CTRLFOLH"
000420               ORGANIZATION IS INDEXED
000430               ACCESS MODE IS DYNAMIC
000440               RECORD KEY IS CTRL-CHAVE
000450               FILE STATUS IS FS-CONTROLE.
000460
000470           SELECT HIST-FOLHA       ASSIGN TO "HISTFOLI"
000480               ORGANIZATION IS INDEXED
000490               ACCESS MODE IS DYNAMIC
000500               RECORD KEY IS HIST-CHAVE
000510               FILE STATUS IS FS-HIST-FOLHA.
000520
000530           SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPFOLHA"
000540               ORGANIZATION IS INDEXED
000550               ACCESS MODE IS DYNAMIC
000560               RECORD KEY IS FUNC-MATRICULA
000570               FILE STATUS IS FS-EMPLOYEE.
000580
000590           SELECT PROVISAO-CONTABIL ASSIGN TO "PROVCONT"
000600               ORGANIZATION IS INDEXED
000610               ACCESS MODE IS DYNAMIC
000620               RECORD KEY IS PROV-CHAVE
000630               FILE STATUS IS FS-PROVISAO.
000640
000650           SELECT LANCAMENTO-CONTABIL ASSIGN TO "LANCCONT"
000660               ORGANIZATION IS LINE SEQUENTIAL.
000670
000680           SELECT REL-CONTABIL     ASSIGN TO "CONTAREL"
000690               ORGANIZATION IS LINE SEQUENTIAL.
000700
000710       Data Division.
000720       FILE SECTION.
000730       FD  CONTROLE-FOLHA
000740           LABEL RECORD IS STANDARD.
000750       COPY "CB-CTRL.cpy".
000760
000770       FD  HIST-FOLHA
000780           LABEL RECORD IS STANDARD.
000790       COPY "CB-HIST.cpy".
000800
000810       FD  EMPLOYEE-MASTER
000820           LABEL RECORD IS STANDARD.
000830       COPY "CB-EMPLOY.cpy".
000840
000850       FD  PROVISAO-CONTABIL
000860           LABEL RECORD IS STANDARD.
000870       COPY "CB-PROVIS.cpy".
000880
000890       FD  LANCAMENTO-CONTABIL
000900           LABEL RECORD IS STANDARD.
000910       COPY "CB-LCONT.cpy".
000920
000930       FD  REL-CONTABIL
000940           LABEL RECORD IS STANDARD.
000950       01  LINHA-CONTABIL          PIC X(120).
000960
000970       WORKING-STORAGE SECTION.
000980*
000990*    AREA DE CONTROLE DO PROCESSAMENTO
001000*
001010       77  FS-CONTROLE             PIC X(02) VALUE "00".
001020       77  FS-HIST-FOLHA           PIC X(02) VALUE "00".
001030       77  FS-EMPLOYEE             PIC X(02) VALUE "00".
001040       77  FS-PROVISAO             PIC X(02) VALUE "00".
001050       77  IND-FIM-HISTORICO       PIC X(01) VALUE "N".
001060           88  FIM-HISTORICO           VALUE "S".
001070       77  IND-FIM-PROVISAO        PIC X(01) VALUE "N".
001080           88  FIM-PROVISAO            VALUE "S".
001090       77  IND-ACHOU               PIC X(01) VALUE "N".
001100           88  ACHOU                   VALUE "S".
001110           88  NAO-ACHOU               VALUE "N".
001120       77  IND-CONTAS              PIC X(01) VALUE "N".
001130           88  CONTAS-NORMAIS          VALUE "N".
001140           88  CONTAS-INVERTIDAS       VALUE "S".
001150       77  DATA-HOJE               PIC 9(08) VALUE ZEROS.
001160       77  CONFIRMACAO             PIC X(01) VALUE SPACES.
001170       77  COMPETENCIA-CONTABIL    PIC 9(06) VALUE ZEROS.
001180       77  COMPETENCIA-ANTERIOR    PIC 9(06) VALUE ZEROS.
001190       77  PRIMEIRA-COMPET-PROV    PIC 9(06) VALUE ZEROS.
001200       77  MES-VALIDAR             PIC 9(02) VALUE ZEROS.
001210       77  ANO-CALCULO             PIC 9(04) VALUE ZEROS.
001220       77  MES-CALCULO             PIC 9(02) VALUE ZEROS.
001230       77  TIPO-LEITURA            PIC 9(01) VALUE ZEROS.
001240       77  ULTIMO-TIPO-PROC        PIC 9(01) VALUE 6.
001250       77  QTD-EVENTOS             PIC 9(02) VALUE 15.
001260*
001270*    MESMO FATOR DE SALARIO-LIQUIDO PARA O SALARIO BASE
001280*    (JORNADA X VALOR-HORA X FATOR), BASE DAS PROVISOES.
001290*
001300       77  FATOR-HORA-MENSAL       PIC 9V99  VALUE 5,25.
001310*
001320*    SITUACAO NO CONTROLE DE CADA TIPO DE PROCESSAMENTO DA
001330*    COMPETENCIA. SO O TIPO ENCERRADO ("E") E CONTABILIZADO.
001340*
001350       01  TABELA-SITUACAO-TIPO.
001360           05  TST-SITUACAO        OCCURS 6 TIMES
001370                                   PIC X(01).
001380       01  TABELA-DESCRICAO-TIPO.
001390           05  FILLER              PIC X(24) VALUE
001400               "FOLHA MENSAL".
001410           05  FILLER              PIC X(24) VALUE
001420               "13 SALARIO 1A PARCELA".
001430           05  FILLER              PIC X(24) VALUE
001440               "13 SALARIO 2A PARCELA".
001450           05  FILLER              PIC X(24) VALUE
001460               "FERIAS".
001470           05  FILLER              PIC X(24) VALUE
001480               "RESCISAO".
001490           05  FILLER              PIC X(24) VALUE
001500               "DIFERENCAS DE DISSIDIO".
001510       01  TAB-DESCRICAO-TIPO REDEFINES TABELA-DESCRICAO-TIPO.
001520           05  TAB-DESCR-TIPO      OCCURS 6 TIMES
001530                                   PIC X(24).
001540       77  QTD-TIPOS-ENCERRADOS    PIC 9(05) COMP VALUE ZEROS.
001550*
001560*    EVENTOS CONTABEIS DA FOLHA COM AS CONTAS DE DEBITO E DE
001570*    CREDITO DO PLANO DE CONTAS, NA ORDEM DO CODIGO DO EVENTO.
001580*    CARREGADA POR VALUE/REDEFINES, NA FALTA DE UM CADASTRO
001590*    PROPRIO DE ROTEIRO CONTABIL.
001600*
001610       01  TABELA-EVENTO-CONTABIL.
001620           05  FILLER              PIC X(10) VALUE "3.1.01.001".
001630           05  FILLER              PIC X(10) VALUE "2.1.01.001".
001640           05  FILLER              PIC X(30) VALUE
001650               "SALARIOS E ORDENADOS".
001660           05  FILLER              PIC X(10) VALUE "3.1.01.002".
001670           05  FILLER              PIC X(10) VALUE "2.1.01.001".
001680           05  FILLER              PIC X(30) VALUE
001690               "HORAS EXTRAS".
001700           05  FILLER              PIC X(10) VALUE "2.1.01.001".
001710           05  FILLER              PIC X(10) VALUE "2.1.02.001".
001720           05  FILLER              PIC X(30) VALUE
001730               "INSS RETIDO DOS EMPREGADOS".
001740           05  FILLER              PIC X(10) VALUE "2.1.01.001".
001750           05  FILLER              PIC X(10) VALUE "2.1.02.002".
001760           05  FILLER              PIC X(30) VALUE
001770               "IRRF RETIDO NA FONTE".
001780           05  FILLER              PIC X(10) VALUE "2.1.01.001".
001790           05  FILLER              PIC X(10) VALUE "2.1.03.001".
001800           05  FILLER              PIC X(30) VALUE
001810               "CONSIGNACOES EM FOLHA".
001820           05  FILLER              PIC X(10) VALUE "3.1.02.001".
001830           05  FILLER              PIC X(10) VALUE "2.1.02.001".
001840           05  FILLER              PIC X(30) VALUE
001850               "INSS PATRONAL".
001860           05  FILLER              PIC X(10) VALUE "3.1.02.002".
001870           05  FILLER              PIC X(10) VALUE "2.1.02.003".
001880           05  FILLER              PIC X(30) VALUE
001890               "FGTS DO MES".
001900           05  FILLER              PIC X(10) VALUE "2.1.01.001".
001910           05  FILLER              PIC X(10) VALUE "2.1.01.002".
001920           05  FILLER              PIC X(30) VALUE
001930               "SALARIOS LIQUIDOS A PAGAR".
001940           05  FILLER              PIC X(10) VALUE "3.1.01.004".
001950           05  FILLER              PIC X(10) VALUE "2.1.01.001".
001960           05  FILLER              PIC X(30) VALUE
001970               "13 SALARIO".
001980           05  FILLER              PIC X(10) VALUE "3.1.01.003".
001990           05  FILLER              PIC X(10) VALUE "2.1.01.001".
002000           05  FILLER              PIC X(30) VALUE
002010               "FERIAS E TERCO CONSTITUCIONAL".
002020           05  FILLER              PIC X(10) VALUE "3.1.01.003".
002030           05  FILLER              PIC X(10) VALUE "2.1.04.001".
002040           05  FILLER              PIC X(30) VALUE
002050               "PROVISAO DE FERIAS".
002060           05  FILLER              PIC X(10) VALUE "3.1.01.004".
002070           05  FILLER              PIC X(10) VALUE "2.1.04.002".
002080           05  FILLER              PIC X(30) VALUE
002090               "PROVISAO DE 13 SALARIO".
002100           05  FILLER              PIC X(10) VALUE "2.1.04.001".
002110           05  FILLER              PIC X(10) VALUE "3.1.01.003".
002120           05  FILLER              PIC X(30) VALUE
002130               "REVERSAO DA PROVISAO DE FERIAS".
002140           05  FILLER              PIC X(10) VALUE "2.1.04.002".
002150           05  FILLER              PIC X(10) VALUE "3.1.01.004".
002160           05  FILLER              PIC X(30) VALUE
002170               "REVERSAO DA PROVISAO DO 13".
002180           05  FILLER              PIC X(10) VALUE "3.1.02.003".
002190           05  FILLER              PIC X(10) VALUE "2.1.02.003".
002200           05  FILLER              PIC X(30) VALUE
002210               "MULTA DO FGTS NA RESCISAO".
002220       01  TAB-EVENTO-CONTABIL REDEFINES TABELA-EVENTO-CONTABIL.
002230           05  TEV-ITEM            OCCURS 15 TIMES
002240                                   INDEXED BY IDX-TEV.
002250               10  TEV-CONTA-DEBITO    PIC X(10).
002260               10  TEV-CONTA-CREDITO   PIC X(10).
002270               10  TEV-DESCRICAO       PIC X(30).
002280*
002290*    TOTAL DE CADA EVENTO NA COMPETENCIA, NORMAL E ESTORNO,
002300*    PARA O RESUMO E AS CONFERENCIAS.
002310*
002320       01  TABELA-TOTAL-EVENTO.
002330           05  TTE-ITEM            OCCURS 15 TIMES.
002340               10  TTE-NORMAL      PIC S9(11)V99.
002350               10  TTE-ESTORNO     PIC S9(11)V99.
002360*
002370*    LANCAMENTOS ACUMULADOS POR CENTRO DE CUSTO, EVENTO E
002380*    NATUREZA (NORMAL OU ESTORNO), GRAVADOS NO FIM.
002390*
002400       77  QTD-LANCTO              PIC 9(05) COMP VALUE ZEROS.
002410       77  LIMITE-LANCTO           PIC 9(05) COMP VALUE 3000.
002420       01  TABELA-LANCAMENTO.
002430           05  TLC-ITEM            OCCURS 3000 TIMES
002440                                   INDEXED BY IDX-TLC.
002450               10  TLC-CENTRO-CUSTO    PIC 9(04).
002460               10  TLC-EVENTO          PIC 9(02).
002470               10  TLC-NATUREZA        PIC X(01).
002480               10  TLC-VALOR           PIC S9(11)V99.
002490*
002500*    PROVISOES DOS FUNCIONARIOS: O SALDO QUE VEIO DA
002510*    COMPETENCIA ANTERIOR E O MOVIMENTO DESTA, GRAVADOS NO
002520*    FIM COMO OS REGISTROS DA COMPETENCIA NO PROVCONT.
002530*
002540       77  QTD-PROVISAO            PIC 9(05) COMP VALUE ZEROS.
002550       77  LIMITE-PROVISAO         PIC 9(05) COMP VALUE 3000.
002560       01  TABELA-PROVISAO.
002570           05  TPV-ITEM            OCCURS 3000 TIMES
002580                                   INDEXED BY IDX-TPV.
002590               10  TPV-MATRICULA       PIC 9(06).
002600               10  TPV-CENTRO-CUSTO    PIC 9(04).
002610               10  TPV-SALDO-ANT-FERIAS PIC 9(09)V99.
002620               10  TPV-CONST-FERIAS    PIC 9(09)V99.
002630               10  TPV-REVERT-FERIAS   PIC 9(09)V99.
002640               10  TPV-SALDO-ANT-13    PIC 9(09)V99.
002650               10  TPV-CONST-13        PIC 9(09)V99.
002660               10  TPV-REVERT-13       PIC 9(09)V99.
002670*
002680*    FUNCIONARIO CORRENTE NA FOLHA LIDA (QUEBRA POR TIPO E
002690*    MATRICULA) E VALORES DO REGISTRO LIDO POR EVENTO.
002700*
002710       77  TIPO-CORRENTE           PIC 9(01) VALUE ZEROS.
002720       77  MATRICULA-CORRENTE      PIC 9(06) VALUE ZEROS.
002730       77  CENTRO-CUSTO-CORRENTE   PIC 9(04) VALUE ZEROS.
002740       77  SALARIO-BASE-CADASTRO   PIC 9(09)V99 VALUE ZEROS.
002750       77  SINAL-NATUREZA          PIC S9(01) VALUE +1.
002760       77  ACU-BRUTO               PIC S9(11)V99 VALUE ZEROS.
002770       77  ACU-13-PAGO             PIC S9(11)V99 VALUE ZEROS.
002780       77  ACU-FERIAS-PAGAS        PIC S9(11)V99 VALUE ZEROS.
002790       77  VALOR-SALARIOS          PIC S9(11)V99 VALUE ZEROS.
002800       77  VALOR-EXTRAS            PIC S9(11)V99 VALUE ZEROS.
002810       77  VALOR-13                PIC S9(11)V99 VALUE ZEROS.
002820       77  VALOR-FERIAS            PIC S9(11)V99 VALUE ZEROS.
002830       77  CODIGO-EVENTO           PIC 9(02) VALUE ZEROS.
002840       77  NATUREZA-EVENTO         PIC X(01) VALUE "N".
002850       77  CENTRO-CUSTO-EVENTO     PIC 9(04) VALUE ZEROS.
002860       77  VALOR-EVENTO            PIC S9(11)V99 VALUE ZEROS.
002870       77  VALOR-PROVISAO          PIC 9(09)V99 VALUE ZEROS.
002880       77  SALDO-PROVISAO          PIC S9(11)V99 VALUE ZEROS.
002890       01  HISTORICO-ESTORNO.
002900           05  FILLER              PIC X(10) VALUE "ESTORNO - ".
002910           05  HE-DESCRICAO        PIC X(30).
002920*
002930*    TOTAIS DA FOLHA LIDOS DO HISTORICO, LIQUIDOS DOS
002940*    ESTORNOS, PARA A CONFERENCIA DOS LANCAMENTOS.
002950*
002960       77  TOT-BRUTO               PIC S9(11)V99 VALUE ZEROS.
002970       77  TOT-ADIANTAMENTO        PIC S9(11)V99 VALUE ZEROS.
002980       77  TOT-INSS                PIC S9(11)V99 VALUE ZEROS.
002990       77  TOT-IRRF                PIC S9(11)V99 VALUE ZEROS.
003000       77  TOT-DESCONTOS           PIC S9(11)V99 VALUE ZEROS.
003010       77  TOT-LIQUIDO             PIC S9(11)V99 VALUE ZEROS.
003020       77  TOT-PATRONAL            PIC S9(11)V99 VALUE ZEROS.
003030       77  TOT-FGTS                PIC S9(11)V99 VALUE ZEROS.
003040       77  TOT-MULTA-FGTS          PIC S9(11)V99 VALUE ZEROS.
003050       77  TOT-PROV-ANT-FERIAS     PIC 9(11)V99 VALUE ZEROS.
003060       77  TOT-PROV-CONST-FERIAS   PIC 9(11)V99 VALUE ZEROS.
003070       77  TOT-PROV-REVERT-FERIAS  PIC 9(11)V99 VALUE ZEROS.
003080       77  TOT-PROV-SALDO-FERIAS   PIC 9(11)V99 VALUE ZEROS.
003090       77  TOT-PROV-ANT-13         PIC 9(11)V99 VALUE ZEROS.
003100       77  TOT-PROV-CONST-13       PIC 9(11)V99 VALUE ZEROS.
003110       77  TOT-PROV-REVERT-13      PIC 9(11)V99 VALUE ZEROS.
003120       77  TOT-PROV-SALDO-13       PIC 9(11)V99 VALUE ZEROS.
003130       77  VALOR-CONTABIL          PIC S9(11)V99 VALUE ZEROS.
003140       77  VALOR-FOLHA             PIC S9(11)V99 VALUE ZEROS.
003150*
003160*    CONTADORES DO PROCESSAMENTO
003170*
003180       77  QTD-REGISTROS-LIDOS     PIC 9(05) COMP VALUE ZEROS.
003190       77  QTD-SEM-CADASTRO        PIC 9(05) COMP VALUE ZEROS.
003200       77  QTD-PROV-ANTERIOR       PIC 9(05) COMP VALUE ZEROS.
003210       77  QTD-PROV-REFEITAS       PIC 9(05) COMP VALUE ZEROS.
003220       77  QTD-PROV-GRAVADAS       PIC 9(05) COMP VALUE ZEROS.
003230       77  QTD-LANCTO-GRAVADOS     PIC 9(05) COMP VALUE ZEROS.
003240       77  QTD-DIVERGENCIAS        PIC 9(05) COMP VALUE ZEROS.
003250*
003260*    LINHAS DE IMPRESSAO DO RESUMO CONTABIL
003270*
003280       01  RC-CABECALHO-1.
003290           05  FILLER              PIC X(50) VALUE
003300               "INTERFACE CONTABIL DA FOLHA DE PAGAMENTO".
003310       01  RC-CABECALHO-2.
003320           05  FILLER              PIC X(13)
003330                                   VALUE "COMPETENCIA: ".
003340           05  RC-COMPETENCIA      PIC 9(06).
003350           05  FILLER              PIC X(14) VALUE
003360               "  GERADO EM: ".
003370           05  RC-DATA             PIC 9(08).
003380       01  RC-TITULO.
003390           05  RT-TITULO           PIC X(60).
003400       01  RC-TIPO.
003410           05  FILLER              PIC X(07) VALUE "  TIPO ".
003420           05  RT-TIPO             PIC 9(01).
003430           05  FILLER              PIC X(01) VALUE SPACES.
003440           05  RT-DESCRICAO        PIC X(24).
003450           05  FILLER              PIC X(01) VALUE SPACES.
003460           05  RT-SITUACAO         PIC X(40).
003470       01  RC-CAB-EVENTO.
003480           05  FILLER              PIC X(44) VALUE
003490               "EV DESCRICAO                      DEBITO    ".
003500           05  FILLER              PIC X(44) VALUE
003510               " CREDITO             NORMAL         ESTORNO".
003520       01  RC-EVENTO.
003530           05  RE-EVENTO           PIC 9(02).
003540           05  FILLER              PIC X(01) VALUE SPACES.
003550           05  RE-DESCRICAO        PIC X(30).
003560           05  FILLER              PIC X(01) VALUE SPACES.
003570           05  RE-DEBITO           PIC X(10).
003580           05  FILLER              PIC X(01) VALUE SPACES.
003590           05  RE-CREDITO          PIC X(10).
003600           05  FILLER              PIC X(01) VALUE SPACES.
003610           05  RE-NORMAL           PIC ZZZ.ZZZ.ZZ9,99-.
003620           05  FILLER              PIC X(01) VALUE SPACES.
003630           05  RE-ESTORNO          PIC ZZZ.ZZZ.ZZ9,99-.
003640       01  RC-CAB-CONFERENCIA.
003650           05  FILLER              PIC X(44) VALUE
003660               "CONFERENCIA                              CON".
003670           05  FILLER              PIC X(44) VALUE
003680               "TABILIZADO               FOLHA   SITUACAO".
003690       01  RC-CONFERENCIA.
003700           05  RF-DESCRICAO        PIC X(36).
003710           05  RF-CONTABIL         PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
003720           05  FILLER              PIC X(01) VALUE SPACES.
003730           05  RF-FOLHA            PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
003740           05  FILLER              PIC X(02) VALUE SPACES.
003750           05  RF-SITUACAO         PIC X(10).
003760       01  RC-CAB-PROVISAO.
003770           05  FILLER              PIC X(44) VALUE
003780               "PROVISAO             SALDO ANTERIOR      CON".
003790           05  FILLER              PIC X(44) VALUE
003800               "STITUIDA        REVERTIDA      SALDO FINAL".
003810       01  RC-PROVISAO.
003820           05  RP-DESCRICAO        PIC X(18).
003830           05  RP-SALDO-ANTERIOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003840           05  RP-CONSTITUIDA      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003850           05  RP-REVERTIDA        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003860           05  RP-SALDO-FINAL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003870       01  RC-LINHA-QTD.
003880           05  RQ-DESCRICAO        PIC X(45).
003890           05  RQ-QUANTIDADE       PIC ZZ.ZZ9.
003900       01  RC-LINHA-BRANCO         PIC X(01) VALUE SPACES.
003910
003920       PROCEDURE DIVISION.
003930*
003940*    ==================================================
003950*    0000-MAINLINE
003960*    ROTINA PRINCIPAL - CONTABILIZA AS FOLHAS ENCERRADAS
003970*    DA COMPETENCIA, GRAVA AS PROVISOES E OS LANCAMENTOS
003980*    E EMITE O RESUMO COM AS CONFERENCIAS.
003990*    ==================================================
004000       0000-MAINLINE.
004010           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004020
004030           PERFORM 2000-CONTABILIZAR-FOLHA THRU 2000-EXIT.
004040
004050           PERFORM 3000-GRAVAR-PROVISOES THRU 3000-EXIT.
004060
004070           PERFORM 4000-GRAVAR-LANCAMENTOS THRU 4000-EXIT.
004080
004090           PERFORM 5000-EMITIR-RESUMO THRU 5000-EXIT.
004100
004110           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
004120
004130           STOP RUN.
004140*
004150*    --------------------------------------------------
004160*    1000-INICIALIZAR
004170*    RECEBE A COMPETENCIA, CONFERE NO CONTROLE QUAIS
004180*    FOLHAS DELA ESTAO ENCERRADAS, PEDE A CONFIRMACAO DO
004190*    OPERADOR, ABRE OS ARQUIVOS E CARREGA OS SALDOS DAS
004200*    PROVISOES DA COMPETENCIA ANTERIOR.
004210*    --------------------------------------------------
004220       1000-INICIALIZAR.
004230           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
004240           DISPLAY "COMPETENCIA A CONTABILIZAR (AAAAMM): ".
004250           ACCEPT COMPETENCIA-CONTABIL.
004260           MOVE COMPETENCIA-CONTABIL (5:2) TO MES-VALIDAR.
004270           IF COMPETENCIA-CONTABIL NOT NUMERIC
004280               OR MES-VALIDAR < 01 OR MES-VALIDAR > 12
004290               DISPLAY "COMPETENCIA INVALIDA."
004300               STOP RUN
004310           END-IF.
004320
004330           MOVE COMPETENCIA-CONTABIL (1:4) TO ANO-CALCULO.
004340           MOVE MES-VALIDAR TO MES-CALCULO.
004350           IF MES-CALCULO = 01
004360               SUBTRACT 1 FROM ANO-CALCULO
004370               MOVE 12 TO MES-CALCULO
004380           ELSE
004390               SUBTRACT 1 FROM MES-CALCULO
004400           END-IF.
004410           COMPUTE COMPETENCIA-ANTERIOR =
004420               ANO-CALCULO * 100 + MES-CALCULO.
004430
004440           PERFORM 1100-CONFERIR-CONTROLE THRU 1100-EXIT.
004450
004460           DISPLAY "CONTABILIZAR AS " QTD-TIPOS-ENCERRADOS
004470               " FOLHA(S) ENCERRADA(S) DA COMPETENCIA "
004480               COMPETENCIA-CONTABIL " (S/N)? ".
004490           ACCEPT CONFIRMACAO.
004500           IF CONFIRMACAO NOT = "S"
004510               DISPLAY "CONTABILIZACAO CANCELADA PELO OPERADOR."
004520               STOP RUN
004530           END-IF.
004540
004550           PERFORM 1200-ABRIR-ARQUIVOS THRU 1200-EXIT.
004560
004570           PERFORM 1300-CARREGAR-PROVISOES THRU 1300-EXIT.
004580       1000-EXIT.
004590           EXIT.
004600*
004610*    --------------------------------------------------
004620*    1100-CONFERIR-CONTROLE
004630*    GUARDA A SITUACAO DE CADA TIPO DE PROCESSAMENTO DA
004640*    COMPETENCIA NO CONTROLE. SEM NENHUMA FOLHA
004650*    ENCERRADA NAO HA O QUE CONTABILIZAR.
004660*    --------------------------------------------------
004670       1100-CONFERIR-CONTROLE.
004680           OPEN INPUT CONTROLE-FOLHA.
004690           IF FS-CONTROLE NOT = "00"
004700               DISPLAY "ERRO AO ABRIR O CONTROLE CTRLFOLH - "
004710                   "FILE STATUS " FS-CONTROLE
004720               STOP RUN
004730           END-IF.
004740
004750           PERFORM 1110-LER-UM-TIPO THRU 1110-EXIT
004760               VARYING TIPO-LEITURA FROM 1 BY 1
004770               UNTIL TIPO-LEITURA > ULTIMO-TIPO-PROC.
004780           CLOSE CONTROLE-FOLHA.
004790
004800           IF QTD-TIPOS-ENCERRADOS = ZEROS
004810               DISPLAY "NENHUMA FOLHA ENCERRADA NA COMPETENCIA "
004820                   COMPETENCIA-CONTABIL " - NADA A CONTABILIZAR."
004830               STOP RUN
004840           END-IF.
004850       1100-EXIT.
004860           EXIT.
004870*
004880*    --------------------------------------------------
004890*    1110-LER-UM-TIPO
004900*    LE O CONTROLE DE UM TIPO DE PROCESSAMENTO.
004910*    --------------------------------------------------
004920       1110-LER-UM-TIPO.
004930           MOVE SPACES TO TST-SITUACAO (TIPO-LEITURA).
004940           MOVE COMPETENCIA-CONTABIL TO CTRL-COMPETENCIA.
004950           MOVE TIPO-LEITURA         TO CTRL-TIPO-PROC.
004960           READ CONTROLE-FOLHA
004970               INVALID KEY
004980                   GO TO 1110-EXIT
004990           END-READ.
005000           MOVE CTRL-SITUACAO TO TST-SITUACAO (TIPO-LEITURA).
005010           IF CTRL-SITUACAO = "E"
005020               ADD 1 TO QTD-TIPOS-ENCERRADOS
005030           END-IF.
005040       1110-EXIT.
005050           EXIT.
005060*
005070*    --------------------------------------------------
005080*    1200-ABRIR-ARQUIVOS
005090*    ABRE O HISTORICO E O CADASTRO PARA CONSULTA, AS
005100*    PROVISOES PARA ATUALIZACAO (CRIANDO O ARQUIVO NA
005110*    PRIMEIRA VEZ), OS LANCAMENTOS E O RESUMO, E LISTA NO
005120*    RESUMO A SITUACAO DE CADA TIPO DE PROCESSAMENTO.
005130*    --------------------------------------------------
005140       1200-ABRIR-ARQUIVOS.
005150           OPEN INPUT HIST-FOLHA.
005160           IF FS-HIST-FOLHA NOT = "00"
005170               DISPLAY "ERRO AO ABRIR O HISTORICO HISTFOLI - "
005180                   "FILE STATUS " FS-HIST-FOLHA
005190               STOP RUN
005200           END-IF.
005210
005220           OPEN INPUT EMPLOYEE-MASTER.
005230           IF FS-EMPLOYEE NOT = "00"
005240               DISPLAY "ERRO AO ABRIR O CADASTRO EMPLOYEE-MASTER"
005250                   " - FILE STATUS " FS-EMPLOYEE
005260               STOP RUN
005270           END-IF.
005280
005290           OPEN I-O PROVISAO-CONTABIL.
005300           IF FS-PROVISAO = "35"
005310               OPEN OUTPUT PROVISAO-CONTABIL
005320               CLOSE PROVISAO-CONTABIL
005330               OPEN I-O PROVISAO-CONTABIL
005340           END-IF.
005350           IF FS-PROVISAO NOT = "00"
005360               DISPLAY "ERRO AO ABRIR AS PROVISOES PROVCONT - "
005370                   "FILE STATUS " FS-PROVISAO
005380               STOP RUN
005390           END-IF.
005400
005410           OPEN OUTPUT LANCAMENTO-CONTABIL.
005420           OPEN OUTPUT REL-CONTABIL.
005430           WRITE LINHA-CONTABIL FROM RC-CABECALHO-1.
005440           MOVE COMPETENCIA-CONTABIL TO RC-COMPETENCIA.
005450           MOVE DATA-HOJE            TO RC-DATA.
005460           WRITE LINHA-CONTABIL FROM RC-CABECALHO-2.
005470           WRITE LINHA-CONTABIL FROM RC-LINHA-BRANCO.
005480           MOVE "FOLHAS DA COMPETENCIA" TO RT-TITULO.
005490           WRITE LINHA-CONTABIL FROM RC-TITULO.
005500           PERFORM 1210-LISTAR-UM-TIPO THRU 1210-EXIT
005510               VARYING TIPO-LEITURA FROM 1 BY 1
005520               UNTIL TIPO-LEITURA > ULTIMO-TIPO-PROC.
005530           WRITE LINHA-CONTABIL FROM RC-LINHA-BRANCO.
005540       1200-EXIT.
005550           EXIT.
005560*
005570*    --------------------------------------------------
005580*    1210-LISTAR-UM-TIPO
005590*    EMITE A SITUACAO DE UM TIPO DE PROCESSAMENTO. SO A
005600*    FOLHA ENCERRADA E CONTABILIZADA; A EM ANDAMENTO OU
005610*    REABERTA SERA CONTABILIZADA NUMA NOVA EXECUCAO DEPOIS
005620*    DE ENCERRADA.
005630*    --------------------------------------------------
005640       1210-LISTAR-UM-TIPO.
005650           MOVE TIPO-LEITURA TO RT-TIPO.
005660           MOVE TAB-DESCR-TIPO (TIPO-LEITURA) TO RT-DESCRICAO.
005670           EVALUATE TST-SITUACAO (TIPO-LEITURA)
005680               WHEN "E"
005690                   MOVE "ENCERRADA - CONTABILIZADA" TO RT-SITUACAO
005700               WHEN "A"
005710                   MOVE "EM ANDAMENTO - NAO CONTABILIZADA"
005720                       TO RT-SITUACAO
005730               WHEN "R"
005740                   MOVE "REABERTA POR ESTORNO - NAO CONTABILIZADA"
005750                       TO RT-SITUACAO
005760               WHEN OTHER
005770                   MOVE "NAO PROCESSADA" TO RT-SITUACAO
005780           END-EVALUATE.
005790           WRITE LINHA-CONTABIL FROM RC-TIPO.
005800       1210-EXIT.
005810           EXIT.
005820*
005830*    --------------------------------------------------
005840*    1300-CARREGAR-PROVISOES
005850*    AS PROVISOES SAO CONTABILIZADAS MES A MES, EM ORDEM:
005860*    RECUSA A COMPETENCIA SE JA HA PROVISAO DE COMPETENCIA
005870*    POSTERIOR OU SE A ANTERIOR FOI PULADA. CARREGA OS
005880*    SALDOS DA COMPETENCIA ANTERIOR E APAGA OS REGISTROS
005890*    DESTA COMPETENCIA, QUE SAO REFEITOS NA
005900*    RECONTABILIZACAO.
005910*    --------------------------------------------------
005920       1300-CARREGAR-PROVISOES.
005930           MOVE COMPETENCIA-CONTABIL TO PROV-COMPETENCIA.
005940           MOVE 999999               TO PROV-MATRICULA.
005950           START PROVISAO-CONTABIL KEY IS GREATER THAN PROV-CHAVE
005960               INVALID KEY
005970                   CONTINUE
005980               NOT INVALID KEY
005990                   DISPLAY "JA HA PROVISOES CONTABILIZADAS EM "
006000                       "COMPETENCIA POSTERIOR A "
006010                       COMPETENCIA-CONTABIL "."
006020                   STOP RUN
006030           END-START.
006040
006050           MOVE ZEROS TO PROV-CHAVE.
006060           MOVE "N"   TO IND-FIM-PROVISAO.
006070           START PROVISAO-CONTABIL KEY IS NOT LESS THAN PROV-CHAVE
006080               INVALID KEY
006090                   SET FIM-PROVISAO TO TRUE
006100           END-START.
006110           IF NOT FIM-PROVISAO
006120               READ PROVISAO-CONTABIL NEXT RECORD
006130                   AT END
006140                       SET FIM-PROVISAO TO TRUE
006150                   NOT AT END
006160                       MOVE PROV-COMPETENCIA
006170                           TO PRIMEIRA-COMPET-PROV
006180               END-READ
006190           END-IF.
006200
006210           MOVE COMPETENCIA-ANTERIOR TO PROV-COMPETENCIA.
006220           MOVE ZEROS                TO PROV-MATRICULA.
006230           MOVE "N"                  TO IND-FIM-PROVISAO.
006240           START PROVISAO-CONTABIL KEY IS NOT LESS THAN PROV-CHAVE
006250               INVALID KEY
006260                   SET FIM-PROVISAO TO TRUE
006270           END-START.
006280           PERFORM 1310-LER-PROVISAO-ANTERIOR THRU 1310-EXIT
006290               UNTIL FIM-PROVISAO.
006300
006310           IF QTD-PROV-ANTERIOR = ZEROS
006320               AND PRIMEIRA-COMPET-PROV NOT = ZEROS
006330               AND PRIMEIRA-COMPET-PROV < COMPETENCIA-ANTERIOR
006340               DISPLAY "A COMPETENCIA " COMPETENCIA-ANTERIOR
006350                   " NAO FOI CONTABILIZADA - CONTABILIZE AS "
006360                   "COMPETENCIAS EM ORDEM."
006370               STOP RUN
006380           END-IF.
006390
006400           MOVE COMPETENCIA-CONTABIL TO PROV-COMPETENCIA.
006410           MOVE ZEROS                TO PROV-MATRICULA.
006420           MOVE "N"                  TO IND-FIM-PROVISAO.
006430           START PROVISAO-CONTABIL KEY IS NOT LESS THAN PROV-CHAVE
006440               INVALID KEY
006450                   SET FIM-PROVISAO TO TRUE
006460           END-START.
006470           PERFORM 1320-EXCLUIR-PROVISAO THRU 1320-EXIT
006480               UNTIL FIM-PROVISAO.
006490           IF QTD-PROV-REFEITAS > ZEROS
006500               DISPLAY "COMPETENCIA JA CONTABILIZADA - "
006510                   QTD-PROV-REFEITAS " PROVISOES SERAO REFEITAS."
006520           END-IF.
006530       1300-EXIT.
006540           EXIT.
006550*
006560*    --------------------------------------------------
006570*    1310-LER-PROVISAO-ANTERIOR
006580*    LE UMA PROVISAO DA COMPETENCIA ANTERIOR E LEVA O
006590*    SALDO FINAL, SE HOUVER, PARA A TABELA COMO SALDO
006600*    ANTERIOR DESTA COMPETENCIA.
006610*    --------------------------------------------------
006620       1310-LER-PROVISAO-ANTERIOR.
006630           READ PROVISAO-CONTABIL NEXT RECORD
006640               AT END
006650                   SET FIM-PROVISAO TO TRUE
006660                   GO TO 1310-EXIT
006670           END-READ.
006680           IF PROV-COMPETENCIA NOT = COMPETENCIA-ANTERIOR
006690               SET FIM-PROVISAO TO TRUE
006700               GO TO 1310-EXIT
006710           END-IF.
006720           ADD 1 TO QTD-PROV-ANTERIOR.
006730           IF PROV-SALDO-FERIAS = ZEROS
006740               AND PROV-SALDO-13 = ZEROS
006750               GO TO 1310-EXIT
006760           END-IF.
006770
006780           MOVE PROV-MATRICULA    TO MATRICULA-CORRENTE.
006790           MOVE PROV-CENTRO-CUSTO TO CENTRO-CUSTO-CORRENTE.
006800           PERFORM 7150-INCLUIR-PROVISAO THRU 7150-EXIT.
006810           MOVE PROV-SALDO-FERIAS
006820               TO TPV-SALDO-ANT-FERIAS (IDX-TPV).
006830           MOVE PROV-SALDO-13     TO TPV-SALDO-ANT-13 (IDX-TPV).
006840       1310-EXIT.
006850           EXIT.
006860*
006870*    --------------------------------------------------
006880*    1320-EXCLUIR-PROVISAO
006890*    APAGA UMA PROVISAO JA GRAVADA PARA ESTA COMPETENCIA.
006900*    --------------------------------------------------
006910       1320-EXCLUIR-PROVISAO.
006920           READ PROVISAO-CONTABIL NEXT RECORD
006930               AT END
006940                   SET FIM-PROVISAO TO TRUE
006950                   GO TO 1320-EXIT
006960           END-READ.
006970           IF PROV-COMPETENCIA NOT = COMPETENCIA-CONTABIL
006980               SET FIM-PROVISAO TO TRUE
006990               GO TO 1320-EXIT
007000           END-IF.
007010           DELETE PROVISAO-CONTABIL RECORD
007020               INVALID KEY
007030                   DISPLAY "ERRO AO EXCLUIR A PROVISAO DA "
007040                       "MATRICULA " PROV-MATRICULA
007050                       " - FILE STATUS " FS-PROVISAO
007060                   STOP RUN
007070           END-DELETE.
007080           ADD 1 TO QTD-PROV-REFEITAS.
007090       1320-EXIT.
007100           EXIT.
007110*
007120*    ==================================================
007130*    2000-CONTABILIZAR-FOLHA
007140*    PERCORRE NO HISTORICO OS REGISTROS DA COMPETENCIA,
007150*    DE TODOS OS TIPOS, E CONTABILIZA OS DAS FOLHAS
007160*    ENCERRADAS. A PROVISAO E TRATADA NA QUEBRA DE TIPO E
007170*    MATRICULA, COM OS VALORES LIQUIDOS DOS ESTORNOS.
007180*    ==================================================
007190       2000-CONTABILIZAR-FOLHA.
007200           MOVE "N"   TO IND-FIM-HISTORICO.
007210           MOVE ZEROS TO TIPO-CORRENTE, MATRICULA-CORRENTE.
007220           MOVE ZEROS TO TABELA-TOTAL-EVENTO.
007230           MOVE COMPETENCIA-CONTABIL TO HIST-COMPETENCIA.
007240           MOVE 1          TO HIST-TIPO-PROC.
007250           MOVE ZEROS      TO HIST-MATRICULA, HIST-NUM-EXECUCAO.
007260           MOVE LOW-VALUES TO HIST-NATUREZA.
007270           START HIST-FOLHA KEY IS NOT LESS THAN HIST-CHAVE
007280               INVALID KEY
007290                   SET FIM-HISTORICO TO TRUE
007300           END-START.
007310
007320           PERFORM 2100-LER-UM-REGISTRO THRU 2100-EXIT
007330               UNTIL FIM-HISTORICO.
007340
007350           IF MATRICULA-CORRENTE NOT = ZEROS
007360               PERFORM 2200-FECHAR-FUNCIONARIO THRU 2200-EXIT
007370           END-IF.
007380       2000-EXIT.
007390           EXIT.
007400*
007410*    --------------------------------------------------
007420*    2100-LER-UM-REGISTRO
007430*    LE UM REGISTRO DO HISTORICO. REGISTRO DE FOLHA NAO
007440*    ENCERRADA E IGNORADO. NA TROCA DE TIPO OU DE
007450*    MATRICULA FECHA A PROVISAO DO FUNCIONARIO ANTERIOR E
007460*    PREPARA O NOVO. O ESTORNO ENTRA COM SINAL NEGATIVO
007470*    NOS TOTAIS E NOS VALORES PAGOS AO FUNCIONARIO.
007480*    --------------------------------------------------
007490       2100-LER-UM-REGISTRO.
007500           READ HIST-FOLHA NEXT RECORD
007510               AT END
007520                   SET FIM-HISTORICO TO TRUE
007530                   GO TO 2100-EXIT
007540           END-READ.
007550           IF HIST-COMPETENCIA NOT = COMPETENCIA-CONTABIL
007560               SET FIM-HISTORICO TO TRUE
007570               GO TO 2100-EXIT
007580           END-IF.
007590           IF HIST-TIPO-PROC < 1
007600               OR HIST-TIPO-PROC > ULTIMO-TIPO-PROC
007610               GO TO 2100-EXIT
007620           END-IF.
007630           IF TST-SITUACAO (HIST-TIPO-PROC) NOT = "E"
007640               GO TO 2100-EXIT
007650           END-IF.
007660           ADD 1 TO QTD-REGISTROS-LIDOS.
007670
007680           IF HIST-TIPO-PROC NOT = TIPO-CORRENTE
007690               OR HIST-MATRICULA NOT = MATRICULA-CORRENTE
007700               IF MATRICULA-CORRENTE NOT = ZEROS
007710                   PERFORM 2200-FECHAR-FUNCIONARIO THRU 2200-EXIT
007720               END-IF
007730               PERFORM 2110-INICIAR-FUNCIONARIO THRU 2110-EXIT
007740           END-IF.
007750
007760           IF HIST-NATUREZA = "E"
007770               MOVE -1  TO SINAL-NATUREZA
007780               MOVE "E" TO NATUREZA-EVENTO
007790           ELSE
007800               MOVE +1  TO SINAL-NATUREZA
007810               MOVE "N" TO NATUREZA-EVENTO
007820           END-IF.
007830
007840           PERFORM 2300-APURAR-EVENTOS THRU 2300-EXIT.
007850
007860           COMPUTE TOT-BRUTO = TOT-BRUTO
007870               + HIST-SAL-BRUTO * SINAL-NATUREZA.
007880           COMPUTE TOT-ADIANTAMENTO = TOT-ADIANTAMENTO
007890               + HIST-DESC-ADIANTAMENTO * SINAL-NATUREZA.
007900           COMPUTE TOT-INSS = TOT-INSS
007910               + HIST-INSS * SINAL-NATUREZA.
007920           COMPUTE TOT-IRRF = TOT-IRRF
007930               + HIST-IRRF * SINAL-NATUREZA.
007940           COMPUTE TOT-DESCONTOS = TOT-DESCONTOS
007950               + HIST-DESCONTOS * SINAL-NATUREZA.
007960           COMPUTE TOT-LIQUIDO = TOT-LIQUIDO
007970               + HIST-SAL-LIQUIDO * SINAL-NATUREZA.
007980           COMPUTE TOT-PATRONAL = TOT-PATRONAL
007990               + HIST-INSS-PATRONAL * SINAL-NATUREZA.
008000           COMPUTE TOT-FGTS = TOT-FGTS
008010               + HIST-FGTS * SINAL-NATUREZA.
008020           COMPUTE TOT-MULTA-FGTS = TOT-MULTA-FGTS
008030               + HIST-MULTA-FGTS * SINAL-NATUREZA.
008040
008050           COMPUTE ACU-BRUTO = ACU-BRUTO
008060               + HIST-SAL-BRUTO * SINAL-NATUREZA.
008070           COMPUTE ACU-13-PAGO = ACU-13-PAGO
008080               + VALOR-13 * SINAL-NATUREZA.
008090           COMPUTE ACU-FERIAS-PAGAS = ACU-FERIAS-PAGAS
008100               + VALOR-FERIAS * SINAL-NATUREZA.
008110       2100-EXIT.
008120           EXIT.
008130*
008140*    --------------------------------------------------
008150*    2110-INICIAR-FUNCIONARIO
008160*    PREPARA OS ACUMULADORES DO NOVO TIPO/MATRICULA E
008170*    BUSCA NO CADASTRO O CENTRO DE CUSTO E O SALARIO BASE.
008180*    FUNCIONARIO FORA DO CADASTRO (EXCLUIDO DEPOIS DA
008190*    FOLHA) E LANCADO NO CENTRO DE CUSTO 0000.
008200*    --------------------------------------------------
008210       2110-INICIAR-FUNCIONARIO.
008220           MOVE HIST-TIPO-PROC TO TIPO-CORRENTE.
008230           MOVE HIST-MATRICULA TO MATRICULA-CORRENTE.
008240           MOVE ZEROS TO ACU-BRUTO, ACU-13-PAGO, ACU-FERIAS-PAGAS,
008250               SALARIO-BASE-CADASTRO, CENTRO-CUSTO-CORRENTE.
008260
008270           MOVE HIST-MATRICULA TO FUNC-MATRICULA.
008280           READ EMPLOYEE-MASTER
008290               INVALID KEY
008300                   ADD 1 TO QTD-SEM-CADASTRO
008310                   GO TO 2110-EXIT
008320           END-READ.
008330           IF FUNC-CENTRO-CUSTO NUMERIC
008340               MOVE FUNC-CENTRO-CUSTO TO CENTRO-CUSTO-CORRENTE
008350           END-IF.
008360           COMPUTE SALARIO-BASE-CADASTRO =
008370               FUNC-QTD-HORA * FUNC-VAL-HORA * FATOR-HORA-MENSAL.
008380       2110-EXIT.
008390           EXIT.
008400*
008410*    --------------------------------------------------
008420*    2200-FECHAR-FUNCIONARIO
008430*    MOVIMENTA A PROVISAO DO FUNCIONARIO CONFORME O TIPO
008440*    DA FOLHA QUE ACABOU DE SER LIDA: A MENSAL CONSTITUI,
008450*    AS DO 13, A DE FERIAS E A RESCISAO REVERTEM.
008460*    --------------------------------------------------
008470       2200-FECHAR-FUNCIONARIO.
008480           MOVE "N" TO NATUREZA-EVENTO.
008490           EVALUATE TIPO-CORRENTE
008500               WHEN 1
008510                   PERFORM 2210-CONSTITUIR-PROVISAO THRU 2210-EXIT
008520               WHEN 2
008530               WHEN 3
008540                   PERFORM 2220-REVERTER-PROVISAO-13
008550                       THRU 2220-EXIT
008560               WHEN 4
008570                   PERFORM 2230-REVERTER-PROV-FERIAS
008580                       THRU 2230-EXIT
008590               WHEN 5
008600                   PERFORM 2240-REVERTER-PROV-RESCISAO
008610                       THRU 2240-EXIT
008620           END-EVALUATE.
008630       2200-EXIT.
008640           EXIT.
008650*
008660*    --------------------------------------------------
008670*    2210-CONSTITUIR-PROVISAO
008680*    FUNCIONARIO PAGO NA FOLHA MENSAL (E NAO TOTALMENTE
008690*    ESTORNADO) GANHA UM AVO DO 13 E UM AVO DAS FERIAS
008700*    COM O TERCO, SOBRE O SALARIO BASE DO CADASTRO.
008710*    --------------------------------------------------
008720       2210-CONSTITUIR-PROVISAO.
008730           IF ACU-BRUTO NOT > ZEROS
008740               OR SALARIO-BASE-CADASTRO = ZEROS
008750               GO TO 2210-EXIT
008760           END-IF.
008770
008780           PERFORM 7100-PROCURAR-PROVISAO THRU 7100-EXIT.
008790           IF NAO-ACHOU
008800               PERFORM 7150-INCLUIR-PROVISAO THRU 7150-EXIT
008810           END-IF.
008820           MOVE CENTRO-CUSTO-CORRENTE
008830               TO TPV-CENTRO-CUSTO (IDX-TPV).
008840           MOVE CENTRO-CUSTO-CORRENTE TO CENTRO-CUSTO-EVENTO.
008850
008860           COMPUTE VALOR-PROVISAO ROUNDED =
008870               SALARIO-BASE-CADASTRO * 4 / 36.
008880           ADD VALOR-PROVISAO TO TPV-CONST-FERIAS (IDX-TPV).
008890           MOVE 11             TO CODIGO-EVENTO.
008900           MOVE VALOR-PROVISAO TO VALOR-EVENTO.
008910           PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT.
008920
008930           COMPUTE VALOR-PROVISAO ROUNDED =
008940               SALARIO-BASE-CADASTRO / 12.
008950           ADD VALOR-PROVISAO TO TPV-CONST-13 (IDX-TPV).
008960           MOVE 12             TO CODIGO-EVENTO.
008970           MOVE VALOR-PROVISAO TO VALOR-EVENTO.
008980           PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT.
008990       2210-EXIT.
009000           EXIT.
009010*
009020*    --------------------------------------------------
009030*    2220-REVERTER-PROVISAO-13
009040*    O 13 PAGO NA PARCELA (LIQUIDO DOS ESTORNOS) REVERTE A
009050*    PROVISAO DO 13 ATE O SALDO DISPONIVEL; O QUE PASSAR
009060*    DO SALDO FICA NA DESPESA DO MES.
009070*    --------------------------------------------------
009080       2220-REVERTER-PROVISAO-13.
009090           IF ACU-13-PAGO NOT > ZEROS
009100               GO TO 2220-EXIT
009110           END-IF.
009120           PERFORM 7100-PROCURAR-PROVISAO THRU 7100-EXIT.
009130           IF NAO-ACHOU
009140               GO TO 2220-EXIT
009150           END-IF.
009160           COMPUTE SALDO-PROVISAO = TPV-SALDO-ANT-13 (IDX-TPV)
009170               + TPV-CONST-13 (IDX-TPV) - TPV-REVERT-13 (IDX-TPV).
009180           IF SALDO-PROVISAO NOT > ZEROS
009190               GO TO 2220-EXIT
009200           END-IF.
009210           IF ACU-13-PAGO < SALDO-PROVISAO
009220               MOVE ACU-13-PAGO    TO VALOR-PROVISAO
009230           ELSE
009240               MOVE SALDO-PROVISAO TO VALOR-PROVISAO
009250           END-IF.
009260           ADD VALOR-PROVISAO TO TPV-REVERT-13 (IDX-TPV).
009270           MOVE TPV-CENTRO-CUSTO (IDX-TPV) TO CENTRO-CUSTO-EVENTO.
009280           MOVE 14             TO CODIGO-EVENTO.
009290           MOVE VALOR-PROVISAO TO VALOR-EVENTO.
009300           PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT.
009310       2220-EXIT.
009320           EXIT.
009330*
009340*    --------------------------------------------------
009350*    2230-REVERTER-PROV-FERIAS
009360*    AS FERIAS PAGAS (COM O TERCO, LIQUIDAS DOS ESTORNOS)
009370*    REVERTEM A PROVISAO DE FERIAS ATE O SALDO DISPONIVEL.
009380*    --------------------------------------------------
009390       2230-REVERTER-PROV-FERIAS.
009400           IF ACU-FERIAS-PAGAS NOT > ZEROS
009410               GO TO 2230-EXIT
009420           END-IF.
009430           PERFORM 7100-PROCURAR-PROVISAO THRU 7100-EXIT.
009440           IF NAO-ACHOU
009450               GO TO 2230-EXIT
009460           END-IF.
009470           COMPUTE SALDO-PROVISAO = TPV-SALDO-ANT-FERIAS (IDX-TPV)
009480               + TPV-CONST-FERIAS (IDX-TPV)
009490               - TPV-REVERT-FERIAS (IDX-TPV).
009500           IF SALDO-PROVISAO NOT > ZEROS
009510               GO TO 2230-EXIT
009520           END-IF.
009530           IF ACU-FERIAS-PAGAS < SALDO-PROVISAO
009540               MOVE ACU-FERIAS-PAGAS TO VALOR-PROVISAO
009550           ELSE
009560               MOVE SALDO-PROVISAO   TO VALOR-PROVISAO
009570           END-IF.
009580           ADD VALOR-PROVISAO TO TPV-REVERT-FERIAS (IDX-TPV).
009590           MOVE TPV-CENTRO-CUSTO (IDX-TPV) TO CENTRO-CUSTO-EVENTO.
009600           MOVE 13             TO CODIGO-EVENTO.
009610           MOVE VALOR-PROVISAO TO VALOR-EVENTO.
009620           PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT.
009630       2230-EXIT.
009640           EXIT.
009650*
009660*    --------------------------------------------------
009670*    2240-REVERTER-PROV-RESCISAO
009680*    A RESCISAO (NAO TOTALMENTE ESTORNADA) ENCERRA O
009690*    VINCULO: TODO O SALDO DAS DUAS PROVISOES E REVERTIDO,
009700*    E A RESCISAO FICA NA DESPESA PELO QUE FOI PAGO.
009710*    --------------------------------------------------
009720       2240-REVERTER-PROV-RESCISAO.
009730           IF ACU-BRUTO NOT > ZEROS
009740               GO TO 2240-EXIT
009750           END-IF.
009760           PERFORM 7100-PROCURAR-PROVISAO THRU 7100-EXIT.
009770           IF NAO-ACHOU
009780               GO TO 2240-EXIT
009790           END-IF.
009800           MOVE TPV-CENTRO-CUSTO (IDX-TPV) TO CENTRO-CUSTO-EVENTO.
009810
009820           COMPUTE SALDO-PROVISAO = TPV-SALDO-ANT-FERIAS (IDX-TPV)
009830               + TPV-CONST-FERIAS (IDX-TPV)
009840               - TPV-REVERT-FERIAS (IDX-TPV).
009850           IF SALDO-PROVISAO > ZEROS
009860               MOVE SALDO-PROVISAO TO VALOR-PROVISAO
009870               ADD VALOR-PROVISAO TO TPV-REVERT-FERIAS (IDX-TPV)
009880               MOVE 13             TO CODIGO-EVENTO
009890               MOVE VALOR-PROVISAO TO VALOR-EVENTO
009900               PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT
009910           END-IF.
009920
009930           COMPUTE SALDO-PROVISAO = TPV-SALDO-ANT-13 (IDX-TPV)
009940               + TPV-CONST-13 (IDX-TPV) - TPV-REVERT-13 (IDX-TPV).
009950           IF SALDO-PROVISAO > ZEROS
009960               MOVE SALDO-PROVISAO TO VALOR-PROVISAO
009970               ADD VALOR-PROVISAO TO TPV-REVERT-13 (IDX-TPV)
009980               MOVE 14             TO CODIGO-EVENTO
009990               MOVE VALOR-PROVISAO TO VALOR-EVENTO
010000               PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT
010010           END-IF.
010020       2240-EXIT.
010030           EXIT.
010040*
010050*    --------------------------------------------------
010060*    2300-APURAR-EVENTOS
010070*    REPARTE O REGISTRO LIDO NOS EVENTOS CONTABEIS. A
010080*    REMUNERACAO (BRUTO MENOS O ADIANTAMENTO DO 13 JA
010090*    CONTABILIZADO NA 1A PARCELA) E SEPARADA EM HORAS
010100*    EXTRAS, 13 E FERIAS CONFORME O TIPO DA FOLHA; O
010110*    RESTO E SALARIO (INCLUSIVE SALDO E AVISO NA
010120*    RESCISAO, PROVENTOS E DESCONTOS EVENTUAIS NA MENSAL
010121*    E NA RESCISAO).
010130*    O ESTORNO ACUMULA NOS SEUS PROPRIOS LANCAMENTOS.
010140*    --------------------------------------------------
010150       2300-APURAR-EVENTOS.
010160           MOVE ZEROS TO VALOR-EXTRAS, VALOR-13, VALOR-FERIAS.
010170           EVALUATE HIST-TIPO-PROC
010180               WHEN 1
010190                   COMPUTE VALOR-EXTRAS = HIST-SAL-HORA-EXTRA
010200                       + HIST-SAL-HORA-EXTRA-DOM
010210               WHEN 2
010220                   MOVE HIST-SAL-BRUTO TO VALOR-13
010230               WHEN 3
010240                   COMPUTE VALOR-13 = HIST-SAL-BRUTO
010250                       - HIST-DESC-ADIANTAMENTO
010260               WHEN 4
010270                   MOVE HIST-SAL-BRUTO TO VALOR-FERIAS
010280               WHEN 5
010281                   COMPUTE VALOR-EXTRAS = HIST-SAL-HORA-EXTRA
010282                       + HIST-SAL-HORA-EXTRA-DOM
010290                   COMPUTE VALOR-13 = HIST-13-PROPORCIONAL
010300                       - HIST-DESC-ADIANTAMENTO
010310                   COMPUTE VALOR-FERIAS = HIST-FERIAS-VENCIDAS
010320                       + HIST-FERIAS-PROPORC + HIST-TERCO-FERIAS
010330               WHEN 6
010340                   COMPUTE VALOR-EXTRAS = HIST-SAL-HORA-EXTRA
010350                       + HIST-SAL-HORA-EXTRA-DOM
010360                   MOVE HIST-DIF-DECIMO-TERC TO VALOR-13
010370                   COMPUTE VALOR-FERIAS = HIST-DIF-FERIAS
010380                       + HIST-TERCO-FERIAS + HIST-FERIAS-VENCIDAS
010390           END-EVALUATE.
010400           COMPUTE VALOR-SALARIOS = HIST-SAL-BRUTO
010410               - HIST-DESC-ADIANTAMENTO - VALOR-EXTRAS
010420               - VALOR-13 - VALOR-FERIAS.
010430
010440           MOVE CENTRO-CUSTO-CORRENTE TO CENTRO-CUSTO-EVENTO.
010450           MOVE 01                 TO CODIGO-EVENTO.
010460           MOVE VALOR-SALARIOS     TO VALOR-EVENTO.
010470           PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT.
010480           MOVE 02                 TO CODIGO-EVENTO.
010490           MOVE VALOR-EXTRAS       TO VALOR-EVENTO.
010500           PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT.
010510           MOVE 03                 TO CODIGO-EVENTO.
010520           MOVE HIST-INSS          TO VALOR-EVENTO.
010530           PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT.
010540           MOVE 04                 TO CODIGO-EVENTO.
010550           MOVE HIST-IRRF          TO VALOR-EVENTO.
010560           PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT.
010570           MOVE 05                 TO CODIGO-EVENTO.
010580           MOVE HIST-DESCONTOS     TO VALOR-EVENTO.
010590           PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT.
010600           MOVE 06                 TO CODIGO-EVENTO.
010610           MOVE HIST-INSS-PATRONAL TO VALOR-EVENTO.
010620           PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT.
010630           MOVE 07                 TO CODIGO-EVENTO.
010640           MOVE HIST-FGTS          TO VALOR-EVENTO.
010650           PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT.
010660           MOVE 08                 TO CODIGO-EVENTO.
010670           MOVE HIST-SAL-LIQUIDO   TO VALOR-EVENTO.
010680           PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT.
010690           MOVE 09                 TO CODIGO-EVENTO.
010700           MOVE VALOR-13           TO VALOR-EVENTO.
010710           PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT.
010720           MOVE 10                 TO CODIGO-EVENTO.
010730           MOVE VALOR-FERIAS       TO VALOR-EVENTO.
010740           PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT.
010750           MOVE 15                 TO CODIGO-EVENTO.
010760           MOVE HIST-MULTA-FGTS    TO VALOR-EVENTO.
010770           PERFORM 2400-ACUMULAR-EVENTO THRU 2400-EXIT.
010780       2300-EXIT.
010790           EXIT.
010800*
010810*    --------------------------------------------------
010820*    2400-ACUMULAR-EVENTO
010830*    SOMA O VALOR DO EVENTO NO LANCAMENTO DO CENTRO DE
010840*    CUSTO, EVENTO E NATUREZA, CRIANDO-O NA PRIMEIRA VEZ,
010850*    E NO TOTAL DO EVENTO PARA O RESUMO.
010860*    --------------------------------------------------
010870       2400-ACUMULAR-EVENTO.
010880           IF VALOR-EVENTO = ZEROS
010890               GO TO 2400-EXIT
010900           END-IF.
010910
010920           PERFORM 7000-PROCURAR-LANCAMENTO THRU 7000-EXIT.
010930           IF NAO-ACHOU
010940               IF QTD-LANCTO = LIMITE-LANCTO
010950                   DISPLAY "ERRO - MAIS DE 3000 LANCAMENTOS "
010960                       "CONTABEIS NA COMPETENCIA."
010970                   STOP RUN
010980               END-IF
010990               ADD 1 TO QTD-LANCTO
011000               SET IDX-TLC TO QTD-LANCTO
011010               MOVE CENTRO-CUSTO-EVENTO
011020                   TO TLC-CENTRO-CUSTO (IDX-TLC)
011030               MOVE CODIGO-EVENTO       TO TLC-EVENTO (IDX-TLC)
011040               MOVE NATUREZA-EVENTO     TO TLC-NATUREZA (IDX-TLC)
011050               MOVE ZEROS               TO TLC-VALOR (IDX-TLC)
011060           END-IF.
011070           ADD VALOR-EVENTO TO TLC-VALOR (IDX-TLC).
011080
011090           IF NATUREZA-EVENTO = "E"
011100               ADD VALOR-EVENTO TO TTE-ESTORNO (CODIGO-EVENTO)
011110           ELSE
011120               ADD VALOR-EVENTO TO TTE-NORMAL (CODIGO-EVENTO)
011130           END-IF.
011140       2400-EXIT.
011150           EXIT.
011160*
011170*    ==================================================
011180*    3000-GRAVAR-PROVISOES
011190*    GRAVA NO PROVCONT UM REGISTRO DA COMPETENCIA PARA
011200*    CADA FUNCIONARIO COM SALDO OU MOVIMENTO DE PROVISAO.
011210*    ==================================================
011220       3000-GRAVAR-PROVISOES.
011230           PERFORM 3100-GRAVAR-UMA-PROVISAO THRU 3100-EXIT
011240               VARYING IDX-TPV FROM 1 BY 1
011250               UNTIL IDX-TPV > QTD-PROVISAO.
011260       3000-EXIT.
011270           EXIT.
011280*
011290*    --------------------------------------------------
011300*    3100-GRAVAR-UMA-PROVISAO
011310*    MONTA E GRAVA A PROVISAO DE UM FUNCIONARIO, COM O
011320*    SALDO FINAL QUE PASSA A COMPETENCIA SEGUINTE.
011330*    --------------------------------------------------
011340       3100-GRAVAR-UMA-PROVISAO.
011350           MOVE COMPETENCIA-CONTABIL TO PROV-COMPETENCIA.
011360           MOVE TPV-MATRICULA (IDX-TPV)    TO PROV-MATRICULA.
011370           MOVE TPV-CENTRO-CUSTO (IDX-TPV) TO PROV-CENTRO-CUSTO.
011380           MOVE DATA-HOJE            TO PROV-DATA-CALCULO.
011390           MOVE TPV-SALDO-ANT-FERIAS (IDX-TPV)
011400               TO PROV-SALDO-ANT-FERIAS.
011410           MOVE TPV-CONST-FERIAS (IDX-TPV)  TO PROV-CONST-FERIAS.
011420           MOVE TPV-REVERT-FERIAS (IDX-TPV) TO PROV-REVERT-FERIAS.
011430           COMPUTE PROV-SALDO-FERIAS = PROV-SALDO-ANT-FERIAS
011440               + PROV-CONST-FERIAS - PROV-REVERT-FERIAS.
011450           MOVE TPV-SALDO-ANT-13 (IDX-TPV)  TO PROV-SALDO-ANT-13.
011460           MOVE TPV-CONST-13 (IDX-TPV)      TO PROV-CONST-13.
011470           MOVE TPV-REVERT-13 (IDX-TPV)     TO PROV-REVERT-13.
011480           COMPUTE PROV-SALDO-13 = PROV-SALDO-ANT-13
011490               + PROV-CONST-13 - PROV-REVERT-13.
011500
011510           WRITE REG-PROVISAO
011520               INVALID KEY
011530                   DISPLAY "ERRO AO GRAVAR A PROVISAO DA "
011540                       "MATRICULA " PROV-MATRICULA
011550                       " - FILE STATUS " FS-PROVISAO
011560                   STOP RUN
011570           END-WRITE.
011580           ADD 1 TO QTD-PROV-GRAVADAS.
011590
011600           ADD PROV-SALDO-ANT-FERIAS TO TOT-PROV-ANT-FERIAS.
011610           ADD PROV-CONST-FERIAS     TO TOT-PROV-CONST-FERIAS.
011620           ADD PROV-REVERT-FERIAS    TO TOT-PROV-REVERT-FERIAS.
011630           ADD PROV-SALDO-FERIAS     TO TOT-PROV-SALDO-FERIAS.
011640           ADD PROV-SALDO-ANT-13     TO TOT-PROV-ANT-13.
011650           ADD PROV-CONST-13         TO TOT-PROV-CONST-13.
011660           ADD PROV-REVERT-13        TO TOT-PROV-REVERT-13.
011670           ADD PROV-SALDO-13         TO TOT-PROV-SALDO-13.
011680       3100-EXIT.
011690           EXIT.
011700*
011710*    ==================================================
011720*    4000-GRAVAR-LANCAMENTOS
011730*    GRAVA NO LANCCONT OS LANCAMENTOS ACUMULADOS.
011740*    ==================================================
011750       4000-GRAVAR-LANCAMENTOS.
011760           PERFORM 4100-GRAVAR-UM-LANCAMENTO THRU 4100-EXIT
011770               VARYING IDX-TLC FROM 1 BY 1
011780               UNTIL IDX-TLC > QTD-LANCTO.
011790       4000-EXIT.
011800           EXIT.
011810*
011820*    --------------------------------------------------
011830*    4100-GRAVAR-UM-LANCAMENTO
011840*    MONTA O PAR DEBITO/CREDITO DO EVENTO. O ESTORNO E
011850*    LANCADO COM AS CONTAS INVERTIDAS; VALOR NEGATIVO
011860*    (ADIANTAMENTO DO 13 MAIOR QUE O 13 DA RESCISAO, POR
011870*    EXEMPLO) TAMBEM INVERTE AS CONTAS E SAI POSITIVO.
011880*    --------------------------------------------------
011890       4100-GRAVAR-UM-LANCAMENTO.
011900           IF TLC-VALOR (IDX-TLC) = ZEROS
011910               GO TO 4100-EXIT
011920           END-IF.
011930           SET IDX-TEV TO TLC-EVENTO (IDX-TLC).
011940
011950           MOVE COMPETENCIA-CONTABIL        TO LCT-COMPETENCIA.
011960           MOVE DATA-HOJE                   TO LCT-DATA-GERACAO.
011970           MOVE TLC-CENTRO-CUSTO (IDX-TLC)  TO LCT-CENTRO-CUSTO.
011980           MOVE TLC-EVENTO (IDX-TLC)        TO LCT-EVENTO.
011990           MOVE TLC-NATUREZA (IDX-TLC)      TO LCT-NATUREZA.
012000
012010           SET CONTAS-NORMAIS TO TRUE.
012020           IF TLC-NATUREZA (IDX-TLC) = "E"
012030               SET CONTAS-INVERTIDAS TO TRUE
012040           END-IF.
012050           IF TLC-VALOR (IDX-TLC) < ZEROS
012060               COMPUTE LCT-VALOR = 0 - TLC-VALOR (IDX-TLC)
012070               IF CONTAS-INVERTIDAS
012080                   SET CONTAS-NORMAIS TO TRUE
012090               ELSE
012100                   SET CONTAS-INVERTIDAS TO TRUE
012110               END-IF
012120           ELSE
012130               MOVE TLC-VALOR (IDX-TLC) TO LCT-VALOR
012140           END-IF.
012150
012160           IF CONTAS-INVERTIDAS
012170               MOVE TEV-CONTA-CREDITO (IDX-TEV)
012180                   TO LCT-CONTA-DEBITO
012190               MOVE TEV-CONTA-DEBITO (IDX-TEV)
012200                   TO LCT-CONTA-CREDITO
012210           ELSE
012220               MOVE TEV-CONTA-DEBITO (IDX-TEV)
012230                   TO LCT-CONTA-DEBITO
012240               MOVE TEV-CONTA-CREDITO (IDX-TEV)
012250                   TO LCT-CONTA-CREDITO
012260           END-IF.
012270
012280           IF TLC-NATUREZA (IDX-TLC) = "E"
012290               MOVE TEV-DESCRICAO (IDX-TEV) TO HE-DESCRICAO
012300               MOVE HISTORICO-ESTORNO       TO LCT-HISTORICO
012310           ELSE
012320               MOVE TEV-DESCRICAO (IDX-TEV) TO LCT-HISTORICO
012330           END-IF.
012340
012350           WRITE REG-LANCAMENTO-CONTABIL.
012360           ADD 1 TO QTD-LANCTO-GRAVADOS.
012370       4100-EXIT.
012380           EXIT.
012390*
012400*    ==================================================
012410*    5000-EMITIR-RESUMO
012420*    EMITE NO CONTAREL O TOTAL DE CADA EVENTO, AS
012430*    PROVISOES E A CONFERENCIA DOS LANCAMENTOS COM OS
012440*    TOTAIS DA FOLHA LIDOS DO HISTORICO.
012450*    ==================================================
012460       5000-EMITIR-RESUMO.
012470           MOVE "LANCAMENTOS POR EVENTO" TO RT-TITULO.
012480           WRITE LINHA-CONTABIL FROM RC-TITULO.
012490           WRITE LINHA-CONTABIL FROM RC-CAB-EVENTO.
012500           PERFORM 5100-EMITIR-UM-EVENTO THRU 5100-EXIT
012510               VARYING IDX-TEV FROM 1 BY 1
012520               UNTIL IDX-TEV > QTD-EVENTOS.
012530           WRITE LINHA-CONTABIL FROM RC-LINHA-BRANCO.
012540
012550           WRITE LINHA-CONTABIL FROM RC-CAB-PROVISAO.
012560           MOVE "FERIAS + 1/3"         TO RP-DESCRICAO.
012570           MOVE TOT-PROV-ANT-FERIAS    TO RP-SALDO-ANTERIOR.
012580           MOVE TOT-PROV-CONST-FERIAS  TO RP-CONSTITUIDA.
012590           MOVE TOT-PROV-REVERT-FERIAS TO RP-REVERTIDA.
012600           MOVE TOT-PROV-SALDO-FERIAS  TO RP-SALDO-FINAL.
012610           WRITE LINHA-CONTABIL FROM RC-PROVISAO.
012620           MOVE "13 SALARIO"           TO RP-DESCRICAO.
012630           MOVE TOT-PROV-ANT-13        TO RP-SALDO-ANTERIOR.
012640           MOVE TOT-PROV-CONST-13      TO RP-CONSTITUIDA.
012650           MOVE TOT-PROV-REVERT-13     TO RP-REVERTIDA.
012660           MOVE TOT-PROV-SALDO-13      TO RP-SALDO-FINAL.
012670           WRITE LINHA-CONTABIL FROM RC-PROVISAO.
012680           WRITE LINHA-CONTABIL FROM RC-LINHA-BRANCO.
012690
012700           PERFORM 5200-EMITIR-CONFERENCIAS THRU 5200-EXIT.
012710       5000-EXIT.
012720           EXIT.
012730*
012740*    --------------------------------------------------
012750*    5100-EMITIR-UM-EVENTO
012760*    EMITE O TOTAL NORMAL E O DE ESTORNO DE UM EVENTO.
012770*    --------------------------------------------------
012780       5100-EMITIR-UM-EVENTO.
012790           SET CODIGO-EVENTO TO IDX-TEV.
012800           IF TTE-NORMAL (CODIGO-EVENTO) = ZEROS
012810               AND TTE-ESTORNO (CODIGO-EVENTO) = ZEROS
012820               GO TO 5100-EXIT
012830           END-IF.
012840           MOVE CODIGO-EVENTO                TO RE-EVENTO.
012850           MOVE TEV-DESCRICAO (IDX-TEV)      TO RE-DESCRICAO.
012860           MOVE TEV-CONTA-DEBITO (IDX-TEV)   TO RE-DEBITO.
012870           MOVE TEV-CONTA-CREDITO (IDX-TEV)  TO RE-CREDITO.
012880           MOVE TTE-NORMAL (CODIGO-EVENTO)   TO RE-NORMAL.
012890           MOVE TTE-ESTORNO (CODIGO-EVENTO)  TO RE-ESTORNO.
012900           WRITE LINHA-CONTABIL FROM RC-EVENTO.
012910       5100-EXIT.
012920           EXIT.
012930*
012940*    --------------------------------------------------
012950*    5200-EMITIR-CONFERENCIAS
012960*    CONFERE O LIQUIDO (NORMAL MENOS ESTORNO) DOS EVENTOS
012970*    COM OS TOTAIS DA FOLHA E COM AS PROVISOES GRAVADAS.
012980*    A CONTA FOLHA A PAGAR RECEBE A REMUNERACAO E E BAIXADA
012990*    PELAS RETENCOES, CONSIGNACOES E LIQUIDO: O SALDO DELA
013000*    TEM DE SER ZERO.
013010*    --------------------------------------------------
013020       5200-EMITIR-CONFERENCIAS.
013030           WRITE LINHA-CONTABIL FROM RC-CAB-CONFERENCIA.
013040
013050           MOVE "REMUNERACAO (EVENTOS 01 02 09 10)"
013060               TO RF-DESCRICAO.
013070           COMPUTE VALOR-CONTABIL =
013080               TTE-NORMAL (01) - TTE-ESTORNO (01)
013090               + TTE-NORMAL (02) - TTE-ESTORNO (02)
013100               + TTE-NORMAL (09) - TTE-ESTORNO (09)
013110               + TTE-NORMAL (10) - TTE-ESTORNO (10).
013120           COMPUTE VALOR-FOLHA = TOT-BRUTO - TOT-ADIANTAMENTO.
013130           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
013140
013150           MOVE "INSS RETIDO (EVENTO 03)" TO RF-DESCRICAO.
013160           COMPUTE VALOR-CONTABIL =
013170               TTE-NORMAL (03) - TTE-ESTORNO (03).
013180           MOVE TOT-INSS TO VALOR-FOLHA.
013190           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
013200
013210           MOVE "IRRF RETIDO (EVENTO 04)" TO RF-DESCRICAO.
013220           COMPUTE VALOR-CONTABIL =
013230               TTE-NORMAL (04) - TTE-ESTORNO (04).
013240           MOVE TOT-IRRF TO VALOR-FOLHA.
013250           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
013260
013270           MOVE "CONSIGNACOES (EVENTO 05)" TO RF-DESCRICAO.
013280           COMPUTE VALOR-CONTABIL =
013290               TTE-NORMAL (05) - TTE-ESTORNO (05).
013300           MOVE TOT-DESCONTOS TO VALOR-FOLHA.
013310           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
013320
013330           MOVE "INSS PATRONAL (EVENTO 06)" TO RF-DESCRICAO.
013340           COMPUTE VALOR-CONTABIL =
013350               TTE-NORMAL (06) - TTE-ESTORNO (06).
013360           MOVE TOT-PATRONAL TO VALOR-FOLHA.
013370           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
013380
013390           MOVE "FGTS E MULTA (EVENTOS 07 15)" TO RF-DESCRICAO.
013400           COMPUTE VALOR-CONTABIL =
013410               TTE-NORMAL (07) - TTE-ESTORNO (07)
013420               + TTE-NORMAL (15) - TTE-ESTORNO (15).
013430           COMPUTE VALOR-FOLHA = TOT-FGTS + TOT-MULTA-FGTS.
013440           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
013450
013460           MOVE "LIQUIDO A PAGAR (EVENTO 08)" TO RF-DESCRICAO.
013470           COMPUTE VALOR-CONTABIL =
013480               TTE-NORMAL (08) - TTE-ESTORNO (08).
013490           MOVE TOT-LIQUIDO TO VALOR-FOLHA.
013500           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
013510
013520           MOVE "SALDO DA CONTA FOLHA A PAGAR" TO RF-DESCRICAO.
013530           COMPUTE VALOR-CONTABIL =
013540               TTE-NORMAL (01) - TTE-ESTORNO (01)
013550               + TTE-NORMAL (02) - TTE-ESTORNO (02)
013560               + TTE-NORMAL (09) - TTE-ESTORNO (09)
013570               + TTE-NORMAL (10) - TTE-ESTORNO (10)
013580               - TTE-NORMAL (03) + TTE-ESTORNO (03)
013590               - TTE-NORMAL (04) + TTE-ESTORNO (04)
013600               - TTE-NORMAL (05) + TTE-ESTORNO (05)
013610               - TTE-NORMAL (08) + TTE-ESTORNO (08).
013620           MOVE ZEROS TO VALOR-FOLHA.
013630           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
013640
013650           MOVE "PROVISAO DE FERIAS (EVENTO 11)" TO RF-DESCRICAO.
013660           MOVE TTE-NORMAL (11)       TO VALOR-CONTABIL.
013670           MOVE TOT-PROV-CONST-FERIAS TO VALOR-FOLHA.
013680           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
013690
013700           MOVE "PROVISAO DO 13 (EVENTO 12)" TO RF-DESCRICAO.
013710           MOVE TTE-NORMAL (12)       TO VALOR-CONTABIL.
013720           MOVE TOT-PROV-CONST-13     TO VALOR-FOLHA.
013730           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
013740
013750           MOVE "REVERSAO PROV. FERIAS (EVENTO 13)"
013760               TO RF-DESCRICAO.
013770           MOVE TTE-NORMAL (13)        TO VALOR-CONTABIL.
013780           MOVE TOT-PROV-REVERT-FERIAS TO VALOR-FOLHA.
013790           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
013800
013810           MOVE "REVERSAO PROV. 13 (EVENTO 14)" TO RF-DESCRICAO.
013820           MOVE TTE-NORMAL (14)       TO VALOR-CONTABIL.
013830           MOVE TOT-PROV-REVERT-13    TO VALOR-FOLHA.
013840           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
013850           WRITE LINHA-CONTABIL FROM RC-LINHA-BRANCO.
013860       5200-EXIT.
013870           EXIT.
013880*
013890*    --------------------------------------------------
013900*    5210-EMITIR-UMA-CONFERENCIA
013910*    EMITE UMA LINHA DE CONFERENCIA E CONTA A DIVERGENCIA.
013920*    --------------------------------------------------
013930       5210-EMITIR-UMA-CONFERENCIA.
013940           MOVE VALOR-CONTABIL TO RF-CONTABIL.
013950           MOVE VALOR-FOLHA    TO RF-FOLHA.
013960           IF VALOR-CONTABIL = VALOR-FOLHA
013970               MOVE "CONFERE"    TO RF-SITUACAO
013980           ELSE
013990               MOVE "DIVERGENTE" TO RF-SITUACAO
014000               ADD 1 TO QTD-DIVERGENCIAS
014010           END-IF.
014020           WRITE LINHA-CONTABIL FROM RC-CONFERENCIA.
014030       5210-EXIT.
014040           EXIT.
014050*
014060*    --------------------------------------------------
014070*    7000-PROCURAR-LANCAMENTO
014080*    PROCURA NA TABELA O LANCAMENTO DO CENTRO DE CUSTO,
014090*    EVENTO E NATUREZA CORRENTES.
014100*    --------------------------------------------------
014110       7000-PROCURAR-LANCAMENTO.
014120           SET NAO-ACHOU TO TRUE.
014130           PERFORM 7010-TESTAR-LANCAMENTO THRU 7010-EXIT
014140               VARYING IDX-TLC FROM 1 BY 1
014150               UNTIL IDX-TLC > QTD-LANCTO
014160                  OR ACHOU.
014170           IF ACHOU
014180               SET IDX-TLC DOWN BY 1
014190           END-IF.
014200       7000-EXIT.
014210           EXIT.
014220*
014230*    --------------------------------------------------
014240*    7010-TESTAR-LANCAMENTO
014250*    COMPARA UMA POSICAO DA TABELA COM A CHAVE PROCURADA.
014260*    --------------------------------------------------
014270       7010-TESTAR-LANCAMENTO.
014280           IF TLC-CENTRO-CUSTO (IDX-TLC) = CENTRO-CUSTO-EVENTO
014290               AND TLC-EVENTO (IDX-TLC) = CODIGO-EVENTO
014300               AND TLC-NATUREZA (IDX-TLC) = NATUREZA-EVENTO
014310               SET ACHOU TO TRUE
014320           END-IF.
014330       7010-EXIT.
014340           EXIT.
014350*
014360*    --------------------------------------------------
014370*    7100-PROCURAR-PROVISAO
014380*    PROCURA NA TABELA A PROVISAO DA MATRICULA CORRENTE.
014390*    --------------------------------------------------
014400       7100-PROCURAR-PROVISAO.
014410           SET NAO-ACHOU TO TRUE.
014420           PERFORM 7110-TESTAR-PROVISAO THRU 7110-EXIT
014430               VARYING IDX-TPV FROM 1 BY 1
014440               UNTIL IDX-TPV > QTD-PROVISAO
014450                  OR ACHOU.
014460           IF ACHOU
014470               SET IDX-TPV DOWN BY 1
014480           END-IF.
014490       7100-EXIT.
014500           EXIT.
014510*
014520*    --------------------------------------------------
014530*    7110-TESTAR-PROVISAO
014540*    COMPARA UMA POSICAO DA TABELA COM A MATRICULA.
014550*    --------------------------------------------------
014560       7110-TESTAR-PROVISAO.
014570           IF TPV-MATRICULA (IDX-TPV) = MATRICULA-CORRENTE
014580               SET ACHOU TO TRUE
014590           END-IF.
014600       7110-EXIT.
014610           EXIT.
014620*
014630*    --------------------------------------------------
014640*    7150-INCLUIR-PROVISAO
014650*    ACRESCENTA A TABELA A PROVISAO ZERADA DA MATRICULA
014660*    CORRENTE, NO CENTRO DE CUSTO CORRENTE.
014670*    --------------------------------------------------
014680       7150-INCLUIR-PROVISAO.
014690           IF QTD-PROVISAO = LIMITE-PROVISAO
014700               DISPLAY "ERRO - MAIS DE 3000 FUNCIONARIOS COM "
014710                   "PROVISAO."
014720               STOP RUN
014730           END-IF.
014740           ADD 1 TO QTD-PROVISAO.
014750           SET IDX-TPV TO QTD-PROVISAO.
014760           MOVE ZEROS TO TPV-ITEM (IDX-TPV).
014770           MOVE MATRICULA-CORRENTE    TO TPV-MATRICULA (IDX-TPV).
014780           MOVE CENTRO-CUSTO-CORRENTE
014790               TO TPV-CENTRO-CUSTO (IDX-TPV).
014800       7150-EXIT.
014810           EXIT.
014820*
014830*    ==================================================
014840*    8000-FINALIZAR
014850*    EMITE AS QUANTIDADES DO PROCESSAMENTO, EXIBE O
014860*    RESUMO E FECHA OS ARQUIVOS.
014870*    ==================================================
014880       8000-FINALIZAR.
014890           MOVE "REGISTROS DO HISTORICO CONTABILIZADOS:"
014900               TO RQ-DESCRICAO.
014910           MOVE QTD-REGISTROS-LIDOS TO RQ-QUANTIDADE.
014920           WRITE LINHA-CONTABIL FROM RC-LINHA-QTD.
014930           MOVE "FUNCIONARIOS FORA DO CADASTRO (C.C. 0000):"
014940               TO RQ-DESCRICAO.
014950           MOVE QTD-SEM-CADASTRO TO RQ-QUANTIDADE.
014960           WRITE LINHA-CONTABIL FROM RC-LINHA-QTD.
014970           MOVE "LANCAMENTOS GRAVADOS NO LANCCONT:"
014980               TO RQ-DESCRICAO.
014990           MOVE QTD-LANCTO-GRAVADOS TO RQ-QUANTIDADE.
015000           WRITE LINHA-CONTABIL FROM RC-LINHA-QTD.
015010           MOVE "PROVISOES GRAVADAS NO PROVCONT:" TO RQ-DESCRICAO.
015020           MOVE QTD-PROV-GRAVADAS TO RQ-QUANTIDADE.
015030           WRITE LINHA-CONTABIL FROM RC-LINHA-QTD.
015040           MOVE "CONFERENCIAS DIVERGENTES:" TO RQ-DESCRICAO.
015050           MOVE QTD-DIVERGENCIAS TO RQ-QUANTIDADE.
015060           WRITE LINHA-CONTABIL FROM RC-LINHA-QTD.
015070
015080           DISPLAY "CONTABILIZACAO CONCLUIDA: "
015090               QTD-LANCTO-GRAVADOS
015100               " LANCAMENTOS E " QTD-PROV-GRAVADAS " PROVISOES.".
015110           IF QTD-DIVERGENCIAS > ZEROS
015120               DISPLAY "ATENCAO - " QTD-DIVERGENCIAS
015130                   " CONFERENCIA(S) DIVERGENTE(S) NO CONTAREL."
015140           END-IF.
015150
015160           CLOSE HIST-FOLHA, EMPLOYEE-MASTER, PROVISAO-CONTABIL,
015170                 LANCAMENTO-CONTABIL, REL-CONTABIL.
015180       8000-EXIT.
015190           EXIT.
015200
015210       END PROGRAM CONTABIL-FOLHA.
