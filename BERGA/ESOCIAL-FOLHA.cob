000010       Identification Division.
000020       Program-Id.              ESOCIAL-FOLHA.
000030       Author.                  EQUIPE DE MANUTENCAO IFSP CBT.
000040       Installation             IFSP CBT.
000050       Date-Written             15/10/2026.
000060       Date-Compiled            .
000070       Security                 EVENTOS PERIODICOS DO ESOCIAL
000080                                (REMUNERACAO, PAGAMENTOS E
000090                                FECHAMENTO) GERADOS DO HISTORICO
000100                                DA FOLHA DE PAGAMENTO.
000110*
000120*    HISTORICO DE ALTERACOES
000130*    DATA       AUTOR   DESCRICAO
000140*    15/10/2026 MSL     VERSAO ORIGINAL - DADA UMA COMPETENCIA, LE
000150*                       NO HISTORICO HISTFOLI AS FOLHAS DE TODOS
000160*                       OS TIPOS ENCERRADAS NO CONTROLE CTRLFOLH,
000170*                       COM OS ESTORNOS E REPROCESSAMENTOS JA
000180*                       COMPENSADOS, E GRAVA NO ARQUIVO ESOCIAL A
000190*                       REMUNERACAO DE CADA TRABALHADOR ABERTA POR
000200*                       RUBRICA (S-1200), OS PAGAMENTOS COM A DATA
000210*                       DE CADA FOLHA (S-1210) E O FECHAMENTO DA
000220*                       COMPETENCIA (S-1299). OS TRABALHADORES SEM
000230*                       CPF OU COM CPF INVALIDO NO CADASTRO SAO
000240*                       LISTADOS ANTES E, HAVENDO ALGUM, O ARQUIVO
000250*                       NAO E GERADO. EMITE O RESUMO ESOCREL COM
000260*                       OS TOTAIS POR TIPO NO FORMATO DA GUIA
000270*                       GUIAREL E A CONFERENCIA DO INSS E DO IRRF
000280*                       RETIDOS.
000281*    15/10/2026 MSL     A RESCISAO PASSOU A DISTRIBUIR TAMBEM AS
000282*                       HORAS EXTRAS E OS PROVENTOS E DESCONTOS
000283*                       EVENTUAIS DO MES DO DESLIGAMENTO; AS
000284*                       DIFERENCAS DE DISSIDIO DO AVISO E DAS
000285*                       FERIAS INDENIZADAS VAO NAS RUBRICAS DA
000286*                       RESCISAO.
000290*
000300       Environment DIVISION.
000310       Configuration Section.
000320       SOURCE-COMPUTER.         MEU PC.
000330       OBJECT-COMPUTER.         MEU PC.
000340       SPECIAL-NAMES.
000350           DECIMAL-POINT Is COMMA.
000360
000370       INPUT-OUTPUT SECTION.
000380       FILE-CONTROL.
000390           SELECT CONTROLE-FOLHA   ASSIGN TO "CTRLFOLH"
000400               ORGANIZATION IS INDEXED
000410               ACCESS MODE IS DYNAMIC
000420               RECORD KEY IS CTRL-CHAVE
000430               FILE STATUS IS FS-CONTROLE.
000440
000450           SELECT HIST-FOLHA       ASSIGN TO "HISTFOLI"
000460               ORGANIZATION IS INDEXED
000470               ACCESS MODE IS DYNAMIC
000480               RECORD KEY IS HIST-CHAVE
000490               FILE STATUS IS FS-HIST-FOLHA.
000500
000510           SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPFOLHA"
000520               ORGANIZATION IS INDEXED
000530               ACCESS MODE IS DYNAMIC
000540               RECORD KEY IS FUNC-MATRICULA
000550               FILE STATUS IS FS-EMPLOYEE.
000560
000570           SELECT EVENTO-ESOCIAL   ASSIGN TO "ESOCIAL"
000580               ORGANIZATION IS LINE SEQUENTIAL.
000590
000600           SELECT REL-ESOCIAL      ASSIGN TO "ESOCREL"
000610               ORGANIZATION IS LINE SEQUENTIAL.
000620
000630       Data Division.
000640       FILE SECTION.
000650       FD  CONTROLE-FOLHA
000660           LABEL RECORD IS STANDARD.
000670       COPY "CB-CTRL.cpy".
000680
000690       FD  HIST-FOLHA
000700           LABEL RECORD IS STANDARD.
000710       COPY "CB-HIST.cpy".
000720
000730       FD  EMPLOYEE-MASTER
000740           LABEL RECORD IS STANDARD.
000750       COPY "CB-EMPLOY.cpy".
000760
000770       FD  EVENTO-ESOCIAL
000780           LABEL RECORD IS STANDARD.
000790       COPY "CB-ESOCIAL.cpy".
000800
000810       FD  REL-ESOCIAL
000820           LABEL RECORD IS STANDARD.
000830       01  LINHA-ESOCIAL           PIC X(120).
000840
000850       WORKING-STORAGE SECTION.
000860*
000870*    AREA DE CONTROLE DO PROCESSAMENTO
000880*
000890       77  FS-CONTROLE             PIC X(02) VALUE "00".
000900       77  FS-HIST-FOLHA           PIC X(02) VALUE "00".
000910       77  FS-EMPLOYEE             PIC X(02) VALUE "00".
000920       77  IND-FIM-HISTORICO       PIC X(01) VALUE "N".
000930           88  FIM-HISTORICO           VALUE "S".
000940       77  IND-ACHOU               PIC X(01) VALUE "N".
000950           88  ACHOU                   VALUE "S".
000960           88  NAO-ACHOU               VALUE "N".
000970       77  IND-GERACAO             PIC X(01) VALUE "N".
000980           88  GERAR-ARQUIVO           VALUE "S".
000990           88  NAO-GERAR-ARQUIVO       VALUE "N".
001000       77  DATA-HOJE               PIC 9(08) VALUE ZEROS.
001010       77  COMPETENCIA-ESOCIAL     PIC 9(06) VALUE ZEROS.
001020       77  MES-VALIDAR             PIC 9(02) VALUE ZEROS.
001030       77  TIPO-LEITURA            PIC 9(01) VALUE ZEROS.
001040       77  ULTIMO-TIPO-PROC        PIC 9(01) VALUE 6.
001050       77  QTD-RUBRICAS            PIC 9(02) VALUE 20.
001060*
001070*    SITUACAO E ULTIMA EXECUCAO NO CONTROLE DE CADA TIPO DE
001080*    PROCESSAMENTO DA COMPETENCIA. SO O TIPO ENCERRADO ("E")
001090*    ENTRA NOS EVENTOS.
001100*
001110       01  TABELA-SITUACAO-TIPO.
001120           05  TST-ITEM            OCCURS 6 TIMES.
001130               10  TST-SITUACAO        PIC X(01).
001140               10  TST-NUM-EXECUCAO    PIC 9(04).
001150       01  TABELA-DESCRICAO-TIPO.
001160           05  FILLER              PIC X(24) VALUE
001170               "FOLHA MENSAL".
001180           05  FILLER              PIC X(24) VALUE
001190               "13 SALARIO 1A PARCELA".
001200           05  FILLER              PIC X(24) VALUE
001210               "13 SALARIO 2A PARCELA".
001220           05  FILLER              PIC X(24) VALUE
001230               "FERIAS".
001240           05  FILLER              PIC X(24) VALUE
001250               "RESCISAO".
001260           05  FILLER              PIC X(24) VALUE
001270               "DIFERENCAS DE DISSIDIO".
001280       01  TAB-DESCRICAO-TIPO REDEFINES TABELA-DESCRICAO-TIPO.
001290           05  TAB-DESCR-TIPO      OCCURS 6 TIMES
001300                                   PIC X(24).
001310       77  QTD-TIPOS-ENCERRADOS    PIC 9(05) COMP VALUE ZEROS.
001320*
001330*    RUBRICAS DA REMUNERACAO NO ESOCIAL, NA ORDEM EM QUE SAO
001340*    GRAVADAS: CODIGO, PROVENTO ("P") OU DESCONTO ("D") E
001350*    DESCRICAO. A POSICAO NA TABELA E O NUMERO DA RUBRICA NOS
001360*    ACUMULADORES DO TRABALHADOR.
001370*
001380       01  TABELA-RUBRICA.
001390           05  FILLER              PIC X(05) VALUE "1000P".
001400           05  FILLER              PIC X(30) VALUE
001410               "HORAS NORMAIS".
001420           05  FILLER              PIC X(05) VALUE "1010P".
001430           05  FILLER              PIC X(30) VALUE
001440               "HORAS EXTRAS 50%".
001450           05  FILLER              PIC X(05) VALUE "1020P".
001460           05  FILLER              PIC X(30) VALUE
001470               "HORAS EXTRAS 100% DOM/FERIADO".
001480           05  FILLER              PIC X(05) VALUE "1030P".
001490           05  FILLER              PIC X(30) VALUE
001500               "PROVENTOS EVENTUAIS".
001510           05  FILLER              PIC X(05) VALUE "1100P".
001520           05  FILLER              PIC X(30) VALUE
001530               "13 SALARIO - ADIANTAMENTO".
001540           05  FILLER              PIC X(05) VALUE "1110P".
001550           05  FILLER              PIC X(30) VALUE
001560               "13 SALARIO".
001570           05  FILLER              PIC X(05) VALUE "1200P".
001580           05  FILLER              PIC X(30) VALUE
001590               "FERIAS GOZADAS".
001600           05  FILLER              PIC X(05) VALUE "1210P".
001610           05  FILLER              PIC X(30) VALUE
001620               "TERCO CONSTITUCIONAL DE FERIAS".
001630           05  FILLER              PIC X(05) VALUE "1220P".
001640           05  FILLER              PIC X(30) VALUE
001650               "ABONO PECUNIARIO COM O TERCO".
001660           05  FILLER              PIC X(05) VALUE "1300P".
001670           05  FILLER              PIC X(30) VALUE
001680               "SALDO DE SALARIO".
001690           05  FILLER              PIC X(05) VALUE "1310P".
001700           05  FILLER              PIC X(30) VALUE
001710               "AVISO PREVIO INDENIZADO".
001720           05  FILLER              PIC X(05) VALUE "1320P".
001730           05  FILLER              PIC X(30) VALUE
001740               "FERIAS INDENIZADAS COM O TERCO".
001750           05  FILLER              PIC X(05) VALUE "1400P".
001760           05  FILLER              PIC X(30) VALUE
001770               "DIF. DISSIDIO - SALARIOS".
001780           05  FILLER              PIC X(05) VALUE "1410P".
001790           05  FILLER              PIC X(30) VALUE
001800               "DIF. DISSIDIO - 13 SALARIO".
001810           05  FILLER              PIC X(05) VALUE "1420P".
001820           05  FILLER              PIC X(30) VALUE
001830               "DIF. DISSIDIO - FERIAS".
001840           05  FILLER              PIC X(05) VALUE "5000D".
001850           05  FILLER              PIC X(30) VALUE
001860               "DESCONTOS EVENTUAIS".
001870           05  FILLER              PIC X(05) VALUE "5010D".
001880           05  FILLER              PIC X(30) VALUE
001890               "ADIANTAMENTO DO 13 DESCONTADO".
001900           05  FILLER              PIC X(05) VALUE "5020D".
001910           05  FILLER              PIC X(30) VALUE
001920               "DESCONTOS RECORRENTES".
001930           05  FILLER              PIC X(05) VALUE "5100D".
001940           05  FILLER              PIC X(30) VALUE
001950               "INSS DO SEGURADO".
001960           05  FILLER              PIC X(05) VALUE "5110D".
001970           05  FILLER              PIC X(30) VALUE
001980               "IRRF RETIDO NA FONTE".
001990       01  TAB-RUBRICA REDEFINES TABELA-RUBRICA.
002000           05  TRB-ITEM            OCCURS 20 TIMES.
002010               10  TRB-CODIGO          PIC 9(04).
002020               10  TRB-NATUREZA        PIC X(01).
002030               10  TRB-DESCRICAO       PIC X(30).
002040*
002050*    NUMERO DA RUBRICA NA TABELA ACIMA, POR VERBA DO HISTORICO
002060*
002070       77  RUB-HORAS-NORMAIS       PIC 9(02) VALUE 01.
002080       77  RUB-HORAS-EXTRAS        PIC 9(02) VALUE 02.
002090       77  RUB-HORAS-EXTRAS-DOM    PIC 9(02) VALUE 03.
002100       77  RUB-PROVENTOS-VAR       PIC 9(02) VALUE 04.
002110       77  RUB-13-ADIANTAMENTO     PIC 9(02) VALUE 05.
002120       77  RUB-13-SALARIO          PIC 9(02) VALUE 06.
002130       77  RUB-FERIAS              PIC 9(02) VALUE 07.
002140       77  RUB-TERCO-FERIAS        PIC 9(02) VALUE 08.
002150       77  RUB-ABONO-PECUNIARIO    PIC 9(02) VALUE 09.
002160       77  RUB-SALDO-SALARIO       PIC 9(02) VALUE 10.
002170       77  RUB-AVISO-INDENIZADO    PIC 9(02) VALUE 11.
002180       77  RUB-FERIAS-INDENIZADAS  PIC 9(02) VALUE 12.
002190       77  RUB-DISS-SALARIOS       PIC 9(02) VALUE 13.
002200       77  RUB-DISS-13             PIC 9(02) VALUE 14.
002210       77  RUB-DISS-FERIAS         PIC 9(02) VALUE 15.
002220       77  RUB-DESCONTOS-VAR       PIC 9(02) VALUE 16.
002230       77  RUB-DESC-ADIANTAMENTO   PIC 9(02) VALUE 17.
002240       77  RUB-DESCONTOS-RECORR    PIC 9(02) VALUE 18.
002250       77  RUB-INSS                PIC 9(02) VALUE 19.
002260       77  RUB-IRRF                PIC 9(02) VALUE 20.
002270*
002280*    TRABALHADORES DA COMPETENCIA, COM O CPF DO CADASTRO, O
002290*    VALOR LIQUIDO DE CADA RUBRICA E, POR TIPO DE FOLHA, O
002300*    LIQUIDO PAGO E A DATA DO PAGAMENTO (DA ULTIMA EXECUCAO
002310*    NORMAL). SITUACAO DO CPF: "S" = VALIDO, "N" = INVALIDO,
002320*    "Z" = NAO INFORMADO, "F" = FORA DO CADASTRO.
002330*
002340       77  QTD-TRABALHADOR         PIC 9(05) COMP VALUE ZEROS.
002350       77  LIMITE-TRABALHADOR      PIC 9(05) COMP VALUE 3000.
002360       01  TABELA-TRABALHADOR.
002370           05  TTB-ITEM            OCCURS 3000 TIMES
002380                                   INDEXED BY IDX-TTB.
002390               10  TTB-MATRICULA       PIC 9(06).
002400               10  TTB-CPF             PIC 9(11).
002410               10  TTB-NOME            PIC X(30).
002420               10  TTB-SITUACAO-CPF    PIC X(01).
002430               10  TTB-VALOR-RUBRICA   OCCURS 20 TIMES
002440                                       PIC S9(11)V99.
002450               10  TTB-PAGAMENTO       OCCURS 6 TIMES.
002460                   15  TTB-LIQUIDO         PIC S9(11)V99.
002470                   15  TTB-DATA-PAGTO      PIC 9(08).
002480*
002490*    TOTAIS DE CADA TIPO DE FOLHA, LIQUIDOS DOS ESTORNOS, NA
002500*    MESMA ABERTURA DA GUIA DE RECOLHIMENTO (GUIAREL)
002510*
002520       01  TABELA-TOTAL-TIPO.
002530           05  TTT-ITEM            OCCURS 6 TIMES.
002540               10  TTT-QTD-FUNC        PIC S9(05).
002550               10  TTT-BRUTO           PIC S9(11)V99.
002560               10  TTT-INSS            PIC S9(11)V99.
002570               10  TTT-PATRONAL        PIC S9(11)V99.
002580               10  TTT-FGTS            PIC S9(11)V99.
002590               10  TTT-MULTA-FGTS      PIC S9(11)V99.
002600               10  TTT-IRRF            PIC S9(11)V99.
002610               10  TTT-LIQUIDO         PIC S9(11)V99.
002620       01  TOTAL-COMPETENCIA.
002630           05  TCP-QTD-FUNC        PIC S9(05).
002640           05  TCP-BRUTO           PIC S9(11)V99.
002650           05  TCP-INSS            PIC S9(11)V99.
002660           05  TCP-PATRONAL        PIC S9(11)V99.
002670           05  TCP-FGTS            PIC S9(11)V99.
002680           05  TCP-MULTA-FGTS      PIC S9(11)V99.
002690           05  TCP-IRRF            PIC S9(11)V99.
002700           05  TCP-LIQUIDO         PIC S9(11)V99.
002710       01  TABELA-TOTAL-RUBRICA.
002720           05  TOT-RUBRICA         OCCURS 20 TIMES
002730                                   PIC S9(11)V99.
002740*
002750*    TRABALHADOR E RUBRICA CORRENTES
002760*
002770       77  TIPO-CORRENTE           PIC 9(01) VALUE ZEROS.
002780       77  MATRICULA-CORRENTE      PIC 9(06) VALUE ZEROS.
002790       77  SINAL-NATUREZA          PIC S9(01) VALUE +1.
002800       77  NUM-RUBRICA             PIC 9(02) VALUE ZEROS.
002810       77  VALOR-RUBRICA           PIC S9(11)V99 VALUE ZEROS.
002820       77  TIPO-PAGAMENTO          PIC 9(01) VALUE ZEROS.
002830       77  SOMA-PROVENTOS          PIC S9(11)V99 VALUE ZEROS.
002840       77  SOMA-DESCONTOS          PIC S9(11)V99 VALUE ZEROS.
002850       77  SOMA-PAGAMENTOS         PIC S9(11)V99 VALUE ZEROS.
002860       77  QTD-RUB-TRABALHADOR     PIC 9(03) VALUE ZEROS.
002870*
002880*    VALIDACAO DO CPF PELOS DOIS DIGITOS VERIFICADORES
002890*    (MODULO 11). O CPF DE ONZE DIGITOS IGUAIS E INVALIDO.
002900*
002910       77  IND-CPF                 PIC X(01) VALUE "S".
002920           88  CPF-VALIDO              VALUE "S".
002930           88  CPF-INVALIDO            VALUE "N".
002940       01  CPF-VALIDAR             PIC 9(11) VALUE ZEROS.
002950       01  CPF-DIGITOS REDEFINES CPF-VALIDAR.
002960           05  CPF-DIGITO          OCCURS 11 TIMES
002970                                   PIC 9(01).
002980       77  CPF-REPETIDO            PIC 9(11) VALUE ZEROS.
002990       77  QTD-DIGITOS-DV          PIC 9(02) COMP VALUE ZEROS.
003000       77  POS-CPF                 PIC 9(02) COMP VALUE ZEROS.
003010       77  PESO-CPF                PIC 9(02) COMP VALUE ZEROS.
003020       77  SOMA-CPF                PIC 9(05) COMP VALUE ZEROS.
003030       77  QUOCIENTE-CPF           PIC 9(05) COMP VALUE ZEROS.
003040       77  RESTO-CPF               PIC 9(02) COMP VALUE ZEROS.
003050       77  DV-CALCULADO            PIC 9(01) VALUE ZEROS.
003060*
003070*    TOTAIS DOS EVENTOS E DA CONFERENCIA
003080*
003090       77  TOT-PROVENTOS           PIC S9(11)V99 VALUE ZEROS.
003100       77  TOT-DESCONTOS           PIC S9(11)V99 VALUE ZEROS.
003110       77  TOT-PAGAMENTOS          PIC S9(11)V99 VALUE ZEROS.
003120       77  VALOR-ESOCIAL           PIC S9(11)V99 VALUE ZEROS.
003130       77  VALOR-FOLHA             PIC S9(11)V99 VALUE ZEROS.
003140*
003150*    CONTADORES DO PROCESSAMENTO
003160*
003170       77  QTD-REGISTROS-LIDOS     PIC 9(05) COMP VALUE ZEROS.
003180       77  QTD-CPF-PENDENTE        PIC 9(05) COMP VALUE ZEROS.
003190       77  QTD-DIVERG-TRABALHADOR  PIC 9(05) COMP VALUE ZEROS.
003200       77  QTD-SEM-REMUNERACAO     PIC 9(05) COMP VALUE ZEROS.
003210       77  QTD-TRAB-GRAVADOS       PIC 9(05) COMP VALUE ZEROS.
003220       77  QTD-RUB-GRAVADAS        PIC 9(05) COMP VALUE ZEROS.
003230       77  QTD-PAGTO-GRAVADOS      PIC 9(05) COMP VALUE ZEROS.
003240       77  QTD-REG-GRAVADOS        PIC 9(05) COMP VALUE ZEROS.
003250       77  QTD-DIVERGENCIAS        PIC 9(05) COMP VALUE ZEROS.
003260*
003270*    LINHAS DE IMPRESSAO DO RESUMO DO ESOCIAL
003280*
003290       01  RS-CABECALHO-1.
003300           05  FILLER              PIC X(50) VALUE
003310               "EVENTOS PERIODICOS DO ESOCIAL - FOLHA DE PAGTO".
003320       01  RS-CABECALHO-2.
003330           05  FILLER              PIC X(13)
003340                                   VALUE "COMPETENCIA: ".
003350           05  RS-COMPETENCIA      PIC 9(06).
003360           05  FILLER              PIC X(14) VALUE
003370               "  GERADO EM: ".
003380           05  RS-DATA             PIC 9(08).
003390       01  RS-TITULO.
003400           05  RT-TITULO           PIC X(80).
003410       01  RS-TIPO.
003420           05  FILLER              PIC X(07) VALUE "  TIPO ".
003430           05  RT-TIPO             PIC 9(01).
003440           05  FILLER              PIC X(01) VALUE SPACES.
003450           05  RT-DESCRICAO        PIC X(24).
003460           05  FILLER              PIC X(01) VALUE SPACES.
003470           05  RT-SITUACAO         PIC X(40).
003480       01  RS-TIPO-GUIA.
003490           05  FILLER              PIC X(05) VALUE "TIPO ".
003500           05  RG-TIPO             PIC 9(01).
003510           05  FILLER              PIC X(01) VALUE SPACES.
003520           05  RG-DESCRICAO        PIC X(24).
003530           05  FILLER              PIC X(37) VALUE
003540               " - CONFERIR COM A GUIAREL DA EXECUCAO".
003550           05  FILLER              PIC X(01) VALUE SPACES.
003560           05  RG-EXECUCAO         PIC 9(04).
003570       01  RS-CAB-CPF.
003580           05  FILLER              PIC X(44) VALUE
003590               "  MATRICULA NOME                           ".
003600           05  FILLER              PIC X(30) VALUE
003610               " CPF         SITUACAO".
003620       01  RS-CPF.
003630           05  FILLER              PIC X(04) VALUE SPACES.
003640           05  RP-MATRICULA        PIC 9(06).
003650           05  FILLER              PIC X(02) VALUE SPACES.
003660           05  RP-NOME             PIC X(30).
003670           05  FILLER              PIC X(02) VALUE SPACES.
003680           05  RP-CPF              PIC 9(11).
003690           05  FILLER              PIC X(02) VALUE SPACES.
003700           05  RP-SITUACAO         PIC X(30).
003710       01  RS-VALOR.
003720           05  FILLER              PIC X(04) VALUE SPACES.
003730           05  RV-DESCRICAO        PIC X(36).
003740           05  RV-VALOR            PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
003750       01  RS-CAB-DIVERGENCIA.
003760           05  FILLER              PIC X(44) VALUE
003770               "  MATRICULA    PROVENTOS - DESCONTOS       ".
003780           05  FILLER              PIC X(30) VALUE
003790               "LIQUIDO PAGO".
003800       01  RS-DIVERGENCIA.
003810           05  FILLER              PIC X(04) VALUE SPACES.
003820           05  RD-MATRICULA        PIC 9(06).
003830           05  FILLER              PIC X(02) VALUE SPACES.
003840           05  RD-REMUNERACAO      PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
003850           05  FILLER              PIC X(02) VALUE SPACES.
003860           05  RD-PAGAMENTO        PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
003870       01  RS-CAB-CONFERENCIA.
003880           05  FILLER              PIC X(44) VALUE
003890               "CONFERENCIA                              ESO".
003900           05  FILLER              PIC X(44) VALUE
003910               "CIAL                     FOLHA   SITUACAO".
003920       01  RS-CONFERENCIA.
003930           05  RF-DESCRICAO        PIC X(36).
003940           05  RF-ESOCIAL          PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
003950           05  FILLER              PIC X(01) VALUE SPACES.
003960           05  RF-FOLHA            PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
003970           05  FILLER              PIC X(02) VALUE SPACES.
003980           05  RF-SITUACAO         PIC X(10).
003990       01  RS-LINHA-QTD.
004000           05  RQ-DESCRICAO        PIC X(45).
004010           05  RQ-QUANTIDADE       PIC ZZ.ZZ9-.
004020       01  RS-LINHA-BRANCO         PIC X(01) VALUE SPACES.
004030
004040       PROCEDURE DIVISION.
004050*
004060*    ==================================================
004070*    0000-MAINLINE
004080*    ROTINA PRINCIPAL - APURA A REMUNERACAO DOS
004090*    TRABALHADORES NAS FOLHAS ENCERRADAS DA COMPETENCIA,
004100*    CONFERE OS CPF E, SEM PENDENCIA, GRAVA OS EVENTOS DO
004110*    ESOCIAL. EMITE O RESUMO COM OS TOTAIS E A CONFERENCIA.
004120*    ==================================================
004130       0000-MAINLINE.
004140           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004150
004160           PERFORM 2000-APURAR-REMUNERACAO THRU 2000-EXIT.
004170
004180           PERFORM 3000-CONFERIR-CPF THRU 3000-EXIT.
004190
004200           PERFORM 4000-GERAR-EVENTOS THRU 4000-EXIT.
004210
004220           PERFORM 5000-EMITIR-RESUMO THRU 5000-EXIT.
004230
004240           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
004250
004260           STOP RUN.
004270*
004280*    --------------------------------------------------
004290*    1000-INICIALIZAR
004300*    RECEBE A COMPETENCIA, CONFERE NO CONTROLE QUAIS
004310*    FOLHAS DELA ESTAO ENCERRADAS E ABRE OS ARQUIVOS.
004320*    --------------------------------------------------
004330       1000-INICIALIZAR.
004340           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
004350           DISPLAY "COMPETENCIA DOS EVENTOS DO ESOCIAL "
004360               "(AAAAMM): ".
004370           ACCEPT COMPETENCIA-ESOCIAL.
004380           MOVE COMPETENCIA-ESOCIAL (5:2) TO MES-VALIDAR.
004390           IF COMPETENCIA-ESOCIAL NOT NUMERIC
004400               OR MES-VALIDAR < 01 OR MES-VALIDAR > 12
004410               DISPLAY "COMPETENCIA INVALIDA."
004420               STOP RUN
004430           END-IF.
004440
004450           PERFORM 1100-CONFERIR-CONTROLE THRU 1100-EXIT.
004460
004470           PERFORM 1200-ABRIR-ARQUIVOS THRU 1200-EXIT.
004480       1000-EXIT.
004490           EXIT.
004500*
004510*    --------------------------------------------------
004520*    1100-CONFERIR-CONTROLE
004530*    GUARDA A SITUACAO E A ULTIMA EXECUCAO DE CADA TIPO DE
004540*    PROCESSAMENTO DA COMPETENCIA NO CONTROLE. SEM NENHUMA
004550*    FOLHA ENCERRADA NAO HA EVENTO A GERAR.
004560*    --------------------------------------------------
004570       1100-CONFERIR-CONTROLE.
004580           OPEN INPUT CONTROLE-FOLHA.
004590           IF FS-CONTROLE NOT = "00"
004600               DISPLAY "ERRO AO ABRIR O CONTROLE CTRLFOLH - "
004610                   "FILE STATUS " FS-CONTROLE
004620               STOP RUN
004630           END-IF.
004640
004650           PERFORM 1110-LER-UM-TIPO THRU 1110-EXIT
004660               VARYING TIPO-LEITURA FROM 1 BY 1
004670               UNTIL TIPO-LEITURA > ULTIMO-TIPO-PROC.
004680           CLOSE CONTROLE-FOLHA.
004690
004700           IF QTD-TIPOS-ENCERRADOS = ZEROS
004710               DISPLAY "NENHUMA FOLHA ENCERRADA NA COMPETENCIA "
004720                   COMPETENCIA-ESOCIAL " - NENHUM EVENTO A GERAR."
004730               STOP RUN
004740           END-IF.
004750       1100-EXIT.
004760           EXIT.
004770*
004780*    --------------------------------------------------
004790*    1110-LER-UM-TIPO
004800*    LE O CONTROLE DE UM TIPO DE PROCESSAMENTO.
004810*    --------------------------------------------------
004820       1110-LER-UM-TIPO.
004830           MOVE SPACES TO TST-SITUACAO (TIPO-LEITURA).
004840           MOVE ZEROS  TO TST-NUM-EXECUCAO (TIPO-LEITURA).
004850           MOVE COMPETENCIA-ESOCIAL TO CTRL-COMPETENCIA.
004860           MOVE TIPO-LEITURA        TO CTRL-TIPO-PROC.
004870           READ CONTROLE-FOLHA
004880               INVALID KEY
004890                   GO TO 1110-EXIT
004900           END-READ.
004910           MOVE CTRL-SITUACAO     TO TST-SITUACAO (TIPO-LEITURA).
004920           MOVE CTRL-NUM-EXECUCAO
004930               TO TST-NUM-EXECUCAO (TIPO-LEITURA).
004940           IF CTRL-SITUACAO = "E"
004950               ADD 1 TO QTD-TIPOS-ENCERRADOS
004960           END-IF.
004970       1110-EXIT.
004980           EXIT.
004990*
005000*    --------------------------------------------------
005010*    1200-ABRIR-ARQUIVOS
005020*    ABRE O HISTORICO E O CADASTRO PARA CONSULTA E O
005030*    RESUMO, E LISTA NO RESUMO A SITUACAO DE CADA TIPO DE
005040*    PROCESSAMENTO. O ARQUIVO DOS EVENTOS SO E ABERTO
005050*    DEPOIS DA CONFERENCIA DOS CPF.
005060*    --------------------------------------------------
005070       1200-ABRIR-ARQUIVOS.
005080           OPEN INPUT HIST-FOLHA.
005090           IF FS-HIST-FOLHA NOT = "00"
005100               DISPLAY "ERRO AO ABRIR O HISTORICO HISTFOLI - "
005110                   "FILE STATUS " FS-HIST-FOLHA
005120               STOP RUN
005130           END-IF.
005140
005150           OPEN INPUT EMPLOYEE-MASTER.
005160           IF FS-EMPLOYEE NOT = "00"
005170               DISPLAY "ERRO AO ABRIR O CADASTRO EMPLOYEE-MASTER"
005180                   " - FILE STATUS " FS-EMPLOYEE
005190               STOP RUN
005200           END-IF.
005210
005220           OPEN OUTPUT REL-ESOCIAL.
005230           WRITE LINHA-ESOCIAL FROM RS-CABECALHO-1.
005240           MOVE COMPETENCIA-ESOCIAL TO RS-COMPETENCIA.
005250           MOVE DATA-HOJE           TO RS-DATA.
005260           WRITE LINHA-ESOCIAL FROM RS-CABECALHO-2.
005270           WRITE LINHA-ESOCIAL FROM RS-LINHA-BRANCO.
005280           MOVE "FOLHAS DA COMPETENCIA" TO RT-TITULO.
005290           WRITE LINHA-ESOCIAL FROM RS-TITULO.
005300           PERFORM 1210-LISTAR-UM-TIPO THRU 1210-EXIT
005310               VARYING TIPO-LEITURA FROM 1 BY 1
005320               UNTIL TIPO-LEITURA > ULTIMO-TIPO-PROC.
005330           WRITE LINHA-ESOCIAL FROM RS-LINHA-BRANCO.
005340       1200-EXIT.
005350           EXIT.
005360*
005370*    --------------------------------------------------
005380*    1210-LISTAR-UM-TIPO
005390*    EMITE A SITUACAO DE UM TIPO DE PROCESSAMENTO. SO A
005400*    FOLHA ENCERRADA ENTRA NOS EVENTOS; A EM ANDAMENTO OU
005410*    REABERTA ENTRARA NUMA NOVA GERACAO DEPOIS DE
005420*    ENCERRADA.
005430*    --------------------------------------------------
005440       1210-LISTAR-UM-TIPO.
005450           MOVE TIPO-LEITURA TO RT-TIPO.
005460           MOVE TAB-DESCR-TIPO (TIPO-LEITURA) TO RT-DESCRICAO.
005470           EVALUATE TST-SITUACAO (TIPO-LEITURA)
005480               WHEN "E"
005490                   MOVE "ENCERRADA - INCLUIDA NOS EVENTOS"
005500                       TO RT-SITUACAO
005510               WHEN "A"
005520                   MOVE "EM ANDAMENTO - NAO INCLUIDA"
005530                       TO RT-SITUACAO
005540               WHEN "R"
005550                   MOVE "REABERTA POR ESTORNO - NAO INCLUIDA"
005560                       TO RT-SITUACAO
005570               WHEN OTHER
005580                   MOVE "NAO PROCESSADA" TO RT-SITUACAO
005590           END-EVALUATE.
005600           WRITE LINHA-ESOCIAL FROM RS-TIPO.
005610       1210-EXIT.
005620           EXIT.
005630*
005640*    ==================================================
005650*    2000-APURAR-REMUNERACAO
005660*    PERCORRE NO HISTORICO OS REGISTROS DA COMPETENCIA,
005670*    DE TODOS OS TIPOS, E ACUMULA POR TRABALHADOR AS
005680*    RUBRICAS E OS PAGAMENTOS DAS FOLHAS ENCERRADAS, E POR
005690*    TIPO OS TOTAIS DA GUIA.
005700*    ==================================================
005710       2000-APURAR-REMUNERACAO.
005720           MOVE "N"   TO IND-FIM-HISTORICO.
005730           MOVE ZEROS TO TIPO-CORRENTE, MATRICULA-CORRENTE.
005740           MOVE ZEROS TO TABELA-TOTAL-TIPO, TABELA-TOTAL-RUBRICA.
005750           MOVE COMPETENCIA-ESOCIAL TO HIST-COMPETENCIA.
005760           MOVE 1          TO HIST-TIPO-PROC.
005770           MOVE ZEROS      TO HIST-MATRICULA, HIST-NUM-EXECUCAO.
005780           MOVE LOW-VALUES TO HIST-NATUREZA.
005790           START HIST-FOLHA KEY IS NOT LESS THAN HIST-CHAVE
005800               INVALID KEY
005810                   SET FIM-HISTORICO TO TRUE
005820           END-START.
005830
005840           PERFORM 2100-LER-UM-REGISTRO THRU 2100-EXIT
005850               UNTIL FIM-HISTORICO.
005860       2000-EXIT.
005870           EXIT.
005880*
005890*    --------------------------------------------------
005900*    2100-LER-UM-REGISTRO
005910*    LE UM REGISTRO DO HISTORICO. REGISTRO DE FOLHA NAO
005920*    ENCERRADA E IGNORADO. NA TROCA DE TIPO OU DE
005930*    MATRICULA LOCALIZA O TRABALHADOR NA TABELA. O ESTORNO
005940*    ENTRA COM SINAL NEGATIVO, DE MODO QUE A FOLHA
005950*    ESTORNADA E REPROCESSADA FECHA PELA ULTIMA EXECUCAO.
005960*    --------------------------------------------------
005970       2100-LER-UM-REGISTRO.
005980           READ HIST-FOLHA NEXT RECORD
005990               AT END
006000                   SET FIM-HISTORICO TO TRUE
006010                   GO TO 2100-EXIT
006020           END-READ.
006030           IF HIST-COMPETENCIA NOT = COMPETENCIA-ESOCIAL
006040               SET FIM-HISTORICO TO TRUE
006050               GO TO 2100-EXIT
006060           END-IF.
006070           IF HIST-TIPO-PROC < 1
006080               OR HIST-TIPO-PROC > ULTIMO-TIPO-PROC
006090               GO TO 2100-EXIT
006100           END-IF.
006110           IF TST-SITUACAO (HIST-TIPO-PROC) NOT = "E"
006120               GO TO 2100-EXIT
006130           END-IF.
006140           ADD 1 TO QTD-REGISTROS-LIDOS.
006150
006160           IF HIST-TIPO-PROC NOT = TIPO-CORRENTE
006170               OR HIST-MATRICULA NOT = MATRICULA-CORRENTE
006180               PERFORM 2110-LOCALIZAR-TRABALHADOR THRU 2110-EXIT
006190           END-IF.
006200
006210           IF HIST-NATUREZA = "E"
006220               MOVE -1 TO SINAL-NATUREZA
006230           ELSE
006240               MOVE +1 TO SINAL-NATUREZA
006250           END-IF.
006260
006270           PERFORM 2200-SOMAR-TOTAIS-TIPO THRU 2200-EXIT.
006280
006290           PERFORM 2300-APURAR-RUBRICAS THRU 2300-EXIT.
006300
006310           MOVE HIST-TIPO-PROC TO TIPO-PAGAMENTO.
006320           COMPUTE TTB-LIQUIDO (IDX-TTB, TIPO-PAGAMENTO) =
006330               TTB-LIQUIDO (IDX-TTB, TIPO-PAGAMENTO)
006340               + HIST-SAL-LIQUIDO * SINAL-NATUREZA.
006350           IF HIST-NATUREZA NOT = "E"
006360               MOVE HIST-DATA
006370                   TO TTB-DATA-PAGTO (IDX-TTB, TIPO-PAGAMENTO)
006380           END-IF.
006390       2100-EXIT.
006400           EXIT.
006410*
006420*    --------------------------------------------------
006430*    2110-LOCALIZAR-TRABALHADOR
006440*    PROCURA A MATRICULA NA TABELA DOS TRABALHADORES E,
006450*    NA PRIMEIRA VEZ QUE APARECE NA COMPETENCIA, A INCLUI
006460*    COM O NOME E O CPF DO CADASTRO.
006470*    --------------------------------------------------
006480       2110-LOCALIZAR-TRABALHADOR.
006490           MOVE HIST-TIPO-PROC TO TIPO-CORRENTE.
006500           MOVE HIST-MATRICULA TO MATRICULA-CORRENTE.
006510           PERFORM 7000-PROCURAR-TRABALHADOR THRU 7000-EXIT.
006520           IF NAO-ACHOU
006530               PERFORM 7050-INCLUIR-TRABALHADOR THRU 7050-EXIT
006540           END-IF.
006550       2110-EXIT.
006560           EXIT.
006570*
006580*    --------------------------------------------------
006590*    2200-SOMAR-TOTAIS-TIPO
006600*    SOMA O REGISTRO NOS TOTAIS DO TIPO, NA MESMA ABERTURA
006610*    DA GUIA DE RECOLHIMENTO EMITIDA PELA FOLHA.
006620*    --------------------------------------------------
006630       2200-SOMAR-TOTAIS-TIPO.
006640           ADD SINAL-NATUREZA TO TTT-QTD-FUNC (HIST-TIPO-PROC).
006650           COMPUTE TTT-BRUTO (HIST-TIPO-PROC) =
006660               TTT-BRUTO (HIST-TIPO-PROC)
006670               + HIST-SAL-BRUTO * SINAL-NATUREZA.
006680           COMPUTE TTT-INSS (HIST-TIPO-PROC) =
006690               TTT-INSS (HIST-TIPO-PROC)
006700               + HIST-INSS * SINAL-NATUREZA.
006710           COMPUTE TTT-PATRONAL (HIST-TIPO-PROC) =
006720               TTT-PATRONAL (HIST-TIPO-PROC)
006730               + HIST-INSS-PATRONAL * SINAL-NATUREZA.
006740           COMPUTE TTT-FGTS (HIST-TIPO-PROC) =
006750               TTT-FGTS (HIST-TIPO-PROC)
006760               + HIST-FGTS * SINAL-NATUREZA.
006770           COMPUTE TTT-MULTA-FGTS (HIST-TIPO-PROC) =
006780               TTT-MULTA-FGTS (HIST-TIPO-PROC)
006790               + HIST-MULTA-FGTS * SINAL-NATUREZA.
006800           COMPUTE TTT-IRRF (HIST-TIPO-PROC) =
006810               TTT-IRRF (HIST-TIPO-PROC)
006820               + HIST-IRRF * SINAL-NATUREZA.
006830           COMPUTE TTT-LIQUIDO (HIST-TIPO-PROC) =
006840               TTT-LIQUIDO (HIST-TIPO-PROC)
006850               + HIST-SAL-LIQUIDO * SINAL-NATUREZA.
006860       2200-EXIT.
006870           EXIT.
006880*
006890*    --------------------------------------------------
006900*    2300-APURAR-RUBRICAS
006910*    DISTRIBUI AS VERBAS DO REGISTRO NAS RUBRICAS DO
006920*    ESOCIAL, CONFORME O TIPO DA FOLHA. OS PROVENTOS MENOS
006930*    OS DESCONTOS FECHAM COM O LIQUIDO DO REGISTRO.
006940*    --------------------------------------------------
006950       2300-APURAR-RUBRICAS.
006960           EVALUATE HIST-TIPO-PROC
006970               WHEN 1
006980                   MOVE RUB-HORAS-NORMAIS   TO NUM-RUBRICA
006990                   MOVE HIST-SAL-HORA-NORMAL TO VALOR-RUBRICA
007000                   PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT
007010                   MOVE RUB-HORAS-EXTRAS    TO NUM-RUBRICA
007020                   MOVE HIST-SAL-HORA-EXTRA TO VALOR-RUBRICA
007030                   PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT
007040                   MOVE RUB-HORAS-EXTRAS-DOM TO NUM-RUBRICA
007050                   MOVE HIST-SAL-HORA-EXTRA-DOM TO VALOR-RUBRICA
007060                   PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT
007070                   MOVE RUB-PROVENTOS-VAR   TO NUM-RUBRICA
007080                   MOVE HIST-PROVENTOS-VAR  TO VALOR-RUBRICA
007090                   PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT
007100                   MOVE RUB-DESCONTOS-VAR   TO NUM-RUBRICA
007110                   MOVE HIST-DESCONTOS-VAR  TO VALOR-RUBRICA
007120                   PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT
007130               WHEN 2
007140                   MOVE RUB-13-ADIANTAMENTO TO NUM-RUBRICA
007150                   MOVE HIST-SAL-BRUTO      TO VALOR-RUBRICA
007160                   PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT
007170               WHEN 3
007180                   MOVE RUB-13-SALARIO      TO NUM-RUBRICA
007190                   MOVE HIST-SAL-BRUTO      TO VALOR-RUBRICA
007200                   PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT
007210               WHEN 4
007220                   MOVE RUB-FERIAS          TO NUM-RUBRICA
007230                   MOVE HIST-SALARIO-BASE   TO VALOR-RUBRICA
007240                   PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT
007250                   MOVE RUB-TERCO-FERIAS    TO NUM-RUBRICA
007260                   MOVE HIST-TERCO-FERIAS   TO VALOR-RUBRICA
007270                   PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT
007280                   MOVE RUB-ABONO-PECUNIARIO TO NUM-RUBRICA
007290                   COMPUTE VALOR-RUBRICA =
007300                       HIST-ABONO-PECUNIARIO + HIST-TERCO-ABONO
007310                   PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT
007320               WHEN 5
007330                   PERFORM 2320-APURAR-RESCISAO THRU 2320-EXIT
007340               WHEN 6
007350                   PERFORM 2330-APURAR-DISSIDIO THRU 2330-EXIT
007360           END-EVALUATE.
007370
007380           MOVE RUB-DESC-ADIANTAMENTO  TO NUM-RUBRICA.
007390           MOVE HIST-DESC-ADIANTAMENTO TO VALOR-RUBRICA.
007400           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
007410           MOVE RUB-DESCONTOS-RECORR   TO NUM-RUBRICA.
007420           MOVE HIST-DESCONTOS         TO VALOR-RUBRICA.
007430           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
007440           MOVE RUB-INSS               TO NUM-RUBRICA.
007450           MOVE HIST-INSS              TO VALOR-RUBRICA.
007460           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
007470           MOVE RUB-IRRF               TO NUM-RUBRICA.
007480           MOVE HIST-IRRF              TO VALOR-RUBRICA.
007490           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
007500       2300-EXIT.
007510           EXIT.
007520*
007530*    --------------------------------------------------
007540*    2310-SOMAR-RUBRICA
007550*    SOMA O VALOR NA RUBRICA DO TRABALHADOR E NO TOTAL DA
007560*    RUBRICA, COM O SINAL DA NATUREZA DO REGISTRO.
007570*    --------------------------------------------------
007580       2310-SOMAR-RUBRICA.
007590           IF VALOR-RUBRICA = ZEROS
007600               GO TO 2310-EXIT
007610           END-IF.
007620           COMPUTE TTB-VALOR-RUBRICA (IDX-TTB, NUM-RUBRICA) =
007630               TTB-VALOR-RUBRICA (IDX-TTB, NUM-RUBRICA)
007640               + VALOR-RUBRICA * SINAL-NATUREZA.
007650           COMPUTE TOT-RUBRICA (NUM-RUBRICA) =
007660               TOT-RUBRICA (NUM-RUBRICA)
007670               + VALOR-RUBRICA * SINAL-NATUREZA.
007680       2310-EXIT.
007690           EXIT.
007700*
007710*    --------------------------------------------------
007720*    2320-APURAR-RESCISAO
007730*    RESCISAO - SALDO DE SALARIO, AVISO PREVIO INDENIZADO,
007740*    13 PROPORCIONAL E FERIAS VENCIDAS E PROPORCIONAIS COM
007750*    O TERCO, MAIS AS HORAS EXTRAS E OS PROVENTOS E
007751*    DESCONTOS EVENTUAIS DO MES DO DESLIGAMENTO.
007760*    --------------------------------------------------
007770       2320-APURAR-RESCISAO.
007780           MOVE RUB-SALDO-SALARIO     TO NUM-RUBRICA.
007790           MOVE HIST-SALDO-SALARIO    TO VALOR-RUBRICA.
007800           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
007810           MOVE RUB-AVISO-INDENIZADO  TO NUM-RUBRICA.
007820           MOVE HIST-AVISO-INDENIZADO TO VALOR-RUBRICA.
007830           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
007840           MOVE RUB-13-SALARIO        TO NUM-RUBRICA.
007850           MOVE HIST-13-PROPORCIONAL  TO VALOR-RUBRICA.
007860           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
007870           MOVE RUB-FERIAS-INDENIZADAS TO NUM-RUBRICA.
007880           COMPUTE VALOR-RUBRICA =
007890               HIST-FERIAS-VENCIDAS + HIST-FERIAS-PROPORC
007900               + HIST-TERCO-FERIAS.
007910           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
007911           MOVE RUB-HORAS-EXTRAS      TO NUM-RUBRICA.
007912           MOVE HIST-SAL-HORA-EXTRA   TO VALOR-RUBRICA.
007913           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
007914           MOVE RUB-HORAS-EXTRAS-DOM  TO NUM-RUBRICA.
007915           MOVE HIST-SAL-HORA-EXTRA-DOM TO VALOR-RUBRICA.
007916           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
007917           MOVE RUB-PROVENTOS-VAR     TO NUM-RUBRICA.
007918           MOVE HIST-PROVENTOS-VAR    TO VALOR-RUBRICA.
007919           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
007920           MOVE RUB-DESCONTOS-VAR     TO NUM-RUBRICA.
007921           MOVE HIST-DESCONTOS-VAR    TO VALOR-RUBRICA.
007922           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
007923       2320-EXIT.
007930           EXIT.
007940*
007950*    --------------------------------------------------
007960*    2330-APURAR-DISSIDIO
007970*    DIFERENCAS DE DISSIDIO - SALARIOS (HORAS NORMAIS E
007980*    EXTRAS), 13 SALARIO (AS DUAS PARCELAS) E FERIAS COM O
007990*    TERCO E O ABONO. AS DO AVISO E DAS FERIAS INDENIZADAS
007991*    DA RESCISAO VAO NAS RUBRICAS DA PROPRIA RESCISAO.
008000*    --------------------------------------------------
008010       2330-APURAR-DISSIDIO.
008020           MOVE RUB-DISS-SALARIOS     TO NUM-RUBRICA.
008030           COMPUTE VALOR-RUBRICA =
008040               HIST-SAL-HORA-NORMAL + HIST-SAL-HORA-EXTRA
008050               + HIST-SAL-HORA-EXTRA-DOM.
008060           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
008070           MOVE RUB-DISS-13           TO NUM-RUBRICA.
008080           MOVE HIST-DIF-DECIMO-TERC  TO VALOR-RUBRICA.
008090           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
008100           MOVE RUB-DISS-FERIAS       TO NUM-RUBRICA.
008110           COMPUTE VALOR-RUBRICA =
008120               HIST-DIF-FERIAS + HIST-TERCO-FERIAS.
008130           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
008131           MOVE RUB-AVISO-INDENIZADO  TO NUM-RUBRICA.
008132           MOVE HIST-AVISO-INDENIZADO TO VALOR-RUBRICA.
008133           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
008134           MOVE RUB-FERIAS-INDENIZADAS TO NUM-RUBRICA.
008135           MOVE HIST-FERIAS-VENCIDAS  TO VALOR-RUBRICA.
008136           PERFORM 2310-SOMAR-RUBRICA THRU 2310-EXIT.
008140       2330-EXIT.
008150           EXIT.
008160*
008170*    ==================================================
008180*    3000-CONFERIR-CPF
008190*    LISTA OS TRABALHADORES SEM CPF, COM CPF INVALIDO OU
008200*    FORA DO CADASTRO. HAVENDO ALGUM, O ARQUIVO DOS EVENTOS
008210*    NAO E GERADO: O CPF E A CHAVE DO TRABALHADOR NO
008220*    ESOCIAL E O LOTE SERIA RECUSADO.
008230*    ==================================================
008240       3000-CONFERIR-CPF.
008250           MOVE "TRABALHADORES COM PENDENCIA DE CPF" TO RT-TITULO.
008260           WRITE LINHA-ESOCIAL FROM RS-TITULO.
008270           WRITE LINHA-ESOCIAL FROM RS-CAB-CPF.
008280           PERFORM 3100-CONFERIR-UM-CPF THRU 3100-EXIT
008290               VARYING IDX-TTB FROM 1 BY 1
008300               UNTIL IDX-TTB > QTD-TRABALHADOR.
008310
008320           IF QTD-CPF-PENDENTE = ZEROS
008330               MOVE "    NENHUMA PENDENCIA - ESOCIAL GERADO."
008340                   TO RT-TITULO
008350               WRITE LINHA-ESOCIAL FROM RS-TITULO
008360               SET GERAR-ARQUIVO TO TRUE
008370           ELSE
008380               MOVE "    ESOCIAL NAO GERADO - CORRIJA OS CPF."
008390                   TO RT-TITULO
008400               WRITE LINHA-ESOCIAL FROM RS-TITULO
008410               SET NAO-GERAR-ARQUIVO TO TRUE
008420               DISPLAY "ATENCAO - " QTD-CPF-PENDENTE
008430                   " TRABALHADOR(ES) COM CPF AUSENTE OU INVALIDO."
008440               DISPLAY "CORRIJA O CPF NO EMPREG-MANUT E EXECUTE "
008450                   "NOVAMENTE - ARQUIVO ESOCIAL NAO GERADO."
008460           END-IF.
008470           WRITE LINHA-ESOCIAL FROM RS-LINHA-BRANCO.
008480       3000-EXIT.
008490           EXIT.
008500*
008510*    --------------------------------------------------
008520*    3100-CONFERIR-UM-CPF
008530*    EMITE A LINHA DO TRABALHADOR CUJO CPF NAO E VALIDO.
008540*    --------------------------------------------------
008550       3100-CONFERIR-UM-CPF.
008560           IF TTB-SITUACAO-CPF (IDX-TTB) = "S"
008570               GO TO 3100-EXIT
008580           END-IF.
008590           ADD 1 TO QTD-CPF-PENDENTE.
008600           MOVE TTB-MATRICULA (IDX-TTB) TO RP-MATRICULA.
008610           MOVE TTB-NOME (IDX-TTB)      TO RP-NOME.
008620           MOVE TTB-CPF (IDX-TTB)       TO RP-CPF.
008630           EVALUATE TTB-SITUACAO-CPF (IDX-TTB)
008640               WHEN "Z"
008650                   MOVE "CPF NAO INFORMADO" TO RP-SITUACAO
008660               WHEN "F"
008670                   MOVE "FORA DO CADASTRO"  TO RP-SITUACAO
008680               WHEN OTHER
008690                   MOVE "CPF INVALIDO (DIGITO)" TO RP-SITUACAO
008700           END-EVALUATE.
008710           WRITE LINHA-ESOCIAL FROM RS-CPF.
008720           DISPLAY "MATRICULA " RP-MATRICULA " - " RP-SITUACAO.
008730       3100-EXIT.
008740           EXIT.
008750*
008760*    ==================================================
008770*    4000-GERAR-EVENTOS
008780*    PERCORRE OS TRABALHADORES CONFERINDO AS RUBRICAS COM
008790*    O LIQUIDO PAGO E, SEM PENDENCIA DE CPF, GRAVA A
008800*    REMUNERACAO, OS PAGAMENTOS E O FECHAMENTO. COM
008810*    PENDENCIA O ARQUIVO E ESVAZIADO, PARA QUE NAO SE
008820*    TRANSMITA UM ARQUIVO ANTERIOR.
008830*    ==================================================
008840       4000-GERAR-EVENTOS.
008850           OPEN OUTPUT EVENTO-ESOCIAL.
008860           MOVE ZEROS TO TOT-PROVENTOS, TOT-DESCONTOS,
008870               TOT-PAGAMENTOS.
008880
008890           MOVE "RUBRICAS DIVERGENTES DO LIQUIDO PAGO"
008900               TO RT-TITULO.
008910           WRITE LINHA-ESOCIAL FROM RS-TITULO.
008920           WRITE LINHA-ESOCIAL FROM RS-CAB-DIVERGENCIA.
008930           PERFORM 4100-TRATAR-TRABALHADOR THRU 4100-EXIT
008940               VARYING IDX-TTB FROM 1 BY 1
008950               UNTIL IDX-TTB > QTD-TRABALHADOR.
008960           IF QTD-DIVERG-TRABALHADOR = ZEROS
008970               MOVE "    NENHUMA DIVERGENCIA" TO RT-TITULO
008980               WRITE LINHA-ESOCIAL FROM RS-TITULO
008990           END-IF.
009000           WRITE LINHA-ESOCIAL FROM RS-LINHA-BRANCO.
009010
009020           IF GERAR-ARQUIVO
009030               PERFORM 4400-GRAVAR-FECHAMENTO THRU 4400-EXIT
009040           END-IF.
009050           CLOSE EVENTO-ESOCIAL.
009060       4000-EXIT.
009070           EXIT.
009080*
009090*    --------------------------------------------------
009100*    4100-TRATAR-TRABALHADOR
009110*    SOMA AS RUBRICAS E OS PAGAMENTOS DO TRABALHADOR,
009120*    LISTA A DIVERGENCIA ENTRE A REMUNERACAO E O LIQUIDO
009130*    E GRAVA OS SEUS EVENTOS. O TRABALHADOR CUJA FOLHA FOI
009140*    TODA ESTORNADA NAO TEM REMUNERACAO A INFORMAR.
009150*    --------------------------------------------------
009160       4100-TRATAR-TRABALHADOR.
009170           MOVE ZEROS TO SOMA-PROVENTOS, SOMA-DESCONTOS,
009180               SOMA-PAGAMENTOS, QTD-RUB-TRABALHADOR.
009190           PERFORM 4110-SOMAR-UMA-RUBRICA THRU 4110-EXIT
009200               VARYING NUM-RUBRICA FROM 1 BY 1
009210               UNTIL NUM-RUBRICA > QTD-RUBRICAS.
009220           PERFORM 4120-SOMAR-UM-PAGAMENTO THRU 4120-EXIT
009230               VARYING TIPO-PAGAMENTO FROM 1 BY 1
009240               UNTIL TIPO-PAGAMENTO > ULTIMO-TIPO-PROC.
009250
009260           ADD SOMA-PROVENTOS  TO TOT-PROVENTOS.
009270           ADD SOMA-DESCONTOS  TO TOT-DESCONTOS.
009280           ADD SOMA-PAGAMENTOS TO TOT-PAGAMENTOS.
009290
009300           IF SOMA-PROVENTOS - SOMA-DESCONTOS
009310               NOT = SOMA-PAGAMENTOS
009320               ADD 1 TO QTD-DIVERG-TRABALHADOR
009330               MOVE TTB-MATRICULA (IDX-TTB) TO RD-MATRICULA
009340               COMPUTE RD-REMUNERACAO =
009350                   SOMA-PROVENTOS - SOMA-DESCONTOS
009360               MOVE SOMA-PAGAMENTOS TO RD-PAGAMENTO
009370               WRITE LINHA-ESOCIAL FROM RS-DIVERGENCIA
009380           END-IF.
009390
009400           IF QTD-RUB-TRABALHADOR = ZEROS
009410               AND SOMA-PAGAMENTOS = ZEROS
009420               ADD 1 TO QTD-SEM-REMUNERACAO
009430               GO TO 4100-EXIT
009440           END-IF.
009450           IF NAO-GERAR-ARQUIVO
009460               GO TO 4100-EXIT
009470           END-IF.
009480
009490           MOVE SPACES              TO REG-ESOCIAL.
009500           MOVE "S-1200"            TO ESOC-EVENTO.
009510           SET ESOC-REG-TRABALHADOR TO TRUE.
009520           MOVE COMPETENCIA-ESOCIAL TO ESOC-COMPETENCIA.
009530           MOVE TTB-CPF (IDX-TTB)   TO ESOC-CPF.
009540           MOVE TTB-MATRICULA (IDX-TTB) TO ESOC-T-MATRICULA.
009550           MOVE TTB-NOME (IDX-TTB)  TO ESOC-T-NOME.
009560           MOVE QTD-RUB-TRABALHADOR TO ESOC-T-QTD-RUBRICAS.
009570           WRITE REG-ESOCIAL.
009580           ADD 1 TO QTD-TRAB-GRAVADOS, QTD-REG-GRAVADOS.
009590
009600           PERFORM 4200-GRAVAR-RUBRICA THRU 4200-EXIT
009610               VARYING NUM-RUBRICA FROM 1 BY 1
009620               UNTIL NUM-RUBRICA > QTD-RUBRICAS.
009630           PERFORM 4300-GRAVAR-PAGAMENTO THRU 4300-EXIT
009640               VARYING TIPO-PAGAMENTO FROM 1 BY 1
009650               UNTIL TIPO-PAGAMENTO > ULTIMO-TIPO-PROC.
009660       4100-EXIT.
009670           EXIT.
009680*
009690*    --------------------------------------------------
009700*    4110-SOMAR-UMA-RUBRICA
009710*    SOMA UMA RUBRICA DO TRABALHADOR NOS PROVENTOS OU NOS
009720*    DESCONTOS E CONTA AS RUBRICAS COM VALOR.
009730*    --------------------------------------------------
009740       4110-SOMAR-UMA-RUBRICA.
009750           IF TTB-VALOR-RUBRICA (IDX-TTB, NUM-RUBRICA) = ZEROS
009760               GO TO 4110-EXIT
009770           END-IF.
009780           ADD 1 TO QTD-RUB-TRABALHADOR.
009790           IF TRB-NATUREZA (NUM-RUBRICA) = "P"
009800               ADD TTB-VALOR-RUBRICA (IDX-TTB, NUM-RUBRICA)
009810                   TO SOMA-PROVENTOS
009820           ELSE
009830               ADD TTB-VALOR-RUBRICA (IDX-TTB, NUM-RUBRICA)
009840                   TO SOMA-DESCONTOS
009850           END-IF.
009860       4110-EXIT.
009870           EXIT.
009880*
009890*    --------------------------------------------------
009900*    4120-SOMAR-UM-PAGAMENTO
009910*    SOMA O LIQUIDO PAGO AO TRABALHADOR EM UM TIPO DE
009920*    FOLHA.
009930*    --------------------------------------------------
009940       4120-SOMAR-UM-PAGAMENTO.
009950           ADD TTB-LIQUIDO (IDX-TTB, TIPO-PAGAMENTO)
009960               TO SOMA-PAGAMENTOS.
009970       4120-EXIT.
009980           EXIT.
009990*
010000*    --------------------------------------------------
010010*    4200-GRAVAR-RUBRICA
010020*    GRAVA UMA RUBRICA DA REMUNERACAO (S-1200) COM VALOR.
010030*    --------------------------------------------------
010040       4200-GRAVAR-RUBRICA.
010050           IF TTB-VALOR-RUBRICA (IDX-TTB, NUM-RUBRICA) = ZEROS
010060               GO TO 4200-EXIT
010070           END-IF.
010080           MOVE SPACES              TO REG-ESOCIAL.
010090           MOVE "S-1200"            TO ESOC-EVENTO.
010100           SET ESOC-REG-RUBRICA     TO TRUE.
010110           MOVE COMPETENCIA-ESOCIAL TO ESOC-COMPETENCIA.
010120           MOVE TTB-CPF (IDX-TTB)   TO ESOC-CPF.
010130           MOVE TTB-MATRICULA (IDX-TTB) TO ESOC-R-MATRICULA.
010140           MOVE TRB-CODIGO (NUM-RUBRICA)    TO ESOC-R-CODIGO.
010150           MOVE TRB-NATUREZA (NUM-RUBRICA)  TO ESOC-R-NATUREZA.
010160           MOVE TRB-DESCRICAO (NUM-RUBRICA) TO ESOC-R-DESCRICAO.
010170           MOVE TTB-VALOR-RUBRICA (IDX-TTB, NUM-RUBRICA)
010180               TO ESOC-R-VALOR.
010190           WRITE REG-ESOCIAL.
010200           ADD 1 TO QTD-RUB-GRAVADAS, QTD-REG-GRAVADOS.
010210       4200-EXIT.
010220           EXIT.
010230*
010240*    --------------------------------------------------
010250*    4300-GRAVAR-PAGAMENTO
010260*    GRAVA O PAGAMENTO (S-1210) DE UM TIPO DE FOLHA COM
010270*    LIQUIDO, NA DATA DA ULTIMA EXECUCAO NORMAL.
010280*    --------------------------------------------------
010290       4300-GRAVAR-PAGAMENTO.
010300           IF TTB-LIQUIDO (IDX-TTB, TIPO-PAGAMENTO) = ZEROS
010310               GO TO 4300-EXIT
010320           END-IF.
010330           MOVE SPACES              TO REG-ESOCIAL.
010340           MOVE "S-1210"            TO ESOC-EVENTO.
010350           SET ESOC-REG-PAGAMENTO   TO TRUE.
010360           MOVE COMPETENCIA-ESOCIAL TO ESOC-COMPETENCIA.
010370           MOVE TTB-CPF (IDX-TTB)   TO ESOC-CPF.
010380           MOVE TTB-MATRICULA (IDX-TTB) TO ESOC-P-MATRICULA.
010390           MOVE TIPO-PAGAMENTO      TO ESOC-P-TIPO-PROC.
010400           MOVE TTB-DATA-PAGTO (IDX-TTB, TIPO-PAGAMENTO)
010410               TO ESOC-P-DATA-PAGTO.
010420           MOVE TTB-LIQUIDO (IDX-TTB, TIPO-PAGAMENTO)
010430               TO ESOC-P-VALOR-LIQUIDO.
010440           WRITE REG-ESOCIAL.
010450           ADD 1 TO QTD-PAGTO-GRAVADOS, QTD-REG-GRAVADOS.
010460       4300-EXIT.
010470           EXIT.
010480*
010490*    --------------------------------------------------
010500*    4400-GRAVAR-FECHAMENTO
010510*    GRAVA O FECHAMENTO DOS EVENTOS PERIODICOS (S-1299)
010520*    COM AS QUANTIDADES E OS TOTAIS DA COMPETENCIA.
010530*    --------------------------------------------------
010540       4400-GRAVAR-FECHAMENTO.
010550           MOVE SPACES              TO REG-ESOCIAL.
010560           MOVE "S-1299"            TO ESOC-EVENTO.
010570           SET ESOC-REG-FECHAMENTO  TO TRUE.
010580           MOVE COMPETENCIA-ESOCIAL TO ESOC-COMPETENCIA.
010590           MOVE ZEROS               TO ESOC-CPF.
010600           MOVE QTD-TRAB-GRAVADOS   TO ESOC-F-QTD-TRABALHADOR.
010610           MOVE QTD-RUB-GRAVADAS    TO ESOC-F-QTD-RUBRICAS.
010620           MOVE QTD-PAGTO-GRAVADOS  TO ESOC-F-QTD-PAGAMENTOS.
010630           MOVE TOT-PROVENTOS       TO ESOC-F-TOTAL-PROVENTOS.
010640           MOVE TOT-DESCONTOS       TO ESOC-F-TOTAL-DESCONTOS.
010650           MOVE TOT-PAGAMENTOS      TO ESOC-F-TOTAL-LIQUIDO.
010660           MOVE TOT-RUBRICA (RUB-INSS) TO ESOC-F-TOTAL-INSS.
010670           MOVE TOT-RUBRICA (RUB-IRRF) TO ESOC-F-TOTAL-IRRF.
010680           MOVE DATA-HOJE           TO ESOC-F-DATA-GERACAO.
010690           WRITE REG-ESOCIAL.
010700           ADD 1 TO QTD-REG-GRAVADOS.
010710       4400-EXIT.
010720           EXIT.
010730*
010740*    ==================================================
010750*    5000-EMITIR-RESUMO
010760*    EMITE OS TOTAIS DE CADA TIPO DE FOLHA ENCERRADA, NA
010770*    ABERTURA DA GUIA DE RECOLHIMENTO DA SUA ULTIMA
010780*    EXECUCAO, OS TOTAIS DA COMPETENCIA E A CONFERENCIA DOS
010790*    EVENTOS COM A FOLHA.
010800*    ==================================================
010810       5000-EMITIR-RESUMO.
010820           MOVE ZEROS TO TOTAL-COMPETENCIA.
010830           PERFORM 5100-EMITIR-UM-TIPO THRU 5100-EXIT
010840               VARYING TIPO-LEITURA FROM 1 BY 1
010850               UNTIL TIPO-LEITURA > ULTIMO-TIPO-PROC.
010860
010870           MOVE "TOTAL DA COMPETENCIA (FOLHAS ENCERRADAS)"
010880               TO RT-TITULO.
010890           WRITE LINHA-ESOCIAL FROM RS-TITULO.
010900           MOVE "FUNCIONARIOS PAGOS:" TO RQ-DESCRICAO.
010910           MOVE TCP-QTD-FUNC TO RQ-QUANTIDADE.
010920           WRITE LINHA-ESOCIAL FROM RS-LINHA-QTD.
010930           MOVE "INSS RETIDO DOS SEGURADOS" TO RV-DESCRICAO.
010940           MOVE TCP-INSS TO RV-VALOR.
010950           WRITE LINHA-ESOCIAL FROM RS-VALOR.
010960           MOVE "INSS PATRONAL" TO RV-DESCRICAO.
010970           MOVE TCP-PATRONAL TO RV-VALOR.
010980           WRITE LINHA-ESOCIAL FROM RS-VALOR.
010990           MOVE "TOTAL DA GPS A RECOLHER" TO RV-DESCRICAO.
011000           COMPUTE RV-VALOR = TCP-INSS + TCP-PATRONAL.
011010           WRITE LINHA-ESOCIAL FROM RS-VALOR.
011020           MOVE "DEPOSITO DE FGTS" TO RV-DESCRICAO.
011030           MOVE TCP-FGTS TO RV-VALOR.
011040           WRITE LINHA-ESOCIAL FROM RS-VALOR.
011050           MOVE "MULTA RESCISORIA DO FGTS (40%)" TO RV-DESCRICAO.
011060           MOVE TCP-MULTA-FGTS TO RV-VALOR.
011070           WRITE LINHA-ESOCIAL FROM RS-VALOR.
011080           MOVE "IRRF RETIDO NA FONTE" TO RV-DESCRICAO.
011090           MOVE TCP-IRRF TO RV-VALOR.
011100           WRITE LINHA-ESOCIAL FROM RS-VALOR.
011110           MOVE "SALARIO BRUTO" TO RV-DESCRICAO.
011120           MOVE TCP-BRUTO TO RV-VALOR.
011130           WRITE LINHA-ESOCIAL FROM RS-VALOR.
011140           MOVE "LIQUIDO PAGO" TO RV-DESCRICAO.
011150           MOVE TCP-LIQUIDO TO RV-VALOR.
011160           WRITE LINHA-ESOCIAL FROM RS-VALOR.
011170           WRITE LINHA-ESOCIAL FROM RS-LINHA-BRANCO.
011180
011190           PERFORM 5200-EMITIR-CONFERENCIA THRU 5200-EXIT.
011200       5000-EXIT.
011210           EXIT.
011220*
011230*    --------------------------------------------------
011240*    5100-EMITIR-UM-TIPO
011250*    EMITE OS TOTAIS DE UM TIPO DE FOLHA ENCERRADA, QUE
011260*    DEVEM SER IGUAIS AOS DA GUIA GUIAREL EMITIDA PELA SUA
011270*    ULTIMA EXECUCAO, E OS SOMA NO TOTAL DA COMPETENCIA.
011280*    --------------------------------------------------
011290       5100-EMITIR-UM-TIPO.
011300           IF TST-SITUACAO (TIPO-LEITURA) NOT = "E"
011310               GO TO 5100-EXIT
011320           END-IF.
011330           MOVE TIPO-LEITURA TO RG-TIPO.
011340           MOVE TAB-DESCR-TIPO (TIPO-LEITURA) TO RG-DESCRICAO.
011350           MOVE TST-NUM-EXECUCAO (TIPO-LEITURA) TO RG-EXECUCAO.
011360           WRITE LINHA-ESOCIAL FROM RS-TIPO-GUIA.
011370
011380           MOVE "FUNCIONARIOS PAGOS:" TO RQ-DESCRICAO.
011390           MOVE TTT-QTD-FUNC (TIPO-LEITURA) TO RQ-QUANTIDADE.
011400           WRITE LINHA-ESOCIAL FROM RS-LINHA-QTD.
011410           MOVE "INSS RETIDO DOS SEGURADOS" TO RV-DESCRICAO.
011420           MOVE TTT-INSS (TIPO-LEITURA) TO RV-VALOR.
011430           WRITE LINHA-ESOCIAL FROM RS-VALOR.
011440           MOVE "INSS PATRONAL" TO RV-DESCRICAO.
011450           MOVE TTT-PATRONAL (TIPO-LEITURA) TO RV-VALOR.
011460           WRITE LINHA-ESOCIAL FROM RS-VALOR.
011470           MOVE "TOTAL DA GPS A RECOLHER" TO RV-DESCRICAO.
011480           COMPUTE RV-VALOR = TTT-INSS (TIPO-LEITURA)
011490               + TTT-PATRONAL (TIPO-LEITURA).
011500           WRITE LINHA-ESOCIAL FROM RS-VALOR.
011510           MOVE "DEPOSITO DE FGTS" TO RV-DESCRICAO.
011520           MOVE TTT-FGTS (TIPO-LEITURA) TO RV-VALOR.
011530           WRITE LINHA-ESOCIAL FROM RS-VALOR.
011540           IF TIPO-LEITURA = 5
011550               MOVE "MULTA RESCISORIA DO FGTS (40%)"
011560                   TO RV-DESCRICAO
011570               MOVE TTT-MULTA-FGTS (TIPO-LEITURA) TO RV-VALOR
011580               WRITE LINHA-ESOCIAL FROM RS-VALOR
011590           END-IF.
011600           MOVE "IRRF RETIDO NA FONTE" TO RV-DESCRICAO.
011610           MOVE TTT-IRRF (TIPO-LEITURA) TO RV-VALOR.
011620           WRITE LINHA-ESOCIAL FROM RS-VALOR.
011630           MOVE "LIQUIDO PAGO" TO RV-DESCRICAO.
011640           MOVE TTT-LIQUIDO (TIPO-LEITURA) TO RV-VALOR.
011650           WRITE LINHA-ESOCIAL FROM RS-VALOR.
011660           WRITE LINHA-ESOCIAL FROM RS-LINHA-BRANCO.
011670
011680           ADD TTT-QTD-FUNC (TIPO-LEITURA)   TO TCP-QTD-FUNC.
011690           ADD TTT-BRUTO (TIPO-LEITURA)      TO TCP-BRUTO.
011700           ADD TTT-INSS (TIPO-LEITURA)       TO TCP-INSS.
011710           ADD TTT-PATRONAL (TIPO-LEITURA)   TO TCP-PATRONAL.
011720           ADD TTT-FGTS (TIPO-LEITURA)       TO TCP-FGTS.
011730           ADD TTT-MULTA-FGTS (TIPO-LEITURA) TO TCP-MULTA-FGTS.
011740           ADD TTT-IRRF (TIPO-LEITURA)       TO TCP-IRRF.
011750           ADD TTT-LIQUIDO (TIPO-LEITURA)    TO TCP-LIQUIDO.
011760       5100-EXIT.
011770           EXIT.
011780*
011790*    --------------------------------------------------
011800*    5200-EMITIR-CONFERENCIA
011810*    CONFERE OS TOTAIS DOS EVENTOS COM OS DA FOLHA: O INSS
011820*    E O IRRF DAS RUBRICAS COM OS RETIDOS NO HISTORICO, A
011830*    REMUNERACAO LIQUIDA E OS PAGAMENTOS COM O LIQUIDO PAGO.
011840*    --------------------------------------------------
011850       5200-EMITIR-CONFERENCIA.
011860           WRITE LINHA-ESOCIAL FROM RS-CAB-CONFERENCIA.
011870
011880           MOVE "INSS DO SEGURADO (RUBRICA 5100)" TO RF-DESCRICAO.
011890           MOVE TOT-RUBRICA (RUB-INSS) TO VALOR-ESOCIAL.
011900           MOVE TCP-INSS               TO VALOR-FOLHA.
011910           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
011920
011930           MOVE "IRRF RETIDO (RUBRICA 5110)" TO RF-DESCRICAO.
011940           MOVE TOT-RUBRICA (RUB-IRRF) TO VALOR-ESOCIAL.
011950           MOVE TCP-IRRF               TO VALOR-FOLHA.
011960           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
011970
011980           MOVE "PROVENTOS MENOS DESCONTOS (S-1200)"
011990               TO RF-DESCRICAO.
012000           COMPUTE VALOR-ESOCIAL = TOT-PROVENTOS - TOT-DESCONTOS.
012010           MOVE TCP-LIQUIDO            TO VALOR-FOLHA.
012020           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
012030
012040           MOVE "PAGAMENTOS (S-1210)" TO RF-DESCRICAO.
012050           MOVE TOT-PAGAMENTOS         TO VALOR-ESOCIAL.
012060           MOVE TCP-LIQUIDO            TO VALOR-FOLHA.
012070           PERFORM 5210-EMITIR-UMA-CONFERENCIA THRU 5210-EXIT.
012080           WRITE LINHA-ESOCIAL FROM RS-LINHA-BRANCO.
012090       5200-EXIT.
012100           EXIT.
012110*
012120*    --------------------------------------------------
012130*    5210-EMITIR-UMA-CONFERENCIA
012140*    EMITE UMA LINHA DE CONFERENCIA E CONTA A DIVERGENCIA.
012150*    --------------------------------------------------
012160       5210-EMITIR-UMA-CONFERENCIA.
012170           MOVE VALOR-ESOCIAL TO RF-ESOCIAL.
012180           MOVE VALOR-FOLHA   TO RF-FOLHA.
012190           IF VALOR-ESOCIAL = VALOR-FOLHA
012200               MOVE "CONFERE"    TO RF-SITUACAO
012210           ELSE
012220               MOVE "DIVERGENTE" TO RF-SITUACAO
012230               ADD 1 TO QTD-DIVERGENCIAS
012240           END-IF.
012250           WRITE LINHA-ESOCIAL FROM RS-CONFERENCIA.
012260       5210-EXIT.
012270           EXIT.
012280*
012290*    --------------------------------------------------
012300*    7000-PROCURAR-TRABALHADOR
012310*    PROCURA NA TABELA A MATRICULA CORRENTE.
012320*    --------------------------------------------------
012330       7000-PROCURAR-TRABALHADOR.
012340           SET NAO-ACHOU TO TRUE.
012350           PERFORM 7010-TESTAR-TRABALHADOR THRU 7010-EXIT
012360               VARYING IDX-TTB FROM 1 BY 1
012370               UNTIL IDX-TTB > QTD-TRABALHADOR
012380                  OR ACHOU.
012390           IF ACHOU
012400               SET IDX-TTB DOWN BY 1
012410           END-IF.
012420       7000-EXIT.
012430           EXIT.
012440*
012450*    --------------------------------------------------
012460*    7010-TESTAR-TRABALHADOR
012470*    COMPARA UMA POSICAO DA TABELA COM A MATRICULA.
012480*    --------------------------------------------------
012490       7010-TESTAR-TRABALHADOR.
012500           IF TTB-MATRICULA (IDX-TTB) = MATRICULA-CORRENTE
012510               SET ACHOU TO TRUE
012520           END-IF.
012530       7010-EXIT.
012540           EXIT.
012550*
012560*    --------------------------------------------------
012570*    7050-INCLUIR-TRABALHADOR
012580*    ACRESCENTA A TABELA O TRABALHADOR ZERADO DA MATRICULA
012590*    CORRENTE, COM O NOME E O CPF DO CADASTRO E A SITUACAO
012600*    DO CPF. MATRICULA FORA DO CADASTRO (EXCLUIDA DEPOIS
012610*    DA FOLHA) FICA SEM CPF.
012620*    --------------------------------------------------
012630       7050-INCLUIR-TRABALHADOR.
012640           IF QTD-TRABALHADOR = LIMITE-TRABALHADOR
012650               DISPLAY "ERRO - MAIS DE 3000 TRABALHADORES NA "
012660                   "COMPETENCIA."
012670               STOP RUN
012680           END-IF.
012690           ADD 1 TO QTD-TRABALHADOR.
012700           SET IDX-TTB TO QTD-TRABALHADOR.
012710           MOVE ZEROS TO TTB-ITEM (IDX-TTB).
012720           MOVE MATRICULA-CORRENTE TO TTB-MATRICULA (IDX-TTB).
012730           MOVE SPACES TO TTB-NOME (IDX-TTB).
012740
012750           MOVE MATRICULA-CORRENTE TO FUNC-MATRICULA.
012760           READ EMPLOYEE-MASTER
012770               INVALID KEY
012780                   MOVE "F" TO TTB-SITUACAO-CPF (IDX-TTB)
012790                   GO TO 7050-EXIT
012800           END-READ.
012810           MOVE FUNC-NOME TO TTB-NOME (IDX-TTB).
012820           MOVE FUNC-CPF  TO CPF-VALIDAR.
012830           IF CPF-VALIDAR NOT NUMERIC
012840               OR CPF-VALIDAR = ZEROS
012850               MOVE "Z" TO TTB-SITUACAO-CPF (IDX-TTB)
012860               GO TO 7050-EXIT
012870           END-IF.
012880           MOVE CPF-VALIDAR TO TTB-CPF (IDX-TTB).
012890           PERFORM 7100-VALIDAR-CPF THRU 7100-EXIT.
012900           IF CPF-VALIDO
012910               MOVE "S" TO TTB-SITUACAO-CPF (IDX-TTB)
012920           ELSE
012930               MOVE "N" TO TTB-SITUACAO-CPF (IDX-TTB)
012940           END-IF.
012950       7050-EXIT.
012960           EXIT.
012970*
012980*    --------------------------------------------------
012990*    7100-VALIDAR-CPF
013000*    CONFERE OS DOIS DIGITOS VERIFICADORES DO CPF: CADA UM
013010*    E O RESTO DA SOMA PONDERADA DOS DIGITOS ANTERIORES
013020*    POR 11, SUBTRAIDO DE 11 (ZERO QUANDO O RESTO E MENOR
013030*    QUE 2). ONZE DIGITOS IGUAIS NAO FORMAM CPF VALIDO.
013040*    --------------------------------------------------
013050       7100-VALIDAR-CPF.
013060           SET CPF-VALIDO TO TRUE.
013070           COMPUTE CPF-REPETIDO = CPF-DIGITO (1) * 11111111111.
013080           IF CPF-REPETIDO = CPF-VALIDAR
013090               SET CPF-INVALIDO TO TRUE
013100               GO TO 7100-EXIT
013110           END-IF.
013120
013130           MOVE 9 TO QTD-DIGITOS-DV.
013140           PERFORM 7110-CALCULAR-DIGITO THRU 7110-EXIT.
013150           IF DV-CALCULADO NOT = CPF-DIGITO (10)
013160               SET CPF-INVALIDO TO TRUE
013170               GO TO 7100-EXIT
013180           END-IF.
013190
013200           MOVE 10 TO QTD-DIGITOS-DV.
013210           PERFORM 7110-CALCULAR-DIGITO THRU 7110-EXIT.
013220           IF DV-CALCULADO NOT = CPF-DIGITO (11)
013230               SET CPF-INVALIDO TO TRUE
013240           END-IF.
013250       7100-EXIT.
013260           EXIT.
013270*
013280*    --------------------------------------------------
013290*    7110-CALCULAR-DIGITO
013300*    CALCULA O DIGITO VERIFICADOR SOBRE OS PRIMEIROS
013310*    QTD-DIGITOS-DV DIGITOS, COM PESOS DECRESCENTES ATE 2.
013320*    --------------------------------------------------
013330       7110-CALCULAR-DIGITO.
013340           MOVE ZEROS TO SOMA-CPF.
013350           COMPUTE PESO-CPF = QTD-DIGITOS-DV + 1.
013360           PERFORM 7120-SOMAR-DIGITO THRU 7120-EXIT
013370               VARYING POS-CPF FROM 1 BY 1
013380               UNTIL POS-CPF > QTD-DIGITOS-DV.
013390           DIVIDE SOMA-CPF BY 11 GIVING QUOCIENTE-CPF
013400               REMAINDER RESTO-CPF.
013410           IF RESTO-CPF < 2
013420               MOVE ZEROS TO DV-CALCULADO
013430           ELSE
013440               COMPUTE DV-CALCULADO = 11 - RESTO-CPF
013450           END-IF.
013460       7110-EXIT.
013470           EXIT.
013480*
013490*    --------------------------------------------------
013500*    7120-SOMAR-DIGITO
013510*    SOMA UM DIGITO DO CPF MULTIPLICADO PELO SEU PESO.
013520*    --------------------------------------------------
013530       7120-SOMAR-DIGITO.
013540           COMPUTE SOMA-CPF =
013550               SOMA-CPF + CPF-DIGITO (POS-CPF) * PESO-CPF.
013560           SUBTRACT 1 FROM PESO-CPF.
013570       7120-EXIT.
013580           EXIT.
013590*
013600*    ==================================================
013610*    8000-FINALIZAR
013620*    EMITE AS QUANTIDADES DO PROCESSAMENTO, EXIBE O
013630*    RESUMO E FECHA OS ARQUIVOS.
013640*    ==================================================
013650       8000-FINALIZAR.
013660           MOVE "REGISTROS DO HISTORICO LIDOS:" TO RQ-DESCRICAO.
013670           MOVE QTD-REGISTROS-LIDOS TO RQ-QUANTIDADE.
013680           WRITE LINHA-ESOCIAL FROM RS-LINHA-QTD.
013690           MOVE "TRABALHADORES NA COMPETENCIA:" TO RQ-DESCRICAO.
013700           MOVE QTD-TRABALHADOR TO RQ-QUANTIDADE.
013710           WRITE LINHA-ESOCIAL FROM RS-LINHA-QTD.
013720           MOVE "TRABALHADORES COM FOLHA TODA ESTORNADA:"
013730               TO RQ-DESCRICAO.
013740           MOVE QTD-SEM-REMUNERACAO TO RQ-QUANTIDADE.
013750           WRITE LINHA-ESOCIAL FROM RS-LINHA-QTD.
013760           MOVE "TRABALHADORES COM PENDENCIA DE CPF:"
013770               TO RQ-DESCRICAO.
013780           MOVE QTD-CPF-PENDENTE TO RQ-QUANTIDADE.
013790           WRITE LINHA-ESOCIAL FROM RS-LINHA-QTD.
013800           MOVE "TRABALHADORES COM RUBRICAS DIVERGENTES:"
013810               TO RQ-DESCRICAO.
013820           MOVE QTD-DIVERG-TRABALHADOR TO RQ-QUANTIDADE.
013830           WRITE LINHA-ESOCIAL FROM RS-LINHA-QTD.
013840           MOVE "REMUNERACOES GRAVADAS (S-1200):" TO RQ-DESCRICAO.
013850           MOVE QTD-TRAB-GRAVADOS TO RQ-QUANTIDADE.
013860           WRITE LINHA-ESOCIAL FROM RS-LINHA-QTD.
013870           MOVE "RUBRICAS GRAVADAS (S-1200):" TO RQ-DESCRICAO.
013880           MOVE QTD-RUB-GRAVADAS TO RQ-QUANTIDADE.
013890           WRITE LINHA-ESOCIAL FROM RS-LINHA-QTD.
013900           MOVE "PAGAMENTOS GRAVADOS (S-1210):" TO RQ-DESCRICAO.
013910           MOVE QTD-PAGTO-GRAVADOS TO RQ-QUANTIDADE.
013920           WRITE LINHA-ESOCIAL FROM RS-LINHA-QTD.
013930           MOVE "REGISTROS GRAVADOS NO ESOCIAL:" TO RQ-DESCRICAO.
013940           MOVE QTD-REG-GRAVADOS TO RQ-QUANTIDADE.
013950           WRITE LINHA-ESOCIAL FROM RS-LINHA-QTD.
013960           MOVE "CONFERENCIAS DIVERGENTES:" TO RQ-DESCRICAO.
013970           MOVE QTD-DIVERGENCIAS TO RQ-QUANTIDADE.
013980           WRITE LINHA-ESOCIAL FROM RS-LINHA-QTD.
013990
014000           IF GERAR-ARQUIVO
014010               DISPLAY "EVENTOS DO ESOCIAL GERADOS: "
014020                   QTD-TRAB-GRAVADOS " TRABALHADORES E "
014030                   QTD-REG-GRAVADOS " REGISTROS."
014040           END-IF.
014050           IF QTD-DIVERGENCIAS > ZEROS
014060               OR QTD-DIVERG-TRABALHADOR > ZEROS
014070               DISPLAY "ATENCAO - HA DIVERGENCIAS NA CONFERENCIA "
014080                   "DO ESOCREL."
014090           END-IF.
014100
014110           CLOSE HIST-FOLHA, EMPLOYEE-MASTER, REL-ESOCIAL.
014120       8000-EXIT.
014130           EXIT.
014140
014150       END PROGRAM ESOCIAL-FOLHA.
