000010       Identification Division.
000020       Program-Id.              DISSIDIO-FOLHA.
000030       Author.                  EQUIPE DE MANUTENCAO IFSP CBT.
000040       Installation             IFSP CBT.
000050       Date-Written             15/10/2026.
000060       Date-Compiled            .
000070       Security                 REAJUSTE COLETIVO (DISSIDIO) DO
000080                                VALOR-HORA DO CADASTRO E APURACAO
000090                                DAS DIFERENCAS RETROATIVAS DAS
000100                                FOLHAS JA ENCERRADAS.
000110*
000120*    HISTORICO DE ALTERACOES
000130*    DATA       AUTOR   DESCRICAO
000140*    15/10/2026 MSL     VERSAO ORIGINAL - DADOS O PERCENTUAL DO
000150*                       ACORDO, A COMPETENCIA DE VIGENCIA E A
000160*                       COMPETENCIA DO PAGAMENTO, REAJUSTA O
000170*                       VALOR-HORA DE TODOS OS FUNCIONARIOS
000180*                       ATIVOS OU DOS DA LISTA DISSLIST, COM O
000190*                       ANTES E DEPOIS NA AUDITORIA AUDFUNC
000200*                       (OPERACAO "R"); PERCORRE NO HISTORICO
000210*                       HISTFOLI CADA FOLHA ENCERRADA DESDE A
000220*                       VIGENCIA (MENSAL, PARCELAS DO 13 E
000230*                       FERIAS), LIQUIDA DOS ESTORNOS, E GRAVA
000240*                       NO ARQUIVO DISSDIF A DIFERENCA DE CADA
000250*                       FUNCIONARIO EM CADA FOLHA, PAGA DEPOIS
000260*                       PELA FOLHA COMPLEMENTAR (TIPO 6) DE
000270*                       SALARIO-LIQUIDO; E EMITE O RELATORIO
000280*                       DISSREL COM O DEVIDO MES A MES DE CADA
000290*                       FUNCIONARIO. ISTO SUBSTITUI A
000300*                       REDIGITACAO DO VALOR-HORA NO
000310*                       EMPREG-MANUT E A CONTA MANUAL DOS
000320*                       ATRASADOS.
000330*    15/10/2026 MSL     O CENTRO DE CUSTO ENTRA NAS IMAGENS ANTES
000340*                       E DEPOIS DA AUDITORIA DO REAJUSTE.
000350*    15/10/2026 MSL     NAS FERIAS O ABONO PECUNIARIO E O SEU
000360*                       TERCO TAMBEM SAO REAJUSTADOS, SOMADOS AS
000370*                       DIFERENCAS DE FERIAS E DO TERCO, MAS FICAM
000380*                       FORA DO BRUTO PAGO E DO BRUTO DEVIDO, QUE
000390*                       SAO A BASE DO INSS RECALCULADO.
000391*    15/10/2026 MSL     A RESCISAO (TIPO 5) PASSOU A SER
000392*                       PERCORRIDA: O SALDO DE SALARIO, AS HORAS
000393*                       EXTRAS, O AVISO PREVIO INDENIZADO, O 13
000394*                       PROPORCIONAL E AS FERIAS VENCIDAS E
000395*                       PROPORCIONAIS COM O TERCO TAMBEM TEM
000396*                       DIFERENCA.
000397*    15/10/2026 MSL     O REAJUSTE PASSOU A SER RECUSADO QUANDO
000398*                       ALGUMA MATRICULA DA ABRANGENCIA JA FOI
000399*                       REAJUSTADA (AUDFUNC, OPERACAO "R") OU JA
000400*                       TEM DIFERENCAS (DISSDIF) NA MESMA
000401*                       VIGENCIA, QUALQUER QUE SEJA A COMPETENCIA
000402*                       DO PAGAMENTO. A AUDITORIA DO REAJUSTE
000403*                       PASSOU A GUARDAR A VIGENCIA.
000404*
000410       Environment DIVISION.
000420       Configuration Section.
000430       SOURCE-COMPUTER.         MEU PC.
000440       OBJECT-COMPUTER.         MEU PC.
000450       SPECIAL-NAMES.
000460           DECIMAL-POINT Is COMMA.
000470
000480       INPUT-OUTPUT SECTION.
000490       FILE-CONTROL.
000500           SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPFOLHA"
000510               ORGANIZATION IS INDEXED
000520               ACCESS MODE IS DYNAMIC
000530               RECORD KEY IS FUNC-MATRICULA
000540               FILE STATUS IS FS-EMPLOYEE.
000550
000560           SELECT AUDITORIA-FUNC   ASSIGN TO "AUDFUNC"
000570               ORGANIZATION IS LINE SEQUENTIAL
000580               FILE STATUS IS FS-AUDITORIA.
000590
000600           SELECT HIST-FOLHA       ASSIGN TO "HISTFOLI"
000610               ORGANIZATION IS INDEXED
000620               ACCESS MODE IS DYNAMIC
000630               RECORD KEY IS HIST-CHAVE
000640               FILE STATUS IS FS-HIST-FOLHA.
000650
000660           SELECT CONTROLE-FOLHA   ASSIGN TO "CTRLFOLH"
000670               ORGANIZATION IS INDEXED
000680               ACCESS MODE IS DYNAMIC
000690               RECORD KEY IS CTRL-CHAVE
000700               FILE STATUS IS FS-CONTROLE.
000710
000720           SELECT DIFERENCA-DISSIDIO ASSIGN TO "DISSDIF"
000730               ORGANIZATION IS INDEXED
000740               ACCESS MODE IS DYNAMIC
000750               RECORD KEY IS DIF-CHAVE
000760               FILE STATUS IS FS-DIFERENCA.
000770
000780           SELECT LISTA-DISSIDIO   ASSIGN TO "DISSLIST"
000790               ORGANIZATION IS LINE SEQUENTIAL
000800               FILE STATUS IS FS-LISTA.
000810
000820           SELECT REL-DISSIDIO     ASSIGN TO "DISSREL"
000830               ORGANIZATION IS LINE SEQUENTIAL.
000840
000850       Data Division.
000860       FILE SECTION.
000870       FD  EMPLOYEE-MASTER
000880           LABEL RECORD IS STANDARD.
000890       COPY "CB-EMPLOY.cpy".
000900
000910       FD  AUDITORIA-FUNC
000920           LABEL RECORD IS STANDARD.
000930       COPY "CB-AUDEMP.cpy".
000940
000950       FD  HIST-FOLHA
000960           LABEL RECORD IS STANDARD.
000970       COPY "CB-HIST.cpy".
000980
000990       FD  CONTROLE-FOLHA
001000           LABEL RECORD IS STANDARD.
001010       COPY "CB-CTRL.cpy".
001020
001030       FD  DIFERENCA-DISSIDIO
001040           LABEL RECORD IS STANDARD.
001050       COPY "CB-DISSDIF.cpy".
001060
001070       FD  LISTA-DISSIDIO
001080           LABEL RECORD IS STANDARD.
001090       01  REG-LISTA-DISSIDIO.
001100           05  LST-MATRICULA       PIC 9(06).
001110
001120       FD  REL-DISSIDIO
001130           LABEL RECORD IS STANDARD.
001140       01  LINHA-DISSIDIO          PIC X(100).
001150
001160       WORKING-STORAGE SECTION.
001170*
001180*    AREA DE CONTROLE DO PROCESSAMENTO
001190*
001200       77  FS-EMPLOYEE             PIC X(02) VALUE "00".
001210       77  FS-AUDITORIA            PIC X(02) VALUE "00".
001220       77  FS-HIST-FOLHA           PIC X(02) VALUE "00".
001230       77  FS-CONTROLE             PIC X(02) VALUE "00".
001240       77  FS-DIFERENCA            PIC X(02) VALUE "00".
001250       77  FS-LISTA                PIC X(02) VALUE "00".
001260       77  IND-FIM-FUNCIONARIO     PIC X(01) VALUE "N".
001270           88  FIM-FUNCIONARIO         VALUE "S".
001280       77  IND-FIM-HISTORICO       PIC X(01) VALUE "N".
001290           88  FIM-HISTORICO           VALUE "S".
001300       77  IND-FIM-DIFERENCA       PIC X(01) VALUE "N".
001310           88  FIM-DIFERENCA           VALUE "S".
001320       77  IND-FIM-LISTA           PIC X(01) VALUE "N".
001330           88  FIM-LISTA               VALUE "S".
001331       77  IND-FIM-AUDITORIA       PIC X(01) VALUE "N".
001332           88  FIM-AUDITORIA           VALUE "S".
001340       77  IND-ARQ-HISTORICO       PIC X(01) VALUE "S".
001350           88  COM-ARQ-HISTORICO       VALUE "S".
001360           88  SEM-ARQ-HISTORICO       VALUE "N".
001370       77  IND-ESCOPO              PIC X(01) VALUE "N".
001380           88  MATRICULA-NO-ESCOPO     VALUE "S".
001390           88  MATRICULA-FORA-ESCOPO   VALUE "N".
001400       77  IND-ACHOU               PIC X(01) VALUE "N".
001410           88  ACHOU                   VALUE "S".
001420           88  NAO-ACHOU               VALUE "N".
001430       77  ABRANGENCIA             PIC 9(01) VALUE ZEROS.
001440           88  ABRANGE-TODOS           VALUE 1.
001450           88  ABRANGE-LISTA           VALUE 2.
001460       77  DATA-HOJE               PIC 9(08) VALUE ZEROS.
001470       77  OPERADOR                PIC X(08) VALUE SPACES.
001480       77  CONFIRMACAO             PIC X(01) VALUE SPACES.
001490*
001500*    PARAMETROS DO ACORDO. O PERCENTUAL E INFORMADO COM DUAS
001510*    DECIMAIS (EX.: 005,50) E O VALOR-HORA NOVO E O ANTIGO
001520*    ACRESCIDO DO PERCENTUAL, ARREDONDADO NO CENTAVO.
001530*
001540       77  COMPETENCIA-VIGENCIA    PIC 9(06) VALUE ZEROS.
001550       77  COMPETENCIA-PAGTO       PIC 9(06) VALUE ZEROS.
001560       77  MES-VALIDAR             PIC 9(02) VALUE ZEROS.
001561       77  ANO-COMPETENCIA         PIC 9(04) VALUE ZEROS.
001562       77  MES-COMPETENCIA         PIC 9(02) VALUE ZEROS.
001570       77  PERCENTUAL-REAJUSTE     PIC 9(03)V99 VALUE ZEROS.
001580       77  FATOR-REAJUSTE          PIC 9(01)V9(06) VALUE ZEROS.
001590*
001600*    PERCURSO DAS COMPETENCIAS DA VIGENCIA ATE O PAGAMENTO,
001610*    PELO INDICE DO MES (ANO * 12 + MES - 1), E DOS TIPOS DE
001620*    PROCESSAMENTO COM VERBAS REAJUSTAVEIS (1 A 5).
001630*
001640       77  INDICE-MES-VIGENCIA     PIC 9(06) COMP VALUE ZEROS.
001650       77  INDICE-MES-PAGTO        PIC 9(06) COMP VALUE ZEROS.
001660       77  INDICE-MES-LEITURA      PIC 9(06) COMP VALUE ZEROS.
001670       77  ANO-LEITURA             PIC 9(04) VALUE ZEROS.
001680       77  MES-LEITURA             PIC 9(02) VALUE ZEROS.
001690       77  COMPETENCIA-LEITURA     PIC 9(06) VALUE ZEROS.
001700       77  TIPO-LEITURA            PIC 9(01) VALUE ZEROS.
001710       77  ULTIMO-TIPO-REAJUSTAVEL PIC 9(01) VALUE 5.
001720       77  MATRICULA-CORRENTE      PIC 9(06) VALUE ZEROS.
001730       77  MATRICULA-PROCURADA     PIC 9(06) VALUE ZEROS.
001740*
001750*    ACUMULADORES DO FUNCIONARIO CORRENTE NA FOLHA LIDA,
001760*    LIQUIDOS DOS ESTORNOS (REGISTROS DE NATUREZA "E").
001770*
001780       77  ACU-HORA-NORMAL         PIC S9(11)V99 VALUE ZEROS.
001790       77  ACU-HORA-EXTRA          PIC S9(11)V99 VALUE ZEROS.
001800       77  ACU-HORA-EXTRA-DOM      PIC S9(11)V99 VALUE ZEROS.
001810       77  ACU-SAL-BRUTO           PIC S9(11)V99 VALUE ZEROS.
001820       77  ACU-SALARIO-BASE        PIC S9(11)V99 VALUE ZEROS.
001830       77  ACU-TERCO-FERIAS        PIC S9(11)V99 VALUE ZEROS.
001840       77  ACU-INSS                PIC S9(11)V99 VALUE ZEROS.
001850       77  ACU-ABONO               PIC S9(11)V99 VALUE ZEROS.
001860       77  ACU-TERCO-ABONO         PIC S9(11)V99 VALUE ZEROS.
001861       77  ACU-SALDO-SALARIO       PIC S9(11)V99 VALUE ZEROS.
001862       77  ACU-AVISO               PIC S9(11)V99 VALUE ZEROS.
001863       77  ACU-13-PROPORC          PIC S9(11)V99 VALUE ZEROS.
001864       77  ACU-FERIAS-INDENIZ      PIC S9(11)V99 VALUE ZEROS.
001870       77  DIFERENCA-13-INTEGRAL   PIC 9(09)V99 VALUE ZEROS.
001880       77  DIFERENCA-ABONO         PIC 9(09)V99 VALUE ZEROS.
001890       77  VAL-HORA-NOVO           PIC 9(07)V99 VALUE ZEROS.
001900*
001910*    CONTADORES E TOTAIS DO PROCESSAMENTO
001920*
001930       77  QTD-REAJUSTADOS         PIC 9(05) COMP VALUE ZEROS.
001940       77  QTD-DIFERENCAS          PIC 9(05) COMP VALUE ZEROS.
001950       77  QTD-FOLHAS-LIDAS        PIC 9(05) COMP VALUE ZEROS.
001960       77  QTD-FUNC-RELATORIO      PIC 9(05) COMP VALUE ZEROS.
001970       77  TOTAL-FUNCIONARIO       PIC 9(11)V99 VALUE ZEROS.
001980       77  TOTAL-GERAL             PIC 9(11)V99 VALUE ZEROS.
001990*
002000*    MATRICULAS DA LISTA DISSLIST, QUANDO O REAJUSTE NAO
002010*    ABRANGE TODOS OS FUNCIONARIOS.
002020*
002030       77  QTD-LISTA               PIC 9(05) COMP VALUE ZEROS.
002040       77  LIMITE-LISTA            PIC 9(05) COMP VALUE 2000.
002050       01  TABELA-LISTA.
002060           05  TLI-MATRICULA       OCCURS 2000 TIMES
002070                                   INDEXED BY IDX-TLI
002080                                   PIC 9(06).
002090*
002100*    DIFERENCA DA PRIMEIRA PARCELA DO 13 APURADA NESTA
002110*    EXECUCAO, POR MATRICULA E ANO, PARA QUE A DIFERENCA DA
002120*    SEGUNDA PARCELA (SOBRE O 13 INTEGRAL) NAO A PAGUE DE
002130*    NOVO.
002140*
002150       77  QTD-ADTO                PIC 9(05) COMP VALUE ZEROS.
002160       77  LIMITE-ADTO             PIC 9(05) COMP VALUE 2000.
002170       01  TABELA-ADTO-13.
002180           05  TAD-ITEM            OCCURS 2000 TIMES
002190                                   INDEXED BY IDX-TAD.
002200               10  TAD-MATRICULA   PIC 9(06).
002210               10  TAD-ANO         PIC 9(04).
002220               10  TAD-VALOR       PIC 9(09)V99.
002230*
002240*    LINHAS DE IMPRESSAO DO RELATORIO DAS DIFERENCAS
002250*
002260       01  RD-CABECALHO-1.
002270           05  FILLER              PIC X(45) VALUE
002280               "DIFERENCAS RETROATIVAS DE DISSIDIO COLETIVO".
002290       01  RD-CABECALHO-2.
002300           05  FILLER              PIC X(11) VALUE "REAJUSTE: ".
002310           05  RC-PERCENTUAL       PIC ZZ9,99.
002320           05  FILLER              PIC X(13) VALUE
002330               "%  VIGENCIA: ".
002340           05  RC-VIGENCIA         PIC 9(06).
002350           05  FILLER              PIC X(14) VALUE
002360               "  PAGAMENTO: ".
002370           05  RC-PAGAMENTO        PIC 9(06).
002380       01  RD-FUNCIONARIO.
002390           05  FILLER              PIC X(11) VALUE "MATRICULA: ".
002400           05  RF-MATRICULA        PIC 9(06).
002410           05  FILLER              PIC X(08) VALUE "  NOME: ".
002420           05  RF-NOME             PIC X(30).
002430       01  RD-CAB-COLUNAS.
002440           05  FILLER              PIC X(38) VALUE
002450               "  COMPET. FOLHA                   VALO".
002460           05  FILLER              PIC X(36) VALUE
002470               "R PAGO   VALOR DEVIDO     DIFERENCA".
002480       01  RD-DETALHE.
002490           05  FILLER              PIC X(02) VALUE SPACES.
002500           05  RD-COMPETENCIA      PIC 9(06).
002510           05  FILLER              PIC X(02) VALUE SPACES.
002520           05  RD-FOLHA            PIC X(23).
002530           05  RD-PAGO             PIC Z.ZZZ.ZZ9,99.
002540           05  FILLER              PIC X(02) VALUE SPACES.
002550           05  RD-DEVIDO           PIC Z.ZZZ.ZZ9,99.
002560           05  FILLER              PIC X(02) VALUE SPACES.
002570           05  RD-DIFERENCA        PIC Z.ZZZ.ZZ9,99.
002580       01  RD-TOTAL-FUNCIONARIO.
002590           05  FILLER              PIC X(33) VALUE
002600               "  TOTAL DEVIDO AO FUNCIONARIO".
002610           05  FILLER              PIC X(28) VALUE SPACES.
002620           05  RT-FUNCIONARIO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002630       01  RD-TOTAL-GERAL.
002640           05  FILLER              PIC X(33) VALUE
002650               "TOTAL GERAL DAS DIFERENCAS".
002660           05  FILLER              PIC X(28) VALUE SPACES.
002670           05  RT-GERAL            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002680       01  RD-LINHA-QTD.
002690           05  RQ-DESCRICAO        PIC X(40).
002700           05  RQ-QUANTIDADE       PIC ZZ.ZZ9.
002710       01  RD-SEM-DIFERENCA.
002720           05  FILLER              PIC X(50) VALUE
002730               "NENHUMA FOLHA ENCERRADA COM DIFERENCA A PAGAR".
002740       01  RD-LINHA-BRANCO         PIC X(01) VALUE SPACES.
002750
002760       PROCEDURE DIVISION.
002770*
002780*    ==================================================
002790*    0000-MAINLINE
002800*    ROTINA PRINCIPAL - REAJUSTA O CADASTRO, APURA AS
002810*    DIFERENCAS DAS FOLHAS ENCERRADAS E EMITE O
002820*    RELATORIO.
002830*    ==================================================
002840       0000-MAINLINE.
002850           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002860
002870           PERFORM 2000-REAJUSTAR-CADASTRO THRU 2000-EXIT
002880               UNTIL FIM-FUNCIONARIO.
002890
002900           PERFORM 3000-APURAR-DIFERENCAS THRU 3000-EXIT.
002910
002920           PERFORM 4000-EMITIR-RELATORIO THRU 4000-EXIT.
002930
002940           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
002950
002960           STOP RUN.
002970*
002980*    --------------------------------------------------
002990*    1000-INICIALIZAR
003000*    RECEBE OS PARAMETROS DO ACORDO, CARREGA A LISTA DE
003010*    MATRICULAS SE FOR O CASO, CONFERE QUE AS DIFERENCAS
003020*    AINDA NAO FORAM APURADAS NEM PAGAS PARA A COMPETENCIA
003030*    DO PAGAMENTO E QUE A VIGENCIA AINDA NAO FOI APLICADA,
003040*    PEDE A CONFIRMACAO DO OPERADOR E ABRE OS ARQUIVOS.
003050*    --------------------------------------------------
003060       1000-INICIALIZAR.
003070           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
003080           DISPLAY "COMPETENCIA DE VIGENCIA DO REAJUSTE "
003090               "(AAAAMM): ".
003100           ACCEPT COMPETENCIA-VIGENCIA.
003110           MOVE COMPETENCIA-VIGENCIA (5:2) TO MES-VALIDAR.
003120           IF COMPETENCIA-VIGENCIA NOT NUMERIC
003130               OR MES-VALIDAR < 01 OR MES-VALIDAR > 12
003140               DISPLAY "COMPETENCIA DE VIGENCIA INVALIDA."
003150               STOP RUN
003160           END-IF.
003170           DISPLAY "COMPETENCIA DO PAGAMENTO DAS DIFERENCAS "
003180               "(AAAAMM): ".
003190           ACCEPT COMPETENCIA-PAGTO.
003200           MOVE COMPETENCIA-PAGTO (5:2) TO MES-VALIDAR.
003210           IF COMPETENCIA-PAGTO NOT NUMERIC
003220               OR MES-VALIDAR < 01 OR MES-VALIDAR > 12
003230               OR COMPETENCIA-PAGTO < COMPETENCIA-VIGENCIA
003240               DISPLAY "COMPETENCIA DO PAGAMENTO INVALIDA OU "
003250                   "ANTERIOR A VIGENCIA."
003260               STOP RUN
003270           END-IF.
003280           DISPLAY "PERCENTUAL DO REAJUSTE (EX.: 005,50): ".
003290           ACCEPT PERCENTUAL-REAJUSTE.
003300           IF PERCENTUAL-REAJUSTE NOT NUMERIC
003310               OR PERCENTUAL-REAJUSTE = ZEROS
003320               DISPLAY "PERCENTUAL DO REAJUSTE INVALIDO."
003330               STOP RUN
003340           END-IF.
003350           COMPUTE FATOR-REAJUSTE = PERCENTUAL-REAJUSTE / 100.
003360           DISPLAY "ABRANGENCIA (1=TODOS OS FUNCIONARIOS, "
003370               "2=LISTA DISSLIST): ".
003380           ACCEPT ABRANGENCIA.
003390           IF NOT ABRANGE-TODOS AND NOT ABRANGE-LISTA
003400               DISPLAY "ABRANGENCIA INVALIDA."
003410               STOP RUN
003420           END-IF.
003430           DISPLAY "CODIGO DO OPERADOR: ".
003440           ACCEPT OPERADOR.
003450
003460           IF ABRANGE-LISTA
003470               PERFORM 1200-CARREGAR-LISTA THRU 1200-EXIT
003480           END-IF.
003490
003500           PERFORM 1100-CONFERIR-PAGAMENTO THRU 1100-EXIT.
003510
003520           DISPLAY "REAJUSTAR EM " PERCENTUAL-REAJUSTE
003530               "% A PARTIR DE " COMPETENCIA-VIGENCIA
003540               " E APURAR AS DIFERENCAS PARA PAGAMENTO EM "
003550               COMPETENCIA-PAGTO " (S/N)? ".
003560           ACCEPT CONFIRMACAO.
003570           IF CONFIRMACAO NOT = "S"
003580               DISPLAY "DISSIDIO CANCELADO PELO OPERADOR."
003590               STOP RUN
003600           END-IF.
003610
003620           PERFORM 1300-ABRIR-ARQUIVOS THRU 1300-EXIT.
003630
003631           DIVIDE COMPETENCIA-VIGENCIA BY 100
003632               GIVING ANO-COMPETENCIA REMAINDER MES-COMPETENCIA.
003640           COMPUTE INDICE-MES-VIGENCIA =
003650               ANO-COMPETENCIA * 12 + MES-COMPETENCIA - 1.
003660           DIVIDE COMPETENCIA-PAGTO BY 100
003661               GIVING ANO-COMPETENCIA REMAINDER MES-COMPETENCIA.
003670           COMPUTE INDICE-MES-PAGTO =
003680               ANO-COMPETENCIA * 12 + MES-COMPETENCIA - 1.
003700
003710           PERFORM 1400-LER-FUNCIONARIO THRU 1400-EXIT.
003720       1000-EXIT.
003730           EXIT.
003740*
003750*    --------------------------------------------------
003760*    1100-CONFERIR-PAGAMENTO
003770*    RECUSA O PROCESSAMENTO QUANDO A FOLHA COMPLEMENTAR
003780*    DA COMPETENCIA DO PAGAMENTO JA EXISTE NO CONTROLE OU
003790*    QUANDO JA HA DIFERENCAS APURADAS PARA ELA - RODAR DE
003800*    NOVO REAJUSTARIA O CADASTRO DUAS VEZES. RECUSA TAMBEM
003801*    A VIGENCIA JA APLICADA A ALGUMA MATRICULA DA
003802*    ABRANGENCIA, MESMO COM OUTRA COMPETENCIA DE PAGAMENTO
003803*    OU SEM DIFERENCA APURADA: O REAJUSTE FICA NA AUDITORIA
003804*    AUDFUNC E AS DIFERENCAS NO DISSDIF.
003810*    --------------------------------------------------
003820       1100-CONFERIR-PAGAMENTO.
003830           OPEN INPUT CONTROLE-FOLHA.
003840           IF FS-CONTROLE NOT = "00"
003850               DISPLAY "ERRO AO ABRIR O CONTROLE CTRLFOLH - "
003860                   "FILE STATUS " FS-CONTROLE
003870               STOP RUN
003880           END-IF.
003890           MOVE COMPETENCIA-PAGTO TO CTRL-COMPETENCIA.
003900           MOVE 6                 TO CTRL-TIPO-PROC.
003910           READ CONTROLE-FOLHA
003920               INVALID KEY
003930                   CONTINUE
003940               NOT INVALID KEY
003950                   DISPLAY "A FOLHA DE DIFERENCAS DA COMPETENCIA "
003960                       COMPETENCIA-PAGTO " JA FOI PROCESSADA "
003970                       "(SITUACAO " CTRL-SITUACAO ")."
003980                   STOP RUN
003990           END-READ.
004000
004001           PERFORM 1110-CONFERIR-AUDITORIA THRU 1110-EXIT.
004002
004010           OPEN I-O DIFERENCA-DISSIDIO.
004020           IF FS-DIFERENCA = "35"
004030               OPEN OUTPUT DIFERENCA-DISSIDIO
004040               CLOSE DIFERENCA-DISSIDIO
004050               OPEN I-O DIFERENCA-DISSIDIO
004060           END-IF.
004070           IF FS-DIFERENCA NOT = "00"
004080               DISPLAY "ERRO AO ABRIR AS DIFERENCAS DISSDIF - "
004090                   "FILE STATUS " FS-DIFERENCA
004100               STOP RUN
004110           END-IF.
004120           MOVE COMPETENCIA-PAGTO TO DIF-COMPET-PAGTO.
004130           MOVE ZEROS TO DIF-MATRICULA, DIF-COMPET-REF,
004140               DIF-TIPO-REF.
004150           START DIFERENCA-DISSIDIO KEY IS NOT LESS THAN DIF-CHAVE
004160               INVALID KEY
004170                   SET FIM-DIFERENCA TO TRUE
004180           END-START.
004190           IF NOT FIM-DIFERENCA
004200               READ DIFERENCA-DISSIDIO NEXT RECORD
004210                   AT END
004220                       SET FIM-DIFERENCA TO TRUE
004230               END-READ
004240           END-IF.
004250           IF NOT FIM-DIFERENCA
004260               AND DIF-COMPET-PAGTO = COMPETENCIA-PAGTO
004270               DISPLAY "JA HA DIFERENCAS DE DISSIDIO APURADAS "
004280                   "PARA PAGAMENTO EM " COMPETENCIA-PAGTO "."
004290               STOP RUN
004300           END-IF.
004301
004302           MOVE "N" TO IND-FIM-DIFERENCA.
004303           MOVE ZEROS TO DIF-COMPET-PAGTO, DIF-MATRICULA,
004304               DIF-COMPET-REF, DIF-TIPO-REF.
004305           START DIFERENCA-DISSIDIO KEY IS NOT LESS THAN DIF-CHAVE
004306               INVALID KEY
004307                   SET FIM-DIFERENCA TO TRUE
004308           END-START.
004309           PERFORM 1130-CONFERIR-DIFERENCA THRU 1130-EXIT
004310               UNTIL FIM-DIFERENCA.
004311           MOVE "N" TO IND-FIM-DIFERENCA.
004320       1100-EXIT.
004330           EXIT.
004331*
004332*    --------------------------------------------------
004333*    1110-CONFERIR-AUDITORIA
004334*    PERCORRE A AUDITORIA DO CADASTRO ATRAS DE UM
004335*    REAJUSTE DA MESMA VIGENCIA. SEM O ARQUIVO, NENHUM
004336*    REAJUSTE FOI FEITO AINDA.
004337*    --------------------------------------------------
004338       1110-CONFERIR-AUDITORIA.
004339           OPEN INPUT AUDITORIA-FUNC.
004340           IF FS-AUDITORIA = "35"
004341               GO TO 1110-EXIT
004342           END-IF.
004343           IF FS-AUDITORIA NOT = "00"
004344               DISPLAY "ERRO AO ABRIR A AUDITORIA AUDFUNC - "
004345                   "FILE STATUS " FS-AUDITORIA
004346               STOP RUN
004347           END-IF.
004348           MOVE "N" TO IND-FIM-AUDITORIA.
004349           PERFORM 1120-LER-AUDITORIA THRU 1120-EXIT
004350               UNTIL FIM-AUDITORIA.
004351           CLOSE AUDITORIA-FUNC.
004352       1110-EXIT.
004353           EXIT.
004354*
004355*    --------------------------------------------------
004356*    1120-LER-AUDITORIA
004357*    LE UM REGISTRO DA AUDITORIA E RECUSA O PROCESSAMENTO
004358*    SE FOR O REAJUSTE DA VIGENCIA INFORMADA PARA UMA
004359*    MATRICULA DA ABRANGENCIA.
004360*    --------------------------------------------------
004361       1120-LER-AUDITORIA.
004362           READ AUDITORIA-FUNC
004363               AT END
004364                   SET FIM-AUDITORIA TO TRUE
004365                   GO TO 1120-EXIT
004366           END-READ.
004367           IF AFUN-OPERACAO NOT = "R"
004368               OR AFUN-COMPET-VIGENCIA NOT = COMPETENCIA-VIGENCIA
004369               GO TO 1120-EXIT
004370           END-IF.
004371           MOVE AFUN-ANT-MATRICULA TO MATRICULA-PROCURADA.
004372           PERFORM 7000-CONFERIR-ESCOPO THRU 7000-EXIT.
004373           IF MATRICULA-FORA-ESCOPO
004374               GO TO 1120-EXIT
004375           END-IF.
004376           DISPLAY "A MATRICULA " AFUN-ANT-MATRICULA " JA FOI "
004377               "REAJUSTADA NA VIGENCIA " COMPETENCIA-VIGENCIA
004378               " EM " AFUN-DATA " - DISSIDIO NAO REAPLICADO.".
004379           STOP RUN.
004380       1120-EXIT.
004381           EXIT.
004382*
004383*    --------------------------------------------------
004384*    1130-CONFERIR-DIFERENCA
004385*    LE A PROXIMA DIFERENCA JA APURADA E RECUSA O
004386*    PROCESSAMENTO SE FOR DA VIGENCIA INFORMADA PARA UMA
004387*    MATRICULA DA ABRANGENCIA (REAJUSTE QUE SO GEROU
004388*    DIFERENCAS, COMO O DE UM DESLIGADO).
004389*    --------------------------------------------------
004390       1130-CONFERIR-DIFERENCA.
004391           READ DIFERENCA-DISSIDIO NEXT RECORD
004392               AT END
004393                   SET FIM-DIFERENCA TO TRUE
004394                   GO TO 1130-EXIT
004395           END-READ.
004396           IF DIF-COMPET-VIGENCIA NOT = COMPETENCIA-VIGENCIA
004397               GO TO 1130-EXIT
004398           END-IF.
004399           MOVE DIF-MATRICULA TO MATRICULA-PROCURADA.
004400           PERFORM 7000-CONFERIR-ESCOPO THRU 7000-EXIT.
004401           IF MATRICULA-FORA-ESCOPO
004402               GO TO 1130-EXIT
004403           END-IF.
004404           DISPLAY "A MATRICULA " DIF-MATRICULA " JA TEM "
004405               "DIFERENCAS DA VIGENCIA " COMPETENCIA-VIGENCIA
004406               " PARA PAGAMENTO EM " DIF-COMPET-PAGTO
004407               " - DISSIDIO NAO REAPLICADO.".
004408           STOP RUN.
004409       1130-EXIT.
004410           EXIT.
004411*
004412*    --------------------------------------------------
004413*    1200-CARREGAR-LISTA
004414*    CARREGA NA TABELA EM MEMORIA AS MATRICULAS DA LISTA
004415*    DISSLIST, UMA POR LINHA.
004416*    --------------------------------------------------
004417       1200-CARREGAR-LISTA.
004418           OPEN INPUT LISTA-DISSIDIO.
004420           IF FS-LISTA NOT = "00"
004430               DISPLAY "ERRO AO ABRIR A LISTA DISSLIST - "
004440                   "FILE STATUS " FS-LISTA
004450               STOP RUN
004460           END-IF.
004470           PERFORM 1210-LER-UMA-MATRICULA THRU 1210-EXIT
004480               UNTIL FIM-LISTA.
004490           CLOSE LISTA-DISSIDIO.
004500           IF QTD-LISTA = ZEROS
004510               DISPLAY "LISTA DISSLIST SEM MATRICULAS."
004520               STOP RUN
004530           END-IF.
004540       1200-EXIT.
004550           EXIT.
004560*
004570*    --------------------------------------------------
004580*    1210-LER-UMA-MATRICULA
004590*    LE UMA LINHA DA LISTA E GUARDA A MATRICULA.
004600*    --------------------------------------------------
004610       1210-LER-UMA-MATRICULA.
004620           READ LISTA-DISSIDIO
004630               AT END
004640                   SET FIM-LISTA TO TRUE
004650                   GO TO 1210-EXIT
004660           END-READ.
004670           IF LST-MATRICULA NOT NUMERIC
004680               OR LST-MATRICULA = ZEROS
004690               DISPLAY "ERRO - MATRICULA INVALIDA NA LISTA "
004700                   "DISSLIST: " REG-LISTA-DISSIDIO
004710               STOP RUN
004720           END-IF.
004730           IF QTD-LISTA = LIMITE-LISTA
004740               DISPLAY "ERRO - MAIS DE 2000 MATRICULAS NA LISTA "
004750                   "DISSLIST."
004760               STOP RUN
004770           END-IF.
004780           ADD 1 TO QTD-LISTA.
004790           MOVE LST-MATRICULA TO TLI-MATRICULA (QTD-LISTA).
004800       1210-EXIT.
004810           EXIT.
004820*
004830*    --------------------------------------------------
004840*    1300-ABRIR-ARQUIVOS
004850*    ABRE O CADASTRO PARA O REAJUSTE, A AUDITORIA POR
004860*    EXTENSAO, O HISTORICO PARA CONSULTA E O RELATORIO.
004870*    SEM HISTORICO NAO HA FOLHA ENCERRADA A RECALCULAR.
004880*    --------------------------------------------------
004890       1300-ABRIR-ARQUIVOS.
004900           OPEN I-O EMPLOYEE-MASTER.
004910           IF FS-EMPLOYEE NOT = "00"
004920               DISPLAY "ERRO AO ABRIR O CADASTRO EMPLOYEE-MASTER"
004930                   " - FILE STATUS " FS-EMPLOYEE
004940               STOP RUN
004950           END-IF.
004960
004970           OPEN EXTEND AUDITORIA-FUNC.
004980           IF FS-AUDITORIA = "35"
004990               OPEN OUTPUT AUDITORIA-FUNC
005000               CLOSE AUDITORIA-FUNC
005010               OPEN EXTEND AUDITORIA-FUNC
005020           END-IF.
005030
005040           OPEN INPUT HIST-FOLHA.
005050           IF FS-HIST-FOLHA = "35"
005060               SET SEM-ARQ-HISTORICO TO TRUE
005070           ELSE
005080               IF FS-HIST-FOLHA NOT = "00"
005090                   DISPLAY "ERRO AO ABRIR O HISTORICO HISTFOLI - "
005100                       "FILE STATUS " FS-HIST-FOLHA
005110                   STOP RUN
005120               END-IF
005130           END-IF.
005140
005150           OPEN OUTPUT REL-DISSIDIO.
005160           WRITE LINHA-DISSIDIO FROM RD-CABECALHO-1.
005170           MOVE PERCENTUAL-REAJUSTE  TO RC-PERCENTUAL.
005180           MOVE COMPETENCIA-VIGENCIA TO RC-VIGENCIA.
005190           MOVE COMPETENCIA-PAGTO    TO RC-PAGAMENTO.
005200           WRITE LINHA-DISSIDIO FROM RD-CABECALHO-2.
005210           WRITE LINHA-DISSIDIO FROM RD-LINHA-BRANCO.
005220       1300-EXIT.
005230           EXIT.
005240*
005250*    --------------------------------------------------
005260*    1400-LER-FUNCIONARIO
005270*    LE O PROXIMO FUNCIONARIO DO CADASTRO.
005280*    --------------------------------------------------
005290       1400-LER-FUNCIONARIO.
005300           READ EMPLOYEE-MASTER NEXT RECORD
005310               AT END
005320                   SET FIM-FUNCIONARIO TO TRUE
005330           END-READ.
005340       1400-EXIT.
005350           EXIT.
005360*
005370*    ==================================================
005380*    2000-REAJUSTAR-CADASTRO
005390*    APLICA O PERCENTUAL AO VALOR-HORA DO FUNCIONARIO
005400*    CORRENTE, SE ESTA ATIVO E DENTRO DA ABRANGENCIA, E
005410*    REGISTRA O ANTES E DEPOIS NA AUDITORIA.
005420*    ==================================================
005430       2000-REAJUSTAR-CADASTRO.
005440           IF FUNC-DESLIGADO
005450               OR FUNC-VAL-HORA NOT NUMERIC
005460               GO TO 2000-LER
005470           END-IF.
005480           MOVE FUNC-MATRICULA TO MATRICULA-PROCURADA.
005490           PERFORM 7000-CONFERIR-ESCOPO THRU 7000-EXIT.
005500           IF MATRICULA-FORA-ESCOPO
005510               GO TO 2000-LER
005520           END-IF.
005530
005540           PERFORM 2100-MONTAR-AUDITORIA THRU 2100-EXIT.
005550           COMPUTE VAL-HORA-NOVO ROUNDED =
005560               FUNC-VAL-HORA * (1 + FATOR-REAJUSTE).
005570           MOVE VAL-HORA-NOVO TO FUNC-VAL-HORA.
005580           MOVE VAL-HORA-NOVO TO AFUN-DEP-VAL-HORA.
005590           REWRITE REG-FUNCIONARIO
005600               INVALID KEY
005610                   DISPLAY "ERRO AO REGRAVAR A MATRICULA "
005620                       FUNC-MATRICULA " - FILE STATUS "
005630                       FS-EMPLOYEE
005640                   STOP RUN
005650           END-REWRITE.
005660           WRITE REG-AUD-FUNC.
005670           ADD 1 TO QTD-REAJUSTADOS.
005680
005690       2000-LER.
005700           PERFORM 1400-LER-FUNCIONARIO THRU 1400-EXIT.
005710       2000-EXIT.
005720           EXIT.
005730*
005740*    --------------------------------------------------
005750*    2100-MONTAR-AUDITORIA
005760*    MONTA O REGISTRO DE AUDITORIA DO REAJUSTE (OPERACAO
005770*    "R") COM A IMAGEM DO FUNCIONARIO ANTES E DEPOIS; SO
005780*    O VALOR-HORA MUDA.
005790*    --------------------------------------------------
005800       2100-MONTAR-AUDITORIA.
005810           MOVE DATA-HOJE TO AFUN-DATA.
005820           MOVE OPERADOR  TO AFUN-OPERADOR.
005830           MOVE "R"       TO AFUN-OPERACAO.
005831           MOVE COMPETENCIA-VIGENCIA TO AFUN-COMPET-VIGENCIA.
005840
005850           MOVE FUNC-MATRICULA      TO AFUN-ANT-MATRICULA.
005860           MOVE FUNC-NOME           TO AFUN-ANT-NOME.
005870           MOVE FUNC-VAL-HORA       TO AFUN-ANT-VAL-HORA.
005880           MOVE FUNC-QTD-HORA       TO AFUN-ANT-QTD-HORA.
005890           MOVE FUNC-QTD-DEPENDENTE TO AFUN-ANT-QTD-DEPENDENTE.
005900           MOVE FUNC-QTD-HORA-EXTRA TO AFUN-ANT-QTD-HR-EXTRA.
005910           MOVE FUNC-QTD-HORA-EXTRA-DOM
005920               TO AFUN-ANT-QTD-HR-EX-DOM.
005930           MOVE FUNC-CPF            TO AFUN-ANT-CPF.
005940           MOVE FUNC-BANCO          TO AFUN-ANT-BANCO.
005950           MOVE FUNC-AGENCIA        TO AFUN-ANT-AGENCIA.
005960           MOVE FUNC-CONTA          TO AFUN-ANT-CONTA.
005970           MOVE FUNC-CONTA-DV       TO AFUN-ANT-CONTA-DV.
005980           MOVE FUNC-DATA-ADMISSAO  TO AFUN-ANT-DATA-ADMISSAO.
005990           MOVE FUNC-DATA-DESLIGAMENTO
006000               TO AFUN-ANT-DATA-DESLIG.
006010           MOVE FUNC-MOTIVO-DESLIG  TO AFUN-ANT-MOTIVO-DESLIG.
006020           MOVE FUNC-SITUACAO       TO AFUN-ANT-SITUACAO.
006030           MOVE FUNC-CENTRO-CUSTO   TO AFUN-ANT-CENTRO-CUSTO.
006040
006050           MOVE AFUN-ANTES          TO AFUN-DEPOIS.
006060           MOVE AFUN-VINCULO-ANTES  TO AFUN-VINCULO-DEPOIS.
006070           MOVE AFUN-ANT-CENTRO-CUSTO TO AFUN-DEP-CENTRO-CUSTO.
006080       2100-EXIT.
006090           EXIT.
006100*
006110*    ==================================================
006120*    3000-APURAR-DIFERENCAS
006130*    PERCORRE AS COMPETENCIAS DA VIGENCIA ATE A DO
006140*    PAGAMENTO E APURA AS DIFERENCAS DE CADA FOLHA
006150*    ENCERRADA NO CONTROLE.
006160*    ==================================================
006170       3000-APURAR-DIFERENCAS.
006180           IF SEM-ARQ-HISTORICO
006190               GO TO 3000-EXIT
006200           END-IF.
006210
006220           PERFORM 3100-APURAR-UMA-COMPETENCIA THRU 3100-EXIT
006230               VARYING INDICE-MES-LEITURA FROM INDICE-MES-VIGENCIA
006240               BY 1 UNTIL INDICE-MES-LEITURA > INDICE-MES-PAGTO.
006250       3000-EXIT.
006260           EXIT.
006270*
006280*    --------------------------------------------------
006290*    3100-APURAR-UMA-COMPETENCIA
006300*    MONTA A COMPETENCIA DO INDICE DO MES E APURA AS
006310*    FOLHAS DE CADA TIPO COM VERBAS REAJUSTAVEIS.
006320*    --------------------------------------------------
006330       3100-APURAR-UMA-COMPETENCIA.
006340           DIVIDE INDICE-MES-LEITURA BY 12 GIVING ANO-LEITURA
006350               REMAINDER MES-LEITURA.
006360           ADD 1 TO MES-LEITURA.
006370           COMPUTE COMPETENCIA-LEITURA =
006380               ANO-LEITURA * 100 + MES-LEITURA.
006390
006400           PERFORM 3200-APURAR-UM-TIPO THRU 3200-EXIT
006410               VARYING TIPO-LEITURA FROM 1 BY 1
006420               UNTIL TIPO-LEITURA > ULTIMO-TIPO-REAJUSTAVEL.
006430       3100-EXIT.
006440           EXIT.
006450*
006460*    --------------------------------------------------
006470*    3200-APURAR-UM-TIPO
006480*    SE A FOLHA DA COMPETENCIA E DO TIPO ESTA ENCERRADA,
006490*    POSICIONA O HISTORICO NELA E APURA A DIFERENCA DE
006500*    CADA FUNCIONARIO NA QUEBRA DE MATRICULA. FOLHA SEM
006510*    CONTROLE, EM ANDAMENTO OU REABERTA NAO E
006520*    RECALCULADA: SERA PROCESSADA JA COM O VALOR-HORA
006530*    REAJUSTADO.
006540*    --------------------------------------------------
006550       3200-APURAR-UM-TIPO.
006560           MOVE COMPETENCIA-LEITURA TO CTRL-COMPETENCIA.
006570           MOVE TIPO-LEITURA        TO CTRL-TIPO-PROC.
006580           READ CONTROLE-FOLHA
006590               INVALID KEY
006600                   GO TO 3200-EXIT
006610           END-READ.
006620           IF CTRL-SITUACAO NOT = "E"
006630               GO TO 3200-EXIT
006640           END-IF.
006650           ADD 1 TO QTD-FOLHAS-LIDAS.
006660
006670           MOVE "N" TO IND-FIM-HISTORICO.
006680           MOVE ZEROS TO MATRICULA-CORRENTE.
006690           MOVE COMPETENCIA-LEITURA TO HIST-COMPETENCIA.
006700           MOVE TIPO-LEITURA        TO HIST-TIPO-PROC.
006710           MOVE ZEROS      TO HIST-MATRICULA, HIST-NUM-EXECUCAO.
006720           MOVE LOW-VALUES TO HIST-NATUREZA.
006730           START HIST-FOLHA KEY IS NOT LESS THAN HIST-CHAVE
006740               INVALID KEY
006750                   SET FIM-HISTORICO TO TRUE
006760           END-START.
006770
006780           PERFORM 3210-LER-UM-REGISTRO THRU 3210-EXIT
006790               UNTIL FIM-HISTORICO.
006800
006810           IF MATRICULA-CORRENTE NOT = ZEROS
006820               PERFORM 3300-GRAVAR-DIFERENCA THRU 3300-EXIT
006830           END-IF.
006840       3200-EXIT.
006850           EXIT.
006860*
006870*    --------------------------------------------------
006880*    3210-LER-UM-REGISTRO
006890*    LE UM REGISTRO DA FOLHA POSICIONADA. NA TROCA DE
006900*    MATRICULA GRAVA A DIFERENCA DO FUNCIONARIO ANTERIOR
006910*    E PREPARA OS ACUMULADORES DO NOVO.
006920*    --------------------------------------------------
006930       3210-LER-UM-REGISTRO.
006940           READ HIST-FOLHA NEXT RECORD
006950               AT END
006960                   SET FIM-HISTORICO TO TRUE
006970                   GO TO 3210-EXIT
006980           END-READ.
006990           IF HIST-COMPETENCIA NOT = COMPETENCIA-LEITURA
007000               OR HIST-TIPO-PROC NOT = TIPO-LEITURA
007010               SET FIM-HISTORICO TO TRUE
007020               GO TO 3210-EXIT
007030           END-IF.
007040
007050           IF HIST-MATRICULA NOT = MATRICULA-CORRENTE
007060               IF MATRICULA-CORRENTE NOT = ZEROS
007070                   PERFORM 3300-GRAVAR-DIFERENCA THRU 3300-EXIT
007080               END-IF
007090               MOVE HIST-MATRICULA TO MATRICULA-CORRENTE
007100               MOVE ZEROS TO ACU-HORA-NORMAL, ACU-HORA-EXTRA,
007110                   ACU-HORA-EXTRA-DOM, ACU-SAL-BRUTO,
007120                   ACU-SALARIO-BASE, ACU-TERCO-FERIAS, ACU-INSS,
007130                   ACU-ABONO, ACU-TERCO-ABONO, ACU-SALDO-SALARIO,
007131                   ACU-AVISO, ACU-13-PROPORC, ACU-FERIAS-INDENIZ
007140               MOVE HIST-MATRICULA TO MATRICULA-PROCURADA
007150               PERFORM 7000-CONFERIR-ESCOPO THRU 7000-EXIT
007160           END-IF.
007170           IF MATRICULA-FORA-ESCOPO
007180               GO TO 3210-EXIT
007190           END-IF.
007200
007210           IF HIST-NATUREZA = "E"
007220               SUBTRACT HIST-SAL-HORA-NORMAL FROM ACU-HORA-NORMAL
007230               SUBTRACT HIST-SAL-HORA-EXTRA  FROM ACU-HORA-EXTRA
007240               SUBTRACT HIST-SAL-HORA-EXTRA-DOM
007250                   FROM ACU-HORA-EXTRA-DOM
007260               SUBTRACT HIST-SAL-BRUTO       FROM ACU-SAL-BRUTO
007270               SUBTRACT HIST-SALARIO-BASE   FROM ACU-SALARIO-BASE
007280               SUBTRACT HIST-TERCO-FERIAS   FROM ACU-TERCO-FERIAS
007290               SUBTRACT HIST-INSS            FROM ACU-INSS
007300               SUBTRACT HIST-ABONO-PECUNIARIO FROM ACU-ABONO
007310               SUBTRACT HIST-TERCO-ABONO     FROM ACU-TERCO-ABONO
007311               SUBTRACT HIST-SALDO-SALARIO
007312                   FROM ACU-SALDO-SALARIO
007313               SUBTRACT HIST-AVISO-INDENIZADO FROM ACU-AVISO
007314               SUBTRACT HIST-13-PROPORCIONAL FROM ACU-13-PROPORC
007315               SUBTRACT HIST-FERIAS-VENCIDAS HIST-FERIAS-PROPORC
007316                   FROM ACU-FERIAS-INDENIZ
007320           ELSE
007330               ADD HIST-SAL-HORA-NORMAL    TO ACU-HORA-NORMAL
007340               ADD HIST-SAL-HORA-EXTRA     TO ACU-HORA-EXTRA
007350               ADD HIST-SAL-HORA-EXTRA-DOM TO ACU-HORA-EXTRA-DOM
007360               ADD HIST-SAL-BRUTO          TO ACU-SAL-BRUTO
007370               ADD HIST-SALARIO-BASE       TO ACU-SALARIO-BASE
007380               ADD HIST-TERCO-FERIAS       TO ACU-TERCO-FERIAS
007390               ADD HIST-INSS               TO ACU-INSS
007400               ADD HIST-ABONO-PECUNIARIO   TO ACU-ABONO
007410               ADD HIST-TERCO-ABONO        TO ACU-TERCO-ABONO
007411               ADD HIST-SALDO-SALARIO      TO ACU-SALDO-SALARIO
007412               ADD HIST-AVISO-INDENIZADO   TO ACU-AVISO
007413               ADD HIST-13-PROPORCIONAL    TO ACU-13-PROPORC
007414               ADD HIST-FERIAS-VENCIDAS HIST-FERIAS-PROPORC
007415                   TO ACU-FERIAS-INDENIZ
007420           END-IF.
007430       3210-EXIT.
007440           EXIT.
007450*
007460*    --------------------------------------------------
007470*    3300-GRAVAR-DIFERENCA
007480*    APURA A DIFERENCA DO FUNCIONARIO NA FOLHA LIDA,
007490*    APLICANDO O PERCENTUAL SOBRE AS VERBAS REAJUSTAVEIS
007500*    EFETIVAMENTE PAGAS: HORAS NORMAIS E EXTRAS NA FOLHA
007510*    MENSAL, O 13 NAS PARCELAS, O SALARIO DE FERIAS COM
007520*    O TERCO E O ABONO PECUNIARIO, E NA RESCISAO O SALDO
007521*    DE SALARIO, AS HORAS EXTRAS, O AVISO INDENIZADO, O 13
007522*    PROPORCIONAL E AS FERIAS INDENIZADAS COM O TERCO. OS
007530*    PROVENTOS EVENTUAIS NAO SAO REAJUSTADOS.
007540*    A DIFERENCA DA SEGUNDA PARCELA E DO 13 PROPORCIONAL E
007550*    SOBRE O 13 INTEIRO, MENOS A DA PRIMEIRA PARCELA JA
007551*    APURADA NESTA EXECUCAO.
007560*    FOLHA TOTALMENTE ESTORNADA NAO GERA DIFERENCA.
007570*    --------------------------------------------------
007580       3300-GRAVAR-DIFERENCA.
007590           IF MATRICULA-FORA-ESCOPO
007600               OR ACU-SAL-BRUTO NOT > ZEROS
007610               GO TO 3300-EXIT
007620           END-IF.
007630
007640           MOVE COMPETENCIA-PAGTO   TO DIF-COMPET-PAGTO.
007650           MOVE MATRICULA-CORRENTE  TO DIF-MATRICULA.
007660           MOVE COMPETENCIA-LEITURA TO DIF-COMPET-REF.
007670           MOVE TIPO-LEITURA        TO DIF-TIPO-REF.
007680           MOVE COMPETENCIA-VIGENCIA TO DIF-COMPET-VIGENCIA.
007690           MOVE PERCENTUAL-REAJUSTE TO DIF-PERCENTUAL.
007700           MOVE DATA-HOJE           TO DIF-DATA-APURACAO.
007710           MOVE ZEROS TO DIF-BASE-PAGA, DIF-HORA-NORMAL,
007720               DIF-HORA-EXTRA, DIF-HORA-EXTRA-DOM,
007730               DIF-DECIMO-TERC, DIF-FERIAS, DIF-TERCO-FERIAS,
007740               DIF-AVISO-INDENIZADO, DIF-DECIMO-PAGO,
007741               DIF-DECIMO-DEVIDO, DIF-TOTAL, DIFERENCA-ABONO.
007750           COMPUTE DIF-BRUTO-PAGO =
007760               ACU-SAL-BRUTO - ACU-ABONO - ACU-TERCO-ABONO.
007770           MOVE ACU-INSS      TO DIF-INSS-PAGO.
007780
007790           EVALUATE TIPO-LEITURA
007800               WHEN 1
007810                   COMPUTE DIF-BASE-PAGA = ACU-HORA-NORMAL
007820                       + ACU-HORA-EXTRA + ACU-HORA-EXTRA-DOM
007830                   COMPUTE DIF-HORA-NORMAL ROUNDED =
007840                       ACU-HORA-NORMAL * FATOR-REAJUSTE
007850                   COMPUTE DIF-HORA-EXTRA ROUNDED =
007860                       ACU-HORA-EXTRA * FATOR-REAJUSTE
007870                   COMPUTE DIF-HORA-EXTRA-DOM ROUNDED =
007880                       ACU-HORA-EXTRA-DOM * FATOR-REAJUSTE
007890               WHEN 2
007900                   MOVE ACU-SAL-BRUTO TO DIF-BASE-PAGA
007910                   COMPUTE DIF-DECIMO-TERC ROUNDED =
007920                       ACU-SAL-BRUTO * FATOR-REAJUSTE
007930                   PERFORM 3310-GUARDAR-ADTO-13 THRU 3310-EXIT
007940               WHEN 3
007950                   MOVE ACU-SAL-BRUTO TO DIF-BASE-PAGA
007960                   COMPUTE DIFERENCA-13-INTEGRAL ROUNDED =
007970                       ACU-SAL-BRUTO * FATOR-REAJUSTE
007980                   MOVE DIFERENCA-13-INTEGRAL TO DIF-DECIMO-TERC
007990                   PERFORM 7100-PROCURAR-ADTO-13 THRU 7100-EXIT
008000                   IF ACHOU
008010                       IF TAD-VALOR (IDX-TAD) < DIF-DECIMO-TERC
008020                           SUBTRACT TAD-VALOR (IDX-TAD)
008030                               FROM DIF-DECIMO-TERC
008040                       ELSE
008050                           MOVE ZEROS TO DIF-DECIMO-TERC
008060                       END-IF
008070                   END-IF
008080               WHEN 4
008090                   COMPUTE DIF-BASE-PAGA =
008100                       ACU-SALARIO-BASE + ACU-TERCO-FERIAS
008110                       + ACU-ABONO + ACU-TERCO-ABONO
008120                   COMPUTE DIF-FERIAS ROUNDED =
008130                       (ACU-SALARIO-BASE + ACU-ABONO)
008140                       * FATOR-REAJUSTE
008150                   COMPUTE DIF-TERCO-FERIAS ROUNDED =
008160                       (ACU-TERCO-FERIAS + ACU-TERCO-ABONO)
008170                       * FATOR-REAJUSTE
008180                   COMPUTE DIFERENCA-ABONO ROUNDED =
008190                       (ACU-ABONO + ACU-TERCO-ABONO)
008200                       * FATOR-REAJUSTE
008201               WHEN 5
008202                   PERFORM 3320-APURAR-RESCISAO THRU 3320-EXIT
008210           END-EVALUATE.
008220
008230           COMPUTE DIF-TOTAL = DIF-HORA-NORMAL + DIF-HORA-EXTRA
008240               + DIF-HORA-EXTRA-DOM + DIF-DECIMO-TERC
008250               + DIF-FERIAS + DIF-TERCO-FERIAS
008251               + DIF-AVISO-INDENIZADO.
008260           IF DIF-TOTAL = ZEROS
008270               GO TO 3300-EXIT
008280           END-IF.
008290*
008300*    O BRUTO DEVIDO NA REFERENCIA E A BASE DO INSS QUE A
008310*    FOLHA COMPLEMENTAR RECALCULA. NA SEGUNDA PARCELA DO 13
008320*    ELE INCLUI A DIFERENCA DO 13 INTEIRO; NAS FERIAS ELE
008330*    NAO INCLUI A DIFERENCA DO ABONO, QUE E ISENTO; NA
008331*    RESCISAO E SO O SALARIO DO MES (O 13 TEM AS SUAS
008332*    PROPRIAS BASES E AS VERBAS INDENIZADAS SAO ISENTAS).
008340*
008350           EVALUATE TIPO-LEITURA
008351               WHEN 3
008360                   COMPUTE DIF-BRUTO-DEVIDO =
008370                       DIF-BRUTO-PAGO + DIFERENCA-13-INTEGRAL
008371               WHEN 5
008372                   COMPUTE DIF-BRUTO-DEVIDO = DIF-BRUTO-PAGO
008373                       + DIF-HORA-NORMAL + DIF-HORA-EXTRA
008374                       + DIF-HORA-EXTRA-DOM
008380               WHEN OTHER
008390                   COMPUTE DIF-BRUTO-DEVIDO = DIF-BRUTO-PAGO
008400                       + DIF-TOTAL - DIFERENCA-ABONO
008410           END-EVALUATE.
008420
008430           WRITE REG-DIFERENCA
008440               INVALID KEY
008450                   DISPLAY "ERRO - DIFERENCA JA GRAVADA PARA A "
008460                       "MATRICULA " DIF-MATRICULA " NA "
008470                       "COMPETENCIA " DIF-COMPET-REF "."
008480                   STOP RUN
008490           END-WRITE.
008500           ADD 1 TO QTD-DIFERENCAS.
008510       3300-EXIT.
008520           EXIT.
008530*
008540*    --------------------------------------------------
008550*    3310-GUARDAR-ADTO-13
008560*    GUARDA NA TABELA A DIFERENCA DA PRIMEIRA PARCELA DO
008570*    13 DO FUNCIONARIO NO ANO DA COMPETENCIA LIDA.
008580*    --------------------------------------------------
008590       3310-GUARDAR-ADTO-13.
008600           PERFORM 7100-PROCURAR-ADTO-13 THRU 7100-EXIT.
008610           IF ACHOU
008620               ADD DIF-DECIMO-TERC TO TAD-VALOR (IDX-TAD)
008630               GO TO 3310-EXIT
008640           END-IF.
008650           IF QTD-ADTO = LIMITE-ADTO
008660               DISPLAY "ERRO - MAIS DE 2000 PRIMEIRAS PARCELAS "
008670                   "DO 13 COM DIFERENCA."
008680               STOP RUN
008690           END-IF.
008700           ADD 1 TO QTD-ADTO.
008710           SET IDX-TAD TO QTD-ADTO.
008720           MOVE MATRICULA-CORRENTE TO TAD-MATRICULA (IDX-TAD).
008730           MOVE ANO-LEITURA        TO TAD-ANO (IDX-TAD).
008740           MOVE DIF-DECIMO-TERC    TO TAD-VALOR (IDX-TAD).
008750       3310-EXIT.
008760           EXIT.
008770*
008771*    --------------------------------------------------
008772*    3320-APURAR-RESCISAO
008773*    DIFERENCAS DA RESCISAO, VERBA A VERBA. O BRUTO PAGO
008774*    PASSA A SER SO O SALARIO DO MES (SALDO, HORAS EXTRAS E
008775*    EVENTUAIS), BASE DO INSS MENSAL; O 13 PROPORCIONAL
008776*    GUARDA O PAGO E O DEVIDO, BASES DO INSS DO 13.
008777*    --------------------------------------------------
008778       3320-APURAR-RESCISAO.
008779           COMPUTE DIF-BASE-PAGA = ACU-SALDO-SALARIO
008780               + ACU-HORA-EXTRA + ACU-HORA-EXTRA-DOM + ACU-AVISO
008781               + ACU-13-PROPORC + ACU-FERIAS-INDENIZ
008782               + ACU-TERCO-FERIAS.
008783           COMPUTE DIF-BRUTO-PAGO = ACU-SAL-BRUTO - ACU-AVISO
008784               - ACU-13-PROPORC - ACU-FERIAS-INDENIZ
008785               - ACU-TERCO-FERIAS.
008786           COMPUTE DIF-HORA-NORMAL ROUNDED =
008787               ACU-SALDO-SALARIO * FATOR-REAJUSTE.
008788           COMPUTE DIF-HORA-EXTRA ROUNDED =
008789               ACU-HORA-EXTRA * FATOR-REAJUSTE.
008790           COMPUTE DIF-HORA-EXTRA-DOM ROUNDED =
008791               ACU-HORA-EXTRA-DOM * FATOR-REAJUSTE.
008792           COMPUTE DIF-AVISO-INDENIZADO ROUNDED =
008793               ACU-AVISO * FATOR-REAJUSTE.
008794           COMPUTE DIF-FERIAS ROUNDED =
008795               ACU-FERIAS-INDENIZ * FATOR-REAJUSTE.
008796           COMPUTE DIF-TERCO-FERIAS ROUNDED =
008797               ACU-TERCO-FERIAS * FATOR-REAJUSTE.
008798
008799           MOVE ACU-13-PROPORC TO DIF-DECIMO-PAGO.
008800           COMPUTE DIFERENCA-13-INTEGRAL ROUNDED =
008801               ACU-13-PROPORC * FATOR-REAJUSTE.
008802           COMPUTE DIF-DECIMO-DEVIDO =
008803               ACU-13-PROPORC + DIFERENCA-13-INTEGRAL.
008804           MOVE DIFERENCA-13-INTEGRAL TO DIF-DECIMO-TERC.
008805           PERFORM 7100-PROCURAR-ADTO-13 THRU 7100-EXIT.
008806           IF ACHOU
008807               IF TAD-VALOR (IDX-TAD) < DIF-DECIMO-TERC
008808                   SUBTRACT TAD-VALOR (IDX-TAD)
008809                       FROM DIF-DECIMO-TERC
008810               ELSE
008811                   MOVE ZEROS TO DIF-DECIMO-TERC
008812               END-IF
008813           END-IF.
008814       3320-EXIT.
008815           EXIT.
008816*
008817*    ==================================================
008818*    4000-EMITIR-RELATORIO
008819*    RELE AS DIFERENCAS GRAVADAS PARA O PAGAMENTO, NA
008820*    ORDEM DA CHAVE (MATRICULA, COMPETENCIA, TIPO), E
008821*    EMITE O DEVIDO MES A MES DE CADA FUNCIONARIO COM O
008830*    TOTAL DO FUNCIONARIO E O TOTAL GERAL.
008840*    ==================================================
008850       4000-EMITIR-RELATORIO.
008860           MOVE "N" TO IND-FIM-DIFERENCA.
008870           MOVE ZEROS TO MATRICULA-CORRENTE.
008880           MOVE COMPETENCIA-PAGTO TO DIF-COMPET-PAGTO.
008890           MOVE ZEROS TO DIF-MATRICULA, DIF-COMPET-REF,
008900               DIF-TIPO-REF.
008910           START DIFERENCA-DISSIDIO KEY IS NOT LESS THAN DIF-CHAVE
008920               INVALID KEY
008930                   SET FIM-DIFERENCA TO TRUE
008940           END-START.
008950
008960           PERFORM 4100-EMITIR-UMA-DIFERENCA THRU 4100-EXIT
008970               UNTIL FIM-DIFERENCA.
008980
008990           IF MATRICULA-CORRENTE NOT = ZEROS
009000               PERFORM 4200-FECHAR-FUNCIONARIO THRU 4200-EXIT
009010           ELSE
009020               WRITE LINHA-DISSIDIO FROM RD-SEM-DIFERENCA
009030           END-IF.
009040       4000-EXIT.
009050           EXIT.
009060*
009070*    --------------------------------------------------
009080*    4100-EMITIR-UMA-DIFERENCA
009090*    LE UMA DIFERENCA E EMITE A LINHA DO MES, ABRINDO O
009100*    BLOCO DO FUNCIONARIO NA TROCA DE MATRICULA.
009110*    --------------------------------------------------
009120       4100-EMITIR-UMA-DIFERENCA.
009130           READ DIFERENCA-DISSIDIO NEXT RECORD
009140               AT END
009150                   SET FIM-DIFERENCA TO TRUE
009160                   GO TO 4100-EXIT
009170           END-READ.
009180           IF DIF-COMPET-PAGTO NOT = COMPETENCIA-PAGTO
009190               SET FIM-DIFERENCA TO TRUE
009200               GO TO 4100-EXIT
009210           END-IF.
009220
009230           IF DIF-MATRICULA NOT = MATRICULA-CORRENTE
009240               IF MATRICULA-CORRENTE NOT = ZEROS
009250                   PERFORM 4200-FECHAR-FUNCIONARIO THRU 4200-EXIT
009260               END-IF
009270               MOVE DIF-MATRICULA TO MATRICULA-CORRENTE
009280               MOVE ZEROS TO TOTAL-FUNCIONARIO
009290               ADD 1 TO QTD-FUNC-RELATORIO
009300               MOVE DIF-MATRICULA TO FUNC-MATRICULA, RF-MATRICULA
009310               READ EMPLOYEE-MASTER
009320                   INVALID KEY
009330                       MOVE "*** FORA DO CADASTRO ***"
009340                           TO FUNC-NOME
009350               END-READ
009360               MOVE FUNC-NOME TO RF-NOME
009370               WRITE LINHA-DISSIDIO FROM RD-FUNCIONARIO
009380               WRITE LINHA-DISSIDIO FROM RD-CAB-COLUNAS
009390           END-IF.
009400
009410           MOVE DIF-COMPET-REF TO RD-COMPETENCIA.
009420           EVALUATE DIF-TIPO-REF
009430               WHEN 1
009440                   MOVE "FOLHA MENSAL" TO RD-FOLHA
009450               WHEN 2
009460                   MOVE "13 SALARIO - 1A PARCELA" TO RD-FOLHA
009470               WHEN 3
009480                   MOVE "13 SALARIO - 2A PARCELA" TO RD-FOLHA
009490               WHEN 4
009500                   MOVE "FERIAS" TO RD-FOLHA
009501               WHEN 5
009502                   MOVE "RESCISAO" TO RD-FOLHA
009510           END-EVALUATE.
009520           MOVE DIF-BASE-PAGA TO RD-PAGO.
009530           COMPUTE RD-DEVIDO = DIF-BASE-PAGA + DIF-TOTAL.
009540           MOVE DIF-TOTAL TO RD-DIFERENCA.
009550           WRITE LINHA-DISSIDIO FROM RD-DETALHE.
009560           ADD DIF-TOTAL TO TOTAL-FUNCIONARIO, TOTAL-GERAL.
009570       4100-EXIT.
009580           EXIT.
009590*
009600*    --------------------------------------------------
009610*    4200-FECHAR-FUNCIONARIO
009620*    EMITE O TOTAL DEVIDO AO FUNCIONARIO DO BLOCO.
009630*    --------------------------------------------------
009640       4200-FECHAR-FUNCIONARIO.
009650           MOVE TOTAL-FUNCIONARIO TO RT-FUNCIONARIO.
009660           WRITE LINHA-DISSIDIO FROM RD-TOTAL-FUNCIONARIO.
009670           WRITE LINHA-DISSIDIO FROM RD-LINHA-BRANCO.
009680       4200-EXIT.
009690           EXIT.
009700*
009710*    --------------------------------------------------
009720*    7000-CONFERIR-ESCOPO
009730*    CONFERE SE MATRICULA-PROCURADA ESTA NA ABRANGENCIA
009740*    DO REAJUSTE: TODAS, OU SO AS DA LISTA.
009750*    --------------------------------------------------
009760       7000-CONFERIR-ESCOPO.
009770           SET MATRICULA-NO-ESCOPO TO TRUE.
009780           IF ABRANGE-TODOS
009790               GO TO 7000-EXIT
009800           END-IF.
009810           SET MATRICULA-FORA-ESCOPO TO TRUE.
009820           PERFORM 7010-TESTAR-LISTA THRU 7010-EXIT
009830               VARYING IDX-TLI FROM 1 BY 1
009840               UNTIL IDX-TLI > QTD-LISTA
009850                  OR MATRICULA-NO-ESCOPO.
009860       7000-EXIT.
009870           EXIT.
009880*
009890*    --------------------------------------------------
009900*    7010-TESTAR-LISTA
009910*    COMPARA UMA POSICAO DA LISTA COM MATRICULA-PROCURADA.
009920*    --------------------------------------------------
009930       7010-TESTAR-LISTA.
009940           IF TLI-MATRICULA (IDX-TLI) = MATRICULA-PROCURADA
009950               SET MATRICULA-NO-ESCOPO TO TRUE
009960           END-IF.
009970       7010-EXIT.
009980           EXIT.
009990*
010000*    --------------------------------------------------
010010*    7100-PROCURAR-ADTO-13
010020*    PROCURA NA TABELA A DIFERENCA DA PRIMEIRA PARCELA DO
010030*    13 DA MATRICULA CORRENTE NO ANO LIDO. SE ACHAR, O
010040*    INDICE FICA NA POSICAO ENCONTRADA.
010050*    --------------------------------------------------
010060       7100-PROCURAR-ADTO-13.
010070           SET NAO-ACHOU TO TRUE.
010080           PERFORM 7110-TESTAR-ADTO-13 THRU 7110-EXIT
010090               VARYING IDX-TAD FROM 1 BY 1
010100               UNTIL IDX-TAD > QTD-ADTO
010110                  OR ACHOU.
010120           IF ACHOU
010130               SET IDX-TAD DOWN BY 1
010140           END-IF.
010150       7100-EXIT.
010160           EXIT.
010170*
010180*    --------------------------------------------------
010190*    7110-TESTAR-ADTO-13
010200*    COMPARA UMA POSICAO DA TABELA COM A MATRICULA E O
010210*    ANO PROCURADOS.
010220*    --------------------------------------------------
010230       7110-TESTAR-ADTO-13.
010240           IF TAD-MATRICULA (IDX-TAD) = MATRICULA-CORRENTE
010250               AND TAD-ANO (IDX-TAD) = ANO-LEITURA
010260               SET ACHOU TO TRUE
010270           END-IF.
010280       7110-EXIT.
010290           EXIT.
010300*
010310*    ==================================================
010320*    8000-FINALIZAR
010330*    EMITE OS TOTAIS DO RELATORIO, EXIBE O RESUMO E FECHA
010340*    OS ARQUIVOS.
010350*    ==================================================
010360       8000-FINALIZAR.
010370           MOVE TOTAL-GERAL TO RT-GERAL.
010380           WRITE LINHA-DISSIDIO FROM RD-TOTAL-GERAL.
010390           MOVE "FUNCIONARIOS COM DIFERENCA A RECEBER:"
010400               TO RQ-DESCRICAO.
010410           MOVE QTD-FUNC-RELATORIO TO RQ-QUANTIDADE.
010420           WRITE LINHA-DISSIDIO FROM RD-LINHA-QTD.
010430           MOVE "FOLHAS ENCERRADAS RECALCULADAS:" TO RQ-DESCRICAO.
010440           MOVE QTD-FOLHAS-LIDAS TO RQ-QUANTIDADE.
010450           WRITE LINHA-DISSIDIO FROM RD-LINHA-QTD.
010460           MOVE "VALORES-HORA REAJUSTADOS NO CADASTRO:"
010470               TO RQ-DESCRICAO.
010480           MOVE QTD-REAJUSTADOS TO RQ-QUANTIDADE.
010490           WRITE LINHA-DISSIDIO FROM RD-LINHA-QTD.
010500
010510           DISPLAY "DISSIDIO CONCLUIDO: " QTD-REAJUSTADOS
010520               " VALORES-HORA REAJUSTADOS E " QTD-DIFERENCAS
010530               " DIFERENCAS A PAGAR.".
010540           IF QTD-DIFERENCAS > ZEROS
010550               DISPLAY "PAGUE AS DIFERENCAS PELO "
010560                   "SALARIO-LIQUIDO, TIPO 6, NA COMPETENCIA "
010570                   COMPETENCIA-PAGTO "."
010580           END-IF.
010590
010600           IF COM-ARQ-HISTORICO
010610               CLOSE HIST-FOLHA
010620           END-IF.
010630           CLOSE EMPLOYEE-MASTER, AUDITORIA-FUNC, CONTROLE-FOLHA,
010640                 DIFERENCA-DISSIDIO, REL-DISSIDIO.
010650       8000-EXIT.
010660           EXIT.
010670
010680       END PROGRAM DISSIDIO-FOLHA.
