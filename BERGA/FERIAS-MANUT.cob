000010       Identification Division.
000020       Program-Id.              FERIAS-MANUT.
000030       Author.                  EQUIPE DE MANUTENCAO IFSP CBT.
000040       Installation             IFSP CBT.
000050       Date-Written             15/10/2026.
000060       Date-Compiled            .
000070       Security                 PROGRAMACAO DAS FERIAS E AJUSTE
000080                                DOS PERIODOS AQUISITIVOS PAGOS
000090                                PELA FOLHA DE FERIAS
000100                                (SALARIO-LIQUIDO).
000110*
000120*    HISTORICO DE ALTERACOES
000130*    DATA       AUTOR   DESCRICAO
000140*    15/10/2026 MSL     VERSAO ORIGINAL - PROGRAMACAO DO GOZO E DO
000150*                       ABONO PECUNIARIO NO PERIODO AQUISITIVO
000160*                       MAIS ANTIGO COM SALDO, CANCELAMENTO DA
000170*                       PROGRAMACAO, AJUSTE DOS DIAS DE DIREITO
000180*                       PELAS FALTAS DO PERIODO E CONSULTA DOS
000190*                       PERIODOS DO FUNCIONARIO, NOS MOLDES DO
000200*                       DESCON-MANUT. A FOLHA DE FERIAS (TIPO 4)
000210*                       SO PAGA O QUE ESTIVER PROGRAMADO AQUI PARA
000220*                       A COMPETENCIA.
000230*
000240       Environment DIVISION.
000250       Configuration Section.
000260       SOURCE-COMPUTER.         MEU PC.
000270       OBJECT-COMPUTER.         MEU PC.
000280       SPECIAL-NAMES.
000290           DECIMAL-POINT Is COMMA.
000300
000310       INPUT-OUTPUT SECTION.
000320       FILE-CONTROL.
000330           SELECT PERIODO-FERIAS   ASSIGN TO "FERIASPA"
000340               ORGANIZATION IS INDEXED
000350               ACCESS MODE IS DYNAMIC
000360               RECORD KEY IS PER-CHAVE
000370               FILE STATUS IS FS-FERIAS.
000380
000390           SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPFOLHA"
000400               ORGANIZATION IS INDEXED
000410               ACCESS MODE IS RANDOM
000420               RECORD KEY IS FUNC-MATRICULA
000430               FILE STATUS IS FS-EMPLOYEE.
000440
000450       Data Division.
000460       FILE SECTION.
000470       FD  PERIODO-FERIAS
000480           LABEL RECORD IS STANDARD.
000490       COPY "CB-FERIAS.cpy".
000500
000510       FD  EMPLOYEE-MASTER
000520           LABEL RECORD IS STANDARD.
000530       COPY "CB-EMPLOY.cpy".
000540
000550       WORKING-STORAGE SECTION.
000560       77  FS-FERIAS               PIC X(02) VALUE "00".
000570       77  FS-EMPLOYEE             PIC X(02) VALUE "00".
000580       77  OPCAO-MENU              PIC 9(01) VALUE ZEROS.
000590           88  OPCAO-PROGRAMAR         VALUE 1.
000600           88  OPCAO-CANCELAR          VALUE 2.
000610           88  OPCAO-AJUSTAR           VALUE 3.
000620           88  OPCAO-CONSULTAR         VALUE 4.
000630           88  OPCAO-SAIR              VALUE 5.
000640       77  IND-FIM-LISTAGEM        PIC X(01) VALUE "N".
000650           88  FIM-LISTAGEM            VALUE "S".
000660       77  IND-CADASTRO-VALIDO     PIC X(01) VALUE "S".
000670           88  CADASTRO-VALIDO         VALUE "S".
000680           88  CADASTRO-INVALIDO       VALUE "N".
000690       77  IND-ACHOU               PIC X(01) VALUE "N".
000700           88  ACHOU                   VALUE "S".
000710           88  NAO-ACHOU               VALUE "N".
000720       77  IND-CRITERIO            PIC 9(01) VALUE ZEROS.
000730           88  PROCURA-A-PROGRAMAR     VALUE 1.
000740           88  PROCURA-PROGRAMADO      VALUE 2.
000750       77  MOTIVO-CRITICA          PIC X(45) VALUE SPACES.
000760       77  CONFIRMACAO             PIC X(01) VALUE SPACES.
000770       77  DATA-HOJE               PIC 9(08) VALUE ZEROS.
000780       77  MATRICULA-PROCURADA     PIC 9(06) VALUE ZEROS.
000790       77  QTD-PERIODOS            PIC 9(03) COMP VALUE ZEROS.
000800*
000810*    DIAS DO PERIODO EM MANUTENCAO. O ABONO PECUNIARIO E DE
000820*    NO MAXIMO UM TERCO DO DIREITO E O GOZO DE CADA PARCELA
000830*    TEM NO MINIMO CINCO DIAS.
000840*
000850       77  DIAS-GOZO-MINIMO        PIC 9(02) VALUE 05.
000860       77  DIAS-DIREITO-MAXIMO     PIC 9(02) VALUE 30.
000870       77  SALDO-DIAS              PIC S9(03) VALUE ZEROS.
000880       77  DIAS-USADOS             PIC 9(03) VALUE ZEROS.
000890       77  ABONO-MAXIMO            PIC 9(02) VALUE ZEROS.
000900       77  NOVO-DIREITO            PIC 9(02) VALUE ZEROS.
000910       77  NOVO-INICIO-GOZO        PIC 9(08) VALUE ZEROS.
000920       77  NOVO-DIAS-GOZO          PIC 9(02) VALUE ZEROS.
000930       77  NOVO-DIAS-ABONO         PIC 9(02) VALUE ZEROS.
000940       01  DATA-VALIDAR.
000950           05  ANO-VALIDAR         PIC 9(04).
000960           05  MES-VALIDAR         PIC 9(02).
000970           05  DIA-VALIDAR         PIC 9(02).
000980       01  DATA-VALIDAR-R REDEFINES DATA-VALIDAR
000990                                   PIC 9(08).
001000       01  TABELA-DIAS-MES-VALORES.
001010           05  FILLER              PIC X(24) VALUE
001020               "312931303130313130313031".
001030       01  TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES-VALORES.
001040           05  TDM-DIAS            OCCURS 12 TIMES
001050                                   PIC 9(02).
001060       77  MASC-DIAS               PIC Z9.
001070       77  MASC-SALDO              PIC -Z9.
001080
001090       PROCEDURE DIVISION.
001100*
001110*    ==================================================
001120*    0000-MAINLINE
001130*    APRESENTA O MENU DE MANUTENCAO DAS FERIAS ATE O
001140*    OPERADOR ESCOLHER ENCERRAR. OS PERIODOS SAO ABERTOS
001150*    PELO APURA-FERIAS.
001160*    ==================================================
001170       0000-MAINLINE.
001180           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
001190           OPEN I-O PERIODO-FERIAS.
001200           IF FS-FERIAS NOT = "00"
001210               DISPLAY "ERRO AO ABRIR OS PERIODOS FERIASPA - "
001220                   "FILE STATUS " FS-FERIAS
001230               DISPLAY "EXECUTE O APURA-FERIAS PARA ABRIR OS "
001240                   "PERIODOS ANTES DE PROGRAMAR AS FERIAS."
001250               STOP RUN
001260           END-IF.
001270
001280           OPEN INPUT EMPLOYEE-MASTER.
001290           IF FS-EMPLOYEE NOT = "00"
001300               DISPLAY "ERRO AO ABRIR O CADASTRO EMPLOYEE-MASTER"
001310                   " - FILE STATUS " FS-EMPLOYEE
001320               DISPLAY "EXECUTE O EMPREG-MANUT PARA CARREGAR O "
001330                   "CADASTRO ANTES DE PROGRAMAR AS FERIAS."
001340               STOP RUN
001350           END-IF.
001360
001370           PERFORM 1000-PROCESSAR-MENU THRU 1000-EXIT
001380               UNTIL OPCAO-SAIR.
001390
001400           CLOSE PERIODO-FERIAS, EMPLOYEE-MASTER.
001410           STOP RUN.
001420*
001430*    --------------------------------------------------
001440*    1000-PROCESSAR-MENU
001450*    LE A OPCAO DO OPERADOR E CHAMA A ROTINA CORRESPON-
001460*    DENTE DE MANUTENCAO DOS PERIODOS.
001470*    --------------------------------------------------
001480       1000-PROCESSAR-MENU.
001490           DISPLAY " ".
001500           DISPLAY "MANUTENCAO DAS FERIAS".
001510           DISPLAY "1 - PROGRAMAR FERIAS".
001520           DISPLAY "2 - CANCELAR PROGRAMACAO".
001530           DISPLAY "3 - AJUSTAR DIAS DE DIREITO DO PERIODO".
001540           DISPLAY "4 - CONSULTAR PERIODOS DO FUNCIONARIO".
001550           DISPLAY "5 - SAIR".
001560           DISPLAY "DIGITE A OPCAO: ".
001570           ACCEPT OPCAO-MENU.
001580
001590           EVALUATE TRUE
001600               WHEN OPCAO-PROGRAMAR
001610                   PERFORM 2000-PROGRAMAR-FERIAS THRU 2000-EXIT
001620               WHEN OPCAO-CANCELAR
001630                   PERFORM 3000-CANCELAR-PROGRAMACAO
001640                       THRU 3000-EXIT
001650               WHEN OPCAO-AJUSTAR
001660                   PERFORM 4000-AJUSTAR-DIREITO THRU 4000-EXIT
001670               WHEN OPCAO-CONSULTAR
001680                   PERFORM 5000-CONSULTAR-PERIODOS THRU 5000-EXIT
001690               WHEN OPCAO-SAIR
001700                   CONTINUE
001710               WHEN OTHER
001720                   DISPLAY "OPCAO INVALIDA."
001730           END-EVALUATE.
001740       1000-EXIT.
001750           EXIT.
001760*
001770*    --------------------------------------------------
001780*    2000-PROGRAMAR-FERIAS
001790*    PROGRAMA O GOZO E O ABONO NO PERIODO MAIS ANTIGO
001800*    DO FUNCIONARIO QUE AINDA TEM SALDO E NAO ESTA
001810*    PROGRAMADO. A PROGRAMACAO SO E GRAVADA SE TODOS OS
001820*    CAMPOS ESTIVEREM VALIDOS. O SALDO QUE SOBRAR DEPOIS
001830*    DO PAGAMENTO PODE SER PROGRAMADO DE NOVO.
001840*    --------------------------------------------------
001850       2000-PROGRAMAR-FERIAS.
001860           DISPLAY "MATRICULA DO FUNCIONARIO: ".
001870           ACCEPT MATRICULA-PROCURADA.
001880           PERFORM 6000-CONFERIR-FUNCIONARIO THRU 6000-EXIT.
001890           IF CADASTRO-INVALIDO
001900               DISPLAY "PROGRAMACAO RECUSADA: " MOTIVO-CRITICA
001910               GO TO 2000-EXIT
001920           END-IF.
001930
001940           SET PROCURA-A-PROGRAMAR TO TRUE.
001950           PERFORM 7000-PROCURAR-PERIODO THRU 7000-EXIT.
001960           IF NAO-ACHOU
001970               IF QTD-PERIODOS = ZEROS
001980                   DISPLAY "FUNCIONARIO SEM PERIODO AQUISITIVO - "
001990                       "EXECUTE O APURA-FERIAS."
002000               ELSE
002010                   DISPLAY "NENHUM PERIODO COM SALDO LIVRE PARA "
002020                       "PROGRAMAR."
002030               END-IF
002040               GO TO 2000-EXIT
002050           END-IF.
002060
002070           PERFORM 5200-EXIBIR-PERIODO THRU 5200-EXIT.
002080           DISPLAY "INICIO DO GOZO (AAAAMMDD): ".
002090           ACCEPT NOVO-INICIO-GOZO.
002100           DISPLAY "DIAS DE GOZO: ".
002110           ACCEPT NOVO-DIAS-GOZO.
002120           DISPLAY "DIAS DE ABONO PECUNIARIO (ZEROS SE NAO "
002130               "VENDER): ".
002140           ACCEPT NOVO-DIAS-ABONO.
002150           PERFORM 2100-CONSISTIR-PROGRAMACAO THRU 2100-EXIT.
002160
002170           IF CADASTRO-INVALIDO
002180               DISPLAY "PROGRAMACAO RECUSADA: " MOTIVO-CRITICA
002190               GO TO 2000-EXIT
002200           END-IF.
002210
002220           IF NOVO-INICIO-GOZO > PER-LIMITE-CONCESSAO
002230               DISPLAY "ATENCAO - INICIO DEPOIS DO LIMITE DO "
002240                   "PERIODO CONCESSIVO " PER-LIMITE-CONCESSAO
002250                   ": AS FERIAS SERAO PAGAS EM DOBRO."
002260           END-IF.
002270           DISPLAY "CONFIRMA A PROGRAMACAO (S/N)? ".
002280           ACCEPT CONFIRMACAO.
002290           IF CONFIRMACAO NOT = "S"
002300               DISPLAY "PROGRAMACAO NAO GRAVADA."
002310               GO TO 2000-EXIT
002320           END-IF.
002330
002340           MOVE NOVO-INICIO-GOZO TO PER-PROG-INICIO.
002350           MOVE NOVO-DIAS-GOZO   TO PER-PROG-DIAS-GOZO.
002360           MOVE NOVO-DIAS-ABONO  TO PER-PROG-DIAS-ABONO.
002370           MOVE DATA-HOJE        TO PER-DATA-ATUALIZACAO.
002380           REWRITE REG-PERIODO-FERIAS
002390               INVALID KEY
002400                   DISPLAY "ERRO AO REGRAVAR O PERIODO."
002410               NOT INVALID KEY
002420                   DISPLAY "FERIAS PROGRAMADAS COM SUCESSO."
002430           END-REWRITE.
002440       2000-EXIT.
002450           EXIT.
002460*
002470*    --------------------------------------------------
002480*    2100-CONSISTIR-PROGRAMACAO
002490*    CONFERE A PROGRAMACAO CONTRA O PERIODO EM MEMORIA:
002500*    DATA VALIDA DEPOIS DO FIM DO PERIODO AQUISITIVO,
002510*    GOZO MINIMO, ABONO ATE UM TERCO DO DIREITO (SOMADO
002520*    AO JA VENDIDO) E GOZO MAIS ABONO DENTRO DO SALDO.
002530*    --------------------------------------------------
002540       2100-CONSISTIR-PROGRAMACAO.
002550           SET CADASTRO-VALIDO TO TRUE.
002560           MOVE SPACES TO MOTIVO-CRITICA.
002570
002580           IF NOVO-INICIO-GOZO NOT NUMERIC
002590               SET CADASTRO-INVALIDO TO TRUE
002600               MOVE "INICIO DO GOZO NAO NUMERICO"
002610                   TO MOTIVO-CRITICA
002620               GO TO 2100-EXIT
002630           END-IF.
002640           MOVE NOVO-INICIO-GOZO TO DATA-VALIDAR-R.
002650           IF MES-VALIDAR < 01 OR MES-VALIDAR > 12
002660               SET CADASTRO-INVALIDO TO TRUE
002670               MOVE "MES DO INICIO DO GOZO INVALIDO"
002680                   TO MOTIVO-CRITICA
002690               GO TO 2100-EXIT
002700           END-IF.
002710           IF DIA-VALIDAR < 01
002720               OR DIA-VALIDAR > TDM-DIAS (MES-VALIDAR)
002730               SET CADASTRO-INVALIDO TO TRUE
002740               MOVE "DIA DO INICIO DO GOZO INVALIDO"
002750                   TO MOTIVO-CRITICA
002760               GO TO 2100-EXIT
002770           END-IF.
002780           IF NOVO-INICIO-GOZO NOT > PER-FIM-AQUIS
002790               SET CADASTRO-INVALIDO TO TRUE
002800               MOVE "GOZO ANTES DO FIM DO PERIODO AQUISITIVO"
002810                   TO MOTIVO-CRITICA
002820               GO TO 2100-EXIT
002830           END-IF.
002840
002850           IF NOVO-DIAS-GOZO NOT NUMERIC
002860               OR NOVO-DIAS-GOZO < DIAS-GOZO-MINIMO
002870               SET CADASTRO-INVALIDO TO TRUE
002880               MOVE "GOZO DEVE TER NO MINIMO 5 DIAS"
002890                   TO MOTIVO-CRITICA
002900               GO TO 2100-EXIT
002910           END-IF.
002920
002930           IF NOVO-DIAS-ABONO NOT NUMERIC
002940               SET CADASTRO-INVALIDO TO TRUE
002950               MOVE "DIAS DE ABONO NAO NUMERICOS"
002960                   TO MOTIVO-CRITICA
002970               GO TO 2100-EXIT
002980           END-IF.
002990           DIVIDE PER-DIAS-DIREITO BY 3 GIVING ABONO-MAXIMO.
003000           IF PER-DIAS-ABONO + NOVO-DIAS-ABONO > ABONO-MAXIMO
003010               SET CADASTRO-INVALIDO TO TRUE
003020               MOVE "ABONO ACIMA DE UM TERCO DO DIREITO"
003030                   TO MOTIVO-CRITICA
003040               GO TO 2100-EXIT
003050           END-IF.
003060
003070           IF NOVO-DIAS-GOZO + NOVO-DIAS-ABONO > SALDO-DIAS
003080               SET CADASTRO-INVALIDO TO TRUE
003090               MOVE "GOZO MAIS ABONO ACIMA DO SALDO DO PERIODO"
003100                   TO MOTIVO-CRITICA
003110               GO TO 2100-EXIT
003120           END-IF.
003130       2100-EXIT.
003140           EXIT.
003150*
003160*    --------------------------------------------------
003170*    3000-CANCELAR-PROGRAMACAO
003180*    DESFAZ A PROGRAMACAO AINDA NAO PAGA DO FUNCIONARIO.
003190*    DEPOIS DO PAGAMENTO A PROGRAMACAO JA FOI BAIXADA E
003200*    SO O ESTORNO DA FOLHA DE FERIAS DEVOLVE OS DIAS.
003210*    --------------------------------------------------
003220       3000-CANCELAR-PROGRAMACAO.
003230           DISPLAY "MATRICULA DO FUNCIONARIO: ".
003240           ACCEPT MATRICULA-PROCURADA.
003250
003260           SET PROCURA-PROGRAMADO TO TRUE.
003270           PERFORM 7000-PROCURAR-PERIODO THRU 7000-EXIT.
003280           IF NAO-ACHOU
003290               DISPLAY "FUNCIONARIO SEM FERIAS PROGRAMADAS."
003300               GO TO 3000-EXIT
003310           END-IF.
003320
003330           PERFORM 5200-EXIBIR-PERIODO THRU 5200-EXIT.
003340           DISPLAY "CANCELAR A PROGRAMACAO INICIADA EM "
003350               PER-PROG-INICIO " (S/N)? ".
003360           ACCEPT CONFIRMACAO.
003370           IF CONFIRMACAO NOT = "S"
003380               DISPLAY "PROGRAMACAO MANTIDA."
003390               GO TO 3000-EXIT
003400           END-IF.
003410
003420           MOVE ZEROS TO PER-PROG-INICIO, PER-PROG-DIAS-GOZO,
003430               PER-PROG-DIAS-ABONO.
003440           MOVE DATA-HOJE TO PER-DATA-ATUALIZACAO.
003450           REWRITE REG-PERIODO-FERIAS
003460               INVALID KEY
003470                   DISPLAY "ERRO AO REGRAVAR O PERIODO."
003480               NOT INVALID KEY
003490                   DISPLAY "PROGRAMACAO CANCELADA COM SUCESSO."
003500           END-REWRITE.
003510       3000-EXIT.
003520           EXIT.
003530*
003540*    --------------------------------------------------
003550*    4000-AJUSTAR-DIREITO
003560*    ALTERA OS DIAS DE DIREITO DE UM PERIODO, REDUZIDOS
003570*    PELAS FALTAS INJUSTIFICADAS DO PERIODO AQUISITIVO.
003580*    O NOVO DIREITO NAO PASSA DE 30 NEM FICA ABAIXO DOS
003590*    DIAS JA GOZADOS, VENDIDOS, INDENIZADOS OU
003600*    PROGRAMADOS.
003610*    --------------------------------------------------
003620       4000-AJUSTAR-DIREITO.
003630           DISPLAY "MATRICULA DO FUNCIONARIO: ".
003640           ACCEPT PER-MATRICULA.
003650           DISPLAY "INICIO DO PERIODO AQUISITIVO (AAAAMMDD): ".
003660           ACCEPT PER-INICIO-AQUIS.
003670
003680           READ PERIODO-FERIAS
003690               INVALID KEY
003700                   DISPLAY "PERIODO NAO ENCONTRADO."
003710                   GO TO 4000-EXIT
003720           END-READ.
003730           IF PER-RESCINDIDO
003740               DISPLAY "PERIODO JA INDENIZADO NA RESCISAO."
003750               GO TO 4000-EXIT
003760           END-IF.
003770
003780           PERFORM 5200-EXIBIR-PERIODO THRU 5200-EXIT.
003790           DISPLAY "NOVOS DIAS DE DIREITO: ".
003800           ACCEPT NOVO-DIREITO.
003810
003820           COMPUTE DIAS-USADOS = PER-DIAS-GOZADOS + PER-DIAS-ABONO
003830               + PER-DIAS-INDENIZADOS + PER-PROG-DIAS-GOZO
003840               + PER-PROG-DIAS-ABONO.
003850           IF NOVO-DIREITO NOT NUMERIC
003860               OR NOVO-DIREITO > DIAS-DIREITO-MAXIMO
003870               DISPLAY "AJUSTE RECUSADO: DIREITO DEVE SER DE 00 "
003880                   "A 30 DIAS."
003890               GO TO 4000-EXIT
003900           END-IF.
003910           IF NOVO-DIREITO < DIAS-USADOS
003920               DISPLAY "AJUSTE RECUSADO: O PERIODO JA TEM "
003930                   DIAS-USADOS " DIAS USADOS OU PROGRAMADOS."
003940               GO TO 4000-EXIT
003950           END-IF.
003960
003970           MOVE NOVO-DIREITO TO PER-DIAS-DIREITO.
003980           IF NOVO-DIREITO = PER-DIAS-GOZADOS + PER-DIAS-ABONO
003990               + PER-DIAS-INDENIZADOS
004000               SET PER-QUITADO TO TRUE
004010           ELSE
004020               SET PER-ABERTO TO TRUE
004030           END-IF.
004040           MOVE DATA-HOJE TO PER-DATA-ATUALIZACAO.
004050           REWRITE REG-PERIODO-FERIAS
004060               INVALID KEY
004070                   DISPLAY "ERRO AO REGRAVAR O PERIODO."
004080               NOT INVALID KEY
004090                   DISPLAY "DIREITO DO PERIODO AJUSTADO COM "
004100                       "SUCESSO."
004110           END-REWRITE.
004120       4000-EXIT.
004130           EXIT.
004140*
004150*    --------------------------------------------------
004160*    5000-CONSULTAR-PERIODOS
004170*    LISTA TODOS OS PERIODOS DO FUNCIONARIO, DO MAIS
004180*    ANTIGO PARA O MAIS NOVO.
004190*    --------------------------------------------------
004200       5000-CONSULTAR-PERIODOS.
004210           DISPLAY "MATRICULA DO FUNCIONARIO: ".
004220           ACCEPT MATRICULA-PROCURADA.
004230           MOVE ZEROS TO QTD-PERIODOS.
004240           MOVE "N" TO IND-FIM-LISTAGEM.
004250           DISPLAY "INICIO   FIM      LIMITE   DI GZ AB IN SD "
004260               "PROGRAMADO GZ AB ST".
004270
004280           MOVE MATRICULA-PROCURADA TO PER-MATRICULA.
004290           MOVE ZEROS TO PER-INICIO-AQUIS.
004300           START PERIODO-FERIAS KEY IS NOT LESS THAN PER-CHAVE
004310               INVALID KEY
004320                   SET FIM-LISTAGEM TO TRUE
004330           END-START.
004340
004350           PERFORM 5100-LISTAR-UM-PERIODO THRU 5100-EXIT
004360               UNTIL FIM-LISTAGEM.
004370
004380           IF QTD-PERIODOS = ZEROS
004390               DISPLAY "FUNCIONARIO SEM PERIODO AQUISITIVO - "
004400                   "EXECUTE O APURA-FERIAS."
004410           END-IF.
004420       5000-EXIT.
004430           EXIT.
004440*
004450*    --------------------------------------------------
004460*    5100-LISTAR-UM-PERIODO
004470*    LE E EXIBE UM PERIODO DO FUNCIONARIO, NA ORDEM DA
004480*    CHAVE, ATE MUDAR A MATRICULA.
004490*    --------------------------------------------------
004500       5100-LISTAR-UM-PERIODO.
004510           READ PERIODO-FERIAS NEXT RECORD
004520               AT END
004530                   SET FIM-LISTAGEM TO TRUE
004540                   GO TO 5100-EXIT
004550           END-READ.
004560           IF PER-MATRICULA NOT = MATRICULA-PROCURADA
004570               SET FIM-LISTAGEM TO TRUE
004580               GO TO 5100-EXIT
004590           END-IF.
004600           ADD 1 TO QTD-PERIODOS.
004610           COMPUTE SALDO-DIAS = PER-DIAS-DIREITO
004620               - PER-DIAS-GOZADOS - PER-DIAS-ABONO
004630               - PER-DIAS-INDENIZADOS.
004640           MOVE SALDO-DIAS TO MASC-SALDO.
004650           DISPLAY PER-INICIO-AQUIS SPACE PER-FIM-AQUIS SPACE
004660               PER-LIMITE-CONCESSAO SPACE PER-DIAS-DIREITO SPACE
004670               PER-DIAS-GOZADOS SPACE PER-DIAS-ABONO SPACE
004680               PER-DIAS-INDENIZADOS MASC-SALDO SPACE
004690               PER-PROG-INICIO "   " PER-PROG-DIAS-GOZO SPACE
004700               PER-PROG-DIAS-ABONO SPACE PER-SITUACAO.
004710       5100-EXIT.
004720           EXIT.
004730*
004740*    --------------------------------------------------
004750*    5200-EXIBIR-PERIODO
004760*    MOSTRA AO OPERADOR O PERIODO EM MANUTENCAO E O SEU
004770*    SALDO.
004780*    --------------------------------------------------
004790       5200-EXIBIR-PERIODO.
004800           COMPUTE SALDO-DIAS = PER-DIAS-DIREITO
004810               - PER-DIAS-GOZADOS - PER-DIAS-ABONO
004820               - PER-DIAS-INDENIZADOS.
004830           MOVE SALDO-DIAS TO MASC-SALDO.
004840           DISPLAY "PERIODO AQUISITIVO " PER-INICIO-AQUIS " A "
004850               PER-FIM-AQUIS " - LIMITE " PER-LIMITE-CONCESSAO.
004860           MOVE PER-DIAS-DIREITO TO MASC-DIAS.
004870           DISPLAY "DIREITO " MASC-DIAS " DIAS - SALDO "
004880               MASC-SALDO " DIAS - SITUACAO " PER-SITUACAO.
004890           IF PER-PROG-INICIO NOT = ZEROS
004900               DISPLAY "PROGRAMADO: INICIO " PER-PROG-INICIO
004910                   " GOZO " PER-PROG-DIAS-GOZO
004920                   " ABONO " PER-PROG-DIAS-ABONO
004930           END-IF.
004940       5200-EXIT.
004950           EXIT.
004960*
004970*    --------------------------------------------------
004980*    6000-CONFERIR-FUNCIONARIO
004990*    SO PROGRAMA FERIAS PARA FUNCIONARIO CADASTRADO E
005000*    ATIVO.
005010*    --------------------------------------------------
005020       6000-CONFERIR-FUNCIONARIO.
005030           SET CADASTRO-VALIDO TO TRUE.
005040           MOVE SPACES TO MOTIVO-CRITICA.
005050           IF MATRICULA-PROCURADA NOT NUMERIC
005060               OR MATRICULA-PROCURADA = ZEROS
005070               SET CADASTRO-INVALIDO TO TRUE
005080               MOVE "MATRICULA ZERADA OU NAO NUMERICA"
005090                   TO MOTIVO-CRITICA
005100               GO TO 6000-EXIT
005110           END-IF.
005120           MOVE MATRICULA-PROCURADA TO FUNC-MATRICULA.
005130           READ EMPLOYEE-MASTER
005140               INVALID KEY
005150                   SET CADASTRO-INVALIDO TO TRUE
005160                   MOVE "MATRICULA SEM CADASTRO DE FUNCIONARIO"
005170                       TO MOTIVO-CRITICA
005180           END-READ.
005190           IF CADASTRO-INVALIDO
005200               GO TO 6000-EXIT
005210           END-IF.
005220           IF FUNC-DESLIGADO
005230               SET CADASTRO-INVALIDO TO TRUE
005240               MOVE "FUNCIONARIO DESLIGADO"
005250                   TO MOTIVO-CRITICA
005260           END-IF.
005270       6000-EXIT.
005280           EXIT.
005290*
005300*    --------------------------------------------------
005310*    7000-PROCURAR-PERIODO
005320*    PROCURA, NOS PERIODOS DA MATRICULA-PROCURADA EM
005330*    ORDEM DE INICIO, O PRIMEIRO QUE ATENDE AO CRITERIO:
005340*    EM ABERTO, COM SALDO E SEM PROGRAMACAO (PARA
005350*    PROGRAMAR) OU COM PROGRAMACAO (PARA CANCELAR). AO
005360*    ACHAR, O PERIODO FICA NA AREA DO REGISTRO.
005370*    --------------------------------------------------
005380       7000-PROCURAR-PERIODO.
005390           SET NAO-ACHOU TO TRUE.
005400           MOVE ZEROS TO QTD-PERIODOS.
005410           MOVE "N" TO IND-FIM-LISTAGEM.
005420           MOVE MATRICULA-PROCURADA TO PER-MATRICULA.
005430           MOVE ZEROS TO PER-INICIO-AQUIS.
005440           START PERIODO-FERIAS KEY IS NOT LESS THAN PER-CHAVE
005450               INVALID KEY
005460                   SET FIM-LISTAGEM TO TRUE
005470           END-START.
005480
005490           PERFORM 7010-TESTAR-PERIODO THRU 7010-EXIT
005500               UNTIL FIM-LISTAGEM OR ACHOU.
005510       7000-EXIT.
005520           EXIT.
005530*
005540*    --------------------------------------------------
005550*    7010-TESTAR-PERIODO
005560*    LE O PROXIMO PERIODO E TESTA O CRITERIO DA PROCURA.
005570*    --------------------------------------------------
005580       7010-TESTAR-PERIODO.
005590           READ PERIODO-FERIAS NEXT RECORD
005600               AT END
005610                   SET FIM-LISTAGEM TO TRUE
005620                   GO TO 7010-EXIT
005630           END-READ.
005640           IF PER-MATRICULA NOT = MATRICULA-PROCURADA
005650               SET FIM-LISTAGEM TO TRUE
005660               GO TO 7010-EXIT
005670           END-IF.
005680           ADD 1 TO QTD-PERIODOS.
005690           IF NOT PER-ABERTO
005700               GO TO 7010-EXIT
005710           END-IF.
005720           COMPUTE SALDO-DIAS = PER-DIAS-DIREITO
005730               - PER-DIAS-GOZADOS - PER-DIAS-ABONO
005740               - PER-DIAS-INDENIZADOS.
005750           IF PROCURA-A-PROGRAMAR
005760               IF SALDO-DIAS > ZEROS AND PER-PROG-INICIO = ZEROS
005770                   SET ACHOU TO TRUE
005780               END-IF
005790           ELSE
005800               IF PER-PROG-INICIO NOT = ZEROS
005810                   SET ACHOU TO TRUE
005820               END-IF
005830           END-IF.
005840       7010-EXIT.
005850           EXIT.
005860
005870       END PROGRAM FERIAS-MANUT.
