000010       Identification Division.
000020       Program-Id.              APURA-FERIAS.
000030       Author.                  EQUIPE DE MANUTENCAO IFSP CBT.
000040       Installation             IFSP CBT.
000050       Date-Written             15/10/2026.
000060       Date-Compiled            .
000070       Security                 ABERTURA DOS PERIODOS AQUISITIVOS
000080                                DE FERIAS E RELATORIO MENSAL DOS
000090                                PERIODOS VENCIDOS, A VENCER OU
000100                                COM SALDO SEM PROGRAMACAO.
000110*
000120*    HISTORICO DE ALTERACOES
000130*    DATA       AUTOR   DESCRICAO
000140*    15/10/2026 MSL     VERSAO ORIGINAL - DADA A COMPETENCIA DE
000150*                       REFERENCIA, ABRE NO ARQUIVO FERIASPA OS
000160*                       PERIODOS AQUISITIVOS QUE FALTAM PARA CADA
000170*                       FUNCIONARIO ATIVO, UM POR ANIVERSARIO DA
000180*                       ADMISSAO ATE A DATA DE REFERENCIA, COM 30
000190*                       DIAS DE DIREITO E O LIMITE DO PERIODO
000200*                       CONCESSIVO; E EMITE O RELATORIO FERIAREL
000210*                       DOS PERIODOS COMPLETOS COM SALDO: VENCIDOS
000220*                       (PAGAMENTO EM DOBRO), A VENCER DENTRO DOS
000230*                       DIAS DE ANTECEDENCIA INFORMADOS, COM SALDO
000240*                       SEM PROGRAMACAO OU PROGRAMADOS PARA DEPOIS
000250*                       DO LIMITE. ISTO SUBSTITUI A PLANILHA DE
000260*                       CONTROLE DAS FERIAS DO DEPARTAMENTO
000270*                       PESSOAL.
000280*
000290       Environment DIVISION.
000300       Configuration Section.
000310       SOURCE-COMPUTER.         MEU PC.
000320       OBJECT-COMPUTER.         MEU PC.
000330       SPECIAL-NAMES.
000340           DECIMAL-POINT Is COMMA.
000350
000360       INPUT-OUTPUT SECTION.
000370       FILE-CONTROL.
000380           SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPFOLHA"
000390               ORGANIZATION IS INDEXED
000400               ACCESS MODE IS DYNAMIC
000410               RECORD KEY IS FUNC-MATRICULA
000420               FILE STATUS IS FS-EMPLOYEE.
000430
000440           SELECT PERIODO-FERIAS   ASSIGN TO "FERIASPA"
000450               ORGANIZATION IS INDEXED
000460               ACCESS MODE IS DYNAMIC
000470               RECORD KEY IS PER-CHAVE
000480               FILE STATUS IS FS-FERIAS.
000490
000500           SELECT REL-FERIAS       ASSIGN TO "FERIAREL"
000510               ORGANIZATION IS LINE SEQUENTIAL.
000520
000530       Data Division.
000540       FILE SECTION.
000550       FD  EMPLOYEE-MASTER
000560           LABEL RECORD IS STANDARD.
000570       COPY "CB-EMPLOY.cpy".
000580
000590       FD  PERIODO-FERIAS
000600           LABEL RECORD IS STANDARD.
000610       COPY "CB-FERIAS.cpy".
000620
000630       FD  REL-FERIAS
000640           LABEL RECORD IS STANDARD.
000650       01  LINHA-FERIAS            PIC X(120).
000660
000670       WORKING-STORAGE SECTION.
000680*
000690*    AREA DE CONTROLE DO PROCESSAMENTO
000700*
000710       77  FS-EMPLOYEE             PIC X(02) VALUE "00".
000720       77  FS-FERIAS               PIC X(02) VALUE "00".
000730       77  IND-FIM-FUNCIONARIO     PIC X(01) VALUE "N".
000740           88  FIM-FUNCIONARIO         VALUE "S".
000750       77  IND-FIM-PERIODO         PIC X(01) VALUE "N".
000760           88  FIM-PERIODO             VALUE "S".
000770       77  IND-FIM-ABERTURA        PIC X(01) VALUE "N".
000780           88  FIM-ABERTURA            VALUE "S".
000790       77  IND-BISSEXTO            PIC X(01) VALUE "N".
000800           88  ANO-BISSEXTO            VALUE "S".
000810           88  ANO-COMUM               VALUE "N".
000820       77  DATA-HOJE               PIC 9(08) VALUE ZEROS.
000830       77  CONFIRMACAO             PIC X(01) VALUE SPACES.
000840*
000850*    PARAMETROS DA EXECUCAO. A DATA DE REFERENCIA E O ULTIMO
000860*    DIA DA COMPETENCIA INFORMADA. A ANTECEDENCIA E CONTADA EM
000870*    MES COMERCIAL DE 30 DIAS, COMO NA RESCISAO DA FOLHA.
000880*
000890       77  COMPETENCIA-REFERENCIA  PIC 9(06) VALUE ZEROS.
000900       77  MES-VALIDAR             PIC 9(02) VALUE ZEROS.
000910       77  DATA-REFERENCIA         PIC 9(08) VALUE ZEROS.
000920       77  DIAS-ANTECEDENCIA       PIC 9(03) VALUE ZEROS.
000930       77  DIAS-ANTECEDENCIA-PADRAO PIC 9(03) VALUE 060.
000940       77  DIAS-DIREITO-INTEGRAL   PIC 9(02) VALUE 30.
000950*
000960*    AREA DE CALCULO DAS DATAS DOS PERIODOS
000970*
000980       77  ANO-PERIODO             PIC 9(04) VALUE ZEROS.
000990       77  INICIO-PERIODO          PIC 9(08) VALUE ZEROS.
001000       77  FIM-PERIODO-AQUIS       PIC 9(08) VALUE ZEROS.
001010       77  LIMITE-PERIODO          PIC 9(08) VALUE ZEROS.
001020       77  QUOCIENTE               PIC 9(04) COMP VALUE ZEROS.
001030       77  RESTO-DIVISAO           PIC 9(04) COMP VALUE ZEROS.
001040       77  DIA-CORRIDO-REFERENCIA  PIC 9(08) COMP VALUE ZEROS.
001050       77  DIA-CORRIDO-LIMITE      PIC 9(08) COMP VALUE ZEROS.
001060       77  DIA-CORRIDO-CALCULO     PIC 9(08) COMP VALUE ZEROS.
001070       77  DIAS-ATE-LIMITE         PIC S9(08) COMP VALUE ZEROS.
001080       77  DIA-COMERCIAL           PIC 9(02) VALUE ZEROS.
001090       01  DATA-CALCULO.
001100           05  ANO-CALCULO         PIC 9(04).
001110           05  MES-CALCULO         PIC 9(02).
001120           05  DIA-CALCULO         PIC 9(02).
001130       01  DATA-CALCULO-R REDEFINES DATA-CALCULO
001140                                   PIC 9(08).
001150       01  TABELA-DIAS-MES-VALORES.
001160           05  FILLER              PIC X(24) VALUE
001170               "312831303130313130313031".
001180       01  TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES-VALORES.
001190           05  TDM-DIAS            OCCURS 12 TIMES
001200                                   PIC 9(02).
001210       01  DATA-EDITADA.
001220           05  DE-DIA              PIC 9(02).
001230           05  FILLER              PIC X(01) VALUE "/".
001240           05  DE-MES              PIC 9(02).
001250           05  FILLER              PIC X(01) VALUE "/".
001260           05  DE-ANO              PIC 9(04).
001270*
001280*    SALDO DO PERIODO LIDO E DIAS AINDA SEM PROGRAMACAO
001290*
001300       77  SALDO-DIAS              PIC S9(03) VALUE ZEROS.
001310       77  DIAS-PROGRAMADOS        PIC 9(03) VALUE ZEROS.
001320       77  DIAS-SEM-PROGRAMACAO    PIC S9(03) VALUE ZEROS.
001330       77  SITUACAO-PERIODO        PIC 9(01) VALUE ZEROS.
001340           88  PERIODO-SEM-AVISO       VALUE 0.
001350           88  PERIODO-VENCIDO         VALUE 1.
001360           88  PERIODO-A-VENCER        VALUE 2.
001370           88  PERIODO-SEM-PROGRAMACAO VALUE 3.
001380           88  PERIODO-APOS-LIMITE     VALUE 4.
001390*
001400*    CONTADORES E TOTAIS DO PROCESSAMENTO
001410*
001420       77  QTD-FUNC-LIDOS          PIC 9(05) COMP VALUE ZEROS.
001430       77  QTD-SEM-ADMISSAO        PIC 9(05) COMP VALUE ZEROS.
001440       77  QTD-PERIODOS-ABERTOS    PIC 9(05) COMP VALUE ZEROS.
001450       77  QTD-VENCIDOS            PIC 9(05) COMP VALUE ZEROS.
001460       77  QTD-A-VENCER            PIC 9(05) COMP VALUE ZEROS.
001470       77  QTD-SEM-PROGRAMACAO     PIC 9(05) COMP VALUE ZEROS.
001480       77  QTD-APOS-LIMITE         PIC 9(05) COMP VALUE ZEROS.
001490       77  DIAS-VENCIDOS           PIC 9(07) COMP VALUE ZEROS.
001500*
001510*    LINHAS DE IMPRESSAO DO RELATORIO DOS PERIODOS
001520*
001530       01  RF-CABECALHO-1.
001540           05  FILLER              PIC X(45) VALUE
001550               "CONTROLE DOS PERIODOS AQUISITIVOS DE FERIAS".
001560       01  RF-CABECALHO-2.
001570           05  FILLER              PIC X(18) VALUE
001580               "DATA REFERENCIA: ".
001590           05  RC-REFERENCIA       PIC X(10).
001600           05  FILLER              PIC X(18) VALUE
001610               "  ANTECEDENCIA: ".
001620           05  RC-ANTECEDENCIA     PIC ZZ9.
001630           05  FILLER              PIC X(05) VALUE " DIAS".
001640       01  RF-CAB-COLUNAS.
001650           05  FILLER              PIC X(40) VALUE
001660               "MATRIC NOME                      INICIO ".
001670           05  FILLER              PIC X(40) VALUE
001680               "AQ. FIM AQUIS. LIM.CONCES DI  SD  PROGRA".
001690           05  FILLER              PIC X(14) VALUE
001700               "MADO SITUACAO".
001710       01  RF-DETALHE.
001720           05  RD-MATRICULA        PIC 9(06).
001730           05  FILLER              PIC X(01) VALUE SPACES.
001740           05  RD-NOME             PIC X(25).
001750           05  FILLER              PIC X(01) VALUE SPACES.
001760           05  RD-INICIO-AQUIS     PIC X(10).
001770           05  FILLER              PIC X(01) VALUE SPACES.
001780           05  RD-FIM-AQUIS        PIC X(10).
001790           05  FILLER              PIC X(01) VALUE SPACES.
001800           05  RD-LIMITE           PIC X(10).
001810           05  FILLER              PIC X(01) VALUE SPACES.
001820           05  RD-DIREITO          PIC Z9.
001830           05  FILLER              PIC X(02) VALUE SPACES.
001840           05  RD-SALDO            PIC Z9.
001850           05  FILLER              PIC X(02) VALUE SPACES.
001860           05  RD-PROGRAMACAO      PIC X(10).
001870           05  FILLER              PIC X(01) VALUE SPACES.
001880           05  RD-SITUACAO         PIC X(28).
001890       01  RF-LINHA-QTD.
001900           05  RQ-DESCRICAO        PIC X(45).
001910           05  RQ-QUANTIDADE       PIC ZZ.ZZ9.
001920       01  RF-SEM-PERIODO.
001930           05  FILLER              PIC X(29) VALUE
001940               "NENHUM PERIODO VENCIDO, A VEN".
001950           05  FILLER              PIC X(24) VALUE
001960               "CER OU SEM PROGRAMACAO".
001970       01  RF-LINHA-BRANCO         PIC X(01) VALUE SPACES.
001980
001990       PROCEDURE DIVISION.
002000*
002010*    ==================================================
002020*    0000-MAINLINE
002030*    ROTINA PRINCIPAL - ABRE OS PERIODOS QUE FALTAM E
002040*    EMITE O RELATORIO DE ACOMPANHAMENTO.
002050*    ==================================================
002060       0000-MAINLINE.
002070           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002080
002090           PERFORM 2000-ABRIR-PERIODOS THRU 2000-EXIT
002100               UNTIL FIM-FUNCIONARIO.
002110
002120           PERFORM 3000-EMITIR-RELATORIO THRU 3000-EXIT.
002130
002140           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
002150
002160           STOP RUN.
002170*
002180*    --------------------------------------------------
002190*    1000-INICIALIZAR
002200*    RECEBE A COMPETENCIA DE REFERENCIA E OS DIAS DE
002210*    ANTECEDENCIA DO AVISO, MONTA A DATA DE REFERENCIA E
002220*    ABRE OS ARQUIVOS. O ARQUIVO DE PERIODOS E CRIADO NA
002230*    PRIMEIRA EXECUCAO.
002240*    --------------------------------------------------
002250       1000-INICIALIZAR.
002260           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
002270           DISPLAY "COMPETENCIA DE REFERENCIA (AAAAMM): ".
002280           ACCEPT COMPETENCIA-REFERENCIA.
002290           MOVE COMPETENCIA-REFERENCIA (5:2) TO MES-VALIDAR.
002300           IF COMPETENCIA-REFERENCIA NOT NUMERIC
002310               OR MES-VALIDAR < 01 OR MES-VALIDAR > 12
002320               DISPLAY "COMPETENCIA DE REFERENCIA INVALIDA."
002330               STOP RUN
002340           END-IF.
002350           DISPLAY "DIAS DE ANTECEDENCIA PARA O AVISO DOS "
002360               "PERIODOS A VENCER (EX.: 060): ".
002370           ACCEPT DIAS-ANTECEDENCIA.
002380           IF DIAS-ANTECEDENCIA NOT NUMERIC
002390               OR DIAS-ANTECEDENCIA = ZEROS
002400               MOVE DIAS-ANTECEDENCIA-PADRAO TO DIAS-ANTECEDENCIA
002410           END-IF.
002420
002430           MOVE COMPETENCIA-REFERENCIA (1:4) TO ANO-CALCULO.
002440           MOVE MES-VALIDAR TO MES-CALCULO.
002450           PERFORM 7000-CONFERIR-BISSEXTO THRU 7000-EXIT.
002460           PERFORM 7100-ULTIMO-DIA-MES THRU 7100-EXIT.
002470           MOVE DATA-CALCULO-R TO DATA-REFERENCIA.
002480           PERFORM 7500-CALCULAR-DIA-CORRIDO THRU 7500-EXIT.
002490           MOVE DIA-CORRIDO-CALCULO TO DIA-CORRIDO-REFERENCIA.
002500
002510           DISPLAY "ABRIR OS PERIODOS AQUISITIVOS ATE "
002520               DATA-REFERENCIA " E EMITIR O RELATORIO (S/N)? ".
002530           ACCEPT CONFIRMACAO.
002540           IF CONFIRMACAO NOT = "S"
002550               DISPLAY "APURACAO CANCELADA PELO OPERADOR."
002560               STOP RUN
002570           END-IF.
002580
002590           OPEN INPUT EMPLOYEE-MASTER.
002600           IF FS-EMPLOYEE NOT = "00"
002610               DISPLAY "ERRO AO ABRIR O CADASTRO EMPLOYEE-MASTER"
002620                   " - FILE STATUS " FS-EMPLOYEE
002630               STOP RUN
002640           END-IF.
002650
002660           OPEN I-O PERIODO-FERIAS.
002670           IF FS-FERIAS = "35"
002680               OPEN OUTPUT PERIODO-FERIAS
002690               CLOSE PERIODO-FERIAS
002700               OPEN I-O PERIODO-FERIAS
002710           END-IF.
002720           IF FS-FERIAS NOT = "00"
002730               DISPLAY "ERRO AO ABRIR OS PERIODOS FERIASPA - "
002740                   "FILE STATUS " FS-FERIAS
002750               STOP RUN
002760           END-IF.
002770
002780           OPEN OUTPUT REL-FERIAS.
002790           WRITE LINHA-FERIAS FROM RF-CABECALHO-1.
002800           MOVE DATA-REFERENCIA TO DATA-CALCULO-R.
002810           PERFORM 7400-EDITAR-DATA THRU 7400-EXIT.
002820           MOVE DATA-EDITADA TO RC-REFERENCIA.
002830           MOVE DIAS-ANTECEDENCIA TO RC-ANTECEDENCIA.
002840           WRITE LINHA-FERIAS FROM RF-CABECALHO-2.
002850           WRITE LINHA-FERIAS FROM RF-LINHA-BRANCO.
002860
002870           PERFORM 1100-LER-FUNCIONARIO THRU 1100-EXIT.
002880       1000-EXIT.
002890           EXIT.
002900*
002910*    --------------------------------------------------
002920*    1100-LER-FUNCIONARIO
002930*    LE O PROXIMO FUNCIONARIO DO CADASTRO.
002940*    --------------------------------------------------
002950       1100-LER-FUNCIONARIO.
002960           READ EMPLOYEE-MASTER NEXT RECORD
002970               AT END
002980                   SET FIM-FUNCIONARIO TO TRUE
002990           END-READ.
003000       1100-EXIT.
003010           EXIT.
003020*
003030*    ==================================================
003040*    2000-ABRIR-PERIODOS
003050*    ABRE OS PERIODOS AQUISITIVOS QUE FALTAM PARA O
003060*    FUNCIONARIO CORRENTE, DO ANO DA ADMISSAO ATE O
003070*    PERIODO QUE CONTEM A DATA DE REFERENCIA. O
003080*    DESLIGADO NAO GANHA PERIODO NOVO - OS SEUS SAO
003090*    BAIXADOS PELA RESCISAO.
003100*    ==================================================
003110       2000-ABRIR-PERIODOS.
003120           ADD 1 TO QTD-FUNC-LIDOS.
003130           IF FUNC-DESLIGADO
003140               GO TO 2000-LER
003150           END-IF.
003160           IF FUNC-DATA-ADMISSAO NOT NUMERIC
003170               OR FUNC-DATA-ADMISSAO = ZEROS
003180               ADD 1 TO QTD-SEM-ADMISSAO
003190               DISPLAY "FUNCIONARIO " FUNC-MATRICULA
003200                   " SEM DATA DE ADMISSAO - PERIODOS NAO ABERTOS."
003210               GO TO 2000-LER
003220           END-IF.
003230
003240           MOVE "N" TO IND-FIM-ABERTURA.
003250           PERFORM 2100-ABRIR-UM-PERIODO THRU 2100-EXIT
003260               VARYING ANO-PERIODO FROM FUNC-ADMIS-ANO BY 1
003270               UNTIL FIM-ABERTURA.
003280       2000-LER.
003290           PERFORM 1100-LER-FUNCIONARIO THRU 1100-EXIT.
003300       2000-EXIT.
003310           EXIT.
003320*
003330*    --------------------------------------------------
003340*    2100-ABRIR-UM-PERIODO
003350*    MONTA O PERIODO QUE COMECA NO ANIVERSARIO DA
003360*    ADMISSAO DO ANO CORRENTE DO PERCURSO E O GRAVA SE
003370*    AINDA NAO EXISTE. O FIM E A VESPERA DO ANIVERSARIO
003380*    SEGUINTE E O LIMITE DO PERIODO CONCESSIVO E DOZE
003390*    MESES DEPOIS DO FIM. ADMISSAO EM 29/02 FAZ
003400*    ANIVERSARIO EM 01/03 NOS ANOS COMUNS.
003410*    --------------------------------------------------
003420       2100-ABRIR-UM-PERIODO.
003430           MOVE ANO-PERIODO    TO ANO-CALCULO.
003440           MOVE FUNC-ADMIS-MES TO MES-CALCULO.
003450           MOVE FUNC-ADMIS-DIA TO DIA-CALCULO.
003460           PERFORM 7200-AJUSTAR-ANIVERSARIO THRU 7200-EXIT.
003470           MOVE DATA-CALCULO-R TO INICIO-PERIODO.
003480           IF INICIO-PERIODO > DATA-REFERENCIA
003490               SET FIM-ABERTURA TO TRUE
003500               GO TO 2100-EXIT
003510           END-IF.
003520
003530           COMPUTE ANO-CALCULO = ANO-PERIODO + 1.
003540           MOVE FUNC-ADMIS-MES TO MES-CALCULO.
003550           MOVE FUNC-ADMIS-DIA TO DIA-CALCULO.
003560           PERFORM 7200-AJUSTAR-ANIVERSARIO THRU 7200-EXIT.
003570           PERFORM 7300-VESPERA THRU 7300-EXIT.
003580           MOVE DATA-CALCULO-R TO FIM-PERIODO-AQUIS.
003590
003600           ADD 1 TO ANO-CALCULO.
003610           IF MES-CALCULO = 02 AND DIA-CALCULO = 29
003620               PERFORM 7000-CONFERIR-BISSEXTO THRU 7000-EXIT
003630               IF ANO-COMUM
003640                   MOVE 28 TO DIA-CALCULO
003650               END-IF
003660           END-IF.
003670           MOVE DATA-CALCULO-R TO LIMITE-PERIODO.
003680
003690           MOVE FUNC-MATRICULA TO PER-MATRICULA.
003700           MOVE INICIO-PERIODO TO PER-INICIO-AQUIS.
003710           READ PERIODO-FERIAS
003720               INVALID KEY
003730                   PERFORM 2110-GRAVAR-PERIODO THRU 2110-EXIT
003740           END-READ.
003750       2100-EXIT.
003760           EXIT.
003770*
003780*    --------------------------------------------------
003790*    2110-GRAVAR-PERIODO
003800*    GRAVA O PERIODO NOVO COM O DIREITO INTEGRAL, SEM
003810*    DIAS USADOS E SEM PROGRAMACAO.
003820*    --------------------------------------------------
003830       2110-GRAVAR-PERIODO.
003840           MOVE FUNC-MATRICULA        TO PER-MATRICULA.
003850           MOVE INICIO-PERIODO        TO PER-INICIO-AQUIS.
003860           MOVE FIM-PERIODO-AQUIS     TO PER-FIM-AQUIS.
003870           MOVE LIMITE-PERIODO        TO PER-LIMITE-CONCESSAO.
003880           MOVE DIAS-DIREITO-INTEGRAL TO PER-DIAS-DIREITO.
003890           MOVE ZEROS TO PER-DIAS-GOZADOS, PER-DIAS-ABONO,
003900               PER-DIAS-INDENIZADOS, PER-PROG-INICIO,
003910               PER-PROG-DIAS-GOZO, PER-PROG-DIAS-ABONO,
003920               PER-ULT-COMPET-PAGTO.
003930           SET PER-ABERTO TO TRUE.
003940           MOVE DATA-HOJE TO PER-DATA-ATUALIZACAO.
003950           WRITE REG-PERIODO-FERIAS
003960               INVALID KEY
003970                   DISPLAY "ERRO AO GRAVAR O PERIODO " PER-CHAVE
003980                       " - FILE STATUS " FS-FERIAS
003990                   STOP RUN
004000           END-WRITE.
004010           ADD 1 TO QTD-PERIODOS-ABERTOS.
004020       2110-EXIT.
004030           EXIT.
004040*
004050*    ==================================================
004060*    3000-EMITIR-RELATORIO
004070*    PERCORRE TODOS OS PERIODOS, NA ORDEM DE MATRICULA E
004080*    INICIO, E LISTA OS QUE PEDEM PROVIDENCIA.
004090*    ==================================================
004100       3000-EMITIR-RELATORIO.
004110           WRITE LINHA-FERIAS FROM RF-CAB-COLUNAS.
004120           MOVE LOW-VALUES TO PER-CHAVE.
004130           START PERIODO-FERIAS KEY IS GREATER THAN PER-CHAVE
004140               INVALID KEY
004150                   SET FIM-PERIODO TO TRUE
004160           END-START.
004170
004180           PERFORM 3100-EXAMINAR-PERIODO THRU 3100-EXIT
004190               UNTIL FIM-PERIODO.
004200
004210           IF QTD-VENCIDOS = ZEROS AND QTD-A-VENCER = ZEROS
004220               AND QTD-SEM-PROGRAMACAO = ZEROS
004230               AND QTD-APOS-LIMITE = ZEROS
004240               WRITE LINHA-FERIAS FROM RF-SEM-PERIODO
004250           END-IF.
004260       3000-EXIT.
004270           EXIT.
004280*
004290*    --------------------------------------------------
004300*    3100-EXAMINAR-PERIODO
004310*    LE UM PERIODO E, SE ESTA COMPLETO NA DATA DE
004320*    REFERENCIA, EM ABERTO E COM SALDO, CLASSIFICA:
004330*    PROGRAMADO PARA DEPOIS DO LIMITE; OU, PARA OS DIAS
004340*    AINDA SEM PROGRAMACAO, VENCIDO (LIMITE JA PASSOU),
004350*    A VENCER (LIMITE DENTRO DA ANTECEDENCIA) OU SO SEM
004360*    PROGRAMACAO. PERIODO TODO PROGRAMADO EM DIA NAO E
004370*    LISTADO.
004380*    --------------------------------------------------
004390       3100-EXAMINAR-PERIODO.
004400           READ PERIODO-FERIAS NEXT RECORD
004410               AT END
004420                   SET FIM-PERIODO TO TRUE
004430                   GO TO 3100-EXIT
004440           END-READ.
004450           IF NOT PER-ABERTO
004460               OR PER-FIM-AQUIS NOT < DATA-REFERENCIA
004470               GO TO 3100-EXIT
004480           END-IF.
004490           COMPUTE SALDO-DIAS = PER-DIAS-DIREITO
004500               - PER-DIAS-GOZADOS - PER-DIAS-ABONO
004510               - PER-DIAS-INDENIZADOS.
004520           IF SALDO-DIAS NOT > ZEROS
004530               GO TO 3100-EXIT
004540           END-IF.
004550
004560           MOVE PER-MATRICULA TO FUNC-MATRICULA.
004570           READ EMPLOYEE-MASTER
004580               INVALID KEY
004590                   MOVE "** SEM CADASTRO **" TO FUNC-NOME
004600                   MOVE "A" TO FUNC-SITUACAO
004610           END-READ.
004620           IF FUNC-DESLIGADO
004630               GO TO 3100-EXIT
004640           END-IF.
004650
004660           SET PERIODO-SEM-AVISO TO TRUE.
004670           MOVE ZEROS TO DIAS-PROGRAMADOS.
004680           IF PER-PROG-INICIO NOT = ZEROS
004690               COMPUTE DIAS-PROGRAMADOS = PER-PROG-DIAS-GOZO
004700                   + PER-PROG-DIAS-ABONO
004710               IF PER-PROG-INICIO > PER-LIMITE-CONCESSAO
004720                   SET PERIODO-APOS-LIMITE TO TRUE
004730               END-IF
004740           END-IF.
004750           COMPUTE DIAS-SEM-PROGRAMACAO =
004760               SALDO-DIAS - DIAS-PROGRAMADOS.
004770
004780           IF PERIODO-SEM-AVISO AND DIAS-SEM-PROGRAMACAO > ZEROS
004790               MOVE PER-LIMITE-CONCESSAO TO DATA-CALCULO-R
004800               PERFORM 7500-CALCULAR-DIA-CORRIDO THRU 7500-EXIT
004810               MOVE DIA-CORRIDO-CALCULO TO DIA-CORRIDO-LIMITE
004820               COMPUTE DIAS-ATE-LIMITE =
004830                   DIA-CORRIDO-LIMITE - DIA-CORRIDO-REFERENCIA
004840               EVALUATE TRUE
004850                   WHEN PER-LIMITE-CONCESSAO < DATA-REFERENCIA
004860                       SET PERIODO-VENCIDO TO TRUE
004870                   WHEN DIAS-ATE-LIMITE NOT > DIAS-ANTECEDENCIA
004880                       SET PERIODO-A-VENCER TO TRUE
004890                   WHEN OTHER
004900                       SET PERIODO-SEM-PROGRAMACAO TO TRUE
004910               END-EVALUATE
004920           END-IF.
004930
004940           IF PERIODO-SEM-AVISO
004950               GO TO 3100-EXIT
004960           END-IF.
004970           PERFORM 3200-IMPRIMIR-PERIODO THRU 3200-EXIT.
004980       3100-EXIT.
004990           EXIT.
005000*
005010*    --------------------------------------------------
005020*    3200-IMPRIMIR-PERIODO
005030*    IMPRIME A LINHA DO PERIODO CLASSIFICADO E SOMA NOS
005040*    TOTAIS DA SITUACAO. O SALDO IMPRESSO E O TOTAL DO
005050*    PERIODO QUANDO A PROGRAMACAO PASSA DO LIMITE E OS
005060*    DIAS AINDA SEM PROGRAMACAO NOS DEMAIS CASOS.
005070*    --------------------------------------------------
005080       3200-IMPRIMIR-PERIODO.
005090           MOVE PER-MATRICULA    TO RD-MATRICULA.
005100           MOVE FUNC-NOME        TO RD-NOME.
005110           MOVE PER-INICIO-AQUIS TO DATA-CALCULO-R.
005120           PERFORM 7400-EDITAR-DATA THRU 7400-EXIT.
005130           MOVE DATA-EDITADA     TO RD-INICIO-AQUIS.
005140           MOVE PER-FIM-AQUIS    TO DATA-CALCULO-R.
005150           PERFORM 7400-EDITAR-DATA THRU 7400-EXIT.
005160           MOVE DATA-EDITADA     TO RD-FIM-AQUIS.
005170           MOVE PER-LIMITE-CONCESSAO TO DATA-CALCULO-R.
005180           PERFORM 7400-EDITAR-DATA THRU 7400-EXIT.
005190           MOVE DATA-EDITADA     TO RD-LIMITE.
005200           MOVE PER-DIAS-DIREITO TO RD-DIREITO.
005210           IF PER-PROG-INICIO = ZEROS
005220               MOVE "SEM PROGRAMACAO" TO RD-PROGRAMACAO
005230           ELSE
005240               MOVE PER-PROG-INICIO TO DATA-CALCULO-R
005250               PERFORM 7400-EDITAR-DATA THRU 7400-EXIT
005260               MOVE DATA-EDITADA TO RD-PROGRAMACAO
005270           END-IF.
005280
005290           EVALUATE TRUE
005300               WHEN PERIODO-VENCIDO
005310                   MOVE DIAS-SEM-PROGRAMACAO TO RD-SALDO
005320                   MOVE "VENCIDO - PAGAR EM DOBRO" TO RD-SITUACAO
005330                   ADD 1 TO QTD-VENCIDOS
005340                   ADD DIAS-SEM-PROGRAMACAO TO DIAS-VENCIDOS
005350               WHEN PERIODO-A-VENCER
005360                   MOVE DIAS-SEM-PROGRAMACAO TO RD-SALDO
005370                   MOVE "A VENCER - PROGRAMAR" TO RD-SITUACAO
005380                   ADD 1 TO QTD-A-VENCER
005390               WHEN PERIODO-SEM-PROGRAMACAO
005400                   MOVE DIAS-SEM-PROGRAMACAO TO RD-SALDO
005410                   MOVE "SALDO SEM PROGRAMACAO" TO RD-SITUACAO
005420                   ADD 1 TO QTD-SEM-PROGRAMACAO
005430               WHEN PERIODO-APOS-LIMITE
005440                   MOVE SALDO-DIAS TO RD-SALDO
005450                   MOVE "PROGRAMADO APOS O LIMITE" TO RD-SITUACAO
005460                   ADD 1 TO QTD-APOS-LIMITE
005470           END-EVALUATE.
005480           WRITE LINHA-FERIAS FROM RF-DETALHE.
005490       3200-EXIT.
005500           EXIT.
005510*
005520*    --------------------------------------------------
005530*    7000-CONFERIR-BISSEXTO
005540*    INDICA SE ANO-CALCULO E BISSEXTO: DIVISIVEL POR 4,
005550*    EXCETO OS SECULOS NAO DIVISIVEIS POR 400.
005560*    --------------------------------------------------
005570       7000-CONFERIR-BISSEXTO.
005580           SET ANO-COMUM TO TRUE.
005590           DIVIDE ANO-CALCULO BY 4 GIVING QUOCIENTE
005600               REMAINDER RESTO-DIVISAO.
005610           IF RESTO-DIVISAO NOT = ZEROS
005620               GO TO 7000-EXIT
005630           END-IF.
005640           SET ANO-BISSEXTO TO TRUE.
005650           DIVIDE ANO-CALCULO BY 100 GIVING QUOCIENTE
005660               REMAINDER RESTO-DIVISAO.
005670           IF RESTO-DIVISAO NOT = ZEROS
005680               GO TO 7000-EXIT
005690           END-IF.
005700           DIVIDE ANO-CALCULO BY 400 GIVING QUOCIENTE
005710               REMAINDER RESTO-DIVISAO.
005720           IF RESTO-DIVISAO NOT = ZEROS
005730               SET ANO-COMUM TO TRUE
005740           END-IF.
005750       7000-EXIT.
005760           EXIT.
005770*
005780*    --------------------------------------------------
005790*    7100-ULTIMO-DIA-MES
005800*    POE EM DIA-CALCULO O ULTIMO DIA DE MES-CALCULO. O
005810*    INDICADOR DE BISSEXTO DEVE ESTAR CONFERIDO PARA O
005820*    ANO-CALCULO.
005830*    --------------------------------------------------
005840       7100-ULTIMO-DIA-MES.
005850           MOVE TDM-DIAS (MES-CALCULO) TO DIA-CALCULO.
005860           IF MES-CALCULO = 02 AND ANO-BISSEXTO
005870               MOVE 29 TO DIA-CALCULO
005880           END-IF.
005890       7100-EXIT.
005900           EXIT.
005910*
005920*    --------------------------------------------------
005930*    7200-AJUSTAR-ANIVERSARIO
005940*    O ANIVERSARIO DE UMA ADMISSAO EM 29/02 CAI EM 01/03
005950*    NOS ANOS QUE NAO SAO BISSEXTOS.
005960*    --------------------------------------------------
005970       7200-AJUSTAR-ANIVERSARIO.
005980           IF MES-CALCULO NOT = 02 OR DIA-CALCULO NOT = 29
005990               GO TO 7200-EXIT
006000           END-IF.
006010           PERFORM 7000-CONFERIR-BISSEXTO THRU 7000-EXIT.
006020           IF ANO-COMUM
006030               MOVE 03 TO MES-CALCULO
006040               MOVE 01 TO DIA-CALCULO
006050           END-IF.
006060       7200-EXIT.
006070           EXIT.
006080*
006090*    --------------------------------------------------
006100*    7300-VESPERA
006110*    VOLTA DATA-CALCULO UM DIA, PASSANDO PARA O ULTIMO
006120*    DIA DO MES (OU DO ANO) ANTERIOR QUANDO NECESSARIO.
006130*    --------------------------------------------------
006140       7300-VESPERA.
006150           IF DIA-CALCULO > 01
006160               SUBTRACT 1 FROM DIA-CALCULO
006170               GO TO 7300-EXIT
006180           END-IF.
006190           IF MES-CALCULO > 01
006200               SUBTRACT 1 FROM MES-CALCULO
006210           ELSE
006220               MOVE 12 TO MES-CALCULO
006230               SUBTRACT 1 FROM ANO-CALCULO
006240           END-IF.
006250           PERFORM 7000-CONFERIR-BISSEXTO THRU 7000-EXIT.
006260           PERFORM 7100-ULTIMO-DIA-MES THRU 7100-EXIT.
006270       7300-EXIT.
006280           EXIT.
006290*
006300*    --------------------------------------------------
006310*    7400-EDITAR-DATA
006320*    FORMATA DATA-CALCULO (AAAAMMDD) COMO DD/MM/AAAA.
006330*    --------------------------------------------------
006340       7400-EDITAR-DATA.
006350           MOVE DIA-CALCULO TO DE-DIA.
006360           MOVE MES-CALCULO TO DE-MES.
006370           MOVE ANO-CALCULO TO DE-ANO.
006380       7400-EXIT.
006390           EXIT.
006400*
006410*    --------------------------------------------------
006420*    7500-CALCULAR-DIA-CORRIDO
006430*    CONVERTE DATA-CALCULO EM DIA CORRIDO DO MES
006440*    COMERCIAL (ANO * 12 + MES - 1) * 30 + DIA, COM O DIA
006450*    31 CONTADO COMO 30.
006460*    --------------------------------------------------
006470       7500-CALCULAR-DIA-CORRIDO.
006480           MOVE DIA-CALCULO TO DIA-COMERCIAL.
006490           IF DIA-COMERCIAL > 30
006500               MOVE 30 TO DIA-COMERCIAL
006510           END-IF.
006520           COMPUTE DIA-CORRIDO-CALCULO =
006530               (ANO-CALCULO * 12 + MES-CALCULO - 1) * 30
006540               + DIA-COMERCIAL.
006550       7500-EXIT.
006560           EXIT.
006570*
006580*    ==================================================
006590*    8000-FINALIZAR
006600*    IMPRIME OS TOTAIS DO PROCESSAMENTO E FECHA OS
006610*    ARQUIVOS.
006620*    ==================================================
006630       8000-FINALIZAR.
006640           WRITE LINHA-FERIAS FROM RF-LINHA-BRANCO.
006650           MOVE "FUNCIONARIOS LIDOS NO CADASTRO"
006660               TO RQ-DESCRICAO.
006670           MOVE QTD-FUNC-LIDOS TO RQ-QUANTIDADE.
006680           WRITE LINHA-FERIAS FROM RF-LINHA-QTD.
006690           MOVE "ATIVOS SEM DATA DE ADMISSAO"
006700               TO RQ-DESCRICAO.
006710           MOVE QTD-SEM-ADMISSAO TO RQ-QUANTIDADE.
006720           WRITE LINHA-FERIAS FROM RF-LINHA-QTD.
006730           MOVE "PERIODOS AQUISITIVOS ABERTOS NESTA EXECUCAO"
006740               TO RQ-DESCRICAO.
006750           MOVE QTD-PERIODOS-ABERTOS TO RQ-QUANTIDADE.
006760           WRITE LINHA-FERIAS FROM RF-LINHA-QTD.
006770           MOVE "PERIODOS VENCIDOS (PAGAMENTO EM DOBRO)"
006780               TO RQ-DESCRICAO.
006790           MOVE QTD-VENCIDOS TO RQ-QUANTIDADE.
006800           WRITE LINHA-FERIAS FROM RF-LINHA-QTD.
006810           MOVE "DIAS DE SALDO NOS PERIODOS VENCIDOS"
006820               TO RQ-DESCRICAO.
006830           MOVE DIAS-VENCIDOS TO RQ-QUANTIDADE.
006840           WRITE LINHA-FERIAS FROM RF-LINHA-QTD.
006850           MOVE "PERIODOS A VENCER DENTRO DA ANTECEDENCIA"
006860               TO RQ-DESCRICAO.
006870           MOVE QTD-A-VENCER TO RQ-QUANTIDADE.
006880           WRITE LINHA-FERIAS FROM RF-LINHA-QTD.
006890           MOVE "PERIODOS COM SALDO SEM PROGRAMACAO"
006900               TO RQ-DESCRICAO.
006910           MOVE QTD-SEM-PROGRAMACAO TO RQ-QUANTIDADE.
006920           WRITE LINHA-FERIAS FROM RF-LINHA-QTD.
006930           MOVE "PERIODOS PROGRAMADOS APOS O LIMITE"
006940               TO RQ-DESCRICAO.
006950           MOVE QTD-APOS-LIMITE TO RQ-QUANTIDADE.
006960           WRITE LINHA-FERIAS FROM RF-LINHA-QTD.
006970
006980           CLOSE EMPLOYEE-MASTER, PERIODO-FERIAS, REL-FERIAS.
006990
007000           DISPLAY "PERIODOS ABERTOS......: "
007010               QTD-PERIODOS-ABERTOS.
007020           DISPLAY "PERIODOS VENCIDOS.....: " QTD-VENCIDOS.
007030           DISPLAY "PERIODOS A VENCER.....: " QTD-A-VENCER.
007040           DISPLAY "RELATORIO GRAVADO EM FERIAREL.".
007050       8000-EXIT.
007060           EXIT.
007070
007080       END PROGRAM APURA-FERIAS.
