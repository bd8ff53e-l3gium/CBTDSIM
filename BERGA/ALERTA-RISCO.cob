000010       Identification Division.
000020       Program-Id.              ALERTA-RISCO.
000030       Author.                  EQUIPE DE MANUTENCAO IFSP CBT.
000040       Installation             IFSP CBT.
000050       Date-Written             15/10/2026.
000060       Date-Compiled            .
000070       Security                 ALERTA DE ALUNOS EM RISCO DE
000080                                REPROVACAO APOS CADA BIMESTRE,
000090                                A PARTIR DO HISTORICO DE NOTAS
000100                                (HIST-ALUNO).
000110*
000120*    HISTORICO DE ALTERACOES
000130*    DATA       AUTOR   DESCRICAO
000140*    15/10/2026 MSL     VERSAO ORIGINAL - RODADO APOS O
000150*                       CALCULAR-MEDIA DE CADA BIMESTRE, LISTA
000160*                       POR TURMA E DISCIPLINA OS ALUNOS JA SEM
000170*                       CHANCE OU A CAMINHO DA REPROVACAO, COM A
000180*                       MEDIA NECESSARIA NOS BIMESTRES QUE
000190*                       FALTAM, A MENOR MEDIA PONDERADA DO
000200*                       BIMESTRE QUE AINDA APROVA PELA
000210*                       RECUPERACAO, SE A APROVACAO AINDA E
000220*                       POSSIVEL E QUANTAS FALTAS O ALUNO AINDA
000230*                       PODE TER SEM FICAR ABAIXO DE 75%. NO FIM,
000240*                       O CONSOLIDADO POR ALUNO DE TODAS AS
000250*                       DISCIPLINAS, PARA A COORDENACAO CONVOCAR
000260*                       AS FAMILIAS (RISCOREL).
000270*
000280       Environment DIVISION.
000290       Configuration Section.
000300       SOURCE-COMPUTER.         MEU PC.
000310       OBJECT-COMPUTER.         MEU PC.
000320       SPECIAL-NAMES.
000330           DECIMAL-POINT Is COMMA.
000340
000350       INPUT-OUTPUT SECTION.
000360       FILE-CONTROL.
000370           SELECT HIST-ALUNO       ASSIGN TO "HISTALUN"
000380               ORGANIZATION IS LINE SEQUENTIAL
000390               FILE STATUS IS FS-HIST-ALUNO.
000400
000410           SELECT REL-RISCO        ASSIGN TO "RISCOREL"
000420               ORGANIZATION IS LINE SEQUENTIAL.
000430
000440           SELECT CADASTRO-ALUNO   ASSIGN TO "CADALUNO"
000450               ORGANIZATION IS INDEXED
000460               ACCESS MODE IS RANDOM
000470               RECORD KEY IS CALU-MATRICULA
000480               FILE STATUS IS FS-CADASTRO-ALUNO.
000490
000500       Data Division.
000510       FILE SECTION.
000520       FD  HIST-ALUNO
000530           LABEL RECORD IS STANDARD.
000540       COPY "CB-HISTALU.cpy".
000550
000560       FD  REL-RISCO
000570           LABEL RECORD IS STANDARD.
000580       01  LINHA-RISCO                 PIC X(132).
000590
000600       FD  CADASTRO-ALUNO
000610           LABEL RECORD IS STANDARD.
000620       COPY "CB-CADALU.cpy".
000630
000640       WORKING-STORAGE SECTION.
000650*
000660*    AREA DE CONTROLE DO LACO DE PROCESSAMENTO
000670*
000680       77  FS-HIST-ALUNO           PIC X(02) VALUE "00".
000690       77  FS-CADASTRO-ALUNO       PIC X(02) VALUE "00".
000700       77  IND-FIM-HISTORICO       PIC X(01) VALUE "N".
000710           88  FIM-HISTORICO           VALUE "S".
000720       77  IND-ACHOU               PIC X(01) VALUE "N".
000730           88  ACHOU                   VALUE "S".
000740           88  NAO-ACHOU               VALUE "N".
000750       77  IND-CADASTRO-ALUNO      PIC X(01) VALUE "N".
000760           88  COM-CADASTRO-ALUNO      VALUE "S".
000770       77  IND-FORA-DA-TURMA       PIC X(01) VALUE "N".
000780           88  FORA-DA-TURMA           VALUE "S".
000790       77  IDX-BIMESTRE            PIC 9(01) COMP VALUE ZEROS.
000800       77  ANO-ALERTA              PIC 9(04) VALUE ZEROS.
000810       77  BIMESTRE-ALERTA         PIC 9(01) VALUE ZEROS.
000820       77  TURMA-PEDIDA            PIC X(06) VALUE SPACES.
000830       77  DATA-HOJE               PIC 9(08) VALUE ZEROS.
000840*
000850*    CRITERIOS DE APROVACAO E RECUPERACAO DO REGIMENTO, OS
000860*    MESMOS DO CALCULAR-MEDIA E DA ATA FINAL. A MEDIA DO
000870*    BIMESTRE ENTRE A MINIMA E A DE APROVACAO VAI PARA A
000880*    RECUPERACAO, QUE A SUBSTITUI PELA MEDIA ENTRE ELA E A
000890*    NOTA DA RECUPERACAO; A MEDIA ANUAL E A MEDIA DOS
000900*    BIMESTRES. ABAIXO DA FREQUENCIA DE ALERTA O ALUNO ESTA
000910*    A CAMINHO DA REPROVACAO POR FALTA.
000920*
000930       77  MEDIA-APROVACAO         PIC 9V9   VALUE 6,0.
000940       77  MEDIA-MINIMA-RECUPER    PIC 9V9   VALUE 3,0.
000950       77  NOTA-MAXIMA             PIC 99V9  VALUE 10,0.
000960       77  MEDIA-LIMITE-RECUPER    PIC 99V9  VALUE ZEROS.
000970       77  FREQUENCIA-MINIMA       PIC 9(02)V9 VALUE 75,0.
000980       77  FREQUENCIA-ALERTA       PIC 9(02)V9 VALUE 80,0.
000990*
001000*    CAMPOS DE CALCULO DO ALUNO EM AVALIACAO
001010*
001020       77  QTD-BIM-APURADOS        PIC 9(01) COMP VALUE ZEROS.
001030       77  BIM-RESTANTES           PIC 9(01) COMP VALUE ZEROS.
001040       77  QTD-BIM-ANO             PIC 9(01) COMP VALUE ZEROS.
001050       77  SOMA-MEDIAS             PIC 9(03)V9 VALUE ZEROS.
001060       77  SOMA-AULAS-DADAS        PIC 9(05) VALUE ZEROS.
001070       77  SOMA-FALTAS             PIC 9(05) VALUE ZEROS.
001080       77  AULAS-PREVISTAS         PIC 9(05) VALUE ZEROS.
001090       77  FALTAS-MAXIMAS          PIC 9(05) VALUE ZEROS.
001100       77  MEDIA-NECESSARIA        PIC S9(03)V9 VALUE ZEROS.
001110       77  PARCIAL-MINIMA          PIC S9(03)V9 VALUE ZEROS.
001120*
001130*    TABELA EM MEMORIA DO ANO, UMA POSICAO POR MATRICULA/
001140*    TURMA/DISCIPLINA, COMO NA ATA FINAL, COM O RESULTADO DA
001150*    AVALIACAO DE RISCO DE CADA UMA.
001160*
001170       77  QTD-ALUNOS              PIC 9(04) COMP VALUE ZEROS.
001180       77  LIMITE-TABELA           PIC 9(04) COMP VALUE 1000.
001190       01  TABELA-ALUNOS.
001200           05  TA-ITEM OCCURS 1000 TIMES INDEXED BY IDX-TA.
001210               10  TA-MATRICULA        PIC 9(06).
001220               10  TA-NOME             PIC X(30).
001230               10  TA-TURMA            PIC X(06).
001240               10  TA-DISCIPLINA       PIC X(10).
001250               10  TA-BIM              OCCURS 4 TIMES.
001260                   15  TA-BIM-APURADO  PIC X(01).
001270                   15  TA-BIM-MEDIA    PIC 99V9.
001280                   15  TA-BIM-AULAS    PIC 9(03).
001290                   15  TA-BIM-FALTAS   PIC 9(03).
001300               10  TA-RISCO            PIC X(01).
001310                   88  TA-EM-RISCO         VALUE "S".
001320               10  TA-POSSIVEL         PIC X(01).
001330                   88  TA-SEM-CHANCE       VALUE "N".
001340               10  TA-MEDIA-PARCIAL    PIC 99V9.
001350               10  TA-FREQUENCIA       PIC 9(03)V9.
001360               10  TA-NECESSARIA       PIC 9(02)V9.
001370               10  TA-PARCIAL-MINIMA   PIC 9(02)V9.
001380               10  TA-FALTAS-RESTANTES PIC S9(04).
001390               10  TA-SITUACAO         PIC X(20).
001400*
001410*    TURMAS/DISCIPLINAS NA ORDEM EM QUE APARECEM NO
001420*    HISTORICO, PARA A EMISSAO POR TURMA E DISCIPLINA.
001430*
001440       77  QTD-GRUPOS              PIC 9(04) COMP VALUE ZEROS.
001450       77  LIMITE-GRUPOS           PIC 9(04) COMP VALUE 200.
001460       01  TABELA-GRUPOS.
001470           05  TG-ITEM OCCURS 200 TIMES INDEXED BY IDX-TG.
001480               10  TG-TURMA            PIC X(06).
001490               10  TG-DISCIPLINA       PIC X(10).
001500               10  TG-QTD-RISCO        PIC 9(04) COMP.
001510               10  TG-QTD-SEM-CHANCE   PIC 9(04) COMP.
001520*
001530*    ALUNOS COM ALGUMA DISCIPLINA EM RISCO, PARA O
001540*    CONSOLIDADO POR ALUNO.
001550*
001560       77  QTD-ESTUDANTES          PIC 9(04) COMP VALUE ZEROS.
001570       77  LIMITE-ESTUDANTES       PIC 9(04) COMP VALUE 500.
001580       01  TABELA-ESTUDANTES.
001590           05  TE-ITEM OCCURS 500 TIMES INDEXED BY IDX-TE.
001600               10  TE-MATRICULA        PIC 9(06).
001610               10  TE-NOME             PIC X(30).
001620               10  TE-TURMA            PIC X(06).
001630               10  TE-QTD-RISCO        PIC 9(04) COMP.
001640               10  TE-QTD-SEM-CHANCE   PIC 9(04) COMP.
001650*
001660*    TOTALIZADORES DO ALERTA
001670*
001680       77  TOTAL-DISC-RISCO        PIC 9(05) COMP VALUE ZEROS.
001690       77  TOTAL-DISC-SEM-CHANCE   PIC 9(05) COMP VALUE ZEROS.
001700       77  TOTAL-FORA-DA-TURMA     PIC 9(05) COMP VALUE ZEROS.
001710*
001720*    LINHAS DE IMPRESSAO DO ALERTA
001730*
001740       01  LINHA-SEPARADOR         PIC X(111) VALUE ALL "=".
001750       01  LINHA-BRANCO            PIC X(01) VALUE SPACES.
001760       01  LINHA-CABECALHO-1.
001770           05  FILLER              PIC X(39) VALUE
001780               "ALERTA DE ALUNOS EM RISCO - ANO LETIVO ".
001790           05  LC-ANO-LETIVO       PIC 9(04).
001800           05  FILLER              PIC X(26) VALUE
001810               " - APURADO ATE O BIMESTRE ".
001820           05  LC-BIMESTRE         PIC 9(01).
001830           05  FILLER              PIC X(14) VALUE
001840               "  EMITIDO EM: ".
001850           05  LC-DATA             PIC 9(08).
001860       01  LINHA-TITULO-TURMAS.
001870           05  FILLER              PIC X(40) VALUE
001880               "ALUNOS EM RISCO POR TURMA E DISCIPLINA".
001890       01  LINHA-TITULO-ALUNOS.
001900           05  FILLER              PIC X(48) VALUE
001910               "CONSOLIDADO POR ALUNO - CONVOCACAO DAS FAMILIAS".
001920       01  LINHA-GRUPO.
001930           05  FILLER              PIC X(07) VALUE "TURMA: ".
001940           05  LG-TURMA            PIC X(06).
001950           05  FILLER              PIC X(14) VALUE
001960               "  DISCIPLINA: ".
001970           05  LG-DISCIPLINA       PIC X(10).
001980       01  LINHA-TOTAL-GRUPO.
001990           05  FILLER              PIC X(17) VALUE
002000               "ALUNOS EM RISCO: ".
002010           05  LT-GRUPO-RISCO      PIC Z.ZZ9.
002020           05  FILLER              PIC X(16) VALUE
002030               "   SEM CHANCE: ".
002040           05  LT-GRUPO-SEM-CHANCE PIC Z.ZZ9.
002050       01  LINHA-NENHUM.
002060           05  FILLER              PIC X(30) VALUE
002070               "NENHUM ALUNO EM RISCO.".
002080       01  LINHA-ESTUDANTE.
002090           05  FILLER              PIC X(11) VALUE "MATRICULA: ".
002100           05  LE-MATRICULA        PIC 9(06).
002110           05  FILLER              PIC X(08) VALUE "  NOME: ".
002120           05  LE-NOME             PIC X(30).
002130           05  FILLER              PIC X(09) VALUE "  TURMA: ".
002140           05  LE-TURMA            PIC X(06).
002150           05  FILLER              PIC X(13) VALUE
002160               "  EM RISCO: ".
002170           05  LE-QTD-RISCO        PIC Z9.
002180           05  FILLER              PIC X(15) VALUE
002190               "  SEM CHANCE: ".
002200           05  LE-QTD-SEM-CHANCE   PIC Z9.
002210       01  LINHA-CABECALHO-2.
002220           05  LH-IDENTIFICACAO    PIC X(34).
002230           05  FILLER              PIC X(20) VALUE
002240               " B1   B2   B3   B4".
002250           05  FILLER              PIC X(06) VALUE "MEDIA".
002260           05  FILLER              PIC X(08) VALUE "  FREQ".
002270           05  FILLER              PIC X(06) VALUE "NEC.".
002280           05  FILLER              PIC X(06) VALUE "PARC.".
002290           05  FILLER              PIC X(05) VALUE "PODE".
002300           05  FILLER              PIC X(06) VALUE "FALT.".
002310           05  FILLER              PIC X(08) VALUE "SITUACAO".
002320       01  LINHA-CABECALHO-3.
002330           05  FILLER              PIC X(68) VALUE SPACES.
002340           05  FILLER              PIC X(06) VALUE "BIM.".
002350           05  FILLER              PIC X(06) VALUE "MIN.".
002360           05  FILLER              PIC X(05) VALUE "APR.".
002370           05  FILLER              PIC X(05) VALUE "REST.".
002380       01  LINHA-DETALHE.
002390           05  LD-IDENTIFICACAO.
002400               10  LD-MATRICULA    PIC 9(06).
002410               10  FILLER          PIC X(02).
002420               10  LD-NOME         PIC X(25).
002430           05  LD-IDENT-ALUNO REDEFINES LD-IDENTIFICACAO.
002440               10  LD-TURMA        PIC X(06).
002450               10  FILLER          PIC X(02).
002460               10  LD-DISCIPLINA   PIC X(10).
002470               10  FILLER          PIC X(15).
002480           05  FILLER              PIC X(01).
002490           05  LD-BIM-MEDIA        OCCURS 4 TIMES.
002500               10  LD-BIM-VALOR    PIC Z9,9.
002510               10  LD-BIM-TEXTO REDEFINES LD-BIM-VALOR
002520                                   PIC X(04).
002530               10  FILLER          PIC X(01).
002540           05  LD-MEDIA-PARCIAL    PIC Z9,9.
002550           05  FILLER              PIC X(02).
002560           05  LD-FREQUENCIA       PIC ZZ9,9.
002570           05  LD-PERCENTUAL       PIC X(01).
002580           05  FILLER              PIC X(02).
002590           05  LD-NECESSARIA       PIC Z9,9.
002600           05  LD-NECESSARIA-TEXTO REDEFINES LD-NECESSARIA
002610                                   PIC X(04).
002620           05  FILLER              PIC X(02).
002630           05  LD-PARCIAL-MINIMA   PIC Z9,9.
002640           05  LD-PARCIAL-TEXTO REDEFINES LD-PARCIAL-MINIMA
002650                                   PIC X(04).
002660           05  FILLER              PIC X(02).
002670           05  LD-POSSIVEL         PIC X(03).
002680           05  FILLER              PIC X(02).
002690           05  LD-FALTAS-RESTANTES PIC -ZZ9.
002700           05  FILLER              PIC X(02).
002710           05  LD-SITUACAO         PIC X(20).
002720       01  LINHA-TOTAL-ESTUDANTES.
002730           05  FILLER              PIC X(32) VALUE
002740               "ALUNOS A CONVOCAR:             ".
002750           05  LT-ESTUDANTES       PIC Z.ZZ9.
002760       01  LINHA-TOTAL-DISC-RISCO.
002770           05  FILLER              PIC X(32) VALUE
002780               "DISCIPLINAS EM RISCO:          ".
002790           05  LT-DISC-RISCO       PIC Z.ZZ9.
002800       01  LINHA-TOTAL-SEM-CHANCE.
002810           05  FILLER              PIC X(32) VALUE
002820               "DISCIPLINAS SEM CHANCE:        ".
002830           05  LT-SEM-CHANCE       PIC Z.ZZ9.
002840       01  LINHA-TOTAL-FORA-TURMA.
002850           05  FILLER              PIC X(32) VALUE
002860               "FORA DA TURMA (CADASTRO):      ".
002870           05  LT-FORA-DA-TURMA    PIC Z.ZZ9.
002880       01  LINHA-LEGENDA-1.
002890           05  FILLER              PIC X(14) VALUE
002900               "NEC. BIM.   = ".
002910           05  FILLER              PIC X(43) VALUE
002920               "MEDIA NECESSARIA EM CADA BIMESTRE QUE FALTA".
002930       01  LINHA-LEGENDA-2.
002940           05  FILLER              PIC X(14) VALUE SPACES.
002950           05  FILLER              PIC X(32) VALUE
002960               "PARA A MEDIA ANUAL CHEGAR A 6,0.".
002970       01  LINHA-LEGENDA-3.
002980           05  FILLER              PIC X(14) VALUE
002990               "PARC. MIN.  = ".
003000           05  FILLER              PIC X(39) VALUE
003010               "MENOR MEDIA PONDERADA DAS AVALIACOES DO".
003020       01  LINHA-LEGENDA-4.
003030           05  FILLER              PIC X(14) VALUE SPACES.
003040           05  FILLER              PIC X(44) VALUE
003050               "BIMESTRE QUE AINDA ALCANCA A NECESSARIA, COM".
003060       01  LINHA-LEGENDA-5.
003070           05  FILLER              PIC X(14) VALUE SPACES.
003080           05  FILLER              PIC X(38) VALUE
003090               "RECUPERACAO 10,0 QUANDO ELA SE APLICA.".
003100       01  LINHA-LEGENDA-6.
003110           05  FILLER              PIC X(14) VALUE
003120               "PODE APR.   = ".
003130           05  FILLER              PIC X(32) VALUE
003140               "SE A APROVACAO AINDA E POSSIVEL.".
003150       01  LINHA-LEGENDA-7.
003160           05  FILLER              PIC X(14) VALUE
003170               "FALT. REST. = ".
003180           05  FILLER              PIC X(44) VALUE
003190               "FALTAS QUE O ALUNO AINDA PODE TER NO ANO SEM".
003200       01  LINHA-LEGENDA-8.
003210           05  FILLER              PIC X(14) VALUE SPACES.
003220           05  FILLER              PIC X(45) VALUE
003230               "FICAR ABAIXO DE 75% DE FREQUENCIA, PELA MEDIA".
003240       01  LINHA-LEGENDA-9.
003250           05  FILLER              PIC X(14) VALUE SPACES.
003260           05  FILLER              PIC X(35) VALUE
003270               "DE AULAS DOS BIMESTRES JA APURADOS.".
003280
003290       PROCEDURE DIVISION.
003300*
003310*    ==================================================
003320*    0000-MAINLINE
003330*    ROTINA PRINCIPAL - CONSOLIDA O HISTORICO DE NOTAS DO
003340*    ANO, AVALIA O RISCO DE CADA ALUNO EM CADA DISCIPLINA E
003350*    EMITE O ALERTA POR TURMA/DISCIPLINA E POR ALUNO.
003360*    ==================================================
003370       0000-MAINLINE.
003380           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003390
003400           PERFORM 2000-CARREGAR-HISTORICO THRU 2000-EXIT
003410               UNTIL FIM-HISTORICO.
003420
003430           PERFORM 3000-AVALIAR-ALUNO THRU 3000-EXIT
003440               VARYING IDX-TA FROM 1 BY 1
003450               UNTIL IDX-TA > QTD-ALUNOS.
003460
003470           PERFORM 4000-EMITIR-TURMAS THRU 4000-EXIT.
003480
003490           PERFORM 5000-EMITIR-CONSOLIDADO THRU 5000-EXIT.
003500
003510           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
003520
003530           STOP RUN.
003540*
003550*    --------------------------------------------------
003560*    1000-INICIALIZAR
003570*    RECEBE O ANO LETIVO, O ULTIMO BIMESTRE APURADO E A
003580*    TURMA (EM BRANCO PARA TODAS), ABRE OS ARQUIVOS E LE O
003590*    PRIMEIRO REGISTRO DO HISTORICO.
003600*    --------------------------------------------------
003610       1000-INICIALIZAR.
003620           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
003630           DISPLAY "ANO LETIVO (AAAA): ".
003640           ACCEPT ANO-ALERTA.
003650           IF ANO-ALERTA = ZEROS
003660               OR ANO-ALERTA NOT NUMERIC
003670               DISPLAY "ANO LETIVO INVALIDO."
003680               STOP RUN
003690           END-IF.
003700           DISPLAY "ULTIMO BIMESTRE APURADO (1-4): ".
003710           ACCEPT BIMESTRE-ALERTA.
003720           IF BIMESTRE-ALERTA NOT NUMERIC
003730               OR BIMESTRE-ALERTA < 1 OR BIMESTRE-ALERTA > 4
003740               DISPLAY "BIMESTRE INVALIDO."
003750               STOP RUN
003760           END-IF.
003770           DISPLAY "TURMA (EM BRANCO PARA TODAS): ".
003780           ACCEPT TURMA-PEDIDA.
003790
003800           COMPUTE BIM-RESTANTES = 4 - BIMESTRE-ALERTA.
003810           COMPUTE MEDIA-LIMITE-RECUPER =
003820               (MEDIA-APROVACAO + NOTA-MAXIMA) / 2.
003830
003840           OPEN INPUT HIST-ALUNO.
003850           IF FS-HIST-ALUNO NOT = "00"
003860               DISPLAY "ERRO AO ABRIR O HISTORICO HISTALUN - "
003870                   "FILE STATUS " FS-HIST-ALUNO
003880               DISPLAY "EXECUTE O CALCULAR-MEDIA ANTES DO "
003890                   "ALERTA DE RISCO."
003900               STOP RUN
003910           END-IF.
003920           OPEN OUTPUT REL-RISCO.
003930
003940*
003950*    SEM O CADASTRO DE ALUNOS, TODO ALUNO DO HISTORICO E
003960*    AVALIADO, INCLUSIVE O QUE JA SAIU DA TURMA.
003970*
003980           OPEN INPUT CADASTRO-ALUNO.
003990           IF FS-CADASTRO-ALUNO = "00"
004000               SET COM-CADASTRO-ALUNO TO TRUE
004010           ELSE
004020               IF FS-CADASTRO-ALUNO = "35"
004030                   DISPLAY "AVISO - CADASTRO CADALUNO AUSENTE - "
004040                       "ALUNOS TRANSFERIDOS NAO SERAO EXCLUIDOS."
004050               ELSE
004060                   DISPLAY "ERRO AO ABRIR O CADASTRO CADALUNO - "
004070                       "FILE STATUS " FS-CADASTRO-ALUNO
004080                   STOP RUN
004090               END-IF
004100           END-IF.
004110
004120           MOVE ANO-ALERTA      TO LC-ANO-LETIVO.
004130           MOVE BIMESTRE-ALERTA TO LC-BIMESTRE.
004140           MOVE DATA-HOJE       TO LC-DATA.
004150           WRITE LINHA-RISCO FROM LINHA-CABECALHO-1.
004160           WRITE LINHA-RISCO FROM LINHA-SEPARADOR.
004170
004180           PERFORM 1200-LER-HISTORICO THRU 1200-EXIT.
004190       1000-EXIT.
004200           EXIT.
004210*
004220*    --------------------------------------------------
004230*    1200-LER-HISTORICO
004240*    LE O PROXIMO REGISTRO DO HISTORICO DE NOTAS.
004250*    --------------------------------------------------
004260       1200-LER-HISTORICO.
004270           READ HIST-ALUNO
004280               AT END
004290                   SET FIM-HISTORICO TO TRUE
004300           END-READ.
004310       1200-EXIT.
004320           EXIT.
004330*
004340*    ==================================================
004350*    2000-CARREGAR-HISTORICO
004360*    CONSOLIDA NA TABELA OS BIMESTRES DO ANO ATE O ULTIMO
004370*    APURADO, DA TURMA PEDIDA OU DE TODAS. O MESMO
004380*    BIMESTRE REAPURADO SOBREPOE O ANTERIOR, COMO NA ATA.
004390*    ==================================================
004400       2000-CARREGAR-HISTORICO.
004410           IF HALU-ANO-LETIVO NOT = ANO-ALERTA
004420               OR HALU-BIMESTRE < 1
004430               OR HALU-BIMESTRE > BIMESTRE-ALERTA
004440               GO TO 2000-LER
004450           END-IF.
004460           IF TURMA-PEDIDA NOT = SPACES
004470               AND HALU-TURMA NOT = TURMA-PEDIDA
004480               GO TO 2000-LER
004490           END-IF.
004500
004510           PERFORM 7000-PROCURAR-ALUNO THRU 7000-EXIT.
004520           IF NAO-ACHOU
004530               PERFORM 2100-INCLUIR-ALUNO THRU 2100-EXIT
004540           END-IF.
004550
004560           MOVE HALU-NOME TO TA-NOME (IDX-TA).
004570           MOVE "S" TO TA-BIM-APURADO (IDX-TA, HALU-BIMESTRE).
004580           MOVE HALU-MEDIA-FINAL
004590               TO TA-BIM-MEDIA (IDX-TA, HALU-BIMESTRE).
004600           IF HALU-AULAS-DADAS NUMERIC
004610               MOVE HALU-AULAS-DADAS
004620                   TO TA-BIM-AULAS (IDX-TA, HALU-BIMESTRE)
004630           ELSE
004640               MOVE ZEROS TO TA-BIM-AULAS (IDX-TA, HALU-BIMESTRE)
004650           END-IF.
004660           IF HALU-FALTAS NUMERIC
004670               MOVE HALU-FALTAS
004680                   TO TA-BIM-FALTAS (IDX-TA, HALU-BIMESTRE)
004690           ELSE
004700               MOVE ZEROS TO TA-BIM-FALTAS (IDX-TA, HALU-BIMESTRE)
004710           END-IF.
004720
004730       2000-LER.
004740           PERFORM 1200-LER-HISTORICO THRU 1200-EXIT.
004750       2000-EXIT.
004760           EXIT.
004770*
004780*    --------------------------------------------------
004790*    2100-INCLUIR-ALUNO
004800*    ABRE UMA NOVA POSICAO NA TABELA PARA A MATRICULA/
004810*    TURMA/DISCIPLINA RECEM-ENCONTRADA, DEIXANDO IDX-TA
004820*    POSICIONADO, E ANOTA A TURMA/DISCIPLINA SE FOR NOVA.
004830*    --------------------------------------------------
004840       2100-INCLUIR-ALUNO.
004850           IF QTD-ALUNOS = LIMITE-TABELA
004860               DISPLAY "ERRO - MAIS DE 1000 ALUNOS/DISCIPLINAS "
004870                   "NO HISTORICO DO ANO."
004880               STOP RUN
004890           END-IF.
004900           ADD 1 TO QTD-ALUNOS.
004910           SET IDX-TA TO QTD-ALUNOS.
004920           MOVE HALU-MATRICULA  TO TA-MATRICULA (IDX-TA).
004930           MOVE HALU-TURMA      TO TA-TURMA (IDX-TA).
004940           MOVE HALU-DISCIPLINA TO TA-DISCIPLINA (IDX-TA).
004950           MOVE "N" TO TA-RISCO (IDX-TA).
004960           MOVE "S" TO TA-POSSIVEL (IDX-TA).
004970           PERFORM 2200-ZERAR-BIMESTRE THRU 2200-EXIT
004980               VARYING IDX-BIMESTRE FROM 1 BY 1
004990               UNTIL IDX-BIMESTRE > 4.
005000
005010           PERFORM 7100-PROCURAR-GRUPO THRU 7100-EXIT.
005020           IF NAO-ACHOU
005030               IF QTD-GRUPOS = LIMITE-GRUPOS
005040                   DISPLAY "ERRO - MAIS DE 200 TURMAS/"
005050                       "DISCIPLINAS NO HISTORICO DO ANO."
005060                   STOP RUN
005070               END-IF
005080               ADD 1 TO QTD-GRUPOS
005090               SET IDX-TG TO QTD-GRUPOS
005100               MOVE HALU-TURMA      TO TG-TURMA (IDX-TG)
005110               MOVE HALU-DISCIPLINA TO TG-DISCIPLINA (IDX-TG)
005120               MOVE ZEROS TO TG-QTD-RISCO (IDX-TG)
005130               MOVE ZEROS TO TG-QTD-SEM-CHANCE (IDX-TG)
005140           END-IF.
005150       2100-EXIT.
005160           EXIT.
005170*
005180*    --------------------------------------------------
005190*    2200-ZERAR-BIMESTRE
005200*    LIMPA UM BIMESTRE DA POSICAO RECEM-ABERTA.
005210*    --------------------------------------------------
005220       2200-ZERAR-BIMESTRE.
005230           MOVE "N"   TO TA-BIM-APURADO (IDX-TA, IDX-BIMESTRE).
005240           MOVE ZEROS TO TA-BIM-MEDIA (IDX-TA, IDX-BIMESTRE).
005250           MOVE ZEROS TO TA-BIM-AULAS (IDX-TA, IDX-BIMESTRE).
005260           MOVE ZEROS TO TA-BIM-FALTAS (IDX-TA, IDX-BIMESTRE).
005270       2200-EXIT.
005280           EXIT.
005290*
005300*    ==================================================
005310*    3000-AVALIAR-ALUNO
005320*    AVALIA UM ALUNO EM UMA DISCIPLINA PELOS BIMESTRES JA
005330*    APURADOS: A MEDIA ANUAL AINDA E A MEDIA DOS BIMESTRES,
005340*    ENTAO A MEDIA NECESSARIA NOS QUE FALTAM E A QUE LEVA A
005350*    SOMA A 6,0 POR BIMESTRE; AS FALTAS PERMITIDAS SAO 25%
005360*    DAS AULAS PREVISTAS NO ANO MENOS AS JA TIDAS. O ALUNO
005370*    SEM CHANCE OU COM MEDIA/FREQUENCIA ABAIXO DO ESPERADO
005380*    ENTRA NO ALERTA.
005390*    ==================================================
005400       3000-AVALIAR-ALUNO.
005410           PERFORM 3050-CONFERIR-CADASTRO THRU 3050-EXIT.
005420           IF FORA-DA-TURMA
005430               ADD 1 TO TOTAL-FORA-DA-TURMA
005440               GO TO 3000-EXIT
005450           END-IF.
005460
005470           MOVE ZEROS TO SOMA-MEDIAS, QTD-BIM-APURADOS,
005480               SOMA-AULAS-DADAS, SOMA-FALTAS.
005490           PERFORM 3100-SOMAR-BIMESTRE THRU 3100-EXIT
005500               VARYING IDX-BIMESTRE FROM 1 BY 1
005510               UNTIL IDX-BIMESTRE > BIMESTRE-ALERTA.
005520           IF QTD-BIM-APURADOS = ZEROS
005530               GO TO 3000-EXIT
005540           END-IF.
005550
005560           COMPUTE TA-MEDIA-PARCIAL (IDX-TA) ROUNDED =
005570               SOMA-MEDIAS / QTD-BIM-APURADOS.
005580           IF SOMA-AULAS-DADAS > ZEROS
005590               COMPUTE TA-FREQUENCIA (IDX-TA) ROUNDED =
005600                   (SOMA-AULAS-DADAS - SOMA-FALTAS) * 100
005610                   / SOMA-AULAS-DADAS
005620           ELSE
005630               MOVE 100,0 TO TA-FREQUENCIA (IDX-TA)
005640           END-IF.
005650
005660*
005670*    AS AULAS DOS BIMESTRES QUE FALTAM SAO PREVISTAS PELA
005680*    MEDIA DE AULAS DOS BIMESTRES JA APURADOS.
005690*
005700           COMPUTE AULAS-PREVISTAS ROUNDED = SOMA-AULAS-DADAS
005710               + SOMA-AULAS-DADAS * BIM-RESTANTES
005720               / QTD-BIM-APURADOS.
005730           COMPUTE FALTAS-MAXIMAS =
005740               AULAS-PREVISTAS * (100 - FREQUENCIA-MINIMA) / 100.
005750           COMPUTE TA-FALTAS-RESTANTES (IDX-TA) =
005760               FALTAS-MAXIMAS - SOMA-FALTAS.
005770
005780           PERFORM 3200-CALCULAR-NECESSARIA THRU 3200-EXIT.
005790           PERFORM 3300-SITUAR-RISCO THRU 3300-EXIT.
005800       3000-EXIT.
005810           EXIT.
005820*
005830*    --------------------------------------------------
005840*    3050-CONFERIR-CADASTRO
005850*    O ALUNO QUE O CADASTRO MOSTRA TRANSFERIDO, DESISTENTE
005860*    OU JA EM OUTRA TURMA NO ANO NAO ENTRA NO ALERTA.
005870*    --------------------------------------------------
005880       3050-CONFERIR-CADASTRO.
005890           MOVE "N" TO IND-FORA-DA-TURMA.
005900           IF NOT COM-CADASTRO-ALUNO
005910               GO TO 3050-EXIT
005920           END-IF.
005930           MOVE TA-MATRICULA (IDX-TA) TO CALU-MATRICULA.
005940           READ CADASTRO-ALUNO
005950               INVALID KEY
005960                   GO TO 3050-EXIT
005970           END-READ.
005980           IF CALU-FORA-DA-ESCOLA
005990               SET FORA-DA-TURMA TO TRUE
006000           END-IF.
006010           IF CALU-ANO-LETIVO = ANO-ALERTA
006020               AND CALU-TURMA NOT = TA-TURMA (IDX-TA)
006030               SET FORA-DA-TURMA TO TRUE
006040           END-IF.
006050       3050-EXIT.
006060           EXIT.
006070*
006080*    --------------------------------------------------
006090*    3100-SOMAR-BIMESTRE
006100*    SOMA UM BIMESTRE APURADO DO ALUNO EM AVALIACAO.
006110*    --------------------------------------------------
006120       3100-SOMAR-BIMESTRE.
006130           IF TA-BIM-APURADO (IDX-TA, IDX-BIMESTRE) = "S"
006140               ADD 1 TO QTD-BIM-APURADOS
006150               ADD TA-BIM-MEDIA (IDX-TA, IDX-BIMESTRE)
006160                   TO SOMA-MEDIAS
006170               ADD TA-BIM-AULAS (IDX-TA, IDX-BIMESTRE)
006180                   TO SOMA-AULAS-DADAS
006190               ADD TA-BIM-FALTAS (IDX-TA, IDX-BIMESTRE)
006200                   TO SOMA-FALTAS
006210           END-IF.
006220       3100-EXIT.
006230           EXIT.
006240*
006250*    --------------------------------------------------
006260*    3200-CALCULAR-NECESSARIA
006270*    CALCULA A MEDIA NECESSARIA POR BIMESTRE RESTANTE E A
006280*    MENOR MEDIA PONDERADA DAS AVALIACOES (PARCIAL) QUE
006290*    AINDA A ALCANCA: ABAIXO DA MINIMA DE RECUPERACAO A
006300*    PARCIAL E A MEDIA FINAL; ENTRE A MINIMA E A DE
006310*    APROVACAO A RECUPERACAO 10,0 LEVA A (PARCIAL + 10,0)/2,
006320*    QUE NUNCA CHEGA A MEDIA-LIMITE-RECUPER; DAI PARA CIMA
006330*    SO A PARCIAL RESOLVE. SEM BIMESTRE RESTANTE, SO A
006340*    MEDIA JA FEITA CONTA.
006350*    --------------------------------------------------
006360       3200-CALCULAR-NECESSARIA.
006370           MOVE ZEROS TO TA-NECESSARIA (IDX-TA),
006380               TA-PARCIAL-MINIMA (IDX-TA).
006390           IF BIM-RESTANTES = ZEROS
006400               IF TA-MEDIA-PARCIAL (IDX-TA) < MEDIA-APROVACAO
006410                   MOVE "N" TO TA-POSSIVEL (IDX-TA)
006420               END-IF
006430               GO TO 3200-EXIT
006440           END-IF.
006450
006460           COMPUTE QTD-BIM-ANO = QTD-BIM-APURADOS + BIM-RESTANTES.
006470           COMPUTE MEDIA-NECESSARIA ROUNDED =
006480               (MEDIA-APROVACAO * QTD-BIM-ANO - SOMA-MEDIAS)
006490               / BIM-RESTANTES.
006500           IF MEDIA-NECESSARIA < ZEROS
006510               MOVE ZEROS TO MEDIA-NECESSARIA
006520           END-IF.
006530           MOVE MEDIA-NECESSARIA TO TA-NECESSARIA (IDX-TA).
006540           IF MEDIA-NECESSARIA > NOTA-MAXIMA
006550               MOVE "N" TO TA-POSSIVEL (IDX-TA)
006560               GO TO 3200-EXIT
006570           END-IF.
006580
006590           IF MEDIA-NECESSARIA > MEDIA-MINIMA-RECUPER
006600               AND MEDIA-NECESSARIA < MEDIA-LIMITE-RECUPER
006610               COMPUTE PARCIAL-MINIMA =
006620                   MEDIA-NECESSARIA * 2 - NOTA-MAXIMA
006630               IF PARCIAL-MINIMA < MEDIA-MINIMA-RECUPER
006640                   MOVE MEDIA-MINIMA-RECUPER TO PARCIAL-MINIMA
006650               END-IF
006660           ELSE
006670               MOVE MEDIA-NECESSARIA TO PARCIAL-MINIMA
006680           END-IF.
006690           MOVE PARCIAL-MINIMA TO TA-PARCIAL-MINIMA (IDX-TA).
006700       3200-EXIT.
006710           EXIT.
006720*
006730*    --------------------------------------------------
006740*    3300-SITUAR-RISCO
006750*    CLASSIFICA O ALUNO: SEM CHANCE POR NOTA E/OU FALTA,
006760*    OU EM RISCO POR MEDIA ABAIXO DA DE APROVACAO E/OU
006770*    FREQUENCIA ABAIXO DA DE ALERTA. O ALUNO EM RISCO
006780*    ENTRA NOS TOTAIS DA TURMA/DISCIPLINA E DO ALUNO.
006790*    --------------------------------------------------
006800       3300-SITUAR-RISCO.
006810           EVALUATE TRUE
006820               WHEN TA-SEM-CHANCE (IDX-TA)
006830                   AND TA-FALTAS-RESTANTES (IDX-TA) < ZEROS
006840                   MOVE "REPROVA NOTA E FALTA"
006850                       TO TA-SITUACAO (IDX-TA)
006860               WHEN TA-SEM-CHANCE (IDX-TA)
006870                   MOVE "REPROVA POR NOTA" TO TA-SITUACAO (IDX-TA)
006880               WHEN TA-FALTAS-RESTANTES (IDX-TA) < ZEROS
006890                   MOVE "N" TO TA-POSSIVEL (IDX-TA)
006900                   MOVE "REPROVA POR FALTA"
006910                       TO TA-SITUACAO (IDX-TA)
006920               WHEN TA-MEDIA-PARCIAL (IDX-TA) < MEDIA-APROVACAO
006930                   AND TA-FREQUENCIA (IDX-TA) < FREQUENCIA-ALERTA
006940                   MOVE "RISCO NOTA E FREQ."
006950                       TO TA-SITUACAO (IDX-TA)
006960               WHEN TA-MEDIA-PARCIAL (IDX-TA) < MEDIA-APROVACAO
006970                   MOVE "RISCO POR NOTA" TO TA-SITUACAO (IDX-TA)
006980               WHEN TA-FREQUENCIA (IDX-TA) < FREQUENCIA-ALERTA
006990                   MOVE "RISCO POR FREQUENCIA"
007000                       TO TA-SITUACAO (IDX-TA)
007010               WHEN OTHER
007020                   GO TO 3300-EXIT
007030           END-EVALUATE.
007040
007050           SET TA-EM-RISCO (IDX-TA) TO TRUE.
007060           ADD 1 TO TOTAL-DISC-RISCO.
007070           PERFORM 7100-PROCURAR-GRUPO THRU 7100-EXIT.
007080           ADD 1 TO TG-QTD-RISCO (IDX-TG).
007090           PERFORM 7200-PROCURAR-ESTUDANTE THRU 7200-EXIT.
007100           IF NAO-ACHOU
007110               IF QTD-ESTUDANTES = LIMITE-ESTUDANTES
007120                   DISPLAY "ERRO - MAIS DE 500 ALUNOS EM RISCO."
007130                   STOP RUN
007140               END-IF
007150               ADD 1 TO QTD-ESTUDANTES
007160               SET IDX-TE TO QTD-ESTUDANTES
007170               MOVE TA-MATRICULA (IDX-TA) TO TE-MATRICULA (IDX-TE)
007180               MOVE TA-NOME (IDX-TA)      TO TE-NOME (IDX-TE)
007190               MOVE TA-TURMA (IDX-TA)     TO TE-TURMA (IDX-TE)
007200               MOVE ZEROS TO TE-QTD-RISCO (IDX-TE)
007210               MOVE ZEROS TO TE-QTD-SEM-CHANCE (IDX-TE)
007220           END-IF.
007230           ADD 1 TO TE-QTD-RISCO (IDX-TE).
007240           IF TA-SEM-CHANCE (IDX-TA)
007250               ADD 1 TO TOTAL-DISC-SEM-CHANCE
007260               ADD 1 TO TG-QTD-SEM-CHANCE (IDX-TG)
007270               ADD 1 TO TE-QTD-SEM-CHANCE (IDX-TE)
007280           END-IF.
007290       3300-EXIT.
007300           EXIT.
007310*
007320*    ==================================================
007330*    4000-EMITIR-TURMAS
007340*    PRIMEIRA PARTE DO ALERTA: POR TURMA E DISCIPLINA, OS
007350*    ALUNOS EM RISCO, NA ORDEM DO HISTORICO.
007360*    ==================================================
007370       4000-EMITIR-TURMAS.
007380           WRITE LINHA-RISCO FROM LINHA-TITULO-TURMAS.
007390           PERFORM 4100-EMITIR-GRUPO THRU 4100-EXIT
007400               VARYING IDX-TG FROM 1 BY 1
007410               UNTIL IDX-TG > QTD-GRUPOS.
007420       4000-EXIT.
007430           EXIT.
007440*
007450*    --------------------------------------------------
007460*    4100-EMITIR-GRUPO
007470*    EMITE O BLOCO DE UMA TURMA/DISCIPLINA.
007480*    --------------------------------------------------
007490       4100-EMITIR-GRUPO.
007500           WRITE LINHA-RISCO FROM LINHA-BRANCO.
007510           MOVE TG-TURMA (IDX-TG)      TO LG-TURMA.
007520           MOVE TG-DISCIPLINA (IDX-TG) TO LG-DISCIPLINA.
007530           WRITE LINHA-RISCO FROM LINHA-GRUPO.
007540           IF TG-QTD-RISCO (IDX-TG) = ZEROS
007550               WRITE LINHA-RISCO FROM LINHA-NENHUM
007560               GO TO 4100-EXIT
007570           END-IF.
007580
007590           MOVE "MATRIC  NOME" TO LH-IDENTIFICACAO.
007600           WRITE LINHA-RISCO FROM LINHA-CABECALHO-2.
007610           WRITE LINHA-RISCO FROM LINHA-CABECALHO-3.
007620           PERFORM 4110-EMITIR-ALUNO-GRUPO THRU 4110-EXIT
007630               VARYING IDX-TA FROM 1 BY 1
007640               UNTIL IDX-TA > QTD-ALUNOS.
007650           MOVE TG-QTD-RISCO (IDX-TG)      TO LT-GRUPO-RISCO.
007660           MOVE TG-QTD-SEM-CHANCE (IDX-TG) TO LT-GRUPO-SEM-CHANCE.
007670           WRITE LINHA-RISCO FROM LINHA-TOTAL-GRUPO.
007680       4100-EXIT.
007690           EXIT.
007700*
007710*    --------------------------------------------------
007720*    4110-EMITIR-ALUNO-GRUPO
007730*    EMITE A LINHA DE UM ALUNO EM RISCO DA TURMA/
007740*    DISCIPLINA CORRENTE.
007750*    --------------------------------------------------
007760       4110-EMITIR-ALUNO-GRUPO.
007770           IF NOT TA-EM-RISCO (IDX-TA)
007780               OR TA-TURMA (IDX-TA) NOT = TG-TURMA (IDX-TG)
007790               OR TA-DISCIPLINA (IDX-TA)
007800                   NOT = TG-DISCIPLINA (IDX-TG)
007810               GO TO 4110-EXIT
007820           END-IF.
007830           PERFORM 6000-MONTAR-DETALHE THRU 6000-EXIT.
007840           MOVE TA-MATRICULA (IDX-TA) TO LD-MATRICULA.
007850           MOVE TA-NOME (IDX-TA)      TO LD-NOME.
007860           WRITE LINHA-RISCO FROM LINHA-DETALHE.
007870       4110-EXIT.
007880           EXIT.
007890*
007900*    ==================================================
007910*    5000-EMITIR-CONSOLIDADO
007920*    SEGUNDA PARTE DO ALERTA: POR ALUNO, TODAS AS
007930*    DISCIPLINAS EM RISCO, PARA A CONVOCACAO DA FAMILIA.
007940*    ==================================================
007950       5000-EMITIR-CONSOLIDADO.
007960           WRITE LINHA-RISCO FROM LINHA-BRANCO.
007970           WRITE LINHA-RISCO FROM LINHA-SEPARADOR.
007980           WRITE LINHA-RISCO FROM LINHA-TITULO-ALUNOS.
007990           IF QTD-ESTUDANTES = ZEROS
008000               WRITE LINHA-RISCO FROM LINHA-BRANCO
008010               WRITE LINHA-RISCO FROM LINHA-NENHUM
008020               GO TO 5000-EXIT
008030           END-IF.
008040           PERFORM 5100-EMITIR-ESTUDANTE THRU 5100-EXIT
008050               VARYING IDX-TE FROM 1 BY 1
008060               UNTIL IDX-TE > QTD-ESTUDANTES.
008070       5000-EXIT.
008080           EXIT.
008090*
008100*    --------------------------------------------------
008110*    5100-EMITIR-ESTUDANTE
008120*    EMITE O BLOCO DE UM ALUNO COM SUAS DISCIPLINAS EM
008130*    RISCO.
008140*    --------------------------------------------------
008150       5100-EMITIR-ESTUDANTE.
008160           WRITE LINHA-RISCO FROM LINHA-BRANCO.
008170           MOVE TE-MATRICULA (IDX-TE)      TO LE-MATRICULA.
008180           MOVE TE-NOME (IDX-TE)           TO LE-NOME.
008190           MOVE TE-TURMA (IDX-TE)          TO LE-TURMA.
008200           MOVE TE-QTD-RISCO (IDX-TE)      TO LE-QTD-RISCO.
008210           MOVE TE-QTD-SEM-CHANCE (IDX-TE) TO LE-QTD-SEM-CHANCE.
008220           WRITE LINHA-RISCO FROM LINHA-ESTUDANTE.
008230           MOVE "TURMA   DISCIPLINA" TO LH-IDENTIFICACAO.
008240           WRITE LINHA-RISCO FROM LINHA-CABECALHO-2.
008250           WRITE LINHA-RISCO FROM LINHA-CABECALHO-3.
008260           PERFORM 5110-EMITIR-DISCIPLINA THRU 5110-EXIT
008270               VARYING IDX-TA FROM 1 BY 1
008280               UNTIL IDX-TA > QTD-ALUNOS.
008290       5100-EXIT.
008300           EXIT.
008310*
008320*    --------------------------------------------------
008330*    5110-EMITIR-DISCIPLINA
008340*    EMITE A LINHA DE UMA DISCIPLINA EM RISCO DO ALUNO
008350*    CORRENTE.
008360*    --------------------------------------------------
008370       5110-EMITIR-DISCIPLINA.
008380           IF NOT TA-EM-RISCO (IDX-TA)
008390               OR TA-MATRICULA (IDX-TA)
008400                   NOT = TE-MATRICULA (IDX-TE)
008410               GO TO 5110-EXIT
008420           END-IF.
008430           PERFORM 6000-MONTAR-DETALHE THRU 6000-EXIT.
008440           MOVE TA-TURMA (IDX-TA)      TO LD-TURMA.
008450           MOVE TA-DISCIPLINA (IDX-TA) TO LD-DISCIPLINA.
008460           WRITE LINHA-RISCO FROM LINHA-DETALHE.
008470       5110-EXIT.
008480           EXIT.
008490*
008500*    --------------------------------------------------
008510*    6000-MONTAR-DETALHE
008520*    MONTA A PARTE COMUM DA LINHA DE DETALHE A PARTIR DA
008530*    POSICAO CORRENTE DA TABELA. BIMESTRE AINDA NAO
008540*    APURADO SAI COMO "--"; SEM CHANCE POR NOTA, A
008550*    PARCIAL MINIMA NAO SE APLICA.
008560*    --------------------------------------------------
008570       6000-MONTAR-DETALHE.
008580           MOVE SPACES TO LINHA-DETALHE.
008590           PERFORM 6010-MONTAR-BIMESTRE THRU 6010-EXIT
008600               VARYING IDX-BIMESTRE FROM 1 BY 1
008610               UNTIL IDX-BIMESTRE > 4.
008620           MOVE TA-MEDIA-PARCIAL (IDX-TA) TO LD-MEDIA-PARCIAL.
008630           MOVE TA-FREQUENCIA (IDX-TA)    TO LD-FREQUENCIA.
008640           MOVE "%" TO LD-PERCENTUAL.
008650           IF BIM-RESTANTES = ZEROS
008660               MOVE "  --" TO LD-NECESSARIA-TEXTO
008670           ELSE
008680               MOVE TA-NECESSARIA (IDX-TA) TO LD-NECESSARIA
008690           END-IF.
008700           IF BIM-RESTANTES = ZEROS
008710               OR TA-NECESSARIA (IDX-TA) > NOTA-MAXIMA
008720               MOVE "  --" TO LD-PARCIAL-TEXTO
008730           ELSE
008740               MOVE TA-PARCIAL-MINIMA (IDX-TA)
008750                   TO LD-PARCIAL-MINIMA
008760           END-IF.
008770           IF TA-SEM-CHANCE (IDX-TA)
008780               MOVE "NAO" TO LD-POSSIVEL
008790           ELSE
008800               MOVE "SIM" TO LD-POSSIVEL
008810           END-IF.
008820           MOVE TA-FALTAS-RESTANTES (IDX-TA)
008830               TO LD-FALTAS-RESTANTES.
008840           MOVE TA-SITUACAO (IDX-TA) TO LD-SITUACAO.
008850       6000-EXIT.
008860           EXIT.
008870*
008880*    --------------------------------------------------
008890*    6010-MONTAR-BIMESTRE
008900*    MONTA A MEDIA DE UM BIMESTRE NA LINHA DE DETALHE.
008910*    --------------------------------------------------
008920       6010-MONTAR-BIMESTRE.
008930           IF TA-BIM-APURADO (IDX-TA, IDX-BIMESTRE) = "S"
008940               MOVE TA-BIM-MEDIA (IDX-TA, IDX-BIMESTRE)
008950                   TO LD-BIM-VALOR (IDX-BIMESTRE)
008960           ELSE
008970               MOVE "  --" TO LD-BIM-TEXTO (IDX-BIMESTRE)
008980           END-IF.
008990       6010-EXIT.
009000           EXIT.
009010*
009020*    --------------------------------------------------
009030*    7000-PROCURAR-ALUNO
009040*    PROCURA NA TABELA A MATRICULA, A TURMA E A DISCIPLINA
009050*    DO REGISTRO CORRENTE, DEIXANDO IDX-TA POSICIONADO.
009060*    --------------------------------------------------
009070       7000-PROCURAR-ALUNO.
009080           SET NAO-ACHOU TO TRUE.
009090           IF QTD-ALUNOS = ZEROS
009100               GO TO 7000-EXIT
009110           END-IF.
009120           PERFORM 7010-TESTAR-ALUNO THRU 7010-EXIT
009130               VARYING IDX-TA FROM 1 BY 1
009140               UNTIL IDX-TA > QTD-ALUNOS
009150               OR ACHOU.
009160           IF ACHOU
009170               SET IDX-TA DOWN BY 1
009180           END-IF.
009190       7000-EXIT.
009200           EXIT.
009210*
009220*    --------------------------------------------------
009230*    7010-TESTAR-ALUNO
009240*    COMPARA UMA POSICAO DA TABELA COM O REGISTRO
009250*    CORRENTE DO HISTORICO.
009260*    --------------------------------------------------
009270       7010-TESTAR-ALUNO.
009280           IF TA-MATRICULA (IDX-TA) = HALU-MATRICULA
009290               AND TA-TURMA (IDX-TA) = HALU-TURMA
009300               AND TA-DISCIPLINA (IDX-TA) = HALU-DISCIPLINA
009310               SET ACHOU TO TRUE
009320           END-IF.
009330       7010-EXIT.
009340           EXIT.
009350*
009360*    --------------------------------------------------
009370*    7100-PROCURAR-GRUPO
009380*    PROCURA A TURMA/DISCIPLINA DA POSICAO CORRENTE DA
009390*    TABELA DE ALUNOS, DEIXANDO IDX-TG POSICIONADO.
009400*    --------------------------------------------------
009410       7100-PROCURAR-GRUPO.
009420           SET NAO-ACHOU TO TRUE.
009430           IF QTD-GRUPOS = ZEROS
009440               GO TO 7100-EXIT
009450           END-IF.
009460           PERFORM 7110-TESTAR-GRUPO THRU 7110-EXIT
009470               VARYING IDX-TG FROM 1 BY 1
009480               UNTIL IDX-TG > QTD-GRUPOS
009490               OR ACHOU.
009500           IF ACHOU
009510               SET IDX-TG DOWN BY 1
009520           END-IF.
009530       7100-EXIT.
009540           EXIT.
009550*
009560*    --------------------------------------------------
009570*    7110-TESTAR-GRUPO
009580*    COMPARA UMA TURMA/DISCIPLINA DA TABELA DE GRUPOS COM
009590*    A POSICAO CORRENTE DA TABELA DE ALUNOS.
009600*    --------------------------------------------------
009610       7110-TESTAR-GRUPO.
009620           IF TG-TURMA (IDX-TG) = TA-TURMA (IDX-TA)
009630               AND TG-DISCIPLINA (IDX-TG) = TA-DISCIPLINA (IDX-TA)
009640               SET ACHOU TO TRUE
009650           END-IF.
009660       7110-EXIT.
009670           EXIT.
009680*
009690*    --------------------------------------------------
009700*    7200-PROCURAR-ESTUDANTE
009710*    PROCURA A MATRICULA DA POSICAO CORRENTE DA TABELA DE
009720*    ALUNOS ENTRE OS JA EM RISCO, DEIXANDO IDX-TE
009730*    POSICIONADO.
009740*    --------------------------------------------------
009750       7200-PROCURAR-ESTUDANTE.
009760           SET NAO-ACHOU TO TRUE.
009770           IF QTD-ESTUDANTES = ZEROS
009780               GO TO 7200-EXIT
009790           END-IF.
009800           PERFORM 7210-TESTAR-ESTUDANTE THRU 7210-EXIT
009810               VARYING IDX-TE FROM 1 BY 1
009820               UNTIL IDX-TE > QTD-ESTUDANTES
009830               OR ACHOU.
009840           IF ACHOU
009850               SET IDX-TE DOWN BY 1
009860           END-IF.
009870       7200-EXIT.
009880           EXIT.
009890*
009900*    --------------------------------------------------
009910*    7210-TESTAR-ESTUDANTE
009920*    COMPARA UM ALUNO EM RISCO COM A POSICAO CORRENTE DA
009930*    TABELA DE ALUNOS.
009940*    --------------------------------------------------
009950       7210-TESTAR-ESTUDANTE.
009960           IF TE-MATRICULA (IDX-TE) = TA-MATRICULA (IDX-TA)
009970               SET ACHOU TO TRUE
009980           END-IF.
009990       7210-EXIT.
010000           EXIT.
010010*
010020*    ==================================================
010030*    8000-FINALIZAR
010040*    EMITE OS TOTAIS E A LEGENDA E FECHA OS ARQUIVOS.
010050*    ==================================================
010060       8000-FINALIZAR.
010070           WRITE LINHA-RISCO FROM LINHA-BRANCO.
010080           WRITE LINHA-RISCO FROM LINHA-SEPARADOR.
010090           MOVE QTD-ESTUDANTES TO LT-ESTUDANTES.
010100           WRITE LINHA-RISCO FROM LINHA-TOTAL-ESTUDANTES.
010110           MOVE TOTAL-DISC-RISCO TO LT-DISC-RISCO.
010120           WRITE LINHA-RISCO FROM LINHA-TOTAL-DISC-RISCO.
010130           MOVE TOTAL-DISC-SEM-CHANCE TO LT-SEM-CHANCE.
010140           WRITE LINHA-RISCO FROM LINHA-TOTAL-SEM-CHANCE.
010150           MOVE TOTAL-FORA-DA-TURMA TO LT-FORA-DA-TURMA.
010160           WRITE LINHA-RISCO FROM LINHA-TOTAL-FORA-TURMA.
010170           WRITE LINHA-RISCO FROM LINHA-BRANCO.
010180           WRITE LINHA-RISCO FROM LINHA-LEGENDA-1.
010190           WRITE LINHA-RISCO FROM LINHA-LEGENDA-2.
010200           WRITE LINHA-RISCO FROM LINHA-LEGENDA-3.
010210           WRITE LINHA-RISCO FROM LINHA-LEGENDA-4.
010220           WRITE LINHA-RISCO FROM LINHA-LEGENDA-5.
010230           WRITE LINHA-RISCO FROM LINHA-LEGENDA-6.
010240           WRITE LINHA-RISCO FROM LINHA-LEGENDA-7.
010250           WRITE LINHA-RISCO FROM LINHA-LEGENDA-8.
010260           WRITE LINHA-RISCO FROM LINHA-LEGENDA-9.
010270
010280           DISPLAY "ALUNOS A CONVOCAR:       " QTD-ESTUDANTES.
010290           DISPLAY "DISCIPLINAS EM RISCO:    " TOTAL-DISC-RISCO.
010300           DISPLAY "DISCIPLINAS SEM CHANCE:  "
010310               TOTAL-DISC-SEM-CHANCE.
010320
010330           CLOSE HIST-ALUNO, REL-RISCO.
010340           IF COM-CADASTRO-ALUNO
010350               CLOSE CADASTRO-ALUNO
010360           END-IF.
010370       8000-EXIT.
010380           EXIT.
010390
010400       END PROGRAM ALERTA-RISCO.
