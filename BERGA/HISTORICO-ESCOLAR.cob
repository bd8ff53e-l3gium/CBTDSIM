000010       Identification Division.
000020       Program-Id.              HISTORICO-ESCOLAR.
000030       Author.                  EQUIPE DE MANUTENCAO IFSP CBT.
000040       Installation             IFSP CBT.
000050       Date-Written             15/10/2026.
000060       Date-Compiled            .
000070       Security                 HISTORICO ESCOLAR E DECLARACAO DE
000080                                MATRICULA E FREQUENCIA,
000090                                CONSOLIDADOS DO HISTORICO DE
000100                                NOTAS (HIST-ALUNO).
000110*
000120*    HISTORICO DE ALTERACOES
000130*    DATA       AUTOR   DESCRICAO
000140*    15/10/2026 MSL     VERSAO ORIGINAL - PARA UMA MATRICULA OU
000150*                       PARA OS ALUNOS DE UMA TURMA CONCLUINTE,
000160*                       CONSOLIDA TODOS OS ANOS LETIVOS DO
000170*                       HISTORICO DE NOTAS NO HISTORICO ESCOLAR
000180*                       (HISTESC): POR ANO, CADA DISCIPLINA COM A
000190*                       MEDIA ANUAL, A FREQUENCIA ANUAL, A
000200*                       SITUACAO FINAL, O USO DE RECUPERACAO E A
000210*                       CARGA HORARIA (AULAS DADAS), COM O TOTAL
000220*                       DO ANO E O GERAL, NAS REGRAS DA ATA
000230*                       FINAL. EMITE TAMBEM A DECLARACAO DE
000240*                       MATRICULA E FREQUENCIA DO ANO CORRENTE
000250*                       (DECLMAT), DATADA. O ANO COM BIMESTRE
000260*                       FALTANDO QUE NAO E EXPLICADO POR
000270*                       MOVIMENTACAO DO CADASTRO DE ALUNOS
000280*                       (CADALUNO) E LISTADO E O DOCUMENTO NAO E
000290*                       EMITIDO.
000300*
000310       Environment DIVISION.
000320       Configuration Section.
000330       SOURCE-COMPUTER.         MEU PC.
000340       OBJECT-COMPUTER.         MEU PC.
000350       SPECIAL-NAMES.
000360           DECIMAL-POINT Is COMMA.
000370
000380       INPUT-OUTPUT SECTION.
000390       FILE-CONTROL.
000400           SELECT HIST-ALUNO       ASSIGN TO "HISTALUN"
000410               ORGANIZATION IS LINE SEQUENTIAL
000420               FILE STATUS IS FS-HIST-ALUNO.
000430
000440           SELECT CADASTRO-ALUNO   ASSIGN TO "CADALUNO"
000450               ORGANIZATION IS INDEXED
000460               ACCESS MODE IS RANDOM
000470               RECORD KEY IS CALU-MATRICULA
000480               FILE STATUS IS FS-CADASTRO-ALUNO.
000490
000500           SELECT REL-HISTORICO    ASSIGN TO "HISTESC"
000510               ORGANIZATION IS LINE SEQUENTIAL.
000520
000530           SELECT REL-DECLARACAO   ASSIGN TO "DECLMAT"
000540               ORGANIZATION IS LINE SEQUENTIAL.
000550
000560       Data Division.
000570       FILE SECTION.
000580       FD  HIST-ALUNO
000590           LABEL RECORD IS STANDARD.
000600       COPY "CB-HISTALU.cpy".
000610
000620       FD  CADASTRO-ALUNO
000630           LABEL RECORD IS STANDARD.
000640       COPY "CB-CADALU.cpy".
000650
000660       FD  REL-HISTORICO
000670           LABEL RECORD IS STANDARD.
000680       01  LINHA-HISTORICO             PIC X(100).
000690
000700       FD  REL-DECLARACAO
000710           LABEL RECORD IS STANDARD.
000720       01  LINHA-DECLARACAO            PIC X(100).
000730
000740       WORKING-STORAGE SECTION.
000750*
000760*    AREA DE CONTROLE DO LACO DE PROCESSAMENTO
000770*
000780       77  FS-HIST-ALUNO           PIC X(02) VALUE "00".
000790       77  FS-CADASTRO-ALUNO       PIC X(02) VALUE "00".
000800       77  IND-FIM-HISTORICO       PIC X(01) VALUE "N".
000810           88  FIM-HISTORICO           VALUE "S".
000820       77  IND-CADASTRO-ALUNO      PIC X(01) VALUE "N".
000830           88  COM-CADASTRO-ALUNO      VALUE "S".
000840       77  IND-ALUNO-NO-CADASTRO   PIC X(01) VALUE "N".
000850           88  ALUNO-NO-CADASTRO       VALUE "S".
000860       77  IND-ACHOU               PIC X(01) VALUE "N".
000870           88  ACHOU                   VALUE "S".
000880           88  NAO-ACHOU               VALUE "N".
000890       77  IND-ENTRADA-VISTA       PIC X(01) VALUE "N".
000900           88  ENTRADA-VISTA           VALUE "S".
000910       77  IND-FIM-ANOS            PIC X(01) VALUE "N".
000920           88  FIM-ANOS                VALUE "S".
000930       77  IND-ANO-COMPLETO        PIC X(01) VALUE "S".
000940           88  ANO-COMPLETO            VALUE "S".
000950           88  ANO-EM-CURSO            VALUE "N".
000960       77  IND-TITULO-LACUNA       PIC X(01) VALUE "N".
000970           88  TITULO-LACUNA-EMITIDO   VALUE "S".
000980       77  MODO-EMISSAO            PIC 9(01) VALUE ZEROS.
000990           88  EMITIR-POR-MATRICULA    VALUE 1.
001000           88  EMITIR-POR-TURMA        VALUE 2.
001010       77  MATRICULA-PEDIDA        PIC 9(06) VALUE ZEROS.
001020       77  TURMA-PEDIDA            PIC X(06) VALUE SPACES.
001030       77  ANO-TURMA-PEDIDA        PIC 9(04) VALUE ZEROS.
001040       77  ANO-CORRENTE            PIC 9(04) VALUE ZEROS.
001050       77  DATA-HOJE               PIC 9(08) VALUE ZEROS.
001060       77  IDX-BIMESTRE            PIC 9(01) COMP VALUE ZEROS.
001070       77  IDX-MOV                 PIC 9(02) COMP VALUE ZEROS.
001080       77  BIM-INICIAL             PIC 9(01) COMP VALUE ZEROS.
001090       77  BIM-FINAL               PIC 9(01) COMP VALUE ZEROS.
001100       77  BIM-LIMITE              PIC 9(01) COMP VALUE ZEROS.
001110       77  MARCA-APLICADA          PIC X(03) VALUE SPACES.
001120       77  MOTIVO-RECUSA           PIC X(45) VALUE SPACES.
001130*
001140*    MARCAS DOS BIMESTRES DO ALUNO NO ANO EM EMISSAO PELAS
001150*    MOVIMENTACOES DO CADASTRO: "TRF" TRANSFERIDO, "DES"
001160*    DESISTENTE, "ING" ANTES DO INGRESSO. O BIMESTRE MARCADO
001170*    NAO E LACUNA.
001180*
001190       01  TABELA-MARCAS.
001200           05  MARCA-BIMESTRE      OCCURS 4 TIMES
001210                                   PIC X(03).
001220*
001230*    CRITERIOS DE APROVACAO DO REGIMENTO, OS MESMOS DA ATA
001240*    FINAL.
001250*
001260       77  MEDIA-APROVACAO         PIC 9V9   VALUE 6,0.
001270       77  FREQUENCIA-MINIMA       PIC 9(02)V9 VALUE 75,0.
001280*
001290*    CAMPOS DE CALCULO DO ANO E DA DISCIPLINA EM EMISSAO
001300*
001310       77  ANO-EM-EMISSAO          PIC 9(04) VALUE ZEROS.
001320       77  PROXIMO-ANO             PIC 9(04) VALUE ZEROS.
001330       77  TURMA-DO-ANO            PIC X(06) VALUE SPACES.
001340       77  ULTIMO-BIM-APURADO      PIC 9(01) COMP VALUE ZEROS.
001350       77  QTD-BIM-APURADOS        PIC 9(01) COMP VALUE ZEROS.
001360       77  QTD-BIM-INGRESSO        PIC 9(01) COMP VALUE ZEROS.
001370       77  QTD-BIM-SAIDA           PIC 9(01) COMP VALUE ZEROS.
001380       77  MARCA-SAIDA             PIC X(03) VALUE SPACES.
001390       77  IND-USOU-RECUPER        PIC X(01) VALUE "N".
001400       77  SOMA-MEDIAS             PIC 9(03)V9 VALUE ZEROS.
001410       77  MEDIA-ANUAL             PIC 99V9  VALUE ZEROS.
001420       77  SOMA-AULAS-DADAS        PIC 9(05) VALUE ZEROS.
001430       77  SOMA-FALTAS             PIC 9(05) VALUE ZEROS.
001440       77  FREQUENCIA-ANUAL        PIC 9(03)V9 VALUE ZEROS.
001450       77  CARGA-HORARIA-ANO       PIC 9(05) VALUE ZEROS.
001460       77  CARGA-HORARIA-TOTAL     PIC 9(06) VALUE ZEROS.
001470       77  QTD-LACUNAS             PIC 9(04) COMP VALUE ZEROS.
001480       77  QTD-LACUNAS-CORRENTE    PIC 9(04) COMP VALUE ZEROS.
001490*
001500*    ALUNOS SELECIONADOS NA PRIMEIRA LEITURA DO HISTORICO
001510*    (A MATRICULA PEDIDA OU OS ALUNOS DA TURMA CONCLUINTE).
001520*
001530       77  QTD-SELECIONADOS        PIC 9(04) COMP VALUE ZEROS.
001540       77  LIMITE-SELECIONADOS     PIC 9(04) COMP VALUE 200.
001550       01  TABELA-SELECIONADOS.
001560           05  TS-ITEM OCCURS 200 TIMES INDEXED BY IDX-TS.
001570               10  TS-MATRICULA        PIC 9(06).
001580               10  TS-NOME             PIC X(30).
001590*
001600*    TABELA EM MEMORIA DA CONSOLIDACAO, UMA POSICAO POR
001610*    MATRICULA/ANO LETIVO/DISCIPLINA DOS ALUNOS
001620*    SELECIONADOS. A TURMA E A DO ULTIMO BIMESTRE LIDO, JA
001630*    QUE A RECLASSIFICACAO TROCA A TURMA DENTRO DO ANO.
001640*
001650       77  QTD-HISTORICO           PIC 9(04) COMP VALUE ZEROS.
001660       77  LIMITE-HISTORICO        PIC 9(04) COMP VALUE 3000.
001670       01  TABELA-HISTORICO.
001680           05  TH-ITEM OCCURS 3000 TIMES INDEXED BY IDX-TH.
001690               10  TH-MATRICULA        PIC 9(06).
001700               10  TH-ANO-LETIVO       PIC 9(04).
001710               10  TH-TURMA            PIC X(06).
001720               10  TH-DISCIPLINA       PIC X(10).
001730               10  TH-BIM              OCCURS 4 TIMES.
001740                   15  TH-BIM-APURADO  PIC X(01).
001750                   15  TH-BIM-MEDIA    PIC 99V9.
001760                   15  TH-BIM-AULAS    PIC 9(03).
001770                   15  TH-BIM-FALTAS   PIC 9(03).
001780                   15  TH-BIM-RECUPER  PIC X(01).
001790*
001800*    TOTALIZADORES DA EMISSAO
001810*
001820       77  QTD-HIST-EMITIDOS       PIC 9(04) COMP VALUE ZEROS.
001830       77  QTD-HIST-RECUSADOS      PIC 9(04) COMP VALUE ZEROS.
001840       77  QTD-DECL-EMITIDAS       PIC 9(04) COMP VALUE ZEROS.
001850       77  QTD-DECL-RECUSADAS      PIC 9(04) COMP VALUE ZEROS.
001860*
001870*    LINHAS DE IMPRESSAO DO HISTORICO ESCOLAR
001880*
001890       01  LINHA-SEPARADOR         PIC X(78) VALUE ALL "=".
001900       01  LINHA-BRANCO            PIC X(01) VALUE SPACES.
001910       01  HE-TITULO.
001920           05  FILLER              PIC X(30) VALUE
001930               "HISTORICO ESCOLAR".
001940           05  FILLER              PIC X(12) VALUE
001950               "EMITIDO EM: ".
001960           05  HE-DATA             PIC 9(08).
001970       01  HE-IDENTIFICACAO.
001980           05  FILLER              PIC X(11) VALUE "MATRICULA: ".
001990           05  HE-MATRICULA        PIC 9(06).
002000           05  FILLER              PIC X(08) VALUE "  NOME: ".
002010           05  HE-NOME             PIC X(30).
002020       01  HE-ANO.
002030           05  FILLER              PIC X(12) VALUE "ANO LETIVO: ".
002040           05  HE-ANO-LETIVO       PIC 9(04).
002050           05  FILLER              PIC X(09) VALUE "  TURMA: ".
002060           05  HE-TURMA            PIC X(06).
002070       01  HE-CABECALHO.
002080           05  FILLER              PIC X(12) VALUE "DISCIPLINA".
002090           05  FILLER              PIC X(06) VALUE "MEDIA".
002100           05  FILLER              PIC X(08) VALUE "FREQ".
002110           05  FILLER              PIC X(22) VALUE
002120               "SITUACAO FINAL".
002130           05  FILLER              PIC X(04) VALUE "REC".
002140           05  FILLER              PIC X(04) VALUE "C.H.".
002150       01  HE-DISCIPLINA.
002160           05  HD-DISCIPLINA       PIC X(10).
002170           05  FILLER              PIC X(02) VALUE SPACES.
002180           05  HD-MEDIA            PIC Z9,9.
002190           05  HD-MEDIA-TEXTO REDEFINES HD-MEDIA
002200                                   PIC X(04).
002210           05  FILLER              PIC X(02) VALUE SPACES.
002220           05  HD-FREQUENCIA       PIC ZZ9,9.
002230           05  FILLER              PIC X(01) VALUE "%".
002240           05  FILLER              PIC X(02) VALUE SPACES.
002250           05  HD-SITUACAO         PIC X(20).
002260           05  FILLER              PIC X(02) VALUE SPACES.
002270           05  HD-RECUPER          PIC X(03).
002280           05  FILLER              PIC X(01) VALUE SPACES.
002290           05  HD-CARGA-HORARIA    PIC ZZZ9.
002300       01  HE-EM-CURSO.
002310           05  FILLER              PIC X(45) VALUE
002320               "ANO LETIVO EM CURSO - APURADO ATE O BIMESTRE ".
002330           05  HC-BIMESTRE         PIC 9(01).
002340       01  HE-CARGA-ANO.
002350           05  FILLER              PIC X(30) VALUE
002360               "CARGA HORARIA DO ANO:".
002370           05  HC-CARGA-ANO        PIC ZZ.ZZ9.
002380       01  HE-CARGA-TOTAL.
002390           05  FILLER              PIC X(30) VALUE
002400               "CARGA HORARIA TOTAL:".
002410           05  HC-CARGA-TOTAL      PIC ZZZ.ZZ9.
002420       01  HE-TITULO-LACUNAS.
002430           05  FILLER              PIC X(50) VALUE
002440               "ANOS LETIVOS COM BIMESTRE FALTANDO:".
002450       01  HE-LACUNA.
002460           05  FILLER              PIC X(06) VALUE "  ANO ".
002470           05  HL-ANO-LETIVO       PIC 9(04).
002480           05  FILLER              PIC X(08) VALUE "  TURMA ".
002490           05  HL-TURMA            PIC X(06).
002500           05  FILLER              PIC X(02) VALUE SPACES.
002510           05  HL-DISCIPLINA       PIC X(10).
002520           05  FILLER              PIC X(22) VALUE
002530               "  SEM NOTA NO BIMESTRE".
002540           05  FILLER              PIC X(01) VALUE SPACES.
002550           05  HL-BIMESTRE         PIC 9(01).
002560       01  HE-NAO-EMITIDO.
002570           05  FILLER              PIC X(30) VALUE
002580               "HISTORICO NAO EMITIDO - REGULA".
002590           05  FILLER              PIC X(24) VALUE
002600               "RIZE OS BIMESTRES ACIMA.".
002610*
002620*    LINHAS DE IMPRESSAO DA DECLARACAO
002630*
002640       01  DM-TITULO.
002650           05  FILLER              PIC X(40) VALUE
002660               "DECLARACAO DE MATRICULA E FREQUENCIA".
002670       01  DM-TEXTO-1.
002680           05  FILLER              PIC X(34) VALUE
002690               "DECLARAMOS, PARA OS DEVIDOS FINS, ".
002700           05  FILLER              PIC X(17) VALUE
002710               "QUE O(A) ALUNO(A)".
002720       01  DM-TEXTO-2.
002730           05  FILLER              PIC X(13) VALUE
002740               "MATRICULA N. ".
002750           05  DM-MATRICULA        PIC 9(06).
002760           05  FILLER              PIC X(03) VALUE " - ".
002770           05  DM-NOME             PIC X(30).
002780       01  DM-TEXTO-3.
002790           05  FILLER              PIC X(39) VALUE
002800               "ESTA REGULARMENTE MATRICULADO(A) NA TUR".
002810           05  FILLER              PIC X(03) VALUE "MA ".
002820           05  DM-TURMA            PIC X(06).
002830           05  FILLER              PIC X(18) VALUE
002840               " NO ANO LETIVO DE ".
002850           05  DM-ANO-LETIVO       PIC 9(04).
002860           05  FILLER              PIC X(01) VALUE ",".
002870       01  DM-TEXTO-4.
002880           05  FILLER              PIC X(15) VALUE
002890               "MATRICULADO EM ".
002900           05  DM-DATA-MATRICULA   PIC 9(08).
002910           05  FILLER              PIC X(01) VALUE ",".
002920       01  DM-TEXTO-FREQUENCIA.
002930           05  FILLER              PIC X(17) VALUE
002940               "COM FREQUENCIA DE".
002950           05  FILLER              PIC X(01) VALUE SPACES.
002960           05  DM-FREQUENCIA       PIC ZZ9,9.
002970           05  FILLER              PIC X(33) VALUE
002980               "% DAS AULAS DADAS ATE O BIMESTRE ".
002990           05  DM-BIMESTRE         PIC 9(01).
003000           05  FILLER              PIC X(01) VALUE ".".
003010       01  DM-SEM-FREQUENCIA.
003020           05  FILLER              PIC X(50) VALUE
003030               "SEM FREQUENCIA APURADA ATE A PRESENTE DATA.".
003040       01  DM-DATA.
003050           05  FILLER              PIC X(11) VALUE "EMITIDA EM ".
003060           05  DM-DATA-EMISSAO     PIC 9(08).
003070           05  FILLER              PIC X(01) VALUE ".".
003080       01  DM-RECUSA.
003090           05  FILLER              PIC X(24) VALUE
003100               "DECLARACAO NAO EMITIDA: ".
003110           05  DR-MATRICULA        PIC 9(06).
003120           05  FILLER              PIC X(01) VALUE SPACES.
003130           05  DR-NOME             PIC X(25).
003140           05  FILLER              PIC X(01) VALUE SPACES.
003150           05  DR-MOTIVO           PIC X(40).
003160
003170       PROCEDURE DIVISION.
003180*
003190*    ==================================================
003200*    0000-MAINLINE
003210*    ROTINA PRINCIPAL - SELECIONA OS ALUNOS, CONSOLIDA O
003220*    HISTORICO DE NOTAS DELES E EMITE OS DOCUMENTOS.
003230*    ==================================================
003240       0000-MAINLINE.
003250           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003260
003270           PERFORM 2000-SELECIONAR-ALUNO THRU 2000-EXIT
003280               UNTIL FIM-HISTORICO.
003290
003300           CLOSE HIST-ALUNO.
003310           IF QTD-SELECIONADOS = ZEROS
003320               DISPLAY "NENHUM ALUNO ENCONTRADO NO HISTORICO DE "
003330                   "NOTAS PARA A SELECAO INFORMADA."
003340               PERFORM 8000-FINALIZAR THRU 8000-EXIT
003350               STOP RUN
003360           END-IF.
003370
003380           MOVE "N" TO IND-FIM-HISTORICO.
003390           OPEN INPUT HIST-ALUNO.
003400           PERFORM 1200-LER-HISTORICO THRU 1200-EXIT.
003410           PERFORM 3000-CARREGAR-HISTORICO THRU 3000-EXIT
003420               UNTIL FIM-HISTORICO.
003430           CLOSE HIST-ALUNO.
003440
003450           PERFORM 4000-EMITIR-DOCUMENTOS THRU 4000-EXIT
003460               VARYING IDX-TS FROM 1 BY 1
003470               UNTIL IDX-TS > QTD-SELECIONADOS.
003480
003490           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
003500
003510           STOP RUN.
003520*
003530*    --------------------------------------------------
003540*    1000-INICIALIZAR
003550*    RECEBE A SELECAO E O ANO LETIVO CORRENTE, ABRE OS
003560*    ARQUIVOS E LE O PRIMEIRO REGISTRO DO HISTORICO.
003570*    --------------------------------------------------
003580       1000-INICIALIZAR.
003590           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
003600           DISPLAY "EMITIR POR (1=MATRICULA, 2=TURMA "
003610               "CONCLUINTE): ".
003620           ACCEPT MODO-EMISSAO.
003630           EVALUATE TRUE
003640               WHEN EMITIR-POR-MATRICULA
003650                   DISPLAY "MATRICULA DO ALUNO: "
003660                   ACCEPT MATRICULA-PEDIDA
003670                   IF MATRICULA-PEDIDA NOT NUMERIC
003680                       OR MATRICULA-PEDIDA = ZEROS
003690                       DISPLAY "MATRICULA INVALIDA."
003700                       STOP RUN
003710                   END-IF
003720               WHEN EMITIR-POR-TURMA
003730                   DISPLAY "TURMA CONCLUINTE: "
003740                   ACCEPT TURMA-PEDIDA
003750                   DISPLAY "ANO LETIVO DA TURMA (AAAA): "
003760                   ACCEPT ANO-TURMA-PEDIDA
003770                   IF TURMA-PEDIDA = SPACES
003780                       OR ANO-TURMA-PEDIDA NOT NUMERIC
003790                       OR ANO-TURMA-PEDIDA = ZEROS
003800                       DISPLAY "TURMA OU ANO LETIVO INVALIDO."
003810                       STOP RUN
003820                   END-IF
003830               WHEN OTHER
003840                   DISPLAY "OPCAO INVALIDA."
003850                   STOP RUN
003860           END-EVALUATE.
003870           DISPLAY "ANO LETIVO CORRENTE (AAAA): ".
003880           ACCEPT ANO-CORRENTE.
003890           IF ANO-CORRENTE = ZEROS
003900               OR ANO-CORRENTE NOT NUMERIC
003910               DISPLAY "ANO LETIVO INVALIDO."
003920               STOP RUN
003930           END-IF.
003940
003950           OPEN INPUT HIST-ALUNO.
003960           IF FS-HIST-ALUNO NOT = "00"
003970               DISPLAY "ERRO AO ABRIR O HISTORICO HISTALUN - "
003980                   "FILE STATUS " FS-HIST-ALUNO
003990               DISPLAY "EXECUTE O CALCULAR-MEDIA ANTES DE "
004000                   "EMITIR O HISTORICO ESCOLAR."
004010               STOP RUN
004020           END-IF.
004030           OPEN OUTPUT REL-HISTORICO.
004040           OPEN OUTPUT REL-DECLARACAO.
004050
004060*
004070*    SEM O CADASTRO DE ALUNOS, TODO BIMESTRE FALTANDO E
004080*    LACUNA E A DECLARACAO NAO E EMITIDA.
004090*
004100           OPEN INPUT CADASTRO-ALUNO.
004110           IF FS-CADASTRO-ALUNO = "00"
004120               SET COM-CADASTRO-ALUNO TO TRUE
004130           ELSE
004140               IF FS-CADASTRO-ALUNO = "35"
004150                   DISPLAY "AVISO - CADASTRO CADALUNO AUSENTE - "
004160                       "DECLARACOES NAO SERAO EMITIDAS."
004170               ELSE
004180                   DISPLAY "ERRO AO ABRIR O CADASTRO CADALUNO - "
004190                       "FILE STATUS " FS-CADASTRO-ALUNO
004200                   STOP RUN
004210               END-IF
004220           END-IF.
004230
004240           PERFORM 1200-LER-HISTORICO THRU 1200-EXIT.
004250       1000-EXIT.
004260           EXIT.
004270*
004280*    --------------------------------------------------
004290*    1200-LER-HISTORICO
004300*    LE O PROXIMO REGISTRO DO HISTORICO DE NOTAS.
004310*    --------------------------------------------------
004320       1200-LER-HISTORICO.
004330           READ HIST-ALUNO
004340               AT END
004350                   SET FIM-HISTORICO TO TRUE
004360           END-READ.
004370       1200-EXIT.
004380           EXIT.
004390*
004400*    ==================================================
004410*    2000-SELECIONAR-ALUNO
004420*    PRIMEIRA LEITURA DO HISTORICO: ANOTA A MATRICULA
004430*    PEDIDA OU CADA ALUNO QUE CURSOU A TURMA CONCLUINTE
004440*    NO ANO INFORMADO.
004450*    ==================================================
004460       2000-SELECIONAR-ALUNO.
004470           IF EMITIR-POR-MATRICULA
004480               IF HALU-MATRICULA NOT = MATRICULA-PEDIDA
004490                   GO TO 2000-LER
004500               END-IF
004510           ELSE
004520               IF HALU-TURMA NOT = TURMA-PEDIDA
004530                   OR HALU-ANO-LETIVO NOT = ANO-TURMA-PEDIDA
004540                   GO TO 2000-LER
004550               END-IF
004560           END-IF.
004570
004580           PERFORM 7100-PROCURAR-SELECIONADO THRU 7100-EXIT.
004590           IF NAO-ACHOU
004600               IF QTD-SELECIONADOS = LIMITE-SELECIONADOS
004610                   DISPLAY "ERRO - MAIS DE 200 ALUNOS NA SELECAO."
004620                   STOP RUN
004630               END-IF
004640               ADD 1 TO QTD-SELECIONADOS
004650               SET IDX-TS TO QTD-SELECIONADOS
004660               MOVE HALU-MATRICULA TO TS-MATRICULA (IDX-TS)
004670           END-IF.
004680           MOVE HALU-NOME TO TS-NOME (IDX-TS).
004690
004700       2000-LER.
004710           PERFORM 1200-LER-HISTORICO THRU 1200-EXIT.
004720       2000-EXIT.
004730           EXIT.
004740*
004750*    ==================================================
004760*    3000-CARREGAR-HISTORICO
004770*    SEGUNDA LEITURA DO HISTORICO: CONSOLIDA NA TABELA,
004780*    POR MATRICULA, ANO LETIVO E DISCIPLINA, OS BIMESTRES
004790*    DOS ALUNOS SELECIONADOS. O MESMO BIMESTRE REAPURADO
004800*    SOBREPOE O ANTERIOR, COMO NA ATA FINAL.
004810*    ==================================================
004820       3000-CARREGAR-HISTORICO.
004830           IF HALU-BIMESTRE < 1 OR HALU-BIMESTRE > 4
004840               GO TO 3000-LER
004850           END-IF.
004860           PERFORM 7100-PROCURAR-SELECIONADO THRU 7100-EXIT.
004870           IF NAO-ACHOU
004880               GO TO 3000-LER
004890           END-IF.
004900
004910           PERFORM 7200-PROCURAR-HISTORICO THRU 7200-EXIT.
004920           IF NAO-ACHOU
004930               PERFORM 3100-INCLUIR-HISTORICO THRU 3100-EXIT
004940           END-IF.
004950
004960           MOVE HALU-TURMA TO TH-TURMA (IDX-TH).
004970           MOVE "S" TO TH-BIM-APURADO (IDX-TH, HALU-BIMESTRE).
004980           MOVE HALU-MEDIA-FINAL
004990               TO TH-BIM-MEDIA (IDX-TH, HALU-BIMESTRE).
005000           MOVE HALU-USOU-RECUPER
005010               TO TH-BIM-RECUPER (IDX-TH, HALU-BIMESTRE).
005020           IF HALU-AULAS-DADAS NUMERIC
005030               MOVE HALU-AULAS-DADAS
005040                   TO TH-BIM-AULAS (IDX-TH, HALU-BIMESTRE)
005050           ELSE
005060               MOVE ZEROS TO TH-BIM-AULAS (IDX-TH, HALU-BIMESTRE)
005070           END-IF.
005080           IF HALU-FALTAS NUMERIC
005090               MOVE HALU-FALTAS
005100                   TO TH-BIM-FALTAS (IDX-TH, HALU-BIMESTRE)
005110           ELSE
005120               MOVE ZEROS TO TH-BIM-FALTAS (IDX-TH, HALU-BIMESTRE)
005130           END-IF.
005140
005150       3000-LER.
005160           PERFORM 1200-LER-HISTORICO THRU 1200-EXIT.
005170       3000-EXIT.
005180           EXIT.
005190*
005200*    --------------------------------------------------
005210*    3100-INCLUIR-HISTORICO
005220*    ABRE UMA NOVA POSICAO NA TABELA PARA A MATRICULA/
005230*    ANO/DISCIPLINA RECEM-ENCONTRADA, DEIXANDO IDX-TH
005240*    POSICIONADO.
005250*    --------------------------------------------------
005260       3100-INCLUIR-HISTORICO.
005270           IF QTD-HISTORICO = LIMITE-HISTORICO
005280               DISPLAY "ERRO - MAIS DE 3000 DISCIPLINAS/ANO NO "
005290                   "HISTORICO DOS ALUNOS SELECIONADOS."
005300               STOP RUN
005310           END-IF.
005320           ADD 1 TO QTD-HISTORICO.
005330           SET IDX-TH TO QTD-HISTORICO.
005340           MOVE HALU-MATRICULA  TO TH-MATRICULA (IDX-TH).
005350           MOVE HALU-ANO-LETIVO TO TH-ANO-LETIVO (IDX-TH).
005360           MOVE HALU-DISCIPLINA TO TH-DISCIPLINA (IDX-TH).
005370           PERFORM 3110-ZERAR-BIMESTRE THRU 3110-EXIT
005380               VARYING IDX-BIMESTRE FROM 1 BY 1
005390               UNTIL IDX-BIMESTRE > 4.
005400       3100-EXIT.
005410           EXIT.
005420*
005430*    --------------------------------------------------
005440*    3110-ZERAR-BIMESTRE
005450*    LIMPA UM BIMESTRE DA POSICAO RECEM-ABERTA.
005460*    --------------------------------------------------
005470       3110-ZERAR-BIMESTRE.
005480           MOVE "N"   TO TH-BIM-APURADO (IDX-TH, IDX-BIMESTRE).
005490           MOVE ZEROS TO TH-BIM-MEDIA (IDX-TH, IDX-BIMESTRE).
005500           MOVE ZEROS TO TH-BIM-AULAS (IDX-TH, IDX-BIMESTRE).
005510           MOVE ZEROS TO TH-BIM-FALTAS (IDX-TH, IDX-BIMESTRE).
005520           MOVE "N"   TO TH-BIM-RECUPER (IDX-TH, IDX-BIMESTRE).
005530       3110-EXIT.
005540           EXIT.
005550*
005560*    ==================================================
005570*    4000-EMITIR-DOCUMENTOS
005580*    EMITE O HISTORICO ESCOLAR E A DECLARACAO DE UM ALUNO
005590*    SELECIONADO. O HISTORICO SO SAI QUANDO NENHUM ANO
005600*    TEM BIMESTRE FALTANDO; A DECLARACAO, QUANDO O ANO
005610*    CORRENTE NAO TEM BIMESTRE FALTANDO.
005620*    ==================================================
005630       4000-EMITIR-DOCUMENTOS.
005640           MOVE ZEROS TO QTD-LACUNAS, QTD-LACUNAS-CORRENTE,
005650               CARGA-HORARIA-TOTAL.
005660           MOVE "N" TO IND-TITULO-LACUNA.
005670           MOVE "N" TO IND-ALUNO-NO-CADASTRO.
005680           IF COM-CADASTRO-ALUNO
005690               MOVE TS-MATRICULA (IDX-TS) TO CALU-MATRICULA
005700               READ CADASTRO-ALUNO
005710                   INVALID KEY
005720                       CONTINUE
005730                   NOT INVALID KEY
005740                       SET ALUNO-NO-CADASTRO TO TRUE
005750               END-READ
005760           END-IF.
005770
005780           WRITE LINHA-HISTORICO FROM LINHA-SEPARADOR.
005790           MOVE DATA-HOJE TO HE-DATA.
005800           WRITE LINHA-HISTORICO FROM HE-TITULO.
005810           MOVE TS-MATRICULA (IDX-TS) TO HE-MATRICULA.
005820           MOVE TS-NOME (IDX-TS)      TO HE-NOME.
005830           WRITE LINHA-HISTORICO FROM HE-IDENTIFICACAO.
005840
005850           MOVE ZEROS TO ANO-EM-EMISSAO.
005860           MOVE "N" TO IND-FIM-ANOS.
005870           PERFORM 7000-PROXIMO-ANO THRU 7000-EXIT.
005880           PERFORM 4100-CONFERIR-ANO THRU 4100-EXIT
005890               UNTIL FIM-ANOS.
005900
005910           IF QTD-LACUNAS > ZEROS
005920               WRITE LINHA-HISTORICO FROM HE-NAO-EMITIDO
005930               ADD 1 TO QTD-HIST-RECUSADOS
005940           ELSE
005950               MOVE ZEROS TO ANO-EM-EMISSAO
005960               MOVE "N" TO IND-FIM-ANOS
005970               PERFORM 7000-PROXIMO-ANO THRU 7000-EXIT
005980               PERFORM 4300-EMITIR-ANO THRU 4300-EXIT
005990                   UNTIL FIM-ANOS
006000               WRITE LINHA-HISTORICO FROM LINHA-BRANCO
006010               MOVE CARGA-HORARIA-TOTAL TO HC-CARGA-TOTAL
006020               WRITE LINHA-HISTORICO FROM HE-CARGA-TOTAL
006030               ADD 1 TO QTD-HIST-EMITIDOS
006040           END-IF.
006050           WRITE LINHA-HISTORICO FROM LINHA-SEPARADOR.
006060           WRITE LINHA-HISTORICO FROM LINHA-BRANCO.
006070
006080           PERFORM 5000-EMITIR-DECLARACAO THRU 5000-EXIT.
006090       4000-EXIT.
006100           EXIT.
006110*
006120*    --------------------------------------------------
006130*    4100-CONFERIR-ANO
006140*    PROCURA AS LACUNAS DO ANO EM EMISSAO: NUM ANO
006150*    ENCERRADO, TODO BIMESTRE SEM NOTA E SEM MARCA DE
006160*    MOVIMENTACAO; NO ANO CORRENTE AINDA EM CURSO, SO ATE
006170*    O ULTIMO BIMESTRE JA APURADO.
006180*    --------------------------------------------------
006190       4100-CONFERIR-ANO.
006200           PERFORM 4600-MARCAR-ANO THRU 4600-EXIT.
006210           PERFORM 4500-APURAR-ANO THRU 4500-EXIT.
006220           IF ANO-COMPLETO
006230               GO TO 4100-PROXIMO
006240           END-IF.
006250
006260           IF ANO-EM-EMISSAO < ANO-CORRENTE
006270               MOVE 4 TO BIM-LIMITE
006280           ELSE
006290               MOVE ULTIMO-BIM-APURADO TO BIM-LIMITE
006300           END-IF.
006310           PERFORM 4110-CONFERIR-DISCIPLINA THRU 4110-EXIT
006320               VARYING IDX-TH FROM 1 BY 1
006330               UNTIL IDX-TH > QTD-HISTORICO.
006340
006350       4100-PROXIMO.
006360           PERFORM 7000-PROXIMO-ANO THRU 7000-EXIT.
006370       4100-EXIT.
006380           EXIT.
006390*
006400*    --------------------------------------------------
006410*    4110-CONFERIR-DISCIPLINA
006420*    CONFERE OS BIMESTRES DE UMA DISCIPLINA DO ALUNO NO
006430*    ANO EM EMISSAO, ATE BIM-LIMITE.
006440*    --------------------------------------------------
006450       4110-CONFERIR-DISCIPLINA.
006460           IF TH-MATRICULA (IDX-TH) NOT = TS-MATRICULA (IDX-TS)
006470               OR TH-ANO-LETIVO (IDX-TH) NOT = ANO-EM-EMISSAO
006480               GO TO 4110-EXIT
006490           END-IF.
006500           PERFORM 4120-CONFERIR-BIMESTRE THRU 4120-EXIT
006510               VARYING IDX-BIMESTRE FROM 1 BY 1
006520               UNTIL IDX-BIMESTRE > BIM-LIMITE.
006530       4110-EXIT.
006540           EXIT.
006550*
006560*    --------------------------------------------------
006570*    4120-CONFERIR-BIMESTRE
006580*    LISTA NO HISTORICO O BIMESTRE SEM NOTA E SEM MARCA
006590*    DE MOVIMENTACAO, CONTANDO A LACUNA.
006600*    --------------------------------------------------
006610       4120-CONFERIR-BIMESTRE.
006620           IF TH-BIM-APURADO (IDX-TH, IDX-BIMESTRE) = "S"
006630               OR MARCA-BIMESTRE (IDX-BIMESTRE) NOT = SPACES
006640               GO TO 4120-EXIT
006650           END-IF.
006660           IF NOT TITULO-LACUNA-EMITIDO
006670               WRITE LINHA-HISTORICO FROM HE-TITULO-LACUNAS
006680               SET TITULO-LACUNA-EMITIDO TO TRUE
006690           END-IF.
006700           MOVE ANO-EM-EMISSAO          TO HL-ANO-LETIVO.
006710           MOVE TH-TURMA (IDX-TH)       TO HL-TURMA.
006720           MOVE TH-DISCIPLINA (IDX-TH)  TO HL-DISCIPLINA.
006730           MOVE IDX-BIMESTRE            TO HL-BIMESTRE.
006740           WRITE LINHA-HISTORICO FROM HE-LACUNA.
006750           ADD 1 TO QTD-LACUNAS.
006760           IF ANO-EM-EMISSAO NOT < ANO-CORRENTE
006770               ADD 1 TO QTD-LACUNAS-CORRENTE
006780           END-IF.
006790       4120-EXIT.
006800           EXIT.
006810*
006820*    --------------------------------------------------
006830*    4300-EMITIR-ANO
006840*    EMITE O BLOCO DE UM ANO LETIVO: AS DISCIPLINAS E A
006850*    CARGA HORARIA DO ANO OU, NO ANO AINDA EM CURSO, O
006860*    ULTIMO BIMESTRE APURADO.
006870*    --------------------------------------------------
006880       4300-EMITIR-ANO.
006890           PERFORM 4600-MARCAR-ANO THRU 4600-EXIT.
006900           PERFORM 4500-APURAR-ANO THRU 4500-EXIT.
006910
006920           WRITE LINHA-HISTORICO FROM LINHA-BRANCO.
006930           MOVE ANO-EM-EMISSAO TO HE-ANO-LETIVO.
006940           MOVE TURMA-DO-ANO   TO HE-TURMA.
006950           WRITE LINHA-HISTORICO FROM HE-ANO.
006960           IF ANO-EM-CURSO
006970               MOVE ULTIMO-BIM-APURADO TO HC-BIMESTRE
006980               WRITE LINHA-HISTORICO FROM HE-EM-CURSO
006990               GO TO 4300-PROXIMO
007000           END-IF.
007010
007020           WRITE LINHA-HISTORICO FROM HE-CABECALHO.
007030           MOVE ZEROS TO CARGA-HORARIA-ANO.
007040           PERFORM 4310-EMITIR-DISCIPLINA THRU 4310-EXIT
007050               VARYING IDX-TH FROM 1 BY 1
007060               UNTIL IDX-TH > QTD-HISTORICO.
007070           MOVE CARGA-HORARIA-ANO TO HC-CARGA-ANO.
007080           WRITE LINHA-HISTORICO FROM HE-CARGA-ANO.
007090           ADD CARGA-HORARIA-ANO TO CARGA-HORARIA-TOTAL.
007100
007110       4300-PROXIMO.
007120           PERFORM 7000-PROXIMO-ANO THRU 7000-EXIT.
007130       4300-EXIT.
007140           EXIT.
007150*
007160*    --------------------------------------------------
007170*    4310-EMITIR-DISCIPLINA
007180*    EMITE A LINHA DE UMA DISCIPLINA DO ANO, NAS REGRAS
007190*    DA ATA FINAL: MEDIA DOS BIMESTRES CURSADOS,
007200*    FREQUENCIA DO ANO (ABAIXO DE 75% REPROVA POR FALTA)
007210*    E, PARA QUEM SAIU NO ANO, A SITUACAO DA SAIDA.
007220*    --------------------------------------------------
007230       4310-EMITIR-DISCIPLINA.
007240           IF TH-MATRICULA (IDX-TH) NOT = TS-MATRICULA (IDX-TS)
007250               OR TH-ANO-LETIVO (IDX-TH) NOT = ANO-EM-EMISSAO
007260               GO TO 4310-EXIT
007270           END-IF.
007280           MOVE SPACES TO HE-DISCIPLINA.
007290           PERFORM 4400-SOMAR-DISCIPLINA THRU 4400-EXIT.
007300
007310           MOVE TH-DISCIPLINA (IDX-TH) TO HD-DISCIPLINA.
007320           MOVE FREQUENCIA-ANUAL TO HD-FREQUENCIA.
007330           IF QTD-BIM-APURADOS + QTD-BIM-INGRESSO = 4
007340               COMPUTE MEDIA-ANUAL ROUNDED =
007350                   SOMA-MEDIAS / QTD-BIM-APURADOS
007360               MOVE MEDIA-ANUAL TO HD-MEDIA
007370               IF FREQUENCIA-ANUAL < FREQUENCIA-MINIMA
007380                   MOVE "REPROVADO POR FALTA" TO HD-SITUACAO
007390               ELSE
007400                   IF MEDIA-ANUAL >= MEDIA-APROVACAO
007410                       MOVE "APROVADO" TO HD-SITUACAO
007420                   ELSE
007430                       MOVE "REPROVADO" TO HD-SITUACAO
007440                   END-IF
007450               END-IF
007460           ELSE
007470               MOVE SPACES TO HD-MEDIA-TEXTO
007480               IF MARCA-SAIDA = "DES"
007490                   MOVE "DESISTENTE" TO HD-SITUACAO
007500               ELSE
007510                   MOVE "TRANSFERIDO" TO HD-SITUACAO
007520               END-IF
007530           END-IF.
007540           IF IND-USOU-RECUPER = "S"
007550               MOVE "SIM" TO HD-RECUPER
007560           ELSE
007570               MOVE "NAO" TO HD-RECUPER
007580           END-IF.
007590           MOVE SOMA-AULAS-DADAS TO HD-CARGA-HORARIA.
007600           ADD SOMA-AULAS-DADAS TO CARGA-HORARIA-ANO.
007610           WRITE LINHA-HISTORICO FROM HE-DISCIPLINA.
007620       4310-EXIT.
007630           EXIT.
007640*
007650*    --------------------------------------------------
007660*    4400-SOMAR-DISCIPLINA
007670*    SOMA OS BIMESTRES DA DISCIPLINA CORRENTE: MEDIAS,
007680*    AULAS E FALTAS DOS APURADOS, USO DE RECUPERACAO E OS
007690*    BIMESTRES SEM NOTA EXPLICADOS PELAS MARCAS DO ANO.
007700*    --------------------------------------------------
007710       4400-SOMAR-DISCIPLINA.
007720           MOVE ZEROS TO SOMA-MEDIAS, SOMA-AULAS-DADAS,
007730               SOMA-FALTAS, QTD-BIM-APURADOS, QTD-BIM-INGRESSO,
007740               QTD-BIM-SAIDA.
007750           MOVE SPACES TO MARCA-SAIDA.
007760           MOVE "N" TO IND-USOU-RECUPER.
007770           PERFORM 4410-SOMAR-BIMESTRE THRU 4410-EXIT
007780               VARYING IDX-BIMESTRE FROM 1 BY 1
007790               UNTIL IDX-BIMESTRE > 4.
007800           IF SOMA-AULAS-DADAS > ZEROS
007810               COMPUTE FREQUENCIA-ANUAL ROUNDED =
007820                   (SOMA-AULAS-DADAS - SOMA-FALTAS) * 100
007830                   / SOMA-AULAS-DADAS
007840           ELSE
007850               MOVE 100,0 TO FREQUENCIA-ANUAL
007860           END-IF.
007870       4400-EXIT.
007880           EXIT.
007890*
007900*    --------------------------------------------------
007910*    4410-SOMAR-BIMESTRE
007920*    SOMA UM BIMESTRE DA DISCIPLINA CORRENTE.
007930*    --------------------------------------------------
007940       4410-SOMAR-BIMESTRE.
007950           IF TH-BIM-APURADO (IDX-TH, IDX-BIMESTRE) = "S"
007960               ADD 1 TO QTD-BIM-APURADOS
007970               ADD TH-BIM-MEDIA (IDX-TH, IDX-BIMESTRE)
007980                   TO SOMA-MEDIAS
007990               ADD TH-BIM-AULAS (IDX-TH, IDX-BIMESTRE)
008000                   TO SOMA-AULAS-DADAS
008010               ADD TH-BIM-FALTAS (IDX-TH, IDX-BIMESTRE)
008020                   TO SOMA-FALTAS
008030               IF TH-BIM-RECUPER (IDX-TH, IDX-BIMESTRE) = "S"
008040                   MOVE "S" TO IND-USOU-RECUPER
008050               END-IF
008060               IF IDX-BIMESTRE > ULTIMO-BIM-APURADO
008070                   MOVE IDX-BIMESTRE TO ULTIMO-BIM-APURADO
008080               END-IF
008090               GO TO 4410-EXIT
008100           END-IF.
008110           IF MARCA-BIMESTRE (IDX-BIMESTRE) = "ING"
008120               ADD 1 TO QTD-BIM-INGRESSO
008130               GO TO 4410-EXIT
008140           END-IF.
008150           IF MARCA-BIMESTRE (IDX-BIMESTRE) NOT = SPACES
008160               ADD 1 TO QTD-BIM-SAIDA
008170               MOVE MARCA-BIMESTRE (IDX-BIMESTRE) TO MARCA-SAIDA
008180           END-IF.
008190       4410-EXIT.
008200           EXIT.
008210*
008220*    --------------------------------------------------
008230*    4500-APURAR-ANO
008240*    APURA O ULTIMO BIMESTRE COM NOTA NO ANO EM EMISSAO E
008250*    SE O ANO ESTA COMPLETO: TODA DISCIPLINA COM OS QUATRO
008260*    BIMESTRES APURADOS OU EXPLICADOS POR MOVIMENTACAO.
008270*    --------------------------------------------------
008280       4500-APURAR-ANO.
008290           MOVE ZEROS TO ULTIMO-BIM-APURADO.
008300           SET ANO-COMPLETO TO TRUE.
008310           PERFORM 4510-APURAR-DISCIPLINA THRU 4510-EXIT
008320               VARYING IDX-TH FROM 1 BY 1
008330               UNTIL IDX-TH > QTD-HISTORICO.
008340       4500-EXIT.
008350           EXIT.
008360*
008370*    --------------------------------------------------
008380*    4510-APURAR-DISCIPLINA
008390*    APURA UMA DISCIPLINA DO ALUNO NO ANO EM EMISSAO.
008400*    --------------------------------------------------
008410       4510-APURAR-DISCIPLINA.
008420           IF TH-MATRICULA (IDX-TH) NOT = TS-MATRICULA (IDX-TS)
008430               OR TH-ANO-LETIVO (IDX-TH) NOT = ANO-EM-EMISSAO
008440               GO TO 4510-EXIT
008450           END-IF.
008460           PERFORM 4400-SOMAR-DISCIPLINA THRU 4400-EXIT.
008470           IF QTD-BIM-APURADOS + QTD-BIM-INGRESSO
008480               + QTD-BIM-SAIDA < 4
008490               SET ANO-EM-CURSO TO TRUE
008500           END-IF.
008510       4510-EXIT.
008520           EXIT.
008530*
008540*    --------------------------------------------------
008550*    4600-MARCAR-ANO
008560*    MARCA OS BIMESTRES DO ALUNO NO ANO EM EMISSAO PELAS
008570*    MOVIMENTACOES DO CADASTRO, NA ORDEM EM QUE FORAM
008580*    FEITAS, COMO NO BOLETIM-ALUNO.
008590*    --------------------------------------------------
008600       4600-MARCAR-ANO.
008610           MOVE SPACES TO TABELA-MARCAS.
008620           IF NOT ALUNO-NO-CADASTRO
008630               GO TO 4600-EXIT
008640           END-IF.
008650           MOVE "N" TO IND-ENTRADA-VISTA.
008660           PERFORM 4610-APLICAR-MOVIMENTO THRU 4610-EXIT
008670               VARYING IDX-MOV FROM 1 BY 1
008680               UNTIL IDX-MOV > CALU-QTD-MOVIMENTOS.
008690       4600-EXIT.
008700           EXIT.
008710*
008720*    --------------------------------------------------
008730*    4610-APLICAR-MOVIMENTO
008740*    APLICA UMA MOVIMENTACAO DO ANO: A PRIMEIRA ENTRADA
008750*    MARCA "ING" NOS BIMESTRES ANTERIORES; TODA ENTRADA
008760*    LIMPA OS BIMESTRES A PARTIR DO SEU; A TRANSFERENCIA
008770*    E A DESISTENCIA MARCAM OS BIMESTRES A PARTIR DO SEU.
008780*    --------------------------------------------------
008790       4610-APLICAR-MOVIMENTO.
008800           IF CALU-MOV-ANO-LETIVO (IDX-MOV) NOT = ANO-EM-EMISSAO
008810               GO TO 4610-EXIT
008820           END-IF.
008830
008840           EVALUATE CALU-MOV-TIPO (IDX-MOV)
008850               WHEN "M"
008860               WHEN "E"
008870                   IF NOT ENTRADA-VISTA
008880                       MOVE "ING" TO MARCA-APLICADA
008890                       MOVE 1 TO BIM-INICIAL
008900                       COMPUTE BIM-FINAL =
008910                           CALU-MOV-BIMESTRE (IDX-MOV) - 1
008920                       PERFORM 4620-MARCAR-BIMESTRE THRU 4620-EXIT
008930                   END-IF
008940                   MOVE SPACES TO MARCA-APLICADA
008950               WHEN "T"
008960                   MOVE "TRF" TO MARCA-APLICADA
008970               WHEN "D"
008980                   MOVE "DES" TO MARCA-APLICADA
008990               WHEN OTHER
009000                   GO TO 4610-EXIT
009010           END-EVALUATE.
009020           MOVE CALU-MOV-BIMESTRE (IDX-MOV) TO BIM-INICIAL.
009030           MOVE 4 TO BIM-FINAL.
009040           PERFORM 4620-MARCAR-BIMESTRE THRU 4620-EXIT.
009050           SET ENTRADA-VISTA TO TRUE.
009060       4610-EXIT.
009070           EXIT.
009080*
009090*    --------------------------------------------------
009100*    4620-MARCAR-BIMESTRE
009110*    GRAVA MARCA-APLICADA NOS BIMESTRES DE BIM-INICIAL A
009120*    BIM-FINAL.
009130*    --------------------------------------------------
009140       4620-MARCAR-BIMESTRE.
009150           PERFORM 4630-MARCAR-UM-BIMESTRE THRU 4630-EXIT
009160               VARYING IDX-BIMESTRE FROM BIM-INICIAL BY 1
009170               UNTIL IDX-BIMESTRE > BIM-FINAL.
009180       4620-EXIT.
009190           EXIT.
009200*
009210*    --------------------------------------------------
009220*    4630-MARCAR-UM-BIMESTRE
009230*    GRAVA MARCA-APLICADA EM UM BIMESTRE.
009240*    --------------------------------------------------
009250       4630-MARCAR-UM-BIMESTRE.
009260           MOVE MARCA-APLICADA TO MARCA-BIMESTRE (IDX-BIMESTRE).
009270       4630-EXIT.
009280           EXIT.
009290*
009300*    ==================================================
009310*    5000-EMITIR-DECLARACAO
009320*    EMITE A DECLARACAO DE MATRICULA E FREQUENCIA DO ANO
009330*    CORRENTE PARA O ALUNO QUE O CADASTRO MOSTRA CURSANDO
009340*    O ANO, COM A FREQUENCIA DOS BIMESTRES APURADOS ATE
009350*    AQUI. SEM CADASTRO, FORA DA ESCOLA OU COM BIMESTRE
009360*    FALTANDO NO ANO, A RECUSA SAI NO LUGAR DO DOCUMENTO.
009370*    ==================================================
009380       5000-EMITIR-DECLARACAO.
009390           MOVE SPACES TO MOTIVO-RECUSA.
009400           IF NOT ALUNO-NO-CADASTRO
009410               MOVE "ALUNO SEM CADASTRO DE MATRICULA"
009420                   TO MOTIVO-RECUSA
009430           ELSE
009440               IF CALU-FORA-DA-ESCOLA
009450                   OR CALU-ANO-LETIVO NOT = ANO-CORRENTE
009460                   MOVE "NAO MATRICULADO NO ANO LETIVO CORRENTE"
009470                       TO MOTIVO-RECUSA
009480               ELSE
009490                   IF QTD-LACUNAS-CORRENTE > ZEROS
009500                       MOVE "ANO CORRENTE COM BIMESTRE FALTANDO"
009510                           TO MOTIVO-RECUSA
009520                   END-IF
009530               END-IF
009540           END-IF.
009550           IF MOTIVO-RECUSA NOT = SPACES
009560               MOVE TS-MATRICULA (IDX-TS) TO DR-MATRICULA
009570               MOVE TS-NOME (IDX-TS)      TO DR-NOME
009580               MOVE MOTIVO-RECUSA         TO DR-MOTIVO
009590               WRITE LINHA-DECLARACAO FROM DM-RECUSA
009600               ADD 1 TO QTD-DECL-RECUSADAS
009610               GO TO 5000-EXIT
009620           END-IF.
009630
009640           MOVE ANO-CORRENTE TO ANO-EM-EMISSAO.
009650           PERFORM 4600-MARCAR-ANO THRU 4600-EXIT.
009660           MOVE ZEROS TO SOMA-AULAS-DADAS, SOMA-FALTAS,
009670               ULTIMO-BIM-APURADO.
009680           PERFORM 5100-SOMAR-FREQUENCIA THRU 5100-EXIT
009690               VARYING IDX-TH FROM 1 BY 1
009700               UNTIL IDX-TH > QTD-HISTORICO.
009710
009720           WRITE LINHA-DECLARACAO FROM LINHA-SEPARADOR.
009730           WRITE LINHA-DECLARACAO FROM DM-TITULO.
009740           WRITE LINHA-DECLARACAO FROM LINHA-BRANCO.
009750           WRITE LINHA-DECLARACAO FROM DM-TEXTO-1.
009760           MOVE CALU-NOME      TO DM-NOME.
009770           MOVE CALU-MATRICULA TO DM-MATRICULA.
009780           WRITE LINHA-DECLARACAO FROM DM-TEXTO-2.
009790           MOVE CALU-TURMA      TO DM-TURMA.
009800           MOVE CALU-ANO-LETIVO TO DM-ANO-LETIVO.
009810           WRITE LINHA-DECLARACAO FROM DM-TEXTO-3.
009820           MOVE CALU-DATA-MATRICULA TO DM-DATA-MATRICULA.
009830           WRITE LINHA-DECLARACAO FROM DM-TEXTO-4.
009840           IF SOMA-AULAS-DADAS > ZEROS
009850               COMPUTE FREQUENCIA-ANUAL ROUNDED =
009860                   (SOMA-AULAS-DADAS - SOMA-FALTAS) * 100
009870                   / SOMA-AULAS-DADAS
009880               MOVE FREQUENCIA-ANUAL   TO DM-FREQUENCIA
009890               MOVE ULTIMO-BIM-APURADO TO DM-BIMESTRE
009900               WRITE LINHA-DECLARACAO FROM DM-TEXTO-FREQUENCIA
009910           ELSE
009920               WRITE LINHA-DECLARACAO FROM DM-SEM-FREQUENCIA
009930           END-IF.
009940           WRITE LINHA-DECLARACAO FROM LINHA-BRANCO.
009950           MOVE DATA-HOJE TO DM-DATA-EMISSAO.
009960           WRITE LINHA-DECLARACAO FROM DM-DATA.
009970           WRITE LINHA-DECLARACAO FROM LINHA-SEPARADOR.
009980           WRITE LINHA-DECLARACAO FROM LINHA-BRANCO.
009990           ADD 1 TO QTD-DECL-EMITIDAS.
010000       5000-EXIT.
010010           EXIT.
010020*
010030*    --------------------------------------------------
010040*    5100-SOMAR-FREQUENCIA
010050*    SOMA AS AULAS E FALTAS DE UMA DISCIPLINA DO ALUNO NO
010060*    ANO CORRENTE.
010070*    --------------------------------------------------
010080       5100-SOMAR-FREQUENCIA.
010090           IF TH-MATRICULA (IDX-TH) NOT = TS-MATRICULA (IDX-TS)
010100               OR TH-ANO-LETIVO (IDX-TH) NOT = ANO-CORRENTE
010110               GO TO 5100-EXIT
010120           END-IF.
010130           PERFORM 5110-SOMAR-BIMESTRE THRU 5110-EXIT
010140               VARYING IDX-BIMESTRE FROM 1 BY 1
010150               UNTIL IDX-BIMESTRE > 4.
010160       5100-EXIT.
010170           EXIT.
010180*
010190*    --------------------------------------------------
010200*    5110-SOMAR-BIMESTRE
010210*    SOMA UM BIMESTRE APURADO NA FREQUENCIA DO ANO.
010220*    --------------------------------------------------
010230       5110-SOMAR-BIMESTRE.
010240           IF TH-BIM-APURADO (IDX-TH, IDX-BIMESTRE) = "S"
010250               ADD TH-BIM-AULAS (IDX-TH, IDX-BIMESTRE)
010260                   TO SOMA-AULAS-DADAS
010270               ADD TH-BIM-FALTAS (IDX-TH, IDX-BIMESTRE)
010280                   TO SOMA-FALTAS
010290               IF IDX-BIMESTRE > ULTIMO-BIM-APURADO
010300                   MOVE IDX-BIMESTRE TO ULTIMO-BIM-APURADO
010310               END-IF
010320           END-IF.
010330       5110-EXIT.
010340           EXIT.
010350*
010360*    --------------------------------------------------
010370*    7000-PROXIMO-ANO
010380*    PROCURA O MENOR ANO LETIVO DO ALUNO CORRENTE DEPOIS
010390*    DE ANO-EM-EMISSAO, COM A TURMA DESSE ANO. SEM MAIS
010400*    ANOS, LIGA FIM-ANOS.
010410*    --------------------------------------------------
010420       7000-PROXIMO-ANO.
010430           MOVE 9999 TO PROXIMO-ANO.
010440           PERFORM 7010-TESTAR-ANO THRU 7010-EXIT
010450               VARYING IDX-TH FROM 1 BY 1
010460               UNTIL IDX-TH > QTD-HISTORICO.
010470           IF PROXIMO-ANO = 9999
010480               SET FIM-ANOS TO TRUE
010490           ELSE
010500               MOVE PROXIMO-ANO TO ANO-EM-EMISSAO
010510           END-IF.
010520       7000-EXIT.
010530           EXIT.
010540*
010550*    --------------------------------------------------
010560*    7010-TESTAR-ANO
010570*    COMPARA O ANO DE UMA POSICAO DA TABELA COM O MENOR
010580*    ANO POSTERIOR JA ENCONTRADO.
010590*    --------------------------------------------------
010600       7010-TESTAR-ANO.
010610           IF TH-MATRICULA (IDX-TH) = TS-MATRICULA (IDX-TS)
010620               AND TH-ANO-LETIVO (IDX-TH) > ANO-EM-EMISSAO
010630               AND TH-ANO-LETIVO (IDX-TH) < PROXIMO-ANO
010640               MOVE TH-ANO-LETIVO (IDX-TH) TO PROXIMO-ANO
010650               MOVE TH-TURMA (IDX-TH)      TO TURMA-DO-ANO
010660           END-IF.
010670       7010-EXIT.
010680           EXIT.
010690*
010700*    --------------------------------------------------
010710*    7100-PROCURAR-SELECIONADO
010720*    PROCURA A MATRICULA DO REGISTRO CORRENTE DO
010730*    HISTORICO NA TABELA DE SELECIONADOS, DEIXANDO
010740*    IDX-TS POSICIONADO.
010750*    --------------------------------------------------
010760       7100-PROCURAR-SELECIONADO.
010770           SET NAO-ACHOU TO TRUE.
010780           IF QTD-SELECIONADOS = ZEROS
010790               GO TO 7100-EXIT
010800           END-IF.
010810           PERFORM 7110-TESTAR-SELECIONADO THRU 7110-EXIT
010820               VARYING IDX-TS FROM 1 BY 1
010830               UNTIL IDX-TS > QTD-SELECIONADOS
010840               OR ACHOU.
010850           IF ACHOU
010860               SET IDX-TS DOWN BY 1
010870           END-IF.
010880       7100-EXIT.
010890           EXIT.
010900*
010910*    --------------------------------------------------
010920*    7110-TESTAR-SELECIONADO
010930*    COMPARA UMA POSICAO DA TABELA DE SELECIONADOS COM A
010940*    MATRICULA DO REGISTRO CORRENTE.
010950*    --------------------------------------------------
010960       7110-TESTAR-SELECIONADO.
010970           IF TS-MATRICULA (IDX-TS) = HALU-MATRICULA
010980               SET ACHOU TO TRUE
010990           END-IF.
011000       7110-EXIT.
011010           EXIT.
011020*
011030*    --------------------------------------------------
011040*    7200-PROCURAR-HISTORICO
011050*    PROCURA NA TABELA A MATRICULA, O ANO LETIVO E A
011060*    DISCIPLINA DO REGISTRO CORRENTE, DEIXANDO IDX-TH
011070*    POSICIONADO.
011080*    --------------------------------------------------
011090       7200-PROCURAR-HISTORICO.
011100           SET NAO-ACHOU TO TRUE.
011110           IF QTD-HISTORICO = ZEROS
011120               GO TO 7200-EXIT
011130           END-IF.
011140           PERFORM 7210-TESTAR-HISTORICO THRU 7210-EXIT
011150               VARYING IDX-TH FROM 1 BY 1
011160               UNTIL IDX-TH > QTD-HISTORICO
011170               OR ACHOU.
011180           IF ACHOU
011190               SET IDX-TH DOWN BY 1
011200           END-IF.
011210       7200-EXIT.
011220           EXIT.
011230*
011240*    --------------------------------------------------
011250*    7210-TESTAR-HISTORICO
011260*    COMPARA UMA POSICAO DA TABELA COM O REGISTRO
011270*    CORRENTE DO HISTORICO.
011280*    --------------------------------------------------
011290       7210-TESTAR-HISTORICO.
011300           IF TH-MATRICULA (IDX-TH) = HALU-MATRICULA
011310               AND TH-ANO-LETIVO (IDX-TH) = HALU-ANO-LETIVO
011320               AND TH-DISCIPLINA (IDX-TH) = HALU-DISCIPLINA
011330               SET ACHOU TO TRUE
011340           END-IF.
011350       7210-EXIT.
011360           EXIT.
011370*
011380*    ==================================================
011390*    8000-FINALIZAR
011400*    MOSTRA OS TOTAIS DA EMISSAO E FECHA OS ARQUIVOS.
011410*    ==================================================
011420       8000-FINALIZAR.
011430           DISPLAY "HISTORICOS EMITIDOS:    " QTD-HIST-EMITIDOS.
011440           DISPLAY "HISTORICOS RECUSADOS:   " QTD-HIST-RECUSADOS.
011450           DISPLAY "DECLARACOES EMITIDAS:   " QTD-DECL-EMITIDAS.
011460           DISPLAY "DECLARACOES RECUSADAS:  " QTD-DECL-RECUSADAS.
011470           CLOSE REL-HISTORICO, REL-DECLARACAO.
011480           IF COM-CADASTRO-ALUNO
011490               CLOSE CADASTRO-ALUNO
011500           END-IF.
011510       8000-EXIT.
011520           EXIT.
011530
011540       END PROGRAM HISTORICO-ESCOLAR.
