000010       Identification Division.
000020       Program-Id.              ALUNO-MANUT.
000030       Author.                  EQUIPE DE MANUTENCAO IFSP CBT.
000040       Installation             IFSP CBT.
000050       Date-Written             15/10/2026.
000060       Date-Compiled            .
000070       Security                 MANUTENCAO DO CADASTRO DE ALUNOS
000080                                E DAS MOVIMENTACOES DE MATRICULA
000090                                (CADALUNO).
000100*
000110*    HISTORICO DE ALTERACOES
000120*    DATA       AUTOR   DESCRICAO
000130*    15/10/2026 MSL     VERSAO ORIGINAL - MATRICULA DO ALUNO NA
000140*                       TURMA (REGULAR OU POR TRANSFERENCIA DE
000150*                       OUTRA ESCOLA), REMATRICULA OU RETORNO,
000160*                       TRANSFERENCIA PARA OUTRA ESCOLA,
000170*                       DESISTENCIA, RECLASSIFICACAO DE TURMA E
000180*                       CONSULTA, NOS MOLDES DO FERIAS-MANUT.
000190*                       CADA MOVIMENTACAO FICA NO REGISTRO DO
000200*                       ALUNO COM A DATA, O BIMESTRE E O
000210*                       OPERADOR, PARA A CRITICA-ALUNOS, O
000220*                       BOLETIM-ALUNO E A ATA-FINAL.
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
000330           SELECT CADASTRO-ALUNO   ASSIGN TO "CADALUNO"
000340               ORGANIZATION IS INDEXED
000350               ACCESS MODE IS RANDOM
000360               RECORD KEY IS CALU-MATRICULA
000370               FILE STATUS IS FS-CADASTRO-ALUNO.
000380
000390       Data Division.
000400       FILE SECTION.
000410       FD  CADASTRO-ALUNO
000420           LABEL RECORD IS STANDARD.
000430       COPY "CB-CADALU.cpy".
000440
000450       WORKING-STORAGE SECTION.
000460       77  FS-CADASTRO-ALUNO       PIC X(02) VALUE "00".
000470       77  OPCAO-MENU              PIC 9(01) VALUE ZEROS.
000480           88  OPCAO-MATRICULAR        VALUE 1.
000490           88  OPCAO-REMATRICULAR      VALUE 2.
000500           88  OPCAO-TRANSFERIR        VALUE 3.
000510           88  OPCAO-DESISTENCIA       VALUE 4.
000520           88  OPCAO-RECLASSIFICAR     VALUE 5.
000530           88  OPCAO-CONSULTAR         VALUE 6.
000540           88  OPCAO-SAIR              VALUE 7.
000550       77  IND-CADASTRO-VALIDO     PIC X(01) VALUE "S".
000560           88  CADASTRO-VALIDO         VALUE "S".
000570           88  CADASTRO-INVALIDO       VALUE "N".
000580       77  IND-ACHOU               PIC X(01) VALUE "N".
000590           88  ACHOU                   VALUE "S".
000600           88  NAO-ACHOU               VALUE "N".
000610       77  FORMA-INGRESSO          PIC 9(01) VALUE ZEROS.
000620           88  INGRESSO-REGULAR        VALUE 1.
000630           88  INGRESSO-TRANSFERENCIA  VALUE 2.
000640       77  MOTIVO-CRITICA          PIC X(45) VALUE SPACES.
000650       77  CONFIRMACAO             PIC X(01) VALUE SPACES.
000660       77  OPERADOR                PIC X(08) VALUE SPACES.
000670       77  DATA-HOJE               PIC 9(08) VALUE ZEROS.
000680       77  MATRICULA-PROCURADA     PIC 9(06) VALUE ZEROS.
000690*
000700*    DADOS DA MOVIMENTACAO EM MANUTENCAO
000710*
000720       77  NOVO-NOME               PIC X(30) VALUE SPACES.
000730       77  NOVA-TURMA              PIC X(06) VALUE SPACES.
000740       77  NOVO-ANO-LETIVO         PIC 9(04) VALUE ZEROS.
000750       77  NOVA-DATA               PIC 9(08) VALUE ZEROS.
000760       77  NOVO-BIMESTRE           PIC 9(01) VALUE ZEROS.
000770       77  TIPO-MOVIMENTO          PIC X(01) VALUE SPACES.
000780       77  TURMA-ORIGEM            PIC X(06) VALUE SPACES.
000790       77  TURMA-DESTINO           PIC X(06) VALUE SPACES.
000800       77  DESCRICAO-MOVIMENTO     PIC X(24) VALUE SPACES.
000810       77  IDX-MOV                 PIC 9(02) COMP VALUE ZEROS.
000820       77  LIMITE-MOVIMENTOS       PIC 9(02) COMP VALUE 20.
000830       01  DATA-VALIDAR.
000840           05  ANO-VALIDAR         PIC 9(04).
000850           05  MES-VALIDAR         PIC 9(02).
000860           05  DIA-VALIDAR         PIC 9(02).
000870       01  DATA-VALIDAR-R REDEFINES DATA-VALIDAR
000880                                   PIC 9(08).
000890       01  TABELA-DIAS-MES-VALORES.
000900           05  FILLER              PIC X(24) VALUE
000910               "312931303130313130313031".
000920       01  TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES-VALORES.
000930           05  TDM-DIAS            OCCURS 12 TIMES
000940                                   PIC 9(02).
000950
000960       PROCEDURE DIVISION.
000970*
000980*    ==================================================
000990*    0000-MAINLINE
001000*    APRESENTA O MENU DE MANUTENCAO DO CADASTRO DE ALUNOS
001010*    ATE O OPERADOR ESCOLHER ENCERRAR. O CADASTRO E
001020*    CRIADO NA PRIMEIRA MATRICULA.
001030*    ==================================================
001040       0000-MAINLINE.
001050           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
001060           DISPLAY "CODIGO DO OPERADOR: ".
001070           ACCEPT OPERADOR.
001080           IF OPERADOR = SPACES
001090               DISPLAY "O CODIGO DO OPERADOR E OBRIGATORIO."
001100               STOP RUN
001110           END-IF.
001120
001130           OPEN I-O CADASTRO-ALUNO.
001140           IF FS-CADASTRO-ALUNO = "35"
001150               OPEN OUTPUT CADASTRO-ALUNO
001160               CLOSE CADASTRO-ALUNO
001170               OPEN I-O CADASTRO-ALUNO
001180           END-IF.
001190           IF FS-CADASTRO-ALUNO NOT = "00"
001200               DISPLAY "ERRO AO ABRIR O CADASTRO CADALUNO - "
001210                   "FILE STATUS " FS-CADASTRO-ALUNO
001220               STOP RUN
001230           END-IF.
001240
001250           PERFORM 1000-PROCESSAR-MENU THRU 1000-EXIT
001260               UNTIL OPCAO-SAIR.
001270
001280           CLOSE CADASTRO-ALUNO.
001290           STOP RUN.
001300*
001310*    --------------------------------------------------
001320*    1000-PROCESSAR-MENU
001330*    LE A OPCAO DO OPERADOR E CHAMA A ROTINA CORRESPON-
001340*    DENTE DE MANUTENCAO DO CADASTRO.
001350*    --------------------------------------------------
001360       1000-PROCESSAR-MENU.
001370           DISPLAY " ".
001380           DISPLAY "MANUTENCAO DO CADASTRO DE ALUNOS".
001390           DISPLAY "1 - MATRICULAR ALUNO".
001400           DISPLAY "2 - REMATRICULAR OU RETORNAR ALUNO".
001410           DISPLAY "3 - TRANSFERENCIA PARA OUTRA ESCOLA".
001420           DISPLAY "4 - DESISTENCIA".
001430           DISPLAY "5 - RECLASSIFICACAO DE TURMA".
001440           DISPLAY "6 - CONSULTAR ALUNO".
001450           DISPLAY "7 - SAIR".
001460           DISPLAY "DIGITE A OPCAO: ".
001470           ACCEPT OPCAO-MENU.
001480
001490           EVALUATE TRUE
001500               WHEN OPCAO-MATRICULAR
001510                   PERFORM 2000-MATRICULAR-ALUNO THRU 2000-EXIT
001520               WHEN OPCAO-REMATRICULAR
001530                   PERFORM 3000-REMATRICULAR-ALUNO THRU 3000-EXIT
001540               WHEN OPCAO-TRANSFERIR
001550                   MOVE "T" TO TIPO-MOVIMENTO
001560                   PERFORM 4000-REGISTRAR-SAIDA THRU 4000-EXIT
001570               WHEN OPCAO-DESISTENCIA
001580                   MOVE "D" TO TIPO-MOVIMENTO
001590                   PERFORM 4000-REGISTRAR-SAIDA THRU 4000-EXIT
001600               WHEN OPCAO-RECLASSIFICAR
001610                   PERFORM 5000-RECLASSIFICAR-ALUNO THRU 5000-EXIT
001620               WHEN OPCAO-CONSULTAR
001630                   PERFORM 6000-CONSULTAR-ALUNO THRU 6000-EXIT
001640               WHEN OPCAO-SAIR
001650                   CONTINUE
001660               WHEN OTHER
001670                   DISPLAY "OPCAO INVALIDA."
001680           END-EVALUATE.
001690       1000-EXIT.
001700           EXIT.
001710*
001720*    ==================================================
001730*    2000-MATRICULAR-ALUNO
001740*    INCLUI UM ALUNO NOVO NO CADASTRO, MATRICULADO NA
001750*    TURMA E NO ANO LETIVO INFORMADOS, DE FORMA REGULAR
001760*    OU POR TRANSFERENCIA DE OUTRA ESCOLA, A PARTIR DO
001770*    BIMESTRE INFORMADO.
001780*    ==================================================
001790       2000-MATRICULAR-ALUNO.
001800           DISPLAY "MATRICULA DO ALUNO: ".
001810           ACCEPT MATRICULA-PROCURADA.
001820           IF MATRICULA-PROCURADA NOT NUMERIC
001830               OR MATRICULA-PROCURADA = ZEROS
001840               DISPLAY "MATRICULA ZERADA OU NAO NUMERICA."
001850               GO TO 2000-EXIT
001860           END-IF.
001870           MOVE MATRICULA-PROCURADA TO CALU-MATRICULA.
001880           READ CADASTRO-ALUNO
001890               INVALID KEY
001900                   CONTINUE
001910               NOT INVALID KEY
001920                   DISPLAY "MATRICULA JA CADASTRADA PARA "
001930                       CALU-NOME
001940                   DISPLAY "USE A REMATRICULA (OPCAO 2)."
001950                   GO TO 2000-EXIT
001960           END-READ.
001970
001980           DISPLAY "NOME DO ALUNO: ".
001990           ACCEPT NOVO-NOME.
002000           DISPLAY "TURMA: ".
002010           ACCEPT NOVA-TURMA.
002020           DISPLAY "ANO LETIVO (AAAA): ".
002030           ACCEPT NOVO-ANO-LETIVO.
002040           DISPLAY "FORMA DE INGRESSO (1=MATRICULA REGULAR, "
002050               "2=TRANSFERIDO DE OUTRA ESCOLA): ".
002060           ACCEPT FORMA-INGRESSO.
002070           DISPLAY "DATA DA MATRICULA (AAAAMMDD): ".
002080           ACCEPT NOVA-DATA.
002090           DISPLAY "PRIMEIRO BIMESTRE CURSADO (1 A 4): ".
002100           ACCEPT NOVO-BIMESTRE.
002110
002120           SET CADASTRO-VALIDO TO TRUE.
002130           MOVE SPACES TO MOTIVO-CRITICA.
002140           IF NOVO-NOME = SPACES
002150               SET CADASTRO-INVALIDO TO TRUE
002160               MOVE "NOME EM BRANCO" TO MOTIVO-CRITICA
002170           END-IF.
002180           PERFORM 7300-CONSISTIR-INGRESSO THRU 7300-EXIT.
002190           IF CADASTRO-INVALIDO
002200               DISPLAY "MATRICULA RECUSADA: " MOTIVO-CRITICA
002210               GO TO 2000-EXIT
002220           END-IF.
002230           MOVE ZEROS TO CALU-DATA-SITUACAO, CALU-QTD-MOVIMENTOS.
002240           PERFORM 7100-CONSISTIR-MOVIMENTO THRU 7100-EXIT.
002250           IF CADASTRO-INVALIDO
002260               DISPLAY "MATRICULA RECUSADA: " MOTIVO-CRITICA
002270               GO TO 2000-EXIT
002280           END-IF.
002290
002300           DISPLAY "CONFIRMA A MATRICULA DE " NOVO-NOME
002310               " NA TURMA " NOVA-TURMA " (S/N)? ".
002320           ACCEPT CONFIRMACAO.
002330           IF CONFIRMACAO NOT = "S"
002340               DISPLAY "MATRICULA NAO GRAVADA."
002350               GO TO 2000-EXIT
002360           END-IF.
002370
002380           MOVE SPACES TO REG-CADASTRO-ALUNO.
002390           MOVE MATRICULA-PROCURADA TO CALU-MATRICULA.
002400           MOVE NOVO-NOME           TO CALU-NOME.
002410           MOVE ZEROS TO CALU-QTD-MOVIMENTOS.
002420           PERFORM 2100-LIMPAR-MOVIMENTO THRU 2100-EXIT
002430               VARYING IDX-MOV FROM 1 BY 1
002440               UNTIL IDX-MOV > LIMITE-MOVIMENTOS.
002450           MOVE SPACES TO TURMA-ORIGEM.
002460           PERFORM 7400-ATUALIZAR-INGRESSO THRU 7400-EXIT.
002470
002480           WRITE REG-CADASTRO-ALUNO
002490               INVALID KEY
002500                   DISPLAY "ERRO AO GRAVAR O ALUNO."
002510               NOT INVALID KEY
002520                   DISPLAY "ALUNO MATRICULADO COM SUCESSO."
002530           END-WRITE.
002540       2000-EXIT.
002550           EXIT.
002560*
002570*    --------------------------------------------------
002580*    2100-LIMPAR-MOVIMENTO
002590*    LIMPA UMA POSICAO DA TABELA DE MOVIMENTACOES DO
002600*    ALUNO RECEM-INCLUIDO.
002610*    --------------------------------------------------
002620       2100-LIMPAR-MOVIMENTO.
002630           MOVE SPACES TO CALU-MOV-TIPO (IDX-MOV),
002640               CALU-MOV-TURMA-ORIGEM (IDX-MOV),
002650               CALU-MOV-TURMA-DESTINO (IDX-MOV),
002660               CALU-MOV-OPERADOR (IDX-MOV).
002670           MOVE ZEROS TO CALU-MOV-DATA (IDX-MOV),
002680               CALU-MOV-ANO-LETIVO (IDX-MOV),
002690               CALU-MOV-BIMESTRE (IDX-MOV).
002700       2100-EXIT.
002710           EXIT.
002720*
002730*    ==================================================
002740*    3000-REMATRICULAR-ALUNO
002750*    MATRICULA UM ALUNO JA CADASTRADO NUMA NOVA TURMA:
002760*    A REMATRICULA NO ANO LETIVO SEGUINTE OU O RETORNO
002770*    DE QUEM FOI TRANSFERIDO OU DESISTIU. A TROCA DE
002780*    TURMA DENTRO DO ANO E FEITA PELA RECLASSIFICACAO.
002790*    ==================================================
002800       3000-REMATRICULAR-ALUNO.
002810           PERFORM 7000-LER-ALUNO THRU 7000-EXIT.
002820           IF NAO-ACHOU
002830               GO TO 3000-EXIT
002840           END-IF.
002850           PERFORM 6100-EXIBIR-ALUNO THRU 6100-EXIT.
002860
002870           DISPLAY "NOVA TURMA: ".
002880           ACCEPT NOVA-TURMA.
002890           DISPLAY "ANO LETIVO (AAAA): ".
002900           ACCEPT NOVO-ANO-LETIVO.
002910           DISPLAY "FORMA DE INGRESSO (1=REMATRICULA OU RETORNO, "
002920               "2=TRANSFERIDO DE OUTRA ESCOLA): ".
002930           ACCEPT FORMA-INGRESSO.
002940           DISPLAY "DATA DA MATRICULA (AAAAMMDD): ".
002950           ACCEPT NOVA-DATA.
002960           DISPLAY "PRIMEIRO BIMESTRE CURSADO (1 A 4): ".
002970           ACCEPT NOVO-BIMESTRE.
002980
002990           SET CADASTRO-VALIDO TO TRUE.
003000           MOVE SPACES TO MOTIVO-CRITICA.
003010           PERFORM 7300-CONSISTIR-INGRESSO THRU 7300-EXIT.
003020           IF CADASTRO-VALIDO
003030               IF NOVO-ANO-LETIVO < CALU-ANO-LETIVO
003040                   SET CADASTRO-INVALIDO TO TRUE
003050                   MOVE "ANO ANTERIOR AO DA MATRICULA ATUAL"
003060                       TO MOTIVO-CRITICA
003070               END-IF
003080           END-IF.
003090           IF CADASTRO-VALIDO
003100               IF CALU-FREQUENTANDO
003110                   AND NOVO-ANO-LETIVO = CALU-ANO-LETIVO
003120                   SET CADASTRO-INVALIDO TO TRUE
003130                   MOVE "ALUNO JA CURSA O ANO - RECLASSIFIQUE"
003140                       TO MOTIVO-CRITICA
003150               END-IF
003160           END-IF.
003170           IF CADASTRO-VALIDO
003180               PERFORM 7100-CONSISTIR-MOVIMENTO THRU 7100-EXIT
003190           END-IF.
003200           IF CADASTRO-INVALIDO
003210               DISPLAY "REMATRICULA RECUSADA: " MOTIVO-CRITICA
003220               GO TO 3000-EXIT
003230           END-IF.
003240
003250           DISPLAY "CONFIRMA A MATRICULA NA TURMA " NOVA-TURMA
003260               " EM " NOVO-ANO-LETIVO " (S/N)? ".
003270           ACCEPT CONFIRMACAO.
003280           IF CONFIRMACAO NOT = "S"
003290               DISPLAY "REMATRICULA NAO GRAVADA."
003300               GO TO 3000-EXIT
003310           END-IF.
003320
003330           MOVE CALU-TURMA TO TURMA-ORIGEM.
003340           PERFORM 7400-ATUALIZAR-INGRESSO THRU 7400-EXIT.
003350           PERFORM 7500-REGRAVAR-ALUNO THRU 7500-EXIT.
003360       3000-EXIT.
003370           EXIT.
003380*
003390*    ==================================================
003400*    4000-REGISTRAR-SAIDA
003410*    REGISTRA A TRANSFERENCIA PARA OUTRA ESCOLA ("T") OU
003420*    A DESISTENCIA ("D") DE UM ALUNO QUE ESTA CURSANDO, NA
003430*    TURMA E NO ANO LETIVO DA MATRICULA ATUAL. A PARTIR
003440*    DO BIMESTRE INFORMADO, OS BIMESTRES SEM NOTA SAEM
003450*    COMO TRANSFERIDO OU DESISTENTE NO BOLETIM E NA ATA.
003460*    ==================================================
003470       4000-REGISTRAR-SAIDA.
003480           PERFORM 7000-LER-ALUNO THRU 7000-EXIT.
003490           IF NAO-ACHOU
003500               GO TO 4000-EXIT
003510           END-IF.
003520           PERFORM 6100-EXIBIR-ALUNO THRU 6100-EXIT.
003530           IF CALU-FORA-DA-ESCOLA
003540               DISPLAY "ALUNO JA TRANSFERIDO OU DESISTENTE."
003550               GO TO 4000-EXIT
003560           END-IF.
003570
003580           DISPLAY "DATA DA SAIDA (AAAAMMDD): ".
003590           ACCEPT NOVA-DATA.
003600           DISPLAY "BIMESTRE DA SAIDA (1 A 4): ".
003610           ACCEPT NOVO-BIMESTRE.
003620
003630           SET CADASTRO-VALIDO TO TRUE.
003640           MOVE SPACES TO MOTIVO-CRITICA.
003650           MOVE CALU-ANO-LETIVO TO NOVO-ANO-LETIVO.
003660           PERFORM 7100-CONSISTIR-MOVIMENTO THRU 7100-EXIT.
003670           IF CADASTRO-INVALIDO
003680               DISPLAY "MOVIMENTACAO RECUSADA: " MOTIVO-CRITICA
003690               GO TO 4000-EXIT
003700           END-IF.
003710
003720           PERFORM 6200-DESCREVER-MOVIMENTO THRU 6200-EXIT.
003730           DISPLAY "CONFIRMA " DESCRICAO-MOVIMENTO " DA TURMA "
003740               CALU-TURMA " (S/N)? ".
003750           ACCEPT CONFIRMACAO.
003760           IF CONFIRMACAO NOT = "S"
003770               DISPLAY "MOVIMENTACAO NAO GRAVADA."
003780               GO TO 4000-EXIT
003790           END-IF.
003800
003810           MOVE CALU-TURMA TO TURMA-ORIGEM.
003820           MOVE SPACES     TO TURMA-DESTINO.
003830           PERFORM 7200-INCLUIR-MOVIMENTO THRU 7200-EXIT.
003840           MOVE TIPO-MOVIMENTO TO CALU-SITUACAO.
003850           MOVE NOVA-DATA      TO CALU-DATA-SITUACAO.
003860           PERFORM 7500-REGRAVAR-ALUNO THRU 7500-EXIT.
003870       4000-EXIT.
003880           EXIT.
003890*
003900*    ==================================================
003910*    5000-RECLASSIFICAR-ALUNO
003920*    TRANSFERE DE TURMA, DENTRO DO ANO LETIVO, UM ALUNO
003930*    QUE ESTA CURSANDO. AS NOTAS DOS BIMESTRES JA
003940*    CURSADOS FICAM NA TURMA DE ORIGEM.
003950*    ==================================================
003960       5000-RECLASSIFICAR-ALUNO.
003970           PERFORM 7000-LER-ALUNO THRU 7000-EXIT.
003980           IF NAO-ACHOU
003990               GO TO 5000-EXIT
004000           END-IF.
004010           PERFORM 6100-EXIBIR-ALUNO THRU 6100-EXIT.
004020           IF CALU-FORA-DA-ESCOLA
004030               DISPLAY "ALUNO TRANSFERIDO OU DESISTENTE - USE A "
004040                   "REMATRICULA (OPCAO 2)."
004050               GO TO 5000-EXIT
004060           END-IF.
004070
004080           DISPLAY "NOVA TURMA: ".
004090           ACCEPT NOVA-TURMA.
004100           DISPLAY "DATA DA RECLASSIFICACAO (AAAAMMDD): ".
004110           ACCEPT NOVA-DATA.
004120           DISPLAY "PRIMEIRO BIMESTRE NA NOVA TURMA (1 A 4): ".
004130           ACCEPT NOVO-BIMESTRE.
004140
004150           SET CADASTRO-VALIDO TO TRUE.
004160           MOVE SPACES TO MOTIVO-CRITICA.
004170           IF NOVA-TURMA = SPACES
004180               OR NOVA-TURMA = CALU-TURMA
004190               SET CADASTRO-INVALIDO TO TRUE
004200               MOVE "NOVA TURMA EM BRANCO OU IGUAL A ATUAL"
004210                   TO MOTIVO-CRITICA
004220           END-IF.
004230           MOVE CALU-ANO-LETIVO TO NOVO-ANO-LETIVO.
004240           IF CADASTRO-VALIDO
004250               PERFORM 7100-CONSISTIR-MOVIMENTO THRU 7100-EXIT
004260           END-IF.
004270           IF CADASTRO-INVALIDO
004280               DISPLAY "RECLASSIFICACAO RECUSADA: " MOTIVO-CRITICA
004290               GO TO 5000-EXIT
004300           END-IF.
004310
004320           DISPLAY "CONFIRMA A RECLASSIFICACAO DA TURMA "
004330               CALU-TURMA " PARA A " NOVA-TURMA " (S/N)? ".
004340           ACCEPT CONFIRMACAO.
004350           IF CONFIRMACAO NOT = "S"
004360               DISPLAY "RECLASSIFICACAO NAO GRAVADA."
004370               GO TO 5000-EXIT
004380           END-IF.
004390
004400           MOVE "R"        TO TIPO-MOVIMENTO.
004410           MOVE CALU-TURMA TO TURMA-ORIGEM.
004420           MOVE NOVA-TURMA TO TURMA-DESTINO.
004430           PERFORM 7200-INCLUIR-MOVIMENTO THRU 7200-EXIT.
004440           MOVE NOVA-TURMA TO CALU-TURMA.
004450           SET CALU-RECLASSIFICADO TO TRUE.
004460           MOVE NOVA-DATA  TO CALU-DATA-SITUACAO.
004470           PERFORM 7500-REGRAVAR-ALUNO THRU 7500-EXIT.
004480       5000-EXIT.
004490           EXIT.
004500*
004510*    ==================================================
004520*    6000-CONSULTAR-ALUNO
004530*    MOSTRA O CADASTRO DO ALUNO E TODAS AS SUAS
004540*    MOVIMENTACOES, DA MAIS ANTIGA PARA A MAIS NOVA.
004550*    ==================================================
004560       6000-CONSULTAR-ALUNO.
004570           PERFORM 7000-LER-ALUNO THRU 7000-EXIT.
004580           IF NAO-ACHOU
004590               GO TO 6000-EXIT
004600           END-IF.
004610           PERFORM 6100-EXIBIR-ALUNO THRU 6100-EXIT.
004620           DISPLAY "DATA     ANO  B MOVIMENTACAO             "
004630               "ORIGEM DESTINO OPERADOR".
004640           PERFORM 6300-EXIBIR-MOVIMENTO THRU 6300-EXIT
004650               VARYING IDX-MOV FROM 1 BY 1
004660               UNTIL IDX-MOV > CALU-QTD-MOVIMENTOS.
004670       6000-EXIT.
004680           EXIT.
004690*
004700*    --------------------------------------------------
004710*    6100-EXIBIR-ALUNO
004720*    MOSTRA AO OPERADOR O ALUNO EM MANUTENCAO.
004730*    --------------------------------------------------
004740       6100-EXIBIR-ALUNO.
004750           DISPLAY "ALUNO " CALU-MATRICULA " - " CALU-NOME.
004760           DISPLAY "TURMA " CALU-TURMA " - ANO LETIVO "
004770               CALU-ANO-LETIVO " - MATRICULA EM "
004780               CALU-DATA-MATRICULA.
004790           DISPLAY "SITUACAO " CALU-SITUACAO " DESDE "
004800               CALU-DATA-SITUACAO " - " CALU-QTD-MOVIMENTOS
004810               " MOVIMENTACOES".
004820       6100-EXIT.
004830           EXIT.
004840*
004850*    --------------------------------------------------
004860*    6200-DESCREVER-MOVIMENTO
004870*    DESCREVE O TIPO DE MOVIMENTACAO EM TIPO-MOVIMENTO.
004880*    --------------------------------------------------
004890       6200-DESCREVER-MOVIMENTO.
004900           EVALUATE TIPO-MOVIMENTO
004910               WHEN "M"
004920                   MOVE "MATRICULA" TO DESCRICAO-MOVIMENTO
004930               WHEN "E"
004940                   MOVE "TRANSFERENCIA DE ENTRADA"
004950                       TO DESCRICAO-MOVIMENTO
004960               WHEN "T"
004970                   MOVE "TRANSFERENCIA DE SAIDA"
004980                       TO DESCRICAO-MOVIMENTO
004990               WHEN "D"
005000                   MOVE "DESISTENCIA" TO DESCRICAO-MOVIMENTO
005010               WHEN "R"
005020                   MOVE "RECLASSIFICACAO" TO DESCRICAO-MOVIMENTO
005030               WHEN OTHER
005040                   MOVE "DESCONHECIDA" TO DESCRICAO-MOVIMENTO
005050           END-EVALUATE.
005060       6200-EXIT.
005070           EXIT.
005080*
005090*    --------------------------------------------------
005100*    6300-EXIBIR-MOVIMENTO
005110*    MOSTRA UMA MOVIMENTACAO DO ALUNO.
005120*    --------------------------------------------------
005130       6300-EXIBIR-MOVIMENTO.
005140           MOVE CALU-MOV-TIPO (IDX-MOV) TO TIPO-MOVIMENTO.
005150           PERFORM 6200-DESCREVER-MOVIMENTO THRU 6200-EXIT.
005160           DISPLAY CALU-MOV-DATA (IDX-MOV) SPACE
005170               CALU-MOV-ANO-LETIVO (IDX-MOV) SPACE
005180               CALU-MOV-BIMESTRE (IDX-MOV) SPACE
005190               DESCRICAO-MOVIMENTO SPACE
005200               CALU-MOV-TURMA-ORIGEM (IDX-MOV) SPACE
005210               CALU-MOV-TURMA-DESTINO (IDX-MOV) "  "
005220               CALU-MOV-OPERADOR (IDX-MOV).
005230       6300-EXIT.
005240           EXIT.
005250*
005260*    --------------------------------------------------
005270*    7000-LER-ALUNO
005280*    RECEBE A MATRICULA E LE O ALUNO NO CADASTRO,
005290*    INDICANDO EM IND-ACHOU SE ELE EXISTE.
005300*    --------------------------------------------------
005310       7000-LER-ALUNO.
005320           SET NAO-ACHOU TO TRUE.
005330           DISPLAY "MATRICULA DO ALUNO: ".
005340           ACCEPT MATRICULA-PROCURADA.
005350           MOVE MATRICULA-PROCURADA TO CALU-MATRICULA.
005360           READ CADASTRO-ALUNO
005370               INVALID KEY
005380                   DISPLAY "ALUNO NAO CADASTRADO."
005390                   GO TO 7000-EXIT
005400           END-READ.
005410           SET ACHOU TO TRUE.
005420       7000-EXIT.
005430           EXIT.
005440*
005450*    --------------------------------------------------
005460*    7100-CONSISTIR-MOVIMENTO
005470*    CONFERE A DATA (VALIDA E NAO ANTERIOR A ULTIMA
005480*    MOVIMENTACAO), O BIMESTRE E O ESPACO NA TABELA DE
005490*    MOVIMENTACOES DO ALUNO.
005500*    --------------------------------------------------
005510       7100-CONSISTIR-MOVIMENTO.
005520           IF NOVA-DATA NOT NUMERIC
005530               SET CADASTRO-INVALIDO TO TRUE
005540               MOVE "DATA NAO NUMERICA" TO MOTIVO-CRITICA
005550               GO TO 7100-EXIT
005560           END-IF.
005570           MOVE NOVA-DATA TO DATA-VALIDAR-R.
005580           IF MES-VALIDAR < 01 OR MES-VALIDAR > 12
005590               SET CADASTRO-INVALIDO TO TRUE
005600               MOVE "MES DA DATA INVALIDO" TO MOTIVO-CRITICA
005610               GO TO 7100-EXIT
005620           END-IF.
005630           IF DIA-VALIDAR < 01
005640               OR DIA-VALIDAR > TDM-DIAS (MES-VALIDAR)
005650               SET CADASTRO-INVALIDO TO TRUE
005660               MOVE "DIA DA DATA INVALIDO" TO MOTIVO-CRITICA
005670               GO TO 7100-EXIT
005680           END-IF.
005690           IF NOVA-DATA < CALU-DATA-SITUACAO
005700               SET CADASTRO-INVALIDO TO TRUE
005710               MOVE "DATA ANTERIOR A ULTIMA MOVIMENTACAO"
005720                   TO MOTIVO-CRITICA
005730               GO TO 7100-EXIT
005740           END-IF.
005750           IF NOVO-BIMESTRE < 1 OR NOVO-BIMESTRE > 4
005760               SET CADASTRO-INVALIDO TO TRUE
005770               MOVE "BIMESTRE INVALIDO" TO MOTIVO-CRITICA
005780               GO TO 7100-EXIT
005790           END-IF.
005800           IF CALU-QTD-MOVIMENTOS = LIMITE-MOVIMENTOS
005810               SET CADASTRO-INVALIDO TO TRUE
005820               MOVE "ALUNO JA TEM 20 MOVIMENTACOES"
005830                   TO MOTIVO-CRITICA
005840           END-IF.
005850       7100-EXIT.
005860           EXIT.
005870*
005880*    --------------------------------------------------
005890*    7200-INCLUIR-MOVIMENTO
005900*    ACRESCENTA A MOVIMENTACAO EM MANUTENCAO AO FIM DA
005910*    TABELA DO ALUNO.
005920*    --------------------------------------------------
005930       7200-INCLUIR-MOVIMENTO.
005940           ADD 1 TO CALU-QTD-MOVIMENTOS.
005950           MOVE CALU-QTD-MOVIMENTOS TO IDX-MOV.
005960           MOVE TIPO-MOVIMENTO  TO CALU-MOV-TIPO (IDX-MOV).
005970           MOVE NOVA-DATA       TO CALU-MOV-DATA (IDX-MOV).
005980           MOVE NOVO-ANO-LETIVO TO CALU-MOV-ANO-LETIVO (IDX-MOV).
005990           MOVE NOVO-BIMESTRE   TO CALU-MOV-BIMESTRE (IDX-MOV).
006000           MOVE TURMA-ORIGEM    TO
006010               CALU-MOV-TURMA-ORIGEM (IDX-MOV).
006020           MOVE TURMA-DESTINO   TO
006030               CALU-MOV-TURMA-DESTINO (IDX-MOV).
006040           MOVE OPERADOR        TO CALU-MOV-OPERADOR (IDX-MOV).
006050       7200-EXIT.
006060           EXIT.
006070*
006080*    --------------------------------------------------
006090*    7300-CONSISTIR-INGRESSO
006100*    CONFERE A TURMA, O ANO LETIVO E A FORMA DE INGRESSO
006110*    DE UMA MATRICULA OU REMATRICULA.
006120*    --------------------------------------------------
006130       7300-CONSISTIR-INGRESSO.
006140           IF NOVA-TURMA = SPACES
006150               SET CADASTRO-INVALIDO TO TRUE
006160               MOVE "TURMA EM BRANCO" TO MOTIVO-CRITICA
006170               GO TO 7300-EXIT
006180           END-IF.
006190           IF NOVO-ANO-LETIVO NOT NUMERIC
006200               OR NOVO-ANO-LETIVO = ZEROS
006210               SET CADASTRO-INVALIDO TO TRUE
006220               MOVE "ANO LETIVO INVALIDO" TO MOTIVO-CRITICA
006230               GO TO 7300-EXIT
006240           END-IF.
006250           IF NOT INGRESSO-REGULAR
006260               AND NOT INGRESSO-TRANSFERENCIA
006270               SET CADASTRO-INVALIDO TO TRUE
006280               MOVE "FORMA DE INGRESSO INVALIDA" TO MOTIVO-CRITICA
006290           END-IF.
006300       7300-EXIT.
006310           EXIT.
006320*
006330*    --------------------------------------------------
006340*    7400-ATUALIZAR-INGRESSO
006350*    GRAVA NO REGISTRO A NOVA MATRICULA (TURMA, ANO,
006360*    DATA E SITUACAO) E A MOVIMENTACAO DE INGRESSO.
006370*    --------------------------------------------------
006380       7400-ATUALIZAR-INGRESSO.
006390           IF INGRESSO-TRANSFERENCIA
006400               MOVE "E" TO TIPO-MOVIMENTO
006410               SET CALU-TRANSF-ENTRADA TO TRUE
006420           ELSE
006430               MOVE "M" TO TIPO-MOVIMENTO
006440               SET CALU-ATIVO TO TRUE
006450           END-IF.
006460           MOVE NOVA-TURMA TO TURMA-DESTINO.
006470           PERFORM 7200-INCLUIR-MOVIMENTO THRU 7200-EXIT.
006480           MOVE NOVA-TURMA      TO CALU-TURMA.
006490           MOVE NOVO-ANO-LETIVO TO CALU-ANO-LETIVO.
006500           MOVE NOVA-DATA       TO CALU-DATA-MATRICULA.
006510           MOVE NOVA-DATA       TO CALU-DATA-SITUACAO.
006520           MOVE DATA-HOJE       TO CALU-DATA-ATUALIZACAO.
006530       7400-EXIT.
006540           EXIT.
006550*
006560*    --------------------------------------------------
006570*    7500-REGRAVAR-ALUNO
006580*    REGRAVA O ALUNO ALTERADO NO CADASTRO.
006590*    --------------------------------------------------
006600       7500-REGRAVAR-ALUNO.
006610           MOVE DATA-HOJE TO CALU-DATA-ATUALIZACAO.
006620           REWRITE REG-CADASTRO-ALUNO
006630               INVALID KEY
006640                   DISPLAY "ERRO AO REGRAVAR O ALUNO."
006650               NOT INVALID KEY
006660                   DISPLAY "CADASTRO DO ALUNO ATUALIZADO COM "
006670                       "SUCESSO."
006680           END-REWRITE.
006690       7500-EXIT.
006700           EXIT.
006710
006720       END PROGRAM ALUNO-MANUT.
