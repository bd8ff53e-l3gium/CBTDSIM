000010       Identification Division.
000020       Program-Id.              CRITICA-LANCTO.
000030       Author.                  EQUIPE DE MANUTENCAO IFSP CBT.
000040       Installation             IFSP CBT.
000050       Date-Written             15/10/2026.
000060       Date-Compiled            .
000070       Security                 CRITICA DOS LANCAMENTOS VARIAVEIS
000080                                DA COMPETENCIA (HORAS, PROVENTOS
000090                                E DESCONTOS EVENTUAIS) ANTES DA
000100                                FOLHA MENSAL (SALARIO-LIQUIDO).
000110*
000120*    HISTORICO DE ALTERACOES
000130*    DATA       AUTOR   DESCRICAO
000140*    15/10/2026 MSL     VERSAO ORIGINAL - LE O ARQUIVO BRUTO DE
000150*                       LANCAMENTOS DA COMPETENCIA DIGITADO PELO
000160*                       DEPARTAMENTO PESSOAL (LANCBRUT), CONSISTE
000170*                       CADA REGISTRO (COMPETENCIA IGUAL A
000180*                       INFORMADA, MATRICULA CADASTRADA NO
000190*                       EMPFOLHA, VERBA CONHECIDA, HORAS DENTRO
000200*                       DA FAIXA MENSAL VALIDA, VALOR E
000210*                       DESCRICAO NOS PROVENTOS E DESCONTOS,
000220*                       SEM DUPLICIDADE DE MATRICULA/VERBA E SEM
000230*                       ESTOURAR O TOTAL DE HORAS DO MES POR
000240*                       MATRICULA), GRAVA OS REGISTROS LIMPOS NO
000250*                       ARQUIVO INDEXADO LANCVAR LIDO POR
000260*                       SALARIO-LIQUIDO E LISTA CADA REGISTRO
000270*                       REJEITADO COM O MOTIVO, NOS MOLDES DA
000280*                       CRITICA-ALUNOS. A CARGA SUBSTITUI OS
000290*                       LANCAMENTOS JA GRAVADOS PARA A
000300*                       COMPETENCIA, E COMPETENCIA COM FOLHA
000310*                       MENSAL ENCERRADA NAO E RECARREGADA.
000320*    15/10/2026 MSL     REJEITADO O LANCAMENTO DE FUNCIONARIO
000330*                       DESLIGADO ATE A COMPETENCIA, QUE SAI DA
000340*                       FOLHA MENSAL E E PAGO NA RESCISAO.
000341*    15/10/2026 MSL     O LANCAMENTO DO MES DO DESLIGAMENTO
000342*                       PASSOU A SER ACEITO (SO E REJEITADO O DE
000343*                       FUNCIONARIO DESLIGADO ANTES DA
000344*                       COMPETENCIA), JA QUE A RESCISAO PAGA AS
000345*                       HORAS E OS EVENTUAIS DESSE MES.
000350*
000360       Environment DIVISION.
000370       Configuration Section.
000380       SOURCE-COMPUTER.         MEU PC.
000390       OBJECT-COMPUTER.         MEU PC.
000400       SPECIAL-NAMES.
000410           DECIMAL-POINT Is COMMA.
000420
000430       INPUT-OUTPUT SECTION.
000440       FILE-CONTROL.
000450           SELECT LANC-BRUTO       ASSIGN TO "LANCBRUT"
000460               ORGANIZATION IS LINE SEQUENTIAL
000470               FILE STATUS IS FS-LANC-BRUTO.
000480
000490           SELECT LANC-LIMPO       ASSIGN TO "LANCVAR"
000500               ORGANIZATION IS INDEXED
000510               ACCESS MODE IS DYNAMIC
000520               RECORD KEY IS LIMPO-CHAVE
000530               FILE STATUS IS FS-LANC-LIMPO.
000540
000550           SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPFOLHA"
000560               ORGANIZATION IS INDEXED
000570               ACCESS MODE IS RANDOM
000580               RECORD KEY IS FUNC-MATRICULA
000590               FILE STATUS IS FS-EMPLOYEE.
000600
000610           SELECT CONTROLE-FOLHA   ASSIGN TO "CTRLFOLH"
000620               ORGANIZATION IS INDEXED
000630               ACCESS MODE IS RANDOM
000640               RECORD KEY IS CTRL-CHAVE
000650               FILE STATUS IS FS-CONTROLE.
000660
000670           SELECT REL-CRITICA      ASSIGN TO "CRITLREL"
000680               ORGANIZATION IS LINE SEQUENTIAL.
000690
000700       Data Division.
000710       FILE SECTION.
000720       FD  LANC-BRUTO
000730           LABEL RECORD IS STANDARD.
000740       COPY "CB-LANCVAR.cpy".
000750
000760       FD  LANC-LIMPO
000770           LABEL RECORD IS STANDARD.
000780       01  REG-LANC-LIMPO.
000790           05  LIMPO-CHAVE             PIC X(14).
000800           05  FILLER                  PIC X(32).
000810
000820       FD  EMPLOYEE-MASTER
000830           LABEL RECORD IS STANDARD.
000840       COPY "CB-EMPLOY.cpy".
000850
000860       FD  CONTROLE-FOLHA
000870           LABEL RECORD IS STANDARD.
000880       COPY "CB-CTRL.cpy".
000890
000900       FD  REL-CRITICA
000910           LABEL RECORD IS STANDARD.
000920       01  LINHA-CRITICA               PIC X(100).
000930
000940       WORKING-STORAGE SECTION.
000950*
000960*    AREA DE CONTROLE DO LACO DE PROCESSAMENTO
000970*
000980       77  FS-LANC-BRUTO           PIC X(02) VALUE "00".
000990       77  FS-LANC-LIMPO           PIC X(02) VALUE "00".
001000       77  FS-EMPLOYEE             PIC X(02) VALUE "00".
001010       77  FS-CONTROLE             PIC X(02) VALUE "00".
001020       77  IND-FIM-LANCAMENTO      PIC X(01) VALUE "N".
001030           88  FIM-LANCAMENTO          VALUE "S".
001040       77  IND-FIM-LIMPEZA         PIC X(01) VALUE "N".
001050           88  FIM-LIMPEZA             VALUE "S".
001060       77  IND-LANC-VALIDO         PIC X(01) VALUE "S".
001070           88  LANC-VALIDO             VALUE "S".
001080           88  LANC-INVALIDO           VALUE "N".
001090       77  IND-ACHOU               PIC X(01) VALUE "N".
001100           88  ACHOU                   VALUE "S".
001110           88  NAO-ACHOU               VALUE "N".
001120       77  MOTIVO-CRITICA          PIC X(40) VALUE SPACES.
001130       77  COMPETENCIA-LANCTO      PIC 9(06) VALUE ZEROS.
001140       77  IDX-VISTO               PIC 9(04) COMP VALUE ZEROS.
001150*
001160*    LIMITE DE HORAS DO MES, O MESMO APLICADO POR
001170*    SALARIO-LIQUIDO EM 3000-CONSISTIR-FUNCIONARIO.
001180*
001190       77  QTD-HORA-MES-MAXIMA     PIC 9(03) VALUE 744.
001200       77  QTD-HORA-TOTAL          PIC 9(04) VALUE ZEROS.
001210*
001220*    CHAVES JA VISTAS NO ARQUIVO, PARA A CRITICA DE
001230*    DUPLICIDADE DE MATRICULA/VERBA NA COMPETENCIA.
001240*
001250       77  QTD-VISTOS              PIC 9(04) COMP VALUE ZEROS.
001260       77  LIMITE-VISTOS           PIC 9(04) COMP VALUE 5000.
001270       01  TABELA-VISTOS.
001280           05  TV-CHAVE            OCCURS 5000 TIMES
001290                                    PIC X(14).
001300*
001310*    HORAS JA ACEITAS POR MATRICULA, PARA A CRITICA DO TOTAL
001320*    DE HORAS DO MES (NORMAIS MAIS EXTRAS).
001330*
001340       77  QTD-MATR-HORAS          PIC 9(04) COMP VALUE ZEROS.
001350       77  LIMITE-MATR-HORAS       PIC 9(04) COMP VALUE 5000.
001360       01  TABELA-HORAS.
001370           05  TH-ITEM OCCURS 5000 TIMES INDEXED BY IDX-TH.
001380               10  TH-MATRICULA        PIC 9(06).
001390               10  TH-HORAS            PIC 9(04).
001400*
001410*    TOTALIZADORES DO LOTE
001420*
001430       77  TOTAL-LANC-LIMPO        PIC 9(05) COMP VALUE ZEROS.
001440       77  TOTAL-LANC-REJEITADO    PIC 9(05) COMP VALUE ZEROS.
001450       77  TOTAL-LANC-SUBSTITUIDO  PIC 9(05) COMP VALUE ZEROS.
001460*
001470*    LINHAS DE IMPRESSAO DO RELATORIO DE CRITICA
001480*
001490       01  LINHA-CABECALHO-1.
001500           05  FILLER          PIC X(50) VALUE
001510               "CRITICA DOS LANCAMENTOS VARIAVEIS DA FOLHA - ".
001520           05  FILLER          PIC X(13) VALUE
001530               "COMPETENCIA: ".
001540           05  LC-COMPETENCIA  PIC 9(06).
001550       01  LINHA-EXCECAO.
001560           05  FILLER              PIC X(10) VALUE
001570               "REJEITADO:".
001580           05  LE-MATRICULA        PIC X(06).
001590           05  FILLER              PIC X(02) VALUE SPACES.
001600           05  LE-VERBA            PIC X(02).
001610           05  FILLER              PIC X(02) VALUE SPACES.
001620           05  LE-COMPETENCIA      PIC X(06).
001630           05  FILLER              PIC X(02) VALUE SPACES.
001640           05  LE-MOTIVO           PIC X(40).
001650       01  LINHA-TOTAL-LIMPA.
001660           05  FILLER              PIC X(31) VALUE
001670               "TOTAL DE REGISTROS LIMPOS:".
001680           05  LT-LANC-LIMPO       PIC Z.ZZ9.
001690       01  LINHA-TOTAL-REJEITADA.
001700           05  FILLER              PIC X(31) VALUE
001710               "TOTAL DE REGISTROS REJEITADOS:".
001720           05  LT-LANC-REJEITADO   PIC Z.ZZ9.
001730       01  LINHA-TOTAL-SUBSTITUIDA.
001740           05  FILLER              PIC X(31) VALUE
001750               "LANCAMENTOS ANTERIORES SUBSTIT:".
001760           05  LT-LANC-SUBSTITUIDO PIC Z.ZZ9.
001770
001780       PROCEDURE DIVISION.
001790*
001800*    ==================================================
001810*    0000-MAINLINE
001820*    ROTINA PRINCIPAL - CONTROLA A CRITICA DO ARQUIVO
001830*    BRUTO DE LANCAMENTOS DO INICIO AO FIM.
001840*    ==================================================
001850       0000-MAINLINE.
001860           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001870
001880           PERFORM 2000-PROCESSAR-LANCAMENTO THRU 2000-EXIT
001890               UNTIL FIM-LANCAMENTO.
001900
001910           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
001920
001930           STOP RUN.
001940*
001950*    --------------------------------------------------
001960*    1000-INICIALIZAR
001970*    PEDE A COMPETENCIA, CONFERE SE A FOLHA MENSAL DELA
001980*    AINDA ESTA ABERTA, ABRE OS ARQUIVOS, RETIRA OS
001990*    LANCAMENTOS JA CARREGADOS PARA A COMPETENCIA E LE O
002000*    PRIMEIRO REGISTRO BRUTO.
002010*    --------------------------------------------------
002020       1000-INICIALIZAR.
002030           DISPLAY "COMPETENCIA DOS LANCAMENTOS (AAAAMM): ".
002040           ACCEPT COMPETENCIA-LANCTO.
002050
002060           PERFORM 1100-CONFERIR-CONTROLE THRU 1100-EXIT.
002070
002080           OPEN INPUT LANC-BRUTO.
002090           IF FS-LANC-BRUTO NOT = "00"
002100               DISPLAY "ERRO AO ABRIR O ARQUIVO BRUTO LANCBRUT - "
002110                   "FILE STATUS " FS-LANC-BRUTO
002120               STOP RUN
002130           END-IF.
002140
002150           OPEN INPUT EMPLOYEE-MASTER.
002160           IF FS-EMPLOYEE NOT = "00"
002170               DISPLAY "ERRO AO ABRIR O CADASTRO EMPLOYEE-MASTER"
002180                   " - FILE STATUS " FS-EMPLOYEE
002190               DISPLAY "EXECUTE O EMPREG-MANUT PARA CARREGAR O "
002200                   "CADASTRO ANTES DA CRITICA."
002210               STOP RUN
002220           END-IF.
002230
002240           OPEN I-O LANC-LIMPO.
002250           IF FS-LANC-LIMPO = "35"
002260               OPEN OUTPUT LANC-LIMPO
002270               CLOSE LANC-LIMPO
002280               OPEN I-O LANC-LIMPO
002290           END-IF.
002300           IF FS-LANC-LIMPO NOT = "00"
002310               DISPLAY "ERRO AO ABRIR O ARQUIVO LANCVAR - FILE "
002320                   "STATUS " FS-LANC-LIMPO
002330               STOP RUN
002340           END-IF.
002350
002360           OPEN OUTPUT REL-CRITICA.
002370           MOVE COMPETENCIA-LANCTO TO LC-COMPETENCIA.
002380           WRITE LINHA-CRITICA FROM LINHA-CABECALHO-1.
002390
002400           PERFORM 1300-LIMPAR-COMPETENCIA THRU 1300-EXIT.
002410
002420           PERFORM 1200-LER-LANCAMENTO THRU 1200-EXIT.
002430       1000-EXIT.
002440           EXIT.
002450*
002460*    --------------------------------------------------
002470*    1100-CONFERIR-CONTROLE
002480*    RECUSA A CARGA SE A FOLHA MENSAL DA COMPETENCIA JA
002490*    ESTA ENCERRADA NO CONTROLE DE EXECUCAO: OS
002500*    LANCAMENTOS DE UM MES PAGO NAO PODEM MAIS MUDAR SEM
002510*    O ESTORNO DA FOLHA. SE O CONTROLE AINDA NAO EXISTE,
002520*    NENHUMA FOLHA FOI RODADA.
002530*    --------------------------------------------------
002540       1100-CONFERIR-CONTROLE.
002550           OPEN INPUT CONTROLE-FOLHA.
002560           IF FS-CONTROLE = "35"
002570               GO TO 1100-EXIT
002580           END-IF.
002590           IF FS-CONTROLE NOT = "00"
002600               DISPLAY "ERRO AO ABRIR O CONTROLE CTRLFOLH - "
002610                   "FILE STATUS " FS-CONTROLE
002620               STOP RUN
002630           END-IF.
002640
002650           MOVE COMPETENCIA-LANCTO TO CTRL-COMPETENCIA.
002660           MOVE 1                  TO CTRL-TIPO-PROC.
002670           READ CONTROLE-FOLHA
002680               INVALID KEY
002690                   MOVE SPACES TO CTRL-SITUACAO
002700           END-READ.
002710           CLOSE CONTROLE-FOLHA.
002720
002730           IF CTRL-SITUACAO = "E"
002740               DISPLAY "FOLHA MENSAL DA COMPETENCIA "
002750                   COMPETENCIA-LANCTO " JA ENCERRADA - "
002760                   "LANCAMENTOS NAO SERAO RECARREGADOS."
002770               DISPLAY "PARA CORRIGIR, ESTORNE ANTES PELO "
002780                   "ESTORNO-FOLHA."
002790               STOP RUN
002800           END-IF.
002810       1100-EXIT.
002820           EXIT.
002830*
002840*    --------------------------------------------------
002850*    1200-LER-LANCAMENTO
002860*    LE O PROXIMO REGISTRO DO ARQUIVO BRUTO.
002870*    --------------------------------------------------
002880       1200-LER-LANCAMENTO.
002890           READ LANC-BRUTO
002900               AT END
002910                   SET FIM-LANCAMENTO TO TRUE
002920           END-READ.
002930       1200-EXIT.
002940           EXIT.
002950*
002960*    --------------------------------------------------
002970*    1300-LIMPAR-COMPETENCIA
002980*    RETIRA DO LANCVAR OS LANCAMENTOS JA CARREGADOS PARA
002990*    A COMPETENCIA, PARA QUE O ARQUIVO BRUTO CORRIGIDO
003000*    SUBSTITUA A CARGA ANTERIOR EM VEZ DE SE SOMAR A ELA.
003010*    --------------------------------------------------
003020       1300-LIMPAR-COMPETENCIA.
003030           MOVE "N" TO IND-FIM-LIMPEZA.
003040           MOVE COMPETENCIA-LANCTO TO LANC-COMPETENCIA.
003050           MOVE ZEROS              TO LANC-MATRICULA.
003060           MOVE LOW-VALUES         TO LANC-VERBA.
003070           MOVE LANC-CHAVE         TO LIMPO-CHAVE.
003080           START LANC-LIMPO KEY IS NOT LESS THAN LIMPO-CHAVE
003090               INVALID KEY
003100                   SET FIM-LIMPEZA TO TRUE
003110           END-START.
003120
003130           PERFORM 1310-EXCLUIR-UM-LANCAMENTO THRU 1310-EXIT
003140               UNTIL FIM-LIMPEZA.
003150       1300-EXIT.
003160           EXIT.
003170*
003180*    --------------------------------------------------
003190*    1310-EXCLUIR-UM-LANCAMENTO
003200*    LE O PROXIMO LANCAMENTO GRAVADO E, ENQUANTO FOR DA
003210*    COMPETENCIA, O EXCLUI DO ARQUIVO.
003220*    --------------------------------------------------
003230       1310-EXCLUIR-UM-LANCAMENTO.
003240           READ LANC-LIMPO NEXT RECORD
003250               AT END
003260                   SET FIM-LIMPEZA TO TRUE
003270                   GO TO 1310-EXIT
003280           END-READ.
003290           IF LIMPO-CHAVE (1:6) NOT = COMPETENCIA-LANCTO
003300               SET FIM-LIMPEZA TO TRUE
003310               GO TO 1310-EXIT
003320           END-IF.
003330
003340           DELETE LANC-LIMPO
003350               INVALID KEY
003360                   DISPLAY "ERRO AO EXCLUIR O LANCAMENTO "
003370                       LIMPO-CHAVE
003380                   STOP RUN
003390           END-DELETE.
003400           ADD 1 TO TOTAL-LANC-SUBSTITUIDO.
003410       1310-EXIT.
003420           EXIT.
003430*
003440*    ==================================================
003450*    2000-PROCESSAR-LANCAMENTO
003460*    CONSISTE UM REGISTRO BRUTO E O ENCAMINHA PARA O
003470*    ARQUIVO LIMPO OU PARA A LISTA DE REJEITADOS.
003480*    ==================================================
003490       2000-PROCESSAR-LANCAMENTO.
003500           PERFORM 3000-CONSISTIR-LANCAMENTO THRU 3000-EXIT.
003510
003520           IF LANC-VALIDO
003530               PERFORM 5000-GRAVAR-LIMPO THRU 5000-EXIT
003540               ADD 1 TO TOTAL-LANC-LIMPO
003550           ELSE
003560               PERFORM 3100-GRAVAR-EXCECAO THRU 3100-EXIT
003570               ADD 1 TO TOTAL-LANC-REJEITADO
003580           END-IF.
003590
003600           PERFORM 1200-LER-LANCAMENTO THRU 1200-EXIT.
003610       2000-EXIT.
003620           EXIT.
003630*
003640*    --------------------------------------------------
003650*    3000-CONSISTIR-LANCAMENTO
003660*    CONFERE A COMPETENCIA, A MATRICULA, A VERBA E A
003670*    QUANTIDADE OU O VALOR DO REGISTRO BRUTO, A
003680*    DUPLICIDADE E O TOTAL DE HORAS DO MES DA MATRICULA.
003690*    --------------------------------------------------
003700       3000-CONSISTIR-LANCAMENTO.
003710           SET LANC-VALIDO TO TRUE.
003720           MOVE SPACES TO MOTIVO-CRITICA.
003730
003740           IF LANC-COMPETENCIA NOT NUMERIC
003750               OR LANC-COMPETENCIA NOT = COMPETENCIA-LANCTO
003760               SET LANC-INVALIDO TO TRUE
003770               MOVE "COMPETENCIA DIFERENTE DA INFORMADA"
003780                   TO MOTIVO-CRITICA
003790               GO TO 3000-EXIT
003800           END-IF.
003810
003820           IF LANC-MATRICULA NOT NUMERIC
003830               OR LANC-MATRICULA = ZEROS
003840               SET LANC-INVALIDO TO TRUE
003850               MOVE "MATRICULA ZERADA OU NAO NUMERICA"
003860                   TO MOTIVO-CRITICA
003870               GO TO 3000-EXIT
003880           END-IF.
003890
003900           MOVE LANC-MATRICULA TO FUNC-MATRICULA.
003910           READ EMPLOYEE-MASTER
003920               INVALID KEY
003930                   SET LANC-INVALIDO TO TRUE
003940                   MOVE "MATRICULA NAO CADASTRADA NO EMPFOLHA"
003950                       TO MOTIVO-CRITICA
003960                   GO TO 3000-EXIT
003970           END-READ.
003980
003990           IF FUNC-DESLIGADO
004000               AND FUNC-DESLIG-COMPET < LANC-COMPETENCIA
004010               SET LANC-INVALIDO TO TRUE
004020               MOVE "DESLIGADO ANTES DA COMPETENCIA"
004030                   TO MOTIVO-CRITICA
004040               GO TO 3000-EXIT
004050           END-IF.
004060
004070           IF LANC-VERBA NOT = "HN" AND NOT = "HE"
004080               AND NOT = "HD"
004090               IF (NOT LANC-VERBA-PROVENTO
004100                   AND NOT LANC-VERBA-DESCONTO)
004110                   OR LANC-SEQ-VERBA NOT NUMERIC
004120                   OR LANC-SEQ-VERBA = "0"
004130                   SET LANC-INVALIDO TO TRUE
004140                   MOVE "VERBA DESCONHECIDA"
004150                       TO MOTIVO-CRITICA
004160                   GO TO 3000-EXIT
004170               END-IF
004180           END-IF.
004190
004200           IF LANC-VERBA-HORAS
004210               IF LANC-QUANTIDADE NOT NUMERIC
004220                   OR LANC-QUANTIDADE > QTD-HORA-MES-MAXIMA
004230                   OR (LANC-VERBA = "HN"
004240                       AND LANC-QUANTIDADE = ZEROS)
004250                   SET LANC-INVALIDO TO TRUE
004260                   MOVE "QTD DE HORAS FORA DA FAIXA MENSAL"
004270                       TO MOTIVO-CRITICA
004280                   GO TO 3000-EXIT
004290               END-IF
004300               MOVE ZEROS TO LANC-VALOR
004310           ELSE
004320               IF LANC-VALOR NOT NUMERIC
004330                   OR LANC-VALOR = ZEROS
004340                   SET LANC-INVALIDO TO TRUE
004350                   MOVE "VALOR ZERADO OU NAO NUMERICO"
004360                       TO MOTIVO-CRITICA
004370                   GO TO 3000-EXIT
004380               END-IF
004390               IF LANC-DESCRICAO = SPACES
004400                   SET LANC-INVALIDO TO TRUE
004410                   MOVE "DESCRICAO DO LANCAMENTO EM BRANCO"
004420                       TO MOTIVO-CRITICA
004430                   GO TO 3000-EXIT
004440               END-IF
004450               MOVE ZEROS TO LANC-QUANTIDADE
004460           END-IF.
004470
004480           IF LANC-VERBA-HORAS
004490               PERFORM 3300-PROCURAR-HORAS THRU 3300-EXIT
004500               COMPUTE QTD-HORA-TOTAL =
004510                   TH-HORAS (IDX-TH) + LANC-QUANTIDADE
004520               IF QTD-HORA-TOTAL > QTD-HORA-MES-MAXIMA
004530                   SET LANC-INVALIDO TO TRUE
004540                   MOVE "TOTAL DE HORAS DO MES ACIMA DE 744"
004550                       TO MOTIVO-CRITICA
004560                   GO TO 3000-EXIT
004570               END-IF
004580           END-IF.
004590
004600           PERFORM 3200-PROCURAR-CHAVE THRU 3200-EXIT.
004610
004620           IF LANC-VALIDO AND LANC-VERBA-HORAS
004630               ADD LANC-QUANTIDADE TO TH-HORAS (IDX-TH)
004640           END-IF.
004650       3000-EXIT.
004660           EXIT.
004670*
004680*    --------------------------------------------------
004690*    3100-GRAVAR-EXCECAO
004700*    LISTA NO RELATORIO DE CRITICA O REGISTRO REJEITADO,
004710*    COM A IDENTIFICACAO E O MOTIVO DA REJEICAO.
004720*    --------------------------------------------------
004730       3100-GRAVAR-EXCECAO.
004740           MOVE LANC-MATRICULA   TO LE-MATRICULA.
004750           MOVE LANC-VERBA       TO LE-VERBA.
004760           MOVE LANC-COMPETENCIA TO LE-COMPETENCIA.
004770           MOVE MOTIVO-CRITICA   TO LE-MOTIVO.
004780           WRITE LINHA-CRITICA FROM LINHA-EXCECAO.
004790       3100-EXIT.
004800           EXIT.
004810*
004820*    --------------------------------------------------
004830*    3200-PROCURAR-CHAVE
004840*    CONFERE SE A COMBINACAO COMPETENCIA/MATRICULA/VERBA
004850*    JA APARECEU NO ARQUIVO E, CASO INEDITA, ANOTA NA
004860*    TABELA DE CHAVES VISTAS.
004870*    --------------------------------------------------
004880       3200-PROCURAR-CHAVE.
004890           IF QTD-VISTOS > ZEROS
004900               PERFORM 3210-TESTAR-CHAVE THRU 3210-EXIT
004910                   VARYING IDX-VISTO FROM 1 BY 1
004920                   UNTIL IDX-VISTO > QTD-VISTOS
004930                   OR LANC-INVALIDO
004940           END-IF.
004950
004960           IF LANC-VALIDO
004970               IF QTD-VISTOS = LIMITE-VISTOS
004980                   DISPLAY "ERRO - MAIS DE 5000 REGISTROS NO "
004990                       "ARQUIVO BRUTO DE LANCAMENTOS."
005000                   STOP RUN
005010               END-IF
005020               ADD 1 TO QTD-VISTOS
005030               MOVE LANC-CHAVE TO TV-CHAVE (QTD-VISTOS)
005040           END-IF.
005050       3200-EXIT.
005060           EXIT.
005070*
005080*    --------------------------------------------------
005090*    3210-TESTAR-CHAVE
005100*    COMPARA A CHAVE DO REGISTRO CORRENTE COM UMA
005110*    POSICAO DA TABELA DE CHAVES VISTAS.
005120*    --------------------------------------------------
005130       3210-TESTAR-CHAVE.
005140           IF TV-CHAVE (IDX-VISTO) = LANC-CHAVE
005150               SET LANC-INVALIDO TO TRUE
005160               MOVE "VERBA EM DUPLICIDADE PARA A MATRICULA"
005170                   TO MOTIVO-CRITICA
005180           END-IF.
005190       3210-EXIT.
005200           EXIT.
005210*
005220*    --------------------------------------------------
005230*    3300-PROCURAR-HORAS
005240*    PROCURA A MATRICULA NA TABELA DE HORAS ACEITAS,
005250*    INCLUINDO-A ZERADA SE AINDA NAO APARECEU, E DEIXA
005260*    IDX-TH POSICIONADO.
005270*    --------------------------------------------------
005280       3300-PROCURAR-HORAS.
005290           SET NAO-ACHOU TO TRUE.
005300           IF QTD-MATR-HORAS > ZEROS
005310               PERFORM 3310-TESTAR-HORAS THRU 3310-EXIT
005320                   VARYING IDX-TH FROM 1 BY 1
005330                   UNTIL IDX-TH > QTD-MATR-HORAS
005340                   OR ACHOU
005350           END-IF.
005360           IF ACHOU
005370               SET IDX-TH DOWN BY 1
005380               GO TO 3300-EXIT
005390           END-IF.
005400
005410           IF QTD-MATR-HORAS = LIMITE-MATR-HORAS
005420               DISPLAY "ERRO - MAIS DE 5000 MATRICULAS NO "
005430                   "ARQUIVO BRUTO DE LANCAMENTOS."
005440               STOP RUN
005450           END-IF.
005460           ADD 1 TO QTD-MATR-HORAS.
005470           SET IDX-TH TO QTD-MATR-HORAS.
005480           MOVE LANC-MATRICULA TO TH-MATRICULA (IDX-TH).
005490           MOVE ZEROS          TO TH-HORAS (IDX-TH).
005500       3300-EXIT.
005510           EXIT.
005520*
005530*    --------------------------------------------------
005540*    3310-TESTAR-HORAS
005550*    COMPARA UMA POSICAO DA TABELA DE HORAS ACEITAS COM
005560*    A MATRICULA DO REGISTRO CORRENTE.
005570*    --------------------------------------------------
005580       3310-TESTAR-HORAS.
005590           IF TH-MATRICULA (IDX-TH) = LANC-MATRICULA
005600               SET ACHOU TO TRUE
005610           END-IF.
005620       3310-EXIT.
005630           EXIT.
005640*
005650*    --------------------------------------------------
005660*    5000-GRAVAR-LIMPO
005670*    GRAVA O REGISTRO APROVADO NA CRITICA NO ARQUIVO
005680*    INDEXADO LIDO POR SALARIO-LIQUIDO.
005690*    --------------------------------------------------
005700       5000-GRAVAR-LIMPO.
005710           WRITE REG-LANC-LIMPO FROM REG-LANCAMENTO
005720               INVALID KEY
005730                   DISPLAY "ERRO - LANCAMENTO " LANC-CHAVE
005740                       " JA GRAVADO NO LANCVAR."
005750                   STOP RUN
005760           END-WRITE.
005770       5000-EXIT.
005780           EXIT.
005790*
005800*    ==================================================
005810*    8000-FINALIZAR
005820*    EMITE OS TOTAIS DA CRITICA E FECHA OS ARQUIVOS.
005830*    ==================================================
005840       8000-FINALIZAR.
005850           MOVE TOTAL-LANC-LIMPO TO LT-LANC-LIMPO.
005860           WRITE LINHA-CRITICA FROM LINHA-TOTAL-LIMPA.
005870           MOVE TOTAL-LANC-REJEITADO TO LT-LANC-REJEITADO.
005880           WRITE LINHA-CRITICA FROM LINHA-TOTAL-REJEITADA.
005890           MOVE TOTAL-LANC-SUBSTITUIDO TO LT-LANC-SUBSTITUIDO.
005900           WRITE LINHA-CRITICA FROM LINHA-TOTAL-SUBSTITUIDA.
005910
005920           CLOSE LANC-BRUTO, LANC-LIMPO, EMPLOYEE-MASTER,
005930                 REL-CRITICA.
005940       8000-EXIT.
005950           EXIT.
005960
005970       END PROGRAM CRITICA-LANCTO.
