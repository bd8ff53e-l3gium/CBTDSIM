000410*                       DO ANO, EM VEZ DE LER ANOS DE HISTORICO,
000420*                       E A TABELA EM MEMORIA PASSOU DE 1000
000430*                       PARA 5000 MATRICULAS.
000431*    15/10/2026 MSL     A RESCISAO (TIPO 5) PASSOU A CONTAR COMO A
000432*                       FOLHA DO MES DO DESLIGAMENTO, E OS MESES
000433*                       ANTES DA ADMISSAO E DEPOIS DO
000434*                       DESLIGAMENTO DEIXARAM DE SER APONTADOS
000435*                       COMO MES SEM FOLHA.
000440*
000450       Environment DIVISION.
000460       Configuration Section.
000890       77  IND-ACHOU               PIC X(01) VALUE "N".
000900           88  ACHOU                   VALUE "S".
000910           88  NAO-ACHOU               VALUE "N".
000911       77  IND-CADASTRO            PIC X(01) VALUE "N".
000912           88  FUNC-CADASTRADO         VALUE "S".
000913           88  FUNC-NAO-CADASTRADO     VALUE "N".
000920       77  FS-EMPLOYEE             PIC X(02) VALUE "00".
000930       77  FS-HIST-FOLHA           PIC X(02) VALUE "00".
000940       77  ANO-INFORME             PIC 9(04) VALUE ZEROS.
000950       77  MATRICULA-PROCURADA     PIC 9(06) VALUE ZEROS.
000960       77  MES-CORRENTE            PIC 9(02) VALUE ZEROS.
000961       77  COMPETENCIA-MES         PIC 9(06) VALUE ZEROS.
000970*
000980*    TABELA EM MEMORIA DA CONSOLIDACAO ANUAL POR MATRICULA,
000990*    COM A CONTAGEM DE FOLHAS MENSAIS POR MES PARA O APONTE
002420*    ACUMULA NA TABELA EM MEMORIA, POR MATRICULA, OS
002430*    VALORES DOS REGISTROS DO HISTORICO CUJA COMPETENCIA
002440*    PERTENCE AO ANO-BASE, CONTANDO AS FOLHAS MENSAIS DE
002441*    CADA MES PARA O APONTE DE FALTAS E DUPLICIDADES. A
002442*    RESCISAO, SO GRAVADA NA COMPETENCIA DO DESLIGAMENTO,
002443*    CONTA COMO A FOLHA DESSE MES.
002460*    --------------------------------------------------
002470       2000-CARREGAR-HISTORICO.
002480           IF HIST-COMPETENCIA (1:4) = ANO-INFORME
002660                   ADD HIST-SAL-LIQUIDO TO TI-LIQUIDO (IDX-TI)
002670                   ADD 1 TO TI-QTD-EXECUCAO (IDX-TI)
002680               END-IF
002681               IF HIST-TIPO-PROC = 1 OR HIST-TIPO-PROC = 5
002700                   MOVE HIST-COMPETENCIA (5:2) TO MES-CORRENTE
002710                   IF MES-CORRENTE >= 01 AND MES-CORRENTE <= 12
002720                       IF HIST-NATUREZA = "E"
003820*    --------------------------------------------------
003830*    4110-BUSCAR-NOME
003840*    BUSCA NO CADASTRO DE FUNCIONARIOS O NOME DA
003841*    MATRICULA DO INFORME CORRENTE, QUE FICA NA AREA DO
003842*    CADASTRO PARA A CONFERENCIA DOS MESES.
003860*    --------------------------------------------------
003870       4110-BUSCAR-NOME.
003880           MOVE TI-MATRICULA (IDX-TI) TO FUNC-MATRICULA.
003890           READ EMPLOYEE-MASTER
003900               INVALID KEY
003910                   MOVE "*** NAO CADASTRADO ***" TO INF-NOME
003911                   SET FUNC-NAO-CADASTRADO TO TRUE
003920               NOT INVALID KEY
003930                   MOVE FUNC-NOME TO INF-NOME
003931                   SET FUNC-CADASTRADO TO TRUE
003940           END-READ.
003950       4110-EXIT.
003960           EXIT.
003990*    4150-CONFERIR-MES
004000*    APONTA NO INFORME O MES SEM FOLHA MENSAL OU COM
004010*    FOLHA MENSAL EM DUPLICIDADE, PARA QUE O HISTORICO
004011*    SEJA CORRIGIDO ANTES DA ENTREGA DOS INFORMES. OS
004012*    MESES ANTES DA ADMISSAO E DEPOIS DO DESLIGAMENTO DO
004013*    FUNCIONARIO NAO TEM FOLHA E NAO SAO CONFERIDOS.
004030*    --------------------------------------------------
004040       4150-CONFERIR-MES.
004041           COMPUTE COMPETENCIA-MES = ANO-INFORME * 100
004042               + MES-CORRENTE.
004043           IF FUNC-CADASTRADO
004044               IF COMPETENCIA-MES < FUNC-ADMIS-COMPET
004045                   GO TO 4150-EXIT
004046               END-IF
004047               IF FUNC-DESLIGADO
004048                   AND COMPETENCIA-MES > FUNC-DESLIG-COMPET
004049                   GO TO 4150-EXIT
004050               END-IF
004051           END-IF.
004052           IF TI-QTD-MES (IDX-TI, MES-CORRENTE) = ZEROS
004060               MOVE MES-CORRENTE TO INF-MES-FALTA
004070               WRITE LINHA-INFORME FROM INF-LINHA-MES-FALTA
004080           END-IF.
