000610*                       HISTORICO, E AS TABELAS EM MEMORIA
000620*                       PASSARAM DE 1000 PARA 5000 POSICOES, JA
000630*                       QUE O CADASTRO PASSOU DE 800 MATRICULAS.
000631*    15/10/2026 MSL     A CONCILIACAO PASSOU A SER POR COMPETENCIA
000632*                       E TIPO DE PROCESSAMENTO (O RETORNO E O DE
000633*                       UM LOTE), SO DEPOIS DA VALIDACAO DO
000634*                       RETORNO NO CONTROLE DE EXECUCAO. CADA
000635*                       DIVERGENCIA DAS SECOES 1 A 4 E GRAVADA
000636*                       COMO PENDENCIA DO FECHAMENTO (ARQUIVO
000637*                       PENDFOLH): A QUE JA TINHA JUSTIFICATIVA E
000638*                       VOLTA COM O MESMO VALOR CONTINUA
000639*                       JUSTIFICADA, A QUE SUMIU FICA RESOLVIDA.
000640*                       A DATA DA CONCILIACAO E REGISTRADA NO
000641*                       CONTROLE PARA O FECHA-FOLHA.
000642*    15/10/2026 MSL     A CONCILIACAO PASSOU A CONFERIR O
000643*                       CABECALHO DO RETBANCO E A RECUSAR O
000644*                       RETORNO VALIDADO PARA OUTRA COMPETENCIA,
000645*                       OUTRO TIPO OU OUTRA EXECUCAO.
000646*    15/10/2026 MSL     A CARGA DO HISTORICO PASSOU A SOMAR SO OS
000647*                       REGISTROS DA EXECUCAO ATUAL (E SEUS
000648*                       ESTORNOS), JA QUE O RETORNO VALIDADO E O
000649*                       DESSA EXECUCAO: NA RESCISAO COMPLEMENTAR,
000650*                       QUEM FOI PAGO NA EXECUCAO ANTERIOR NAO
000651*                       APARECE MAIS COMO NAO PAGO. AS GRAVACOES
000652*                       DO CONTROLE E DAS PENDENCIAS PASSARAM A
000653*                       INTERROMPER A CONCILIACAO SE FALHAREM.
000654*
000655       Environment DIVISION.
000660       Configuration Section.
000670       SOURCE-COMPUTER.         MEU PC.
000680       OBJECT-COMPUTER.         MEU PC.
000780               FILE STATUS IS FS-HIST-FOLHA.
000790
000800           SELECT RETORNO-BANCO    ASSIGN TO "RETBANCO"
000801               ORGANIZATION IS LINE SEQUENTIAL
000802               FILE STATUS IS FS-RETORNO.
000820
000830           SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPFOLHA"
000840               ORGANIZATION IS INDEXED
000920
000930           SELECT REL-CONCILIACAO  ASSIGN TO "CONCIREL"
000940               ORGANIZATION IS LINE SEQUENTIAL.
000941
000942           SELECT CONTROLE-FOLHA   ASSIGN TO "CTRLFOLH"
000943               ORGANIZATION IS INDEXED
000944               ACCESS MODE IS DYNAMIC
000945               RECORD KEY IS CTRL-CHAVE
000946               FILE STATUS IS FS-CONTROLE.
000947
000948           SELECT PENDENCIA-FOLHA  ASSIGN TO "PENDFOLH"
000949               ORGANIZATION IS INDEXED
000950               ACCESS MODE IS DYNAMIC
000951               RECORD KEY IS PEND-CHAVE
000952               FILE STATUS IS FS-PENDENCIA.
000953
000960       Data Division.
000970       FILE SECTION.
000980       FD  HIST-FOLHA
001150           LABEL RECORD IS STANDARD.
001160       01  LINHA-CONCILIACAO          PIC X(100).
001170
001171       FD  CONTROLE-FOLHA
001172           LABEL RECORD IS STANDARD.
001173       COPY "CB-CTRL.cpy".
001174
001175       FD  PENDENCIA-FOLHA
001176           LABEL RECORD IS STANDARD.
001177       COPY "CB-PENDFOL.cpy".
001178
001180       WORKING-STORAGE SECTION.
001190*
001200*    AREA DE CONTROLE DO LACO DE PROCESSAMENTO
001280           88  NAO-ACHOU               VALUE "N".
001290       77  FS-EMPLOYEE             PIC X(02) VALUE "00".
001300       77  FS-REJEITADO            PIC X(02) VALUE "00".
001301       77  FS-RETORNO              PIC X(02) VALUE "00".
001310       77  FS-HIST-FOLHA           PIC X(02) VALUE "00".
001320       77  IND-FIM-REJEITADO       PIC X(01) VALUE "N".
001330           88  FIM-REJEITADO           VALUE "S".
001340       77  MES-CONCILIACAO         PIC 9(06) VALUE ZEROS.
001341       77  TIPO-CONCILIACAO        PIC 9(01) VALUE ZEROS.
001350       77  MATRICULA-PROCURADA     PIC 9(06) VALUE ZEROS.
001351       77  FS-CONTROLE             PIC X(02) VALUE "00".
001352       77  FS-PENDENCIA            PIC X(02) VALUE "00".
001353       77  IND-FIM-PENDENCIA       PIC X(01) VALUE "N".
001354           88  FIM-PENDENCIA           VALUE "S".
001355       77  DATA-HOJE               PIC 9(08) VALUE ZEROS.
001356*
001357*    DIVERGENCIA A REGISTRAR COMO PENDENCIA DO FECHAMENTO E
001358*    CONTAGEM DAS PENDENCIAS DA CONCILIACAO.
001359*
001360       77  SECAO-PENDENCIA         PIC 9(01) VALUE ZEROS.
001361       77  MATRICULA-PENDENCIA     PIC 9(06) VALUE ZEROS.
001362       77  VALOR-PENDENCIA         PIC S9(11)V99 VALUE ZEROS.
001363       77  QTD-PEND-ABERTA         PIC 9(05) COMP VALUE ZEROS.
001364       77  QTD-PEND-JUSTIFICADA    PIC 9(05) COMP VALUE ZEROS.
001365*
001370*    TABELAS EM MEMORIA DO HISTORICO E DO RETORNO, COM OS
001380*    VALORES ACUMULADOS POR MATRICULA (UM MES PODE TER MAIS
001390*    DE UMA EXECUCAO E MAIS DE UM CREDITO POR FUNCIONARIO).
002000               "MES DE REFERENCIA".
002010           05  FILLER          PIC X(02) VALUE ": ".
002020           05  LC-MES          PIC 9(06).
002021           05  FILLER          PIC X(08) VALUE "  TIPO: ".
002022           05  LC-TIPO         PIC 9(01).
002030       01  LINHA-BRANCO            PIC X(01) VALUE SPACES.
002040       01  LINHA-SECAO-1.
002050           05  FILLER          PIC X(50) VALUE
002650               "CONCILIACAO SEM DIVERGENCIAS -".
002660           05  FILLER              PIC X(26) VALUE
002670               " FOLHA E BANCO CONFEREM".
002671       01  LINHA-TITULO-PENDENCIAS.
002672           05  FILLER              PIC X(50) VALUE
002673               "PENDENCIAS DO FECHAMENTO (SECOES 1 A 4)".
002674       01  LINHA-PENDENCIAS.
002675           05  LP-DESCRICAO        PIC X(40).
002676           05  LP-QTD              PIC Z.ZZ9.
002680
002690       PROCEDURE DIVISION.
002700*
002960*    PRIMEIRO REGISTRO DE CADA ENTRADA.
002970*    --------------------------------------------------
002980       1000-INICIALIZAR.
002981           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
002990           DISPLAY "MES A CONCILIAR (AAAAMM): ".
003000           ACCEPT MES-CONCILIACAO.
003001           DISPLAY "TIPO DE PROCESSAMENTO (1=MENSAL, 2=13 1A "
003002               "PARCELA, 3=13 2A PARCELA, 4=FERIAS, "
003003               "5=RESCISAO, 6=DISSIDIO): ".
003004           ACCEPT TIPO-CONCILIACAO.
003005           IF TIPO-CONCILIACAO < 1 OR TIPO-CONCILIACAO > 6
003006               DISPLAY "TIPO DE PROCESSAMENTO INVALIDO."
003007               STOP RUN
003008           END-IF.
003009
003010           PERFORM 1100-CONFERIR-CONTROLE THRU 1100-EXIT.
003011
003020           OPEN INPUT  HIST-FOLHA.
003030           IF FS-HIST-FOLHA NOT = "00"
003040               DISPLAY "ERRO AO ABRIR O HISTORICO HISTFOLI - "
003080               STOP RUN
003090           END-IF.
003100*
003101*    POSICIONA O HISTORICO NO INICIO DA COMPETENCIA E DO
003102*    TIPO CONCILIADOS, EM VEZ DE LER O ARQUIVO DESDE O
003103*    PRIMEIRO ANO.
003140*
003141           MOVE MES-CONCILIACAO  TO HIST-COMPETENCIA.
003142           MOVE TIPO-CONCILIACAO TO HIST-TIPO-PROC.
003143           MOVE ZEROS TO HIST-MATRICULA, HIST-NUM-EXECUCAO.
003180           MOVE LOW-VALUES TO HIST-NATUREZA.
003190           START HIST-FOLHA KEY IS NOT LESS THAN HIST-CHAVE
003200               INVALID KEY
003210                   SET FIM-HISTORICO TO TRUE
003220           END-START.
003230
003250           OPEN INPUT  EMPLOYEE-MASTER.
003260           IF FS-EMPLOYEE NOT = "00"
003270               DISPLAY "ERRO AO ABRIR O CADASTRO EMPLOYEE-MASTER"
003490
003500           WRITE LINHA-CONCILIACAO FROM LINHA-CABECALHO-1.
003510           MOVE MES-CONCILIACAO TO LC-MES.
003511           MOVE TIPO-CONCILIACAO TO LC-TIPO.
003520           WRITE LINHA-CONCILIACAO FROM LINHA-CABECALHO-2.
003530           WRITE LINHA-CONCILIACAO FROM LINHA-BRANCO.
003540
003630           EXIT.
003640*
003650*    --------------------------------------------------
003651*    1100-CONFERIR-CONTROLE
003652*    SO CONCILIA FOLHA ENCERRADA, AINDA NAO FECHADA, CUJO
003653*    RETORNO DO LOTE JA FOI VALIDADO PELO VALIDA-RETORNO,
003654*    E SO COM O RETBANCO VALIDADO PARA ESSA COMPETENCIA,
003655*    ESSE TIPO E ESSA EXECUCAO (CABECALHO DO ARQUIVO).
003656*    O CONTROLE FICA ABERTO PARA O REGISTRO DA
003657*    CONCILIACAO E AS PENDENCIAS DA EXECUCAO SAO
003658*    PREPARADAS PARA A NOVA CONFERENCIA.
003659*    --------------------------------------------------
003660       1100-CONFERIR-CONTROLE.
003661           OPEN I-O CONTROLE-FOLHA.
003662           IF FS-CONTROLE NOT = "00"
003663               DISPLAY "ERRO AO ABRIR O CONTROLE CTRLFOLH - "
003664                   "FILE STATUS " FS-CONTROLE
003665               STOP RUN
003666           END-IF.
003667
003668           MOVE MES-CONCILIACAO  TO CTRL-COMPETENCIA.
003669           MOVE TIPO-CONCILIACAO TO CTRL-TIPO-PROC.
003670           READ CONTROLE-FOLHA
003671               INVALID KEY
003672                   DISPLAY "COMPETENCIA " MES-CONCILIACAO
003673                       " TIPO " TIPO-CONCILIACAO " SEM REGISTRO "
003674                       "DE CONTROLE - NADA A CONCILIAR."
003675                   STOP RUN
003676           END-READ.
003677           IF CTRL-SITUACAO NOT = "E"
003678               DISPLAY "FOLHA NAO ENCERRADA (SITUACAO "
003679                   CTRL-SITUACAO ") - NADA A CONCILIAR."
003680               STOP RUN
003681           END-IF.
003682           IF CTRL-SITUACAO-FECHAMENTO = "F"
003683               DISPLAY "COMPETENCIA JA FECHADA EM "
003684                   CTRL-DATA-FECHAMENTO " - CONCILIACAO NAO "
003685                   "REFEITA."
003686               STOP RUN
003687           END-IF.
003688           IF CTRL-DATA-VALIDACAO = ZEROS
003689               DISPLAY "RETORNO DO LOTE AINDA NAO VALIDADO."
003690               DISPLAY "EXECUTE O VALIDA-RETORNO ANTES DE "
003691                   "CONCILIAR."
003692               STOP RUN
003693           END-IF.
003694
003695           PERFORM 1110-CONFERIR-RETORNO THRU 1110-EXIT.
003696
003697           OPEN I-O PENDENCIA-FOLHA.
003698           IF FS-PENDENCIA = "35"
003699               OPEN OUTPUT PENDENCIA-FOLHA
003700               CLOSE PENDENCIA-FOLHA
003701               OPEN I-O PENDENCIA-FOLHA
003702           END-IF.
003703           IF FS-PENDENCIA NOT = "00"
003704               DISPLAY "ERRO AO ABRIR AS PENDENCIAS PENDFOLH - "
003705                   "FILE STATUS " FS-PENDENCIA
003706               STOP RUN
003707           END-IF.
003708
003709           MOVE MES-CONCILIACAO   TO PEND-COMPETENCIA.
003710           MOVE TIPO-CONCILIACAO  TO PEND-TIPO-PROC.
003711           MOVE CTRL-NUM-EXECUCAO TO PEND-NUM-EXECUCAO.
003712           MOVE 1                 TO PEND-SECAO.
003713           MOVE ZEROS             TO PEND-MATRICULA.
003714           START PENDENCIA-FOLHA KEY IS NOT LESS THAN PEND-CHAVE
003715               INVALID KEY
003716                   SET FIM-PENDENCIA TO TRUE
003717           END-START.
003718           PERFORM 1150-SUSPENDER-PENDENCIA THRU 1150-EXIT
003719               UNTIL FIM-PENDENCIA.
003720       1100-EXIT.
003721           EXIT.
003722*
003723*    --------------------------------------------------
003724*    1110-CONFERIR-RETORNO
003725*    ABRE O RETBANCO E LE O CABECALHO GRAVADO PELO
003726*    VALIDA-RETORNO. O RETORNO DE OUTRO LOTE (OUTRA
003727*    COMPETENCIA, OUTRO TIPO OU EXECUCAO ANTERIOR) E
003728*    RECUSADO, PARA NAO CONCILIAR CREDITOS QUE NAO SAO
003729*    DESTA FOLHA.
003730*    --------------------------------------------------
003731       1110-CONFERIR-RETORNO.
003732           OPEN INPUT RETORNO-BANCO.
003733           IF FS-RETORNO NOT = "00"
003734               DISPLAY "ERRO AO ABRIR O RETORNO RETBANCO - "
003735                   "FILE STATUS " FS-RETORNO
003736               STOP RUN
003737           END-IF.
003738           READ RETORNO-BANCO
003739               AT END
003740                   MOVE 999999 TO RET-CAB-MATRICULA
003741           END-READ.
003742           IF RET-CAB-MATRICULA NOT = ZEROS
003743               DISPLAY "RETBANCO SEM CABECALHO DO LOTE."
003744               DISPLAY "EXECUTE O VALIDA-RETORNO ANTES DE "
003745                   "CONCILIAR."
003746               STOP RUN
003747           END-IF.
003748           IF RET-CAB-COMPETENCIA NOT = MES-CONCILIACAO
003749               OR RET-CAB-TIPO-PROC NOT = TIPO-CONCILIACAO
003750               OR RET-CAB-NUM-EXECUCAO NOT = CTRL-NUM-EXECUCAO
003751               DISPLAY "RETBANCO VALIDADO PARA A COMPETENCIA "
003752                   RET-CAB-COMPETENCIA " TIPO " RET-CAB-TIPO-PROC
003753                   " EXECUCAO " RET-CAB-NUM-EXECUCAO
003754               DISPLAY "E NAO PARA A COMPETENCIA "
003755                   MES-CONCILIACAO " TIPO " TIPO-CONCILIACAO
003756                   " EXECUCAO " CTRL-NUM-EXECUCAO
003757                   " - NADA A CONCILIAR."
003758               STOP RUN
003759           END-IF.
003760       1110-EXIT.
003761           EXIT.
003762*
003763*    --------------------------------------------------
003764*    1150-SUSPENDER-PENDENCIA
003765*    DA COMO RESOLVIDA CADA DIVERGENCIA DA CONCILIACAO
003766*    ANTERIOR DESTA EXECUCAO. A QUE APARECER DE NOVO E
003767*    REABERTA (OU VOLTA JUSTIFICADA) EM
003768*    7300-REGISTRAR-PENDENCIA; A QUE NAO APARECER FICA
003769*    RESOLVIDA.
003770*    --------------------------------------------------
003771       1150-SUSPENDER-PENDENCIA.
003772           READ PENDENCIA-FOLHA NEXT RECORD
003773               AT END
003774                   SET FIM-PENDENCIA TO TRUE
003775                   GO TO 1150-EXIT
003776           END-READ.
003777           IF PEND-COMPETENCIA NOT = MES-CONCILIACAO
003778               OR PEND-TIPO-PROC NOT = TIPO-CONCILIACAO
003779               OR PEND-NUM-EXECUCAO NOT = CTRL-NUM-EXECUCAO
003780               OR PEND-SECAO > 4
003781               SET FIM-PENDENCIA TO TRUE
003782               GO TO 1150-EXIT
003783           END-IF.
003784           IF PEND-RESOLVIDA
003785               GO TO 1150-EXIT
003786           END-IF.
003787           SET PEND-RESOLVIDA TO TRUE.
003788           MOVE DATA-HOJE TO PEND-DATA-BAIXA.
003789           REWRITE REG-PENDENCIA
003790               INVALID KEY
003791                   DISPLAY "ERRO AO REGRAVAR A PENDENCIA "
003792                       PEND-CHAVE " - FILE STATUS " FS-PENDENCIA
003793                   STOP RUN
003794           END-REWRITE.
003795       1150-EXIT.
003796           EXIT.
003797*
003798*    --------------------------------------------------
003799*    1200-LER-HISTORICO
003800*    LE O PROXIMO REGISTRO DO HISTORICO DA FOLHA.
003801*    --------------------------------------------------
003802       1200-LER-HISTORICO.
003803           READ HIST-FOLHA NEXT RECORD
003804               AT END
003805                   SET FIM-HISTORICO TO TRUE
003806           END-READ.
003807           IF NOT FIM-HISTORICO
003808               AND (HIST-COMPETENCIA NOT = MES-CONCILIACAO
003809                OR HIST-TIPO-PROC NOT = TIPO-CONCILIACAO)
003810               SET FIM-HISTORICO TO TRUE
003811           END-IF.
003812       1200-EXIT.
003813           EXIT.
003814*
003815*    --------------------------------------------------
003820*    1300-LER-RETORNO
003830*    LE O PROXIMO REGISTRO DO RETORNO DO BANCO.
003840*    --------------------------------------------------
004060*    2000-CARREGAR-HISTORICO
004070*    ACUMULA NA TABELA EM MEMORIA, POR MATRICULA, OS
004080*    LIQUIDOS DO HISTORICO CUJA COMPETENCIA E A DO MES
004081*    QUE ESTA SENDO CONCILIADO, NO TIPO CONCILIADO. SO
004082*    ENTRA A EXECUCAO ATUAL (COM SEUS ESTORNOS), QUE E A
004083*    DO RETORNO VALIDADO: AS EXECUCOES ANTERIORES DE UMA
004084*    RESCISAO COMPLEMENTAR JA FORAM CONCILIADAS.
004100*    --------------------------------------------------
004110       2000-CARREGAR-HISTORICO.
004120           IF HIST-COMPETENCIA = MES-CONCILIACAO
004121               AND HIST-NUM-EXECUCAO = CTRL-NUM-EXECUCAO
004130               MOVE HIST-MATRICULA TO MATRICULA-PROCURADA
004140               PERFORM 7000-PROCURAR-HISTORICO THRU 7000-EXIT
004150               IF NAO-ACHOU
004390*    3000-CARREGAR-RETORNO
004400*    ACUMULA NA TABELA EM MEMORIA, POR MATRICULA, OS
004410*    CREDITOS DO ARQUIVO DE RETORNO DO BANCO. O RETORNO
004411*    VALIDADO PELO VALIDA-RETORNO E O DO LOTE CONCILIADO.
004430*    --------------------------------------------------
004440       3000-CARREGAR-RETORNO.
004450           PERFORM 3100-CONFERIR-CONTA THRU 3100-EXIT.
005420*    4000-CONCILIAR
005430*    EMITE AS CINCO SECOES DE DIVERGENCIA E, QUANDO
005440*    TODAS FICAM VAZIAS, A LINHA UNICA DE CONCILIACAO
005441*    SEM DIVERGENCIAS EXIGIDA PELA AUDITORIA. NO FIM,
005442*    CONTA AS PENDENCIAS E REGISTRA A CONCILIACAO NO
005443*    CONTROLE.
005460*    --------------------------------------------------
005470       4000-CONCILIAR.
005480           WRITE LINHA-CONCILIACAO FROM LINHA-SECAO-1.
005970               AND QTD-SECAO-5 = ZEROS
005980               WRITE LINHA-CONCILIACAO FROM LINHA-SEM-DIVERGENCIA
005990           END-IF.
005991
005992           WRITE LINHA-CONCILIACAO FROM LINHA-BRANCO.
005993           WRITE LINHA-CONCILIACAO FROM LINHA-TITULO-PENDENCIAS.
005994           MOVE "DIVERGENCIAS EM ABERTO:" TO LP-DESCRICAO.
005995           MOVE QTD-PEND-ABERTA TO LP-QTD.
005996           WRITE LINHA-CONCILIACAO FROM LINHA-PENDENCIAS.
005997           MOVE "DIVERGENCIAS JA JUSTIFICADAS:" TO LP-DESCRICAO.
005998           MOVE QTD-PEND-JUSTIFICADA TO LP-QTD.
005999           WRITE LINHA-CONCILIACAO FROM LINHA-PENDENCIAS.
006000
006001           MOVE DATA-HOJE TO CTRL-DATA-CONCILIACAO.
006002           REWRITE REG-CONTROLE
006003               INVALID KEY
006004                   DISPLAY "ERRO AO REGISTRAR A CONCILIACAO NO "
006005                       "CONTROLE CTRLFOLH - FILE STATUS "
006006                       FS-CONTROLE
006007                   STOP RUN
006008           END-REWRITE.
006009       4000-EXIT.
006010           EXIT.
006020*
006030*    --------------------------------------------------
006140               WRITE LINHA-CONCILIACAO FROM LINHA-DETALHE-SIMPLES
006150               ADD 1 TO QTD-SECAO-1
006160               ADD TR-VALOR (IDX-TR) TO VAL-SECAO-1
006161               MOVE 1                     TO SECAO-PENDENCIA
006162               MOVE TR-MATRICULA (IDX-TR) TO MATRICULA-PENDENCIA
006163               MOVE TR-VALOR (IDX-TR)     TO VALOR-PENDENCIA
006164               PERFORM 7300-REGISTRAR-PENDENCIA THRU 7300-EXIT
006170           END-IF.
006180       4100-EXIT.
006190           EXIT.
006430               WRITE LINHA-CONCILIACAO FROM LINHA-DETALHE-SIMPLES
006440               ADD 1 TO QTD-SECAO-2
006450               ADD TH-VALOR (IDX-TH) TO VAL-SECAO-2
006451               MOVE 2                     TO SECAO-PENDENCIA
006452               MOVE TH-MATRICULA (IDX-TH) TO MATRICULA-PENDENCIA
006453               MOVE TH-VALOR (IDX-TH)     TO VALOR-PENDENCIA
006454               PERFORM 7300-REGISTRAR-PENDENCIA THRU 7300-EXIT
006460           END-IF.
006470       4200-EXIT.
006480           EXIT.
006680                       FROM LINHA-DETALHE-DIFERENCA
006690                   ADD 1 TO QTD-SECAO-3
006700                   ADD DIFERENCA-VALOR TO VAL-SECAO-3
006701                   MOVE 3                 TO SECAO-PENDENCIA
006702                   MOVE TR-MATRICULA (IDX-TR)
006703                       TO MATRICULA-PENDENCIA
006704                   MOVE DIFERENCA-VALOR   TO VALOR-PENDENCIA
006705                   PERFORM 7300-REGISTRAR-PENDENCIA
006706                       THRU 7300-EXIT
006710               END-IF
006720           END-IF.
006730       4300-EXIT.
006880           WRITE LINHA-CONCILIACAO FROM LINHA-DETALHE-CONTA.
006890           ADD 1 TO QTD-SECAO-4.
006900           ADD TD-VALOR (IDX-TD) TO VAL-SECAO-4.
006901           MOVE 4                     TO SECAO-PENDENCIA.
006902           MOVE TD-MATRICULA (IDX-TD) TO MATRICULA-PENDENCIA.
006903           MOVE TD-VALOR (IDX-TD)     TO VALOR-PENDENCIA.
006904           PERFORM 7300-REGISTRAR-PENDENCIA THRU 7300-EXIT.
006910       4400-EXIT.
006920           EXIT.
006930*
008040       7210-EXIT.
008050           EXIT.
008060*
008061*    --------------------------------------------------
008062*    7300-REGISTRAR-PENDENCIA
008063*    GRAVA A DIVERGENCIA COMO PENDENCIA DO FECHAMENTO NA
008064*    EXECUCAO ATUAL. A DIVERGENCIA JA JUSTIFICADA NO
008065*    FECHA-FOLHA QUE VOLTA COM O MESMO VALOR CONTINUA
008066*    JUSTIFICADA; COM OUTRO VALOR, VOLTA A FICAR EM ABERTO
008067*    E PERDE A JUSTIFICATIVA.
008068*    --------------------------------------------------
008069       7300-REGISTRAR-PENDENCIA.
008070           MOVE MES-CONCILIACAO     TO PEND-COMPETENCIA.
008071           MOVE TIPO-CONCILIACAO    TO PEND-TIPO-PROC.
008072           MOVE CTRL-NUM-EXECUCAO   TO PEND-NUM-EXECUCAO.
008073           MOVE SECAO-PENDENCIA     TO PEND-SECAO.
008074           MOVE MATRICULA-PENDENCIA TO PEND-MATRICULA.
008075           READ PENDENCIA-FOLHA
008076               INVALID KEY
008077                   MOVE VALOR-PENDENCIA TO PEND-VALOR
008078                   MOVE SPACES TO PEND-COD-OCORRENCIA,
008079                       PEND-JUSTIFICATIVA, PEND-OPERADOR
008080                   MOVE ZEROS  TO PEND-DATA-JUSTIFICATIVA,
008081                       PEND-DATA-BAIXA
008082                   SET PEND-ABERTA TO TRUE
008083                   MOVE DATA-HOJE TO PEND-DATA-REGISTRO
008084                   WRITE REG-PENDENCIA
008085                       INVALID KEY
008086                           DISPLAY "ERRO AO GRAVAR A PENDENCIA "
008087                               PEND-CHAVE " - FILE STATUS "
008088                               FS-PENDENCIA
008089                           STOP RUN
008090                   END-WRITE
008091                   ADD 1 TO QTD-PEND-ABERTA
008092                   GO TO 7300-EXIT
008093           END-READ.
008094
008095           IF PEND-JUSTIFICATIVA NOT = SPACES
008096               AND PEND-VALOR = VALOR-PENDENCIA
008097               SET PEND-JUSTIFICADA TO TRUE
008098               ADD 1 TO QTD-PEND-JUSTIFICADA
008099           ELSE
008100               SET PEND-ABERTA TO TRUE
008101               MOVE VALOR-PENDENCIA TO PEND-VALOR
008102               MOVE SPACES TO PEND-JUSTIFICATIVA, PEND-OPERADOR
008103               MOVE ZEROS  TO PEND-DATA-JUSTIFICATIVA
008104               MOVE DATA-HOJE TO PEND-DATA-REGISTRO
008105               ADD 1 TO QTD-PEND-ABERTA
008106           END-IF.
008107           MOVE ZEROS TO PEND-DATA-BAIXA.
008108           REWRITE REG-PENDENCIA
008109               INVALID KEY
008110                   DISPLAY "ERRO AO REGRAVAR A PENDENCIA "
008111                       PEND-CHAVE " - FILE STATUS " FS-PENDENCIA
008112                   STOP RUN
008113           END-REWRITE.
008114       7300-EXIT.
008115           EXIT.
008116*
008117*    ==================================================
008118*    8000-FINALIZAR
008119*    FECHA OS ARQUIVOS DA CONCILIACAO.
008120*    ==================================================
008121       8000-FINALIZAR.
008122           IF FS-REJEITADO NOT = "35"
008130               CLOSE RETORNO-REJEITADO
008140           END-IF.
008150           CLOSE HIST-FOLHA, RETORNO-BANCO, EMPLOYEE-MASTER,
008151                 REL-CONCILIACAO, CONTROLE-FOLHA, PENDENCIA-FOLHA.
008152           DISPLAY "CONCILIACAO REGISTRADA: " QTD-PEND-ABERTA
008153               " DIVERGENCIAS EM ABERTO E " QTD-PEND-JUSTIFICADA
008154               " JUSTIFICADAS.".
008170       8000-EXIT.
008180           EXIT.
008190
