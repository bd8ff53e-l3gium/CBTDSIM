000010       Identification Division.
000020       Program-Id.              FECHA-FOLHA.
000030       Author.                  EQUIPE DE MANUTENCAO IFSP CBT.
000040       Installation             IFSP CBT.
000050       Date-Written             15/10/2026.
000060       Date-Compiled            .
000070       Security                 FECHAMENTO CONTROLADO DE UMA
000080                                COMPETENCIA DA FOLHA DEPOIS DO
000090                                PAGAMENTO, DA VALIDACAO DO
000100                                RETORNO E DA CONCILIACAO.
000110*
000120*    HISTORICO DE ALTERACOES
000130*    DATA       AUTOR   DESCRICAO
000140*    15/10/2026 MSL     VERSAO ORIGINAL - CONFERE AS ETAPAS DE UMA
000150*                       COMPETENCIA E TIPO NO CONTROLE DE EXECUCAO
000160*                       (PREVIA, LOTE EFETIVO ENCERRADO, GUIA,
000170*                       RETORNO VALIDADO, CONCILIACAO) E AS
000180*                       PENDENCIAS DA EXECUCAO NO ARQUIVO PENDFOLH
000190*                       (DIVERGENCIAS DA CONCILIACAO SEM
000200*                       JUSTIFICATIVA E CREDITOS REJEITADOS AINDA
000210*                       NAO PAGOS) E SO FECHA A COMPETENCIA, COM
000220*                       DATA E OPERADOR, QUANDO NADA ESTA EM
000230*                       ABERTO. PERMITE JUSTIFICAR UMA DIVERGENCIA
000240*                       OU BAIXAR UM CREDITO REJEITADO, REABRIR UM
000250*                       FECHAMENTO E EMITIR A SITUACAO DE TODAS AS
000260*                       COMPETENCIAS (RELATORIO FECHAREL), NOS
000270*                       MOLDES DO FERIAS-MANUT.
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
000380           SELECT CONTROLE-FOLHA   ASSIGN TO "CTRLFOLH"
000390               ORGANIZATION IS INDEXED
000400               ACCESS MODE IS DYNAMIC
000410               RECORD KEY IS CTRL-CHAVE
000420               FILE STATUS IS FS-CONTROLE.
000430
000440           SELECT PENDENCIA-FOLHA  ASSIGN TO "PENDFOLH"
000450               ORGANIZATION IS INDEXED
000460               ACCESS MODE IS DYNAMIC
000470               RECORD KEY IS PEND-CHAVE
000480               FILE STATUS IS FS-PENDENCIA.
000490
000500           SELECT REL-FECHAMENTO   ASSIGN TO "FECHAREL"
000510               ORGANIZATION IS LINE SEQUENTIAL.
000520
000530       Data Division.
000540       FILE SECTION.
000550       FD  CONTROLE-FOLHA
000560           LABEL RECORD IS STANDARD.
000570       COPY "CB-CTRL.cpy".
000580
000590       FD  PENDENCIA-FOLHA
000600           LABEL RECORD IS STANDARD.
000610       COPY "CB-PENDFOL.cpy".
000620
000630       FD  REL-FECHAMENTO
000640           LABEL RECORD IS STANDARD.
000650       01  LINHA-FECHAMENTO           PIC X(100).
000660
000670       WORKING-STORAGE SECTION.
000680       77  FS-CONTROLE             PIC X(02) VALUE "00".
000690       77  FS-PENDENCIA            PIC X(02) VALUE "00".
000700       77  OPCAO-MENU              PIC 9(01) VALUE ZEROS.
000710           88  OPCAO-FECHAR            VALUE 1.
000720           88  OPCAO-BAIXAR            VALUE 2.
000730           88  OPCAO-REABRIR           VALUE 3.
000740           88  OPCAO-SITUACAO          VALUE 4.
000750           88  OPCAO-SAIR              VALUE 5.
000760       77  IND-FIM-CONTROLE        PIC X(01) VALUE "N".
000770           88  FIM-CONTROLE            VALUE "S".
000780       77  IND-FIM-PENDENCIA       PIC X(01) VALUE "N".
000790           88  FIM-PENDENCIA           VALUE "S".
000800       77  IND-LISTAR              PIC X(01) VALUE "N".
000810           88  LISTAR-PENDENCIAS       VALUE "S".
000820       77  IND-ACHOU               PIC X(01) VALUE "N".
000830           88  ACHOU                   VALUE "S".
000840           88  NAO-ACHOU               VALUE "N".
000850       77  CONFIRMACAO             PIC X(01) VALUE SPACES.
000860       77  DATA-HOJE               PIC 9(08) VALUE ZEROS.
000870       77  OPERADOR                PIC X(08) VALUE SPACES.
000880       77  COMPETENCIA-PEDIDA      PIC 9(06) VALUE ZEROS.
000890       77  TIPO-PEDIDO             PIC 9(01) VALUE ZEROS.
000900       77  SECAO-PEDIDA            PIC 9(01) VALUE ZEROS.
000910       77  MATRICULA-PEDIDA        PIC 9(06) VALUE ZEROS.
000920       77  JUSTIFICATIVA-INFORMADA PIC X(40) VALUE SPACES.
000930*
000940*    CONTAGENS DA CONFERENCIA DE UMA COMPETENCIA E DO
000950*    RELATORIO DE SITUACAO
000960*
000970       77  QTD-ETAPAS-PENDENTES    PIC 9(02) COMP VALUE ZEROS.
000980       77  QTD-DIVERG-ABERTA       PIC 9(05) COMP VALUE ZEROS.
000990       77  QTD-DIVERG-JUSTIFICADA  PIC 9(05) COMP VALUE ZEROS.
001000       77  QTD-REJEICAO-ABERTA     PIC 9(05) COMP VALUE ZEROS.
001010       77  QTD-PEND-ABERTA         PIC 9(05) COMP VALUE ZEROS.
001020       77  QTD-COMPETENCIAS        PIC 9(05) COMP VALUE ZEROS.
001030       77  QTD-FECHADAS            PIC 9(05) COMP VALUE ZEROS.
001040       77  MASC-QTD                PIC ZZ.ZZ9.
001050*
001060*    DESCRICAO DOS TIPOS DE PROCESSAMENTO E DAS SECOES DE
001070*    PENDENCIA
001080*
001090       01  TABELA-DESCRICAO-TIPO.
001100           05  FILLER              PIC X(24) VALUE
001110               "FOLHA MENSAL".
001120           05  FILLER              PIC X(24) VALUE
001130               "13 SALARIO 1A PARCELA".
001140           05  FILLER              PIC X(24) VALUE
001150               "13 SALARIO 2A PARCELA".
001160           05  FILLER              PIC X(24) VALUE
001170               "FERIAS".
001180           05  FILLER              PIC X(24) VALUE
001190               "RESCISAO".
001200           05  FILLER              PIC X(24) VALUE
001210               "DIFERENCAS DE DISSIDIO".
001220       01  TAB-DESCRICAO-TIPO REDEFINES TABELA-DESCRICAO-TIPO.
001230           05  TAB-DESCR-TIPO      OCCURS 6 TIMES
001240                                   PIC X(24).
001250       01  TABELA-DESCRICAO-SECAO.
001260           05  FILLER              PIC X(20) VALUE
001270               "PAGO SEM HISTORICO".
001280           05  FILLER              PIC X(20) VALUE
001290               "NAO PAGO".
001300           05  FILLER              PIC X(20) VALUE
001310               "DIFERENCA DE VALOR".
001320           05  FILLER              PIC X(20) VALUE
001330               "CONTA DIVERGENTE".
001340           05  FILLER              PIC X(20) VALUE
001350               "CREDITO REJEITADO".
001360       01  TAB-DESCRICAO-SECAO REDEFINES TABELA-DESCRICAO-SECAO.
001370           05  TAB-DESCR-SECAO     OCCURS 5 TIMES
001380                                   PIC X(20).
001390*
001400*    LINHAS DE IMPRESSAO DA CONFERENCIA DO FECHAMENTO
001410*
001420       01  LINHA-BRANCO            PIC X(01) VALUE SPACES.
001430       01  LINHA-SEPARADOR         PIC X(92) VALUE ALL "-".
001440       01  RF-TITULO.
001450           05  FILLER              PIC X(40) VALUE
001460               "CONFERENCIA DO FECHAMENTO DA FOLHA".
001470           05  FILLER              PIC X(08) VALUE "  DATA: ".
001480           05  RF-DATA             PIC 9(08).
001490       01  RF-CHAVE.
001500           05  FILLER              PIC X(13) VALUE
001510               "COMPETENCIA: ".
001520           05  RF-COMPETENCIA      PIC 9(06).
001530           05  FILLER              PIC X(08) VALUE "  TIPO: ".
001540           05  RF-TIPO             PIC 9(01).
001550           05  FILLER              PIC X(03) VALUE " - ".
001560           05  RF-DESCRICAO        PIC X(24).
001570           05  FILLER              PIC X(12) VALUE "  EXECUCAO: ".
001580           05  RF-EXECUCAO         PIC 9(04).
001590       01  RF-ETAPA.
001600           05  RE-DESCRICAO        PIC X(40).
001610           05  RE-DATA             PIC Z(08).
001620           05  FILLER              PIC X(02) VALUE SPACES.
001630           05  RE-SITUACAO         PIC X(30).
001640       01  RF-TITULO-PENDENCIAS.
001650           05  FILLER              PIC X(40) VALUE
001660               "PENDENCIAS EM ABERTO DA EXECUCAO".
001670       01  RF-PENDENCIA.
001680           05  FILLER              PIC X(08) VALUE "  SECAO ".
001690           05  RP-SECAO            PIC 9(01).
001700           05  FILLER              PIC X(01) VALUE SPACE.
001710           05  RP-DESCRICAO        PIC X(20).
001720           05  FILLER              PIC X(11) VALUE " MATRICULA ".
001730           05  RP-MATRICULA        PIC 9(06).
001740           05  FILLER              PIC X(07) VALUE " VALOR ".
001750           05  RP-VALOR            PIC -Z.ZZZ.ZZZ.ZZ9,99.
001760           05  FILLER              PIC X(06) VALUE " OCOR ".
001770           05  RP-OCORRENCIA       PIC X(02).
001780           05  FILLER              PIC X(06) VALUE " DESDE".
001790           05  FILLER              PIC X(01) VALUE SPACE.
001800           05  RP-DATA             PIC 9(08).
001810       01  RF-RESULTADO.
001820           05  RR-RESULTADO        PIC X(60).
001830           05  RR-QUANTIDADE       PIC ZZ9.
001840*
001850*    LINHAS DE IMPRESSAO DO RELATORIO DE SITUACAO
001860*
001870       01  RS-TITULO.
001880           05  FILLER              PIC X(48) VALUE
001890               "SITUACAO DO FECHAMENTO DAS COMPETENCIAS DA FOLHA".
001900           05  FILLER              PIC X(08) VALUE "  DATA: ".
001910           05  RS-DATA             PIC 9(08).
001920       01  RS-CABECALHO.
001930           05  FILLER              PIC X(07) VALUE "COMPET ".
001940           05  FILLER              PIC X(02) VALUE "T ".
001950           05  FILLER              PIC X(05) VALUE "EXEC ".
001960           05  FILLER              PIC X(02) VALUE "S ".
001970           05  FILLER              PIC X(09) VALUE "PREVIA".
001980           05  FILLER              PIC X(09) VALUE "GUIA".
001990           05  FILLER              PIC X(09) VALUE "RETORNO".
002000           05  FILLER              PIC X(09) VALUE "CONCIL.".
002010           05  FILLER              PIC X(09) VALUE "FECHAM.".
002020           05  FILLER              PIC X(05) VALUE "PEND".
002030           05  FILLER              PIC X(05) VALUE "ETAPA".
002040       01  RS-DETALHE.
002050           05  RS-COMPETENCIA      PIC 9(06).
002060           05  FILLER              PIC X(01) VALUE SPACE.
002070           05  RS-TIPO             PIC 9(01).
002080           05  FILLER              PIC X(01) VALUE SPACE.
002090           05  RS-EXECUCAO         PIC 9(04).
002100           05  FILLER              PIC X(01) VALUE SPACE.
002110           05  RS-SITUACAO         PIC X(01).
002120           05  FILLER              PIC X(01) VALUE SPACE.
002130           05  RS-DATA-PREVIA      PIC Z(08).
002140           05  FILLER              PIC X(01) VALUE SPACE.
002150           05  RS-DATA-GUIA        PIC Z(08).
002160           05  FILLER              PIC X(01) VALUE SPACE.
002170           05  RS-DATA-VALIDACAO   PIC Z(08).
002180           05  FILLER              PIC X(01) VALUE SPACE.
002190           05  RS-DATA-CONCILIACAO PIC Z(08).
002200           05  FILLER              PIC X(01) VALUE SPACE.
002210           05  RS-DATA-FECHAMENTO  PIC Z(08).
002220           05  FILLER              PIC X(01) VALUE SPACE.
002230           05  RS-PENDENCIAS       PIC ZZZ9.
002240           05  FILLER              PIC X(01) VALUE SPACE.
002250           05  RS-ETAPA            PIC X(30).
002260       01  RS-TOTAL.
002270           05  RT-DESCRICAO        PIC X(40).
002280           05  RT-QUANTIDADE       PIC ZZ.ZZ9.
002290
002300       PROCEDURE DIVISION.
002310*
002320*    ==================================================
002330*    0000-MAINLINE
002340*    APRESENTA O MENU DO FECHAMENTO ATE O OPERADOR
002350*    ESCOLHER ENCERRAR. O CONTROLE DE EXECUCAO E AS
002360*    PENDENCIAS SAO ABERTOS EM I-O; A CONFERENCIA E O
002370*    RELATORIO DE SITUACAO SAEM NO FECHAREL.
002380*    ==================================================
002390       0000-MAINLINE.
002400           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
002410           DISPLAY "CODIGO DO OPERADOR: ".
002420           ACCEPT OPERADOR.
002430           IF OPERADOR = SPACES
002440               DISPLAY "O CODIGO DO OPERADOR E OBRIGATORIO."
002450               STOP RUN
002460           END-IF.
002470
002480           OPEN I-O CONTROLE-FOLHA.
002490           IF FS-CONTROLE NOT = "00"
002500               DISPLAY "ERRO AO ABRIR O CONTROLE CTRLFOLH - "
002510                   "FILE STATUS " FS-CONTROLE
002520               DISPLAY "NENHUMA FOLHA FOI RODADA AINDA."
002530               STOP RUN
002540           END-IF.
002550
002560           OPEN I-O PENDENCIA-FOLHA.
002570           IF FS-PENDENCIA = "35"
002580               OPEN OUTPUT PENDENCIA-FOLHA
002590               CLOSE PENDENCIA-FOLHA
002600               OPEN I-O PENDENCIA-FOLHA
002610           END-IF.
002620           IF FS-PENDENCIA NOT = "00"
002630               DISPLAY "ERRO AO ABRIR AS PENDENCIAS PENDFOLH - "
002640                   "FILE STATUS " FS-PENDENCIA
002650               STOP RUN
002660           END-IF.
002670
002680           OPEN OUTPUT REL-FECHAMENTO.
002690
002700           PERFORM 1000-PROCESSAR-MENU THRU 1000-EXIT
002710               UNTIL OPCAO-SAIR.
002720
002730           CLOSE CONTROLE-FOLHA, PENDENCIA-FOLHA, REL-FECHAMENTO.
002740           STOP RUN.
002750*
002760*    --------------------------------------------------
002770*    1000-PROCESSAR-MENU
002780*    LE A OPCAO DO OPERADOR E CHAMA A ROTINA CORRESPON-
002790*    DENTE DO FECHAMENTO.
002800*    --------------------------------------------------
002810       1000-PROCESSAR-MENU.
002820           DISPLAY " ".
002830           DISPLAY "FECHAMENTO DA FOLHA".
002840           DISPLAY "1 - CONFERIR E FECHAR COMPETENCIA".
002850           DISPLAY "2 - JUSTIFICAR DIVERGENCIA OU BAIXAR CREDITO "
002860               "REJEITADO".
002870           DISPLAY "3 - REABRIR FECHAMENTO".
002880           DISPLAY "4 - RELATORIO DE SITUACAO DAS COMPETENCIAS".
002890           DISPLAY "5 - SAIR".
002900           DISPLAY "DIGITE A OPCAO: ".
002910           ACCEPT OPCAO-MENU.
002920
002930           EVALUATE TRUE
002940               WHEN OPCAO-FECHAR
002950                   PERFORM 2000-FECHAR-COMPETENCIA THRU 2000-EXIT
002960               WHEN OPCAO-BAIXAR
002970                   PERFORM 3000-BAIXAR-PENDENCIA THRU 3000-EXIT
002980               WHEN OPCAO-REABRIR
002990                   PERFORM 4000-REABRIR-FECHAMENTO THRU 4000-EXIT
003000               WHEN OPCAO-SITUACAO
003010                   PERFORM 5000-EMITIR-SITUACAO THRU 5000-EXIT
003020               WHEN OPCAO-SAIR
003030                   CONTINUE
003040               WHEN OTHER
003050                   DISPLAY "OPCAO INVALIDA."
003060           END-EVALUATE.
003070       1000-EXIT.
003080           EXIT.
003090*
003100*    ==================================================
003110*    2000-FECHAR-COMPETENCIA
003120*    CONFERE AS ETAPAS E AS PENDENCIAS DA COMPETENCIA E
003130*    TIPO, EMITE A CONFERENCIA NO FECHAREL E, SEM NADA
003140*    EM ABERTO, FECHA A COMPETENCIA COM A DATA E O
003150*    OPERADOR DEPOIS DA CONFIRMACAO.
003160*    ==================================================
003170       2000-FECHAR-COMPETENCIA.
003180           PERFORM 6000-LER-CONTROLE THRU 6000-EXIT.
003190           IF NAO-ACHOU
003200               GO TO 2000-EXIT
003210           END-IF.
003220           IF CTRL-SITUACAO-FECHAMENTO = "F"
003230               DISPLAY "COMPETENCIA JA FECHADA EM "
003240                   CTRL-DATA-FECHAMENTO " POR "
003250                   CTRL-OPERADOR-FECHAMENTO "."
003260               GO TO 2000-EXIT
003270           END-IF.
003280
003290           PERFORM 2100-CONFERIR-ETAPAS THRU 2100-EXIT.
003300
003310           IF QTD-ETAPAS-PENDENTES > ZEROS
003320               MOVE "FECHAMENTO RECUSADO - ETAPAS PENDENTES:"
003330                   TO RR-RESULTADO
003340               MOVE QTD-ETAPAS-PENDENTES TO RR-QUANTIDADE
003350               WRITE LINHA-FECHAMENTO FROM RF-RESULTADO
003360               DISPLAY "FECHAMENTO RECUSADO - "
003370                   QTD-ETAPAS-PENDENTES " ETAPAS PENDENTES. "
003380                   "VEJA O RELATORIO FECHAREL."
003390               GO TO 2000-EXIT
003400           END-IF.
003410
003420           DISPLAY "TODAS AS ETAPAS CUMPRIDAS. FECHAR A "
003430               "COMPETENCIA " COMPETENCIA-PEDIDA " TIPO "
003440               TIPO-PEDIDO " (S/N)? ".
003450           ACCEPT CONFIRMACAO.
003460           IF CONFIRMACAO NOT = "S"
003470               MOVE "FECHAMENTO NAO CONFIRMADO PELO OPERADOR"
003480                   TO RR-RESULTADO
003490               MOVE ZEROS TO RR-QUANTIDADE
003500               WRITE LINHA-FECHAMENTO FROM RF-RESULTADO
003510               DISPLAY "COMPETENCIA NAO FECHADA."
003520               GO TO 2000-EXIT
003530           END-IF.
003540
003550           MOVE "F"       TO CTRL-SITUACAO-FECHAMENTO.
003560           MOVE DATA-HOJE TO CTRL-DATA-FECHAMENTO.
003570           MOVE OPERADOR  TO CTRL-OPERADOR-FECHAMENTO.
003580           REWRITE REG-CONTROLE
003590               INVALID KEY
003600                   DISPLAY "ERRO AO REGRAVAR O CONTROLE."
003610                   GO TO 2000-EXIT
003620           END-REWRITE.
003630           MOVE "COMPETENCIA FECHADA" TO RR-RESULTADO.
003640           MOVE ZEROS TO RR-QUANTIDADE.
003650           WRITE LINHA-FECHAMENTO FROM RF-RESULTADO.
003660           DISPLAY "COMPETENCIA FECHADA COM SUCESSO.".
003670       2000-EXIT.
003680           EXIT.
003690*
003700*    --------------------------------------------------
003710*    2100-CONFERIR-ETAPAS
003720*    CONFERE, NA ORDEM DO PROCESSO, CADA CONDICAO DO
003730*    FECHAMENTO E EMITE UMA LINHA POR ETAPA, SEGUIDA DAS
003740*    PENDENCIAS EM ABERTO DA EXECUCAO. CADA CONDICAO NAO
003750*    CUMPRIDA CONTA UMA ETAPA PENDENTE.
003760*    --------------------------------------------------
003770       2100-CONFERIR-ETAPAS.
003780           MOVE ZEROS TO QTD-ETAPAS-PENDENTES.
003790           MOVE DATA-HOJE          TO RF-DATA.
003800           MOVE COMPETENCIA-PEDIDA TO RF-COMPETENCIA.
003810           MOVE TIPO-PEDIDO        TO RF-TIPO.
003820           MOVE TAB-DESCR-TIPO (TIPO-PEDIDO) TO RF-DESCRICAO.
003830           MOVE CTRL-NUM-EXECUCAO  TO RF-EXECUCAO.
003840           WRITE LINHA-FECHAMENTO FROM LINHA-SEPARADOR.
003850           WRITE LINHA-FECHAMENTO FROM RF-TITULO.
003860           WRITE LINHA-FECHAMENTO FROM RF-CHAVE.
003870           WRITE LINHA-FECHAMENTO FROM LINHA-BRANCO.
003880
003890           MOVE "PREVIA DA FOLHA RODADA" TO RE-DESCRICAO.
003900           MOVE CTRL-DATA-PREVIA TO RE-DATA.
003910           IF CTRL-DATA-PREVIA = ZEROS
003920               MOVE "PENDENTE - RODE A PREVIA" TO RE-SITUACAO
003930               ADD 1 TO QTD-ETAPAS-PENDENTES
003940           ELSE
003950               MOVE "OK" TO RE-SITUACAO
003960           END-IF.
003970           WRITE LINHA-FECHAMENTO FROM RF-ETAPA.
003980
003990           MOVE "LOTE EFETIVO ENCERRADO" TO RE-DESCRICAO.
004000           MOVE CTRL-DATA-ULT-EXEC TO RE-DATA.
004010           IF CTRL-SITUACAO NOT = "E"
004020               MOVE ZEROS TO RE-DATA
004030               MOVE "PENDENTE - SITUACAO " TO RE-SITUACAO
004040               MOVE CTRL-SITUACAO TO RE-SITUACAO (21:1)
004050               ADD 1 TO QTD-ETAPAS-PENDENTES
004060           ELSE
004070               MOVE "OK" TO RE-SITUACAO
004080           END-IF.
004090           WRITE LINHA-FECHAMENTO FROM RF-ETAPA.
004100
004110           MOVE "GUIA DE RECOLHIMENTO EMITIDA" TO RE-DESCRICAO.
004120           MOVE CTRL-DATA-GUIA TO RE-DATA.
004130           IF CTRL-DATA-GUIA = ZEROS
004140               MOVE "PENDENTE" TO RE-SITUACAO
004150               ADD 1 TO QTD-ETAPAS-PENDENTES
004160           ELSE
004170               MOVE "OK" TO RE-SITUACAO
004180           END-IF.
004190           WRITE LINHA-FECHAMENTO FROM RF-ETAPA.
004200
004210           MOVE "RETORNO DO BANCO VALIDADO" TO RE-DESCRICAO.
004220           MOVE CTRL-DATA-VALIDACAO TO RE-DATA.
004230           IF CTRL-DATA-VALIDACAO = ZEROS
004240               MOVE "PENDENTE - RODE O VALIDA-RETORNO"
004250                   TO RE-SITUACAO
004260               ADD 1 TO QTD-ETAPAS-PENDENTES
004270           ELSE
004280               MOVE "OK" TO RE-SITUACAO
004290           END-IF.
004300           WRITE LINHA-FECHAMENTO FROM RF-ETAPA.
004310
004320           MOVE "RETORNO CONCILIADO COM A FOLHA" TO RE-DESCRICAO.
004330           MOVE CTRL-DATA-CONCILIACAO TO RE-DATA.
004340           IF CTRL-DATA-CONCILIACAO = ZEROS
004350               MOVE "PENDENTE - RODE O CONCILIA-FOLHA"
004360                   TO RE-SITUACAO
004370               ADD 1 TO QTD-ETAPAS-PENDENTES
004380           ELSE
004390               MOVE "OK" TO RE-SITUACAO
004400           END-IF.
004410           WRITE LINHA-FECHAMENTO FROM RF-ETAPA.
004420
004430           SET LISTAR-PENDENCIAS TO TRUE.
004440           PERFORM 7000-CONTAR-PENDENCIAS THRU 7000-EXIT.
004450
004460           MOVE "DIVERGENCIAS SEM JUSTIFICATIVA" TO RE-DESCRICAO.
004470           MOVE ZEROS TO RE-DATA.
004480           IF QTD-DIVERG-ABERTA > ZEROS
004490               MOVE QTD-DIVERG-ABERTA TO MASC-QTD
004500               MOVE "PENDENTE - " TO RE-SITUACAO
004510               MOVE MASC-QTD TO RE-SITUACAO (12:6)
004520               ADD 1 TO QTD-ETAPAS-PENDENTES
004530           ELSE
004540               MOVE QTD-DIVERG-JUSTIFICADA TO MASC-QTD
004550               MOVE "OK - JUSTIFICADAS:" TO RE-SITUACAO
004560               MOVE MASC-QTD TO RE-SITUACAO (19:6)
004570           END-IF.
004580           WRITE LINHA-FECHAMENTO FROM RF-ETAPA.
004590
004600           MOVE "CREDITOS REJEITADOS NAO RESOLVIDOS"
004610               TO RE-DESCRICAO.
004620           MOVE ZEROS TO RE-DATA.
004630           IF QTD-REJEICAO-ABERTA > ZEROS
004640               MOVE QTD-REJEICAO-ABERTA TO MASC-QTD
004650               MOVE "PENDENTE - " TO RE-SITUACAO
004660               MOVE MASC-QTD TO RE-SITUACAO (12:6)
004670               ADD 1 TO QTD-ETAPAS-PENDENTES
004680           ELSE
004690               MOVE "OK" TO RE-SITUACAO
004700           END-IF.
004710           WRITE LINHA-FECHAMENTO FROM RF-ETAPA.
004720           WRITE LINHA-FECHAMENTO FROM LINHA-BRANCO.
004730       2100-EXIT.
004740           EXIT.
004750*
004760*    ==================================================
004770*    3000-BAIXAR-PENDENCIA
004780*    JUSTIFICA UMA DIVERGENCIA DA CONCILIACAO (SECOES 1 A
004790*    4) OU DA COMO RESOLVIDO UM CREDITO REJEITADO (SECAO
004800*    5) PAGO POR OUTRO MEIO, NA EXECUCAO ATUAL, COM O
004810*    TEXTO, A DATA E O OPERADOR. O CREDITO PAGO DE NOVO
004820*    PELA REMESSA DO REEMITE-FOLHA E BAIXADO PELO
004830*    VALIDA-RETORNO.
004840*    ==================================================
004850       3000-BAIXAR-PENDENCIA.
004860           PERFORM 6000-LER-CONTROLE THRU 6000-EXIT.
004870           IF NAO-ACHOU
004880               GO TO 3000-EXIT
004890           END-IF.
004900           IF CTRL-SITUACAO-FECHAMENTO = "F"
004910               DISPLAY "COMPETENCIA JA FECHADA - PENDENCIAS NAO "
004920                   "PODEM MAIS SER ALTERADAS."
004930               GO TO 3000-EXIT
004940           END-IF.
004950
004960           DISPLAY "SECAO (1=PAGO SEM HISTORICO, 2=NAO PAGO, "
004970               "3=DIFERENCA DE VALOR, 4=CONTA DIVERGENTE, "
004980               "5=CREDITO REJEITADO): ".
004990           ACCEPT SECAO-PEDIDA.
005000           IF SECAO-PEDIDA < 1 OR SECAO-PEDIDA > 5
005010               DISPLAY "SECAO INVALIDA."
005020               GO TO 3000-EXIT
005030           END-IF.
005040           DISPLAY "MATRICULA: ".
005050           ACCEPT MATRICULA-PEDIDA.
005060
005070           MOVE COMPETENCIA-PEDIDA TO PEND-COMPETENCIA.
005080           MOVE TIPO-PEDIDO        TO PEND-TIPO-PROC.
005090           MOVE CTRL-NUM-EXECUCAO  TO PEND-NUM-EXECUCAO.
005100           MOVE SECAO-PEDIDA       TO PEND-SECAO.
005110           MOVE MATRICULA-PEDIDA   TO PEND-MATRICULA.
005120           READ PENDENCIA-FOLHA
005130               INVALID KEY
005140                   DISPLAY "PENDENCIA NAO ENCONTRADA NA EXECUCAO "
005150                       CTRL-NUM-EXECUCAO "."
005160                   GO TO 3000-EXIT
005170           END-READ.
005180           IF PEND-RESOLVIDA
005190               DISPLAY "PENDENCIA JA RESOLVIDA EM "
005200                   PEND-DATA-BAIXA ": " PEND-JUSTIFICATIVA
005210               GO TO 3000-EXIT
005220           END-IF.
005230
005240           MOVE PEND-VALOR TO RP-VALOR.
005250           DISPLAY TAB-DESCR-SECAO (SECAO-PEDIDA) " - VALOR "
005260               RP-VALOR " - SITUACAO " PEND-SITUACAO.
005270           IF PEND-JUSTIFICADA
005280               DISPLAY "JUSTIFICATIVA ATUAL: " PEND-JUSTIFICATIVA
005290                   " (" PEND-OPERADOR ")"
005300           END-IF.
005310           DISPLAY "JUSTIFICATIVA (ATE 40 CARACTERES): ".
005320           ACCEPT JUSTIFICATIVA-INFORMADA.
005330           IF JUSTIFICATIVA-INFORMADA = SPACES
005340               DISPLAY "A JUSTIFICATIVA E OBRIGATORIA."
005350               GO TO 3000-EXIT
005360           END-IF.
005370           DISPLAY "CONFIRMA A BAIXA (S/N)? ".
005380           ACCEPT CONFIRMACAO.
005390           IF CONFIRMACAO NOT = "S"
005400               DISPLAY "PENDENCIA MANTIDA."
005410               GO TO 3000-EXIT
005420           END-IF.
005430
005440           MOVE JUSTIFICATIVA-INFORMADA TO PEND-JUSTIFICATIVA.
005450           MOVE OPERADOR  TO PEND-OPERADOR.
005460           MOVE DATA-HOJE TO PEND-DATA-JUSTIFICATIVA.
005470           IF SECAO-PEDIDA = 5
005480               SET PEND-RESOLVIDA TO TRUE
005490               MOVE DATA-HOJE TO PEND-DATA-BAIXA
005500           ELSE
005510               SET PEND-JUSTIFICADA TO TRUE
005520           END-IF.
005530           REWRITE REG-PENDENCIA
005540               INVALID KEY
005550                   DISPLAY "ERRO AO REGRAVAR A PENDENCIA."
005560               NOT INVALID KEY
005570                   DISPLAY "PENDENCIA BAIXADA COM SUCESSO."
005580           END-REWRITE.
005590       3000-EXIT.
005600           EXIT.
005610*
005620*    ==================================================
005630*    4000-REABRIR-FECHAMENTO
005640*    DESFAZ O FECHAMENTO DE UMA COMPETENCIA, PARA O
005650*    ESTORNO OU A CORRECAO DE UMA ETAPA. A COMPETENCIA
005660*    VOLTA A SER CONFERIDA PELA OPCAO 1.
005670*    ==================================================
005680       4000-REABRIR-FECHAMENTO.
005690           PERFORM 6000-LER-CONTROLE THRU 6000-EXIT.
005700           IF NAO-ACHOU
005710               GO TO 4000-EXIT
005720           END-IF.
005730           IF CTRL-SITUACAO-FECHAMENTO NOT = "F"
005740               DISPLAY "COMPETENCIA NAO ESTA FECHADA."
005750               GO TO 4000-EXIT
005760           END-IF.
005770
005780           DISPLAY "COMPETENCIA FECHADA EM " CTRL-DATA-FECHAMENTO
005790               " POR " CTRL-OPERADOR-FECHAMENTO
005800               ". REABRIR (S/N)? ".
005810           ACCEPT CONFIRMACAO.
005820           IF CONFIRMACAO NOT = "S"
005830               DISPLAY "FECHAMENTO MANTIDO."
005840               GO TO 4000-EXIT
005850           END-IF.
005860
005870           MOVE SPACES TO CTRL-SITUACAO-FECHAMENTO.
005880           MOVE ZEROS  TO CTRL-DATA-FECHAMENTO.
005890           MOVE OPERADOR TO CTRL-OPERADOR-FECHAMENTO.
005900           REWRITE REG-CONTROLE
005910               INVALID KEY
005920                   DISPLAY "ERRO AO REGRAVAR O CONTROLE."
005930               NOT INVALID KEY
005940                   DISPLAY "FECHAMENTO REABERTO POR " OPERADOR "."
005950           END-REWRITE.
005960       4000-EXIT.
005970           EXIT.
005980*
005990*    ==================================================
006000*    5000-EMITIR-SITUACAO
006010*    LISTA NO FECHAREL TODAS AS COMPETENCIAS E TIPOS DO
006020*    CONTROLE DE EXECUCAO, NA ORDEM DA CHAVE, COM A DATA
006030*    DE CADA ETAPA, AS PENDENCIAS EM ABERTO DA EXECUCAO E
006040*    A ETAPA EM QUE A COMPETENCIA ESTA.
006050*    ==================================================
006060       5000-EMITIR-SITUACAO.
006070           MOVE ZEROS TO QTD-COMPETENCIAS, QTD-FECHADAS.
006080           MOVE "N" TO IND-FIM-CONTROLE.
006090           MOVE DATA-HOJE TO RS-DATA.
006100           WRITE LINHA-FECHAMENTO FROM LINHA-SEPARADOR.
006110           WRITE LINHA-FECHAMENTO FROM RS-TITULO.
006120           WRITE LINHA-FECHAMENTO FROM LINHA-BRANCO.
006130           WRITE LINHA-FECHAMENTO FROM RS-CABECALHO.
006140
006150           MOVE ZEROS TO CTRL-COMPETENCIA, CTRL-TIPO-PROC.
006160           START CONTROLE-FOLHA KEY IS NOT LESS THAN CTRL-CHAVE
006170               INVALID KEY
006180                   SET FIM-CONTROLE TO TRUE
006190           END-START.
006200           PERFORM 5100-LISTAR-COMPETENCIA THRU 5100-EXIT
006210               UNTIL FIM-CONTROLE.
006220
006230           WRITE LINHA-FECHAMENTO FROM LINHA-BRANCO.
006240           MOVE "COMPETENCIAS E TIPOS NO CONTROLE:"
006250               TO RT-DESCRICAO.
006260           MOVE QTD-COMPETENCIAS TO RT-QUANTIDADE.
006270           WRITE LINHA-FECHAMENTO FROM RS-TOTAL.
006280           MOVE "FECHADAS:" TO RT-DESCRICAO.
006290           MOVE QTD-FECHADAS TO RT-QUANTIDADE.
006300           WRITE LINHA-FECHAMENTO FROM RS-TOTAL.
006310           DISPLAY "RELATORIO DE SITUACAO EMITIDO NO FECHAREL: "
006320               QTD-COMPETENCIAS " COMPETENCIAS/TIPOS.".
006330       5000-EXIT.
006340           EXIT.
006350*
006360*    --------------------------------------------------
006370*    5100-LISTAR-COMPETENCIA
006380*    LE O PROXIMO REGISTRO DE CONTROLE E EMITE A SUA
006390*    LINHA DE SITUACAO.
006400*    --------------------------------------------------
006410       5100-LISTAR-COMPETENCIA.
006420           READ CONTROLE-FOLHA NEXT RECORD
006430               AT END
006440                   SET FIM-CONTROLE TO TRUE
006450                   GO TO 5100-EXIT
006460           END-READ.
006470           ADD 1 TO QTD-COMPETENCIAS.
006480
006490           MOVE "N" TO IND-LISTAR.
006500           MOVE CTRL-COMPETENCIA TO COMPETENCIA-PEDIDA.
006510           MOVE CTRL-TIPO-PROC   TO TIPO-PEDIDO.
006520           PERFORM 7000-CONTAR-PENDENCIAS THRU 7000-EXIT.
006530
006540           MOVE CTRL-COMPETENCIA      TO RS-COMPETENCIA.
006550           MOVE CTRL-TIPO-PROC        TO RS-TIPO.
006560           MOVE CTRL-NUM-EXECUCAO     TO RS-EXECUCAO.
006570           MOVE CTRL-SITUACAO         TO RS-SITUACAO.
006580           MOVE CTRL-DATA-PREVIA      TO RS-DATA-PREVIA.
006590           MOVE CTRL-DATA-GUIA        TO RS-DATA-GUIA.
006600           MOVE CTRL-DATA-VALIDACAO   TO RS-DATA-VALIDACAO.
006610           MOVE CTRL-DATA-CONCILIACAO TO RS-DATA-CONCILIACAO.
006620           MOVE CTRL-DATA-FECHAMENTO  TO RS-DATA-FECHAMENTO.
006630           MOVE QTD-PEND-ABERTA       TO RS-PENDENCIAS.
006640           PERFORM 5200-DEFINIR-ETAPA THRU 5200-EXIT.
006650           WRITE LINHA-FECHAMENTO FROM RS-DETALHE.
006660       5100-EXIT.
006670           EXIT.
006680*
006690*    --------------------------------------------------
006700*    5200-DEFINIR-ETAPA
006710*    DESCREVE A ETAPA EM QUE A COMPETENCIA ESTA, NA
006720*    ORDEM DO PROCESSO: PREVIA, LOTE EFETIVO, RETORNO,
006730*    CONCILIACAO, PENDENCIAS E FECHAMENTO.
006740*    --------------------------------------------------
006750       5200-DEFINIR-ETAPA.
006760           EVALUATE TRUE
006770               WHEN CTRL-SITUACAO-FECHAMENTO = "F"
006780                   MOVE "FECHADA POR" TO RS-ETAPA
006790                   MOVE CTRL-OPERADOR-FECHAMENTO
006800                       TO RS-ETAPA (13:8)
006810                   ADD 1 TO QTD-FECHADAS
006820               WHEN CTRL-SITUACAO = "P"
006830                   MOVE "SO PREVIA - FALTA O EFETIVO"
006840                       TO RS-ETAPA
006850               WHEN CTRL-SITUACAO = "A"
006860                   MOVE "LOTE EFETIVO EM ANDAMENTO" TO RS-ETAPA
006870               WHEN CTRL-SITUACAO = "R"
006880                   MOVE "REABERTA POR ESTORNO" TO RS-ETAPA
006890               WHEN CTRL-SITUACAO NOT = "E"
006900                   MOVE "SITUACAO DESCONHECIDA" TO RS-ETAPA
006910               WHEN CTRL-DATA-VALIDACAO = ZEROS
006920                   MOVE "AGUARDA VALIDACAO DO RETORNO"
006930                       TO RS-ETAPA
006940               WHEN CTRL-DATA-CONCILIACAO = ZEROS
006950                   MOVE "AGUARDA CONCILIACAO" TO RS-ETAPA
006960               WHEN QTD-PEND-ABERTA > ZEROS
006970                   MOVE "PENDENCIAS EM ABERTO" TO RS-ETAPA
006980               WHEN CTRL-DATA-PREVIA = ZEROS
006990                   MOVE "SEM PREVIA - NAO FECHA" TO RS-ETAPA
007000               WHEN CTRL-DATA-GUIA = ZEROS
007010                   MOVE "SEM GUIA - NAO FECHA" TO RS-ETAPA
007020               WHEN OTHER
007030                   MOVE "PRONTA PARA FECHAR" TO RS-ETAPA
007040           END-EVALUATE.
007050       5200-EXIT.
007060           EXIT.
007070*
007080*    --------------------------------------------------
007090*    6000-LER-CONTROLE
007100*    RECEBE A COMPETENCIA E O TIPO E LE O REGISTRO DE
007110*    CONTROLE, INDICANDO EM IND-ACHOU SE ELE EXISTE.
007120*    --------------------------------------------------
007130       6000-LER-CONTROLE.
007140           SET NAO-ACHOU TO TRUE.
007150           DISPLAY "COMPETENCIA (AAAAMM): ".
007160           ACCEPT COMPETENCIA-PEDIDA.
007170           DISPLAY "TIPO DE PROCESSAMENTO (1=MENSAL, 2=13 1A "
007180               "PARCELA, 3=13 2A PARCELA, 4=FERIAS, "
007190               "5=RESCISAO, 6=DISSIDIO): ".
007200           ACCEPT TIPO-PEDIDO.
007210           IF TIPO-PEDIDO < 1 OR TIPO-PEDIDO > 6
007220               DISPLAY "TIPO DE PROCESSAMENTO INVALIDO."
007230               GO TO 6000-EXIT
007240           END-IF.
007250
007260           MOVE COMPETENCIA-PEDIDA TO CTRL-COMPETENCIA.
007270           MOVE TIPO-PEDIDO        TO CTRL-TIPO-PROC.
007280           READ CONTROLE-FOLHA
007290               INVALID KEY
007300                   DISPLAY "COMPETENCIA " COMPETENCIA-PEDIDA
007310                       " TIPO " TIPO-PEDIDO " SEM REGISTRO DE "
007320                       "CONTROLE."
007330                   GO TO 6000-EXIT
007340           END-READ.
007350           SET ACHOU TO TRUE.
007360       6000-EXIT.
007370           EXIT.
007380*
007390*    --------------------------------------------------
007400*    7000-CONTAR-PENDENCIAS
007410*    CONTA AS PENDENCIAS DA EXECUCAO ATUAL DA
007420*    COMPETENCIA E TIPO: DIVERGENCIAS EM ABERTO E
007430*    JUSTIFICADAS E CREDITOS REJEITADOS NAO RESOLVIDOS.
007440*    COM LISTAR-PENDENCIAS, EMITE AS EM ABERTO NO
007450*    FECHAREL.
007460*    --------------------------------------------------
007470       7000-CONTAR-PENDENCIAS.
007480           MOVE ZEROS TO QTD-DIVERG-ABERTA, QTD-REJEICAO-ABERTA,
007490               QTD-DIVERG-JUSTIFICADA, QTD-PEND-ABERTA.
007500           MOVE "N" TO IND-FIM-PENDENCIA.
007510           IF LISTAR-PENDENCIAS
007520               WRITE LINHA-FECHAMENTO FROM RF-TITULO-PENDENCIAS
007530           END-IF.
007540
007550           MOVE COMPETENCIA-PEDIDA TO PEND-COMPETENCIA.
007560           MOVE TIPO-PEDIDO        TO PEND-TIPO-PROC.
007570           MOVE CTRL-NUM-EXECUCAO  TO PEND-NUM-EXECUCAO.
007580           MOVE ZEROS TO PEND-SECAO, PEND-MATRICULA.
007590           START PENDENCIA-FOLHA KEY IS NOT LESS THAN PEND-CHAVE
007600               INVALID KEY
007610                   SET FIM-PENDENCIA TO TRUE
007620           END-START.
007630           PERFORM 7010-LER-PENDENCIA THRU 7010-EXIT
007640               UNTIL FIM-PENDENCIA.
007650
007660           COMPUTE QTD-PEND-ABERTA =
007670               QTD-DIVERG-ABERTA + QTD-REJEICAO-ABERTA.
007680           IF LISTAR-PENDENCIAS
007690               IF QTD-PEND-ABERTA = ZEROS
007700                   MOVE "  NENHUMA" TO LINHA-FECHAMENTO
007710                   WRITE LINHA-FECHAMENTO
007720               END-IF
007730               WRITE LINHA-FECHAMENTO FROM LINHA-BRANCO
007740           END-IF.
007750       7000-EXIT.
007760           EXIT.
007770*
007780*    --------------------------------------------------
007790*    7010-LER-PENDENCIA
007800*    LE A PROXIMA PENDENCIA E A CONTA ENQUANTO A CHAVE
007810*    FOR DA COMPETENCIA, TIPO E EXECUCAO CONFERIDOS.
007820*    --------------------------------------------------
007830       7010-LER-PENDENCIA.
007840           READ PENDENCIA-FOLHA NEXT RECORD
007850               AT END
007860                   SET FIM-PENDENCIA TO TRUE
007870                   GO TO 7010-EXIT
007880           END-READ.
007890           IF PEND-COMPETENCIA NOT = COMPETENCIA-PEDIDA
007900               OR PEND-TIPO-PROC NOT = TIPO-PEDIDO
007910               OR PEND-NUM-EXECUCAO NOT = CTRL-NUM-EXECUCAO
007920               SET FIM-PENDENCIA TO TRUE
007930               GO TO 7010-EXIT
007940           END-IF.
007950
007960           IF PEND-JUSTIFICADA
007970               ADD 1 TO QTD-DIVERG-JUSTIFICADA
007980           END-IF.
007990           IF NOT PEND-ABERTA
008000               GO TO 7010-EXIT
008010           END-IF.
008020           IF PEND-SECAO = 5
008030               ADD 1 TO QTD-REJEICAO-ABERTA
008040           ELSE
008050               ADD 1 TO QTD-DIVERG-ABERTA
008060           END-IF.
008070
008080           IF LISTAR-PENDENCIAS
008090               MOVE PEND-SECAO     TO RP-SECAO
008100               MOVE TAB-DESCR-SECAO (PEND-SECAO) TO RP-DESCRICAO
008110               MOVE PEND-MATRICULA TO RP-MATRICULA
008120               MOVE PEND-VALOR     TO RP-VALOR
008130               MOVE PEND-COD-OCORRENCIA TO RP-OCORRENCIA
008140               MOVE PEND-DATA-REGISTRO  TO RP-DATA
008150               WRITE LINHA-FECHAMENTO FROM RF-PENDENCIA
008160           END-IF.
008170       7010-EXIT.
008180           EXIT.
008190
008200       END PROGRAM FECHA-FOLHA.
