000320*                       NO TIPO, E OS ESTORNOS SAO GRAVADOS NO
000330*                       PROPRIO ARQUIVO ABERTO EM I-O, SEM O
000340*                       FECHA-E-REABRE DA EXTENSAO SEQUENCIAL.
000341*    15/10/2026 MSL     A TABELA DE REGISTROS A ESTORNAR FOI
000342*                       ALARGADA PARA 400 POSICOES, ACOMPANHANDO O
000343*                       LAYOUT ATUAL DO CB-HIST (TOTAIS DOS
000344*                       LANCAMENTOS VARIAVEIS), COM FOLGA PARA
000345*                       NOVOS CAMPOS.
000346*    15/10/2026 MSL     ACEITO O TIPO 5 (RESCISAO) NO ESTORNO.
000347*    15/10/2026 MSL     ACEITO O TIPO 6 (DIFERENCAS DE DISSIDIO)
000348*                       NO ESTORNO.
000349*    15/10/2026 MSL     O ESTORNO DAS FERIAS (TIPO 4) DEVOLVE AO
000350*                       PERIODO AQUISITIVO (ARQUIVO FERIASPA) OS
000351*                       DIAS DE GOZO E DE ABONO PAGOS E REFAZ A
000352*                       PROGRAMACAO, PARA O REPROCESSAMENTO PAGAR
000353*                       DE NOVO; O ESTORNO DA RESCISAO (TIPO 5)
000354*                       REABRE OS PERIODOS RESCINDIDOS.
000355*    15/10/2026 MSL     RECUSADO O ESTORNO DE COMPETENCIA FECHADA
000356*                       NO FECHA-FOLHA; A REABERTURA ZERA AS
000357*                       ETAPAS DO FECHAMENTO (PREVIA, GUIA,
000358*                       VALIDACAO DO RETORNO E CONCILIACAO), QUE
000359*                       A NOVA EXECUCAO TEM DE CUMPRIR DE NOVO.
000360*    15/10/2026 MSL     ERRO NA REGRAVACAO DOS PERIODOS
000361*                       AQUISITIVOS (FERIASPA) PASSOU A
000362*                       INTERROMPER O ESTORNO.
000363*
000364       Environment DIVISION.
000370       Configuration Section.
000380       SOURCE-COMPUTER.         MEU PC.
000390       OBJECT-COMPUTER.         MEU PC.
000580               ORGANIZATION IS LINE SEQUENTIAL
000590               FILE STATUS IS FS-AUDITORIA.
000600
000601           SELECT PERIODO-FERIAS   ASSIGN TO "FERIASPA"
000602               ORGANIZATION IS INDEXED
000603               ACCESS MODE IS DYNAMIC
000604               RECORD KEY IS PER-CHAVE
000605               FILE STATUS IS FS-FERIAS.
000606
000610       Data Division.
000620       FILE SECTION.
000630       FD  HIST-FOLHA
000710       FD  AUDITORIA-ESTORNO
000720           LABEL RECORD IS STANDARD.
000730       COPY "CB-AUDEST.cpy".
000731
000732       FD  PERIODO-FERIAS
000733           LABEL RECORD IS STANDARD.
000734       COPY "CB-FERIAS.cpy".
000740
000750       WORKING-STORAGE SECTION.
000760*
000890       77  MOTIVO-ESTORNO          PIC X(40) VALUE SPACES.
000900       77  CONFIRMACAO             PIC X(01) VALUE SPACES.
000910       77  IDX-ESTORNO             PIC 9(04) COMP VALUE ZEROS.
000911       77  FS-FERIAS               PIC X(02) VALUE "00".
000912       77  IND-ARQ-FERIAS          PIC X(01) VALUE "N".
000913           88  COM-ARQ-FERIAS          VALUE "S".
000914           88  SEM-ARQ-FERIAS          VALUE "N".
000915       77  IND-FIM-PERIODO         PIC X(01) VALUE "N".
000916           88  FIM-PERIODO             VALUE "S".
000917       77  QTD-PERIODOS-DEVOLVIDOS PIC 9(05) COMP VALUE ZEROS.
000920*
000930*    REGISTROS DA EXECUCAO A ESTORNAR, GUARDADOS NA LEITURA
000940*    DO HISTORICO PARA A GRAVACAO DOS ESTORNOS DEPOIS DA
001000       77  TOTAL-LIQ-ESTORNADO     PIC 9(13)V99 VALUE ZEROS.
001010       01  TABELA-ESTORNO.
001020           05  TE-REGISTRO         OCCURS 5000 TIMES
001021                                    PIC X(400).
001040
001050       PROCEDURE DIVISION.
001060*
001200               DISPLAY "NENHUM REGISTRO DA EXECUCAO "
001210                   EXECUCAO-ESTORNADA " NO HISTORICO - NADA A "
001220                   "ESTORNAR."
001221               IF COM-ARQ-FERIAS
001222                   CLOSE PERIODO-FERIAS
001223               END-IF
001230               CLOSE HIST-FOLHA, CONTROLE-FOLHA
001240               STOP RUN
001250           END-IF.
001440           DISPLAY "COMPETENCIA A ESTORNAR (AAAAMM): ".
001450           ACCEPT COMPETENCIA-ESTORNO.
001460           DISPLAY "TIPO DE PROCESSAMENTO (1=MENSAL, 2=13 1A "
001461               "PARCELA, 3=13 2A PARCELA, 4=FERIAS, "
001462               "5=RESCISAO, 6=DISSIDIO): ".
001480           ACCEPT TIPO-ESTORNO.
001481           IF TIPO-ESTORNO < 1 OR TIPO-ESTORNO > 6
001500               DISPLAY "TIPO DE PROCESSAMENTO INVALIDO."
001510               STOP RUN
001520           END-IF.
001820                   "COMPETENCIA ENCERRADA PODE SER ESTORNADA."
001830               STOP RUN
001840           END-IF.
001841           IF CTRL-SITUACAO-FECHAMENTO = "F"
001842               DISPLAY "COMPETENCIA FECHADA EM "
001843                   CTRL-DATA-FECHAMENTO " POR "
001844                   CTRL-OPERADOR-FECHAMENTO " - REABRA O "
001845                   "FECHAMENTO NO FECHA-FOLHA ANTES DE ESTORNAR."
001846               STOP RUN
001847           END-IF.
001850           MOVE CTRL-NUM-EXECUCAO TO EXECUCAO-ESTORNADA.
001860
001870           DISPLAY "ESTORNAR A EXECUCAO " EXECUCAO-ESTORNADA
001980               DISPLAY "ERRO AO ABRIR O HISTORICO HISTFOLI - "
001990                   "FILE STATUS " FS-HIST-FOLHA
002000               STOP RUN
002001           END-IF.
002002*
002003*    AS FERIAS E A RESCISAO BAIXARAM DIAS DOS PERIODOS
002004*    AQUISITIVOS, QUE O ESTORNO DEVOLVE. SEM O ARQUIVO NAO HA
002005*    O QUE DEVOLVER.
002006*
002007           IF TIPO-ESTORNO = 4 OR TIPO-ESTORNO = 5
002008               OPEN I-O PERIODO-FERIAS
002009               IF FS-FERIAS = "00"
002010                   SET COM-ARQ-FERIAS TO TRUE
002011               ELSE
002012                   IF FS-FERIAS NOT = "35"
002013                       DISPLAY "ERRO AO ABRIR OS PERIODOS "
002014                           "FERIASPA - FILE STATUS " FS-FERIAS
002015                       STOP RUN
002016                   END-IF
002017               END-IF
002018           END-IF.
002020
002030*
002040*    POSICIONA O HISTORICO NO INICIO DA COMPETENCIA E DO
002880                       "VERIFIQUE O HISTORICO."
002890                   STOP RUN
002900           END-WRITE.
002901           IF COM-ARQ-FERIAS
002902               PERFORM 3200-DEVOLVER-FERIAS THRU 3200-EXIT
002903           END-IF.
002910       3100-EXIT.
002911           EXIT.
002912*
002913*    --------------------------------------------------
002914*    3200-DEVOLVER-FERIAS
002915*    DEVOLVE AO PERIODO AQUISITIVO O QUE O REGISTRO
002916*    ESTORNADO BAIXOU. NAS FERIAS OS DIAS DE GOZO E DE
002917*    ABONO SAEM DO PERIODO E A PROGRAMACAO PAGA E REFEITA,
002918*    SE O PERIODO NAO TIVER SIDO PROGRAMADO DE NOVO. NA
002919*    RESCISAO OS PERIODOS RESCINDIDOS DO FUNCIONARIO VOLTAM
002920*    AO SALDO QUE TINHAM.
002921*    --------------------------------------------------
002922       3200-DEVOLVER-FERIAS.
002923           IF TIPO-ESTORNO = 5
002924               MOVE "N" TO IND-FIM-PERIODO
002925               MOVE HIST-MATRICULA TO PER-MATRICULA
002926               MOVE ZEROS          TO PER-INICIO-AQUIS
002927               START PERIODO-FERIAS KEY IS NOT LESS THAN PER-CHAVE
002928                   INVALID KEY
002929                       SET FIM-PERIODO TO TRUE
002930               END-START
002931               PERFORM 3210-REABRIR-PERIODO THRU 3210-EXIT
002932                   UNTIL FIM-PERIODO
002933               GO TO 3200-EXIT
002934           END-IF.
002935           IF HIST-INICIO-AQUIS = ZEROS
002936               GO TO 3200-EXIT
002937           END-IF.
002938
002939           MOVE HIST-MATRICULA    TO PER-MATRICULA.
002940           MOVE HIST-INICIO-AQUIS TO PER-INICIO-AQUIS.
002941           READ PERIODO-FERIAS
002942               INVALID KEY
002943                   DISPLAY "AVISO - PERIODO " HIST-INICIO-AQUIS
002944                       " DA MATRICULA " HIST-MATRICULA
002945                       " NAO ENCONTRADO - DIAS NAO DEVOLVIDOS."
002946                   GO TO 3200-EXIT
002947           END-READ.
002948
002949           IF PER-DIAS-GOZADOS > HIST-DIAS-FERIAS
002950               SUBTRACT HIST-DIAS-FERIAS FROM PER-DIAS-GOZADOS
002951           ELSE
002952               MOVE ZEROS TO PER-DIAS-GOZADOS
002953           END-IF.
002954           IF PER-DIAS-ABONO > HIST-DIAS-ABONO
002955               SUBTRACT HIST-DIAS-ABONO FROM PER-DIAS-ABONO
002956           ELSE
002957               MOVE ZEROS TO PER-DIAS-ABONO
002958           END-IF.
002959           IF PER-PROG-INICIO = ZEROS
002960               MOVE HIST-INICIO-GOZO TO PER-PROG-INICIO
002961               MOVE HIST-DIAS-FERIAS TO PER-PROG-DIAS-GOZO
002962               MOVE HIST-DIAS-ABONO  TO PER-PROG-DIAS-ABONO
002963           END-IF.
002964           SET PER-ABERTO TO TRUE.
002965           MOVE DATA-HOJE TO PER-DATA-ATUALIZACAO.
002966           REWRITE REG-PERIODO-FERIAS
002967               INVALID KEY
002968                   DISPLAY "ERRO AO DEVOLVER AS FERIAS DA "
002969                       "MATRICULA " PER-MATRICULA
002970                       " - FILE STATUS " FS-FERIAS
002971                   DISPLAY "ESTORNO INTERROMPIDO - VERIFIQUE OS "
002972                       "PERIODOS AQUISITIVOS."
002973                   STOP RUN
002974           END-REWRITE.
002975           ADD 1 TO QTD-PERIODOS-DEVOLVIDOS.
002976       3200-EXIT.
002977           EXIT.
002978*
002979*    --------------------------------------------------
002980*    3210-REABRIR-PERIODO
002981*    LE UM PERIODO DO FUNCIONARIO DA RESCISAO ESTORNADA E,
002982*    SE ESTIVER RESCINDIDO, ZERA OS DIAS INDENIZADOS E O
002983*    DEVOLVE A SITUACAO EM ABERTO (OU QUITADO, SEM SALDO).
002984*    --------------------------------------------------
002985       3210-REABRIR-PERIODO.
002986           READ PERIODO-FERIAS NEXT RECORD
002987               AT END
002988                   SET FIM-PERIODO TO TRUE
002989                   GO TO 3210-EXIT
002990           END-READ.
002991           IF PER-MATRICULA NOT = HIST-MATRICULA
002992               SET FIM-PERIODO TO TRUE
002993               GO TO 3210-EXIT
002994           END-IF.
002995           IF NOT PER-RESCINDIDO
002996               GO TO 3210-EXIT
002997           END-IF.
002998
002999           MOVE ZEROS TO PER-DIAS-INDENIZADOS.
003000           IF PER-DIAS-GOZADOS + PER-DIAS-ABONO
003001               NOT < PER-DIAS-DIREITO
003002               SET PER-QUITADO TO TRUE
003003           ELSE
003004               SET PER-ABERTO TO TRUE
003005           END-IF.
003006           MOVE DATA-HOJE TO PER-DATA-ATUALIZACAO.
003007           REWRITE REG-PERIODO-FERIAS
003008               INVALID KEY
003009                   DISPLAY "ERRO AO REABRIR O PERIODO DA "
003010                       "MATRICULA " PER-MATRICULA
003011                       " - FILE STATUS " FS-FERIAS
003012                   DISPLAY "ESTORNO INTERROMPIDO - VERIFIQUE OS "
003013                       "PERIODOS AQUISITIVOS."
003014                   STOP RUN
003015           END-REWRITE.
003016           ADD 1 TO QTD-PERIODOS-DEVOLVIDOS.
003017       3210-EXIT.
003018           EXIT.
003019*
003020*    --------------------------------------------------
003021*    4000-REABRIR-CONTROLE
003022*    REABRE O REGISTRO DE CONTROLE DA COMPETENCIA COM A
003023*    SITUACAO "R" E A EXECUCAO INCREMENTADA, PARA QUE O
003024*    REPROCESSAMENTO CORRIGIDO PASSE PELO LOTE NORMAL DE
003025*    SALARIO-LIQUIDO COMO UM LOTE NOVO. AS ETAPAS DO
003026*    FECHAMENTO SAO ZERADAS PARA A NOVA EXECUCAO.
003027*    --------------------------------------------------
003028       4000-REABRIR-CONTROLE.
003029           ADD 1 TO CTRL-NUM-EXECUCAO.
003030           MOVE "R"       TO CTRL-SITUACAO.
003040           MOVE ZEROS     TO CTRL-ULT-MATRICULA.
003050           MOVE DATA-HOJE TO CTRL-DATA-ULT-EXEC.
003051           MOVE ZEROS     TO CTRL-DATA-PREVIA, CTRL-DATA-GUIA,
003052               CTRL-DATA-VALIDACAO, CTRL-DATA-CONCILIACAO.
003060           REWRITE REG-CONTROLE.
003070       4000-EXIT.
003080           EXIT.
003470           DISPLAY "COMPETENCIA REABERTA PARA A EXECUCAO "
003480               CTRL-NUM-EXECUCAO " - REPROCESSE PELO "
003490               "SALARIO-LIQUIDO.".
003491           IF COM-ARQ-FERIAS
003492               DISPLAY "PERIODOS AQUISITIVOS DEVOLVIDOS: "
003493                   QTD-PERIODOS-DEVOLVIDOS
003494               CLOSE PERIODO-FERIAS
003495           END-IF.
003500
003510           CLOSE HIST-FOLHA, CONTROLE-FOLHA.
003520       8000-EXIT.
