000270*                       CREDITOS REJEITADOS PELO BANCO NO
000280*                       ARQUIVO RETREJEI, PARA A SECAO PROPRIA
000290*                       DO RELATORIO DE CONCILIACAO.
000291*    15/10/2026 MSL     O RETORNO PASSOU A SER VALIDADO PARA UMA
000292*                       COMPETENCIA E UM TIPO ENCERRADOS NO
000293*                       CONTROLE DE EXECUCAO: O RETORNO DO LOTE
000294*                       REGISTRA A DATA DA VALIDACAO NO CONTROLE
000295*                       E CADA CREDITO REJEITADO COMO PENDENCIA DO
000296*                       FECHAMENTO (ARQUIVO PENDFOLH); O RETORNO
000297*                       DE UM REPAGAMENTO (REMESSA DO
000298*                       REEMITE-FOLHA) SO BAIXA AS PENDENCIAS DOS
000299*                       CREDITOS EFETIVADOS, SEM REGRAVAR O
000300*                       RETBANCO E O RETREJEI DO LOTE.
000301*    15/10/2026 MSL     O RETBANCO PASSOU A COMECAR POR UM
000302*                       CABECALHO COM A COMPETENCIA, O TIPO E A
000303*                       EXECUCAO VALIDADOS, PARA A CONCILIACAO
000304*                       RECUSAR O RETORNO DE OUTRO LOTE.
000305*    15/10/2026 MSL     A PENDENCIA DE CREDITO REJEITADO REABERTA
000306*                       PASSOU A PERDER A JUSTIFICATIVA E A DATA
000307*                       DE BAIXA ANTERIORES, E AS GRAVACOES DO
000308*                       CONTROLE E DAS PENDENCIAS PASSARAM A
000309*                       INTERROMPER A VALIDACAO SE FALHAREM.
000310*
000311       Environment DIVISION.
000320       Configuration Section.
000330       SOURCE-COMPUTER.         MEU PC.
000340       OBJECT-COMPUTER.         MEU PC.
000500           SELECT REL-VALIDACAO    ASSIGN TO "RETVAREL"
000510               ORGANIZATION IS LINE SEQUENTIAL.
000520
000521           SELECT CONTROLE-FOLHA   ASSIGN TO "CTRLFOLH"
000522               ORGANIZATION IS INDEXED
000523               ACCESS MODE IS DYNAMIC
000524               RECORD KEY IS CTRL-CHAVE
000525               FILE STATUS IS FS-CONTROLE.
000526
000527           SELECT PENDENCIA-FOLHA  ASSIGN TO "PENDFOLH"
000528               ORGANIZATION IS INDEXED
000529               ACCESS MODE IS DYNAMIC
000530               RECORD KEY IS PEND-CHAVE
000531               FILE STATUS IS FS-PENDENCIA.
000532
000533       Data Division.
000540       FILE SECTION.
000550       FD  RETORNO-CNAB
000560           LABEL RECORD IS STANDARD.
000680           LABEL RECORD IS STANDARD.
000690       01  LINHA-VALIDACAO            PIC X(100).
000700
000701       FD  CONTROLE-FOLHA
000702           LABEL RECORD IS STANDARD.
000703       COPY "CB-CTRL.cpy".
000704
000705       FD  PENDENCIA-FOLHA
000706           LABEL RECORD IS STANDARD.
000707       COPY "CB-PENDFOL.cpy".
000708
000710       WORKING-STORAGE SECTION.
000720*
000730*    AREA DE CONTROLE DO LACO DE PROCESSAMENTO
000800       77  IND-ABRE-COM-HEADER     PIC X(01) VALUE "N".
000810           88  ABRE-COM-HEADER         VALUE "S".
000820       77  IDX-DETALHE             PIC 9(04) COMP VALUE ZEROS.
000821       77  FS-CONTROLE             PIC X(02) VALUE "00".
000822       77  FS-PENDENCIA            PIC X(02) VALUE "00".
000823       77  COMPETENCIA-RETORNO     PIC 9(06) VALUE ZEROS.
000824       77  TIPO-RETORNO            PIC 9(01) VALUE ZEROS.
000825       77  ESPECIE-RETORNO         PIC 9(01) VALUE ZEROS.
000826           88  RETORNO-DO-LOTE         VALUE 1.
000827           88  RETORNO-REPAGAMENTO     VALUE 2.
000828       77  DATA-HOJE               PIC 9(08) VALUE ZEROS.
000830*
000840*    CONTADORES E SOMATORIAS DA ESTRUTURA DO ARQUIVO
000850*
000960       77  QTD-ERROS-ESTRUTURA     PIC 9(04) COMP VALUE ZEROS.
000970       77  QTD-CREDITO-EFETIVADO   PIC 9(06) VALUE ZEROS.
000980       77  QTD-CREDITO-REJEITADO   PIC 9(06) VALUE ZEROS.
000981       77  QTD-PENDENCIA-ABERTA    PIC 9(06) VALUE ZEROS.
000982       77  QTD-PENDENCIA-BAIXADA   PIC 9(06) VALUE ZEROS.
000990*
001000*    DETALHES GUARDADOS NA LEITURA: OS ARQUIVOS DE SAIDA SO
001010*    SAO GRAVADOS DEPOIS QUE A ESTRUTURA INTEIRA CONFERE,
001600*
001610*    --------------------------------------------------
001620*    1000-INICIALIZAR
001621*    RECEBE A COMPETENCIA, O TIPO E A ESPECIE DO RETORNO,
001622*    CONFERE O CONTROLE DE EXECUCAO, ABRE O RETORNO CNAB,
001623*    AS PENDENCIAS E O RELATORIO DE VALIDACAO E LE O
001624*    PRIMEIRO REGISTRO.
001650*    --------------------------------------------------
001660       1000-INICIALIZAR.
001661           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
001662           DISPLAY "COMPETENCIA DO RETORNO (AAAAMM): ".
001663           ACCEPT COMPETENCIA-RETORNO.
001664           DISPLAY "TIPO DE PROCESSAMENTO (1=MENSAL, 2=13 1A "
001665               "PARCELA, 3=13 2A PARCELA, 4=FERIAS, "
001666               "5=RESCISAO, 6=DISSIDIO): ".
001667           ACCEPT TIPO-RETORNO.
001668           IF TIPO-RETORNO < 1 OR TIPO-RETORNO > 6
001669               DISPLAY "TIPO DE PROCESSAMENTO INVALIDO."
001670               STOP RUN
001671           END-IF.
001672           DISPLAY "ESPECIE DO RETORNO (1=RETORNO DO LOTE, "
001673               "2=RETORNO DE REPAGAMENTO): ".
001674           ACCEPT ESPECIE-RETORNO.
001675           IF NOT RETORNO-DO-LOTE AND NOT RETORNO-REPAGAMENTO
001676               DISPLAY "ESPECIE DO RETORNO INVALIDA."
001677               STOP RUN
001678           END-IF.
001679
001680           PERFORM 1100-CONFERIR-CONTROLE THRU 1100-EXIT.
001681
001682           OPEN INPUT RETORNO-CNAB.
001683           IF FS-RETORNO-CNAB NOT = "00"
001690               DISPLAY "ERRO AO ABRIR O RETORNO RETBCNAB - "
001700                   "FILE STATUS " FS-RETORNO-CNAB
001710               STOP RUN
001770
001780           PERFORM 1200-LER-RETORNO THRU 1200-EXIT.
001790       1000-EXIT.
001791           EXIT.
001792*
001793*    --------------------------------------------------
001794*    1100-CONFERIR-CONTROLE
001795*    SO HA RETORNO A VALIDAR PARA UMA FOLHA ENCERRADA E
001796*    AINDA NAO FECHADA NO FECHA-FOLHA. O RETORNO DE UM
001797*    REPAGAMENTO PRESSUPOE O RETORNO DO LOTE JA VALIDADO.
001798*    O CONTROLE FICA ABERTO PARA O REGISTRO DA VALIDACAO
001799*    E AS PENDENCIAS SAO ABERTAS (OU CRIADAS) EM I-O.
001800*    --------------------------------------------------
001801       1100-CONFERIR-CONTROLE.
001802           OPEN I-O CONTROLE-FOLHA.
001803           IF FS-CONTROLE NOT = "00"
001804               DISPLAY "ERRO AO ABRIR O CONTROLE CTRLFOLH - "
001805                   "FILE STATUS " FS-CONTROLE
001806               STOP RUN
001807           END-IF.
001808
001809           MOVE COMPETENCIA-RETORNO TO CTRL-COMPETENCIA.
001810           MOVE TIPO-RETORNO        TO CTRL-TIPO-PROC.
001811           READ CONTROLE-FOLHA
001812               INVALID KEY
001813                   DISPLAY "COMPETENCIA " COMPETENCIA-RETORNO
001814                       " TIPO " TIPO-RETORNO " SEM REGISTRO DE "
001815                       "CONTROLE - NADA A VALIDAR."
001816                   STOP RUN
001817           END-READ.
001818           IF CTRL-SITUACAO NOT = "E"
001819               DISPLAY "FOLHA NAO ENCERRADA (SITUACAO "
001820                   CTRL-SITUACAO ") - O RETORNO SO E VALIDADO "
001821                   "DEPOIS DO LOTE EFETIVO."
001822               STOP RUN
001823           END-IF.
001824           IF CTRL-SITUACAO-FECHAMENTO = "F"
001825               DISPLAY "COMPETENCIA JA FECHADA EM "
001826                   CTRL-DATA-FECHAMENTO " - RETORNO NAO "
001827                   "VALIDADO."
001828               STOP RUN
001829           END-IF.
001830           IF RETORNO-REPAGAMENTO
001831               AND CTRL-DATA-VALIDACAO = ZEROS
001832               DISPLAY "VALIDE ANTES O RETORNO DO LOTE DA "
001833                   "COMPETENCIA."
001834               STOP RUN
001835           END-IF.
001836
001837           OPEN I-O PENDENCIA-FOLHA.
001838           IF FS-PENDENCIA = "35"
001839               OPEN OUTPUT PENDENCIA-FOLHA
001840               CLOSE PENDENCIA-FOLHA
001841               OPEN I-O PENDENCIA-FOLHA
001842           END-IF.
001843           IF FS-PENDENCIA NOT = "00"
001844               DISPLAY "ERRO AO ABRIR AS PENDENCIAS PENDFOLH - "
001845                   "FILE STATUS " FS-PENDENCIA
001846               STOP RUN
001847           END-IF.
001848       1100-EXIT.
001849           EXIT.
001850*
001851*    --------------------------------------------------
001852*    1200-LER-RETORNO
001853*    LE O PROXIMO REGISTRO DO RETORNO CNAB.
001854*    --------------------------------------------------
001860       1200-LER-RETORNO.
001870           READ RETORNO-CNAB
001880               AT END
003260*    --------------------------------------------------
003270*    4000-GRAVAR-SAIDAS
003280*    COM A ESTRUTURA VALIDA, GRAVA OS CREDITOS EFETIVADOS
003281*    NO RETBANCO (LAYOUT DA CONCILIACAO), DEPOIS DO
003282*    CABECALHO COM A COMPETENCIA, O TIPO E A EXECUCAO DO
003283*    LOTE, E OS CREDITOS
003284*    REJEITADOS PELO BANCO NO RETREJEI, E ATUALIZA AS
003285*    PENDENCIAS DOS CREDITOS REJEITADOS. O RETORNO DO LOTE
003286*    REGISTRA A VALIDACAO NO CONTROLE E ZERA A
003287*    CONCILIACAO, QUE TEM DE SER REFEITA; O RETORNO DE UM
003288*    REPAGAMENTO SO MEXE NAS PENDENCIAS.
003310*    --------------------------------------------------
003320       4000-GRAVAR-SAIDAS.
003321           IF RETORNO-DO-LOTE
003322               OPEN OUTPUT RETORNO-BANCO
003323               OPEN OUTPUT RETORNO-REJEITADO
003324               MOVE SPACES TO REG-RETORNO-CABECALHO
003325               MOVE ZEROS               TO RET-CAB-MATRICULA
003326               MOVE COMPETENCIA-RETORNO TO RET-CAB-COMPETENCIA
003327               MOVE TIPO-RETORNO        TO RET-CAB-TIPO-PROC
003328               MOVE CTRL-NUM-EXECUCAO   TO RET-CAB-NUM-EXECUCAO
003329               MOVE DATA-HOJE           TO RET-CAB-DATA-VALIDACAO
003330               WRITE REG-RETORNO-CABECALHO
003331           END-IF.
003350
003360           PERFORM 4100-GRAVAR-UM-CREDITO THRU 4100-EXIT
003370               VARYING IDX-TDET FROM 1 BY 1
003380               UNTIL IDX-TDET > QTD-DETALHES.
003390
003391           IF RETORNO-DO-LOTE
003392               CLOSE RETORNO-BANCO, RETORNO-REJEITADO
003393               MOVE DATA-HOJE TO CTRL-DATA-VALIDACAO
003394               MOVE ZEROS     TO CTRL-DATA-CONCILIACAO
003395               REWRITE REG-CONTROLE
003396                   INVALID KEY
003397                       DISPLAY "ERRO AO REGISTRAR A VALIDACAO NO "
003398                           "CONTROLE CTRLFOLH - FILE STATUS "
003399                           FS-CONTROLE
003400                       STOP RUN
003401               END-REWRITE
003402           END-IF.
003410
003420           MOVE "ARQUIVO DE RETORNO VALIDADO COM SUCESSO"
003430               TO LR-RESULTADO.
003520*    4100-GRAVAR-UM-CREDITO
003530*    GRAVA UM DETALHE DO RETORNO NO ARQUIVO DE CREDITOS
003540*    EFETIVADOS OU NO DE REJEITADOS, CONFORME O CODIGO DE
003541*    OCORRENCIA (SO NO RETORNO DO LOTE), E ATUALIZA A
003542*    PENDENCIA DO CREDITO REJEITADO.
003560*    --------------------------------------------------
003570       4100-GRAVAR-UM-CREDITO.
003571           IF TDET-OCORRENCIA (IDX-TDET) = "00"
003572               PERFORM 4200-BAIXAR-REJEICAO THRU 4200-EXIT
003573           ELSE
003574               PERFORM 4300-REGISTRAR-REJEICAO THRU 4300-EXIT
003575           END-IF.
003576           IF RETORNO-REPAGAMENTO
003577               IF TDET-OCORRENCIA (IDX-TDET) = "00"
003578                   ADD 1 TO QTD-CREDITO-EFETIVADO
003579               ELSE
003580                   ADD 1 TO QTD-CREDITO-REJEITADO
003581               END-IF
003582               GO TO 4100-EXIT
003583           END-IF.
003584
003585           IF TDET-OCORRENCIA (IDX-TDET) = "00"
003590               MOVE TDET-MATRICULA (IDX-TDET) TO RET-MATRICULA
003600               MOVE TDET-BANCO (IDX-TDET)     TO RET-BANCO
003610               MOVE TDET-AGENCIA (IDX-TDET)   TO RET-AGENCIA
003800               ADD 1 TO QTD-CREDITO-REJEITADO
003810           END-IF.
003820       4100-EXIT.
003821           EXIT.
003822*
003823*    --------------------------------------------------
003824*    4200-BAIXAR-REJEICAO
003825*    CREDITO EFETIVADO PARA MATRICULA COM REJEICAO
003826*    PENDENTE NA EXECUCAO: O CREDITO FOI PAGO DE NOVO E A
003827*    PENDENCIA E DADA COMO RESOLVIDA.
003828*    --------------------------------------------------
003829       4200-BAIXAR-REJEICAO.
003830           PERFORM 4400-MONTAR-CHAVE THRU 4400-EXIT.
003831           READ PENDENCIA-FOLHA
003832               INVALID KEY
003833                   GO TO 4200-EXIT
003834           END-READ.
003835           IF NOT PEND-ABERTA
003836               GO TO 4200-EXIT
003837           END-IF.
003838           SET PEND-RESOLVIDA TO TRUE.
003839           MOVE DATA-HOJE TO PEND-DATA-BAIXA.
003840           MOVE "CREDITO EFETIVADO EM RETORNO POSTERIOR"
003841               TO PEND-JUSTIFICATIVA.
003842           REWRITE REG-PENDENCIA
003843               INVALID KEY
003844                   DISPLAY "ERRO AO REGRAVAR A PENDENCIA "
003845                       PEND-CHAVE " - FILE STATUS " FS-PENDENCIA
003846                   STOP RUN
003847           END-REWRITE.
003848           ADD 1 TO QTD-PENDENCIA-BAIXADA.
003849       4200-EXIT.
003850           EXIT.
003851*
003852*    --------------------------------------------------
003853*    4300-REGISTRAR-REJEICAO
003854*    GRAVA (OU REABRE) A PENDENCIA DO CREDITO REJEITADO
003855*    PELO BANCO, QUE SO SAI DO CAMINHO DO FECHAMENTO
003856*    QUANDO FOR PAGO DE NOVO OU BAIXADO NO FECHA-FOLHA.
003857*    --------------------------------------------------
003858       4300-REGISTRAR-REJEICAO.
003859           PERFORM 4400-MONTAR-CHAVE THRU 4400-EXIT.
003860           READ PENDENCIA-FOLHA
003861               INVALID KEY
003862                   PERFORM 4310-PREENCHER-REJEICAO
003863                       THRU 4310-EXIT
003864                   WRITE REG-PENDENCIA
003865                       INVALID KEY
003866                           DISPLAY "ERRO AO GRAVAR A PENDENCIA "
003867                               PEND-CHAVE " - FILE STATUS "
003868                               FS-PENDENCIA
003869                           STOP RUN
003870                   END-WRITE
003871               NOT INVALID KEY
003872                   PERFORM 4310-PREENCHER-REJEICAO
003873                       THRU 4310-EXIT
003874                   REWRITE REG-PENDENCIA
003875                       INVALID KEY
003876                           DISPLAY "ERRO AO REGRAVAR A PENDENCIA "
003877                               PEND-CHAVE " - FILE STATUS "
003878                               FS-PENDENCIA
003879                           STOP RUN
003880                   END-REWRITE
003881           END-READ.
003882           ADD 1 TO QTD-PENDENCIA-ABERTA.
003883       4300-EXIT.
003884           EXIT.
003885*
003886*    --------------------------------------------------
003887*    4310-PREENCHER-REJEICAO
003888*    PREENCHE A PENDENCIA COM O VALOR E A OCORRENCIA DO
003889*    CREDITO REJEITADO, EM ABERTO. A PENDENCIA REABERTA
003890*    PERDE A JUSTIFICATIVA E A BAIXA ANTERIORES.
003891*    --------------------------------------------------
003892       4310-PREENCHER-REJEICAO.
003893           MOVE SPACES TO PEND-JUSTIFICATIVA, PEND-OPERADOR.
003894           MOVE ZEROS  TO PEND-DATA-JUSTIFICATIVA,
003895               PEND-DATA-BAIXA.
003896           MOVE TDET-VALOR (IDX-TDET)      TO PEND-VALOR.
003897           MOVE TDET-OCORRENCIA (IDX-TDET) TO PEND-COD-OCORRENCIA.
003898           SET PEND-ABERTA TO TRUE.
003899           MOVE DATA-HOJE TO PEND-DATA-REGISTRO.
003900       4310-EXIT.
003901           EXIT.
003902*
003903*    --------------------------------------------------
003904*    4400-MONTAR-CHAVE
003905*    MONTA A CHAVE DA PENDENCIA DE CREDITO REJEITADO
003906*    (SECAO 5) DA MATRICULA DO DETALHE NA EXECUCAO ATUAL.
003907*    --------------------------------------------------
003908       4400-MONTAR-CHAVE.
003909           MOVE COMPETENCIA-RETORNO       TO PEND-COMPETENCIA.
003910           MOVE TIPO-RETORNO              TO PEND-TIPO-PROC.
003911           MOVE CTRL-NUM-EXECUCAO         TO PEND-NUM-EXECUCAO.
003912           MOVE 5                         TO PEND-SECAO.
003913           MOVE TDET-MATRICULA (IDX-TDET) TO PEND-MATRICULA.
003914       4400-EXIT.
003915           EXIT.
003916*
003917*    --------------------------------------------------
003918*    7000-REJEITAR-ARQUIVO
003919*    REGISTRA NO RELATORIO E NO CONSOLE A REJEICAO DO
003920*    ARQUIVO. NENHUMA SAIDA E GRAVADA: A CONCILIACAO NAO
003921*    DEVE CONSUMIR UM RETORNO QUE NAO FECHA.
003922*    --------------------------------------------------
003923       7000-REJEITAR-ARQUIVO.
003924           MOVE "ARQUIVO DE RETORNO REJEITADO - SOLICITE NOVA "
003930               TO LR-RESULTADO.
003940           MOVE "TRANSMISSAO AO BANCO"
003950               TO LR-RESULTADO (46:).
004240               TO LV-DESCRICAO.
004250           MOVE TRL-VALOR-TOTAL TO LV-VALOR.
004260           WRITE LINHA-VALIDACAO FROM LINHA-VALOR.
004261           MOVE "PENDENCIAS DE CREDITO REJEITADO:"
004262               TO LC-DESCRICAO.
004263           MOVE QTD-PENDENCIA-ABERTA TO LC-QUANTIDADE.
004264           WRITE LINHA-VALIDACAO FROM LINHA-CONTAGEM.
004265           MOVE "REJEICOES BAIXADAS (PAGAS DE NOVO):"
004266               TO LC-DESCRICAO.
004267           MOVE QTD-PENDENCIA-BAIXADA TO LC-QUANTIDADE.
004268           WRITE LINHA-VALIDACAO FROM LINHA-CONTAGEM.
004270
004271           CLOSE RETORNO-CNAB, REL-VALIDACAO, CONTROLE-FOLHA,
004272                 PENDENCIA-FOLHA.
004290       8000-EXIT.
004300           EXIT.
004310
