000340*                       INDEPENDENTE DA MEDIA, CONFORME O
000350*                       REGIMENTO, COM O PERCENTUAL IMPRESSO NA
000360*                       LINHA E O TOTAL PROPRIO NO RESUMO.
000361*    15/10/2026 MSL     INCLUIDAS AS MOVIMENTACOES DO CADASTRO DE
000362*                       ALUNOS (CADALUNO): O BIMESTRE SEM NOTA
000363*                       DEPOIS DA TRANSFERENCIA, DA DESISTENCIA
000364*                       OU DA RECLASSIFICACAO SAI MARCADO (TRF,
000365*                       DES, RCL) E O ALUNO SAI COMO TRANSFERIDO,
000366*                       DESISTENTE OU RECLASSIFICADO, COM TOTAL
000367*                       PROPRIO, EM VEZ DE INCOMPLETO E DE
000368*                       BIMESTRE FALTANDO. O BIMESTRE ANTERIOR AO
000369*                       INGRESSO NA TURMA (ING) NAO E COBRADO E A
000370*                       MEDIA ANUAL SAI DOS BIMESTRES CURSADOS.
000371*                       SEM O CADASTRO, A ATA SAI COMO ANTES.
000372*
000380       Environment DIVISION.
000390       Configuration Section.
000400       SOURCE-COMPUTER.         MEU PC.
000500           SELECT REL-ATA-FINAL    ASSIGN TO "ATAFINAL"
000510               ORGANIZATION IS LINE SEQUENTIAL.
000520
000521           SELECT CADASTRO-ALUNO   ASSIGN TO "CADALUNO"
000522               ORGANIZATION IS INDEXED
000523               ACCESS MODE IS RANDOM
000524               RECORD KEY IS CALU-MATRICULA
000525               FILE STATUS IS FS-CADASTRO-ALUNO.
000526
000530       Data Division.
000540       FILE SECTION.
000550       FD  HIST-ALUNO
000590       FD  REL-ATA-FINAL
000600           LABEL RECORD IS STANDARD.
000610       01  LINHA-ATA                  PIC X(100).
000611
000612       FD  CADASTRO-ALUNO
000613           LABEL RECORD IS STANDARD.
000614       COPY "CB-CADALU.cpy".
000620
000630       WORKING-STORAGE SECTION.
000640*
000700           88  ACHOU                   VALUE "S".
000710           88  NAO-ACHOU               VALUE "N".
000720       77  IDX-BIMESTRE            PIC 9(01) COMP VALUE ZEROS.
000721       77  FS-CADASTRO-ALUNO       PIC X(02) VALUE "00".
000722       77  IND-CADASTRO-ALUNO      PIC X(01) VALUE "N".
000723           88  COM-CADASTRO-ALUNO      VALUE "S".
000724       77  IND-TURMA-VISTA         PIC X(01) VALUE "N".
000725           88  TURMA-VISTA             VALUE "S".
000726       77  IDX-MOV                 PIC 9(02) COMP VALUE ZEROS.
000727       77  BIM-INICIAL             PIC 9(01) COMP VALUE ZEROS.
000728       77  BIM-FINAL               PIC 9(01) COMP VALUE ZEROS.
000729       77  MARCA-APLICADA          PIC X(03) VALUE SPACES.
000730       77  QTD-BIM-SAIDA           PIC 9(01) COMP VALUE ZEROS.
000731       77  QTD-BIM-INGRESSO        PIC 9(01) COMP VALUE ZEROS.
000732       77  MARCA-SAIDA             PIC X(03) VALUE SPACES.
000733       77  ANO-ATA                 PIC 9(04) VALUE ZEROS.
000740       77  QTD-BIM-APURADOS        PIC 9(01) COMP VALUE ZEROS.
000750       77  SOMA-MEDIAS             PIC 9(03)V9 VALUE ZEROS.
000760       77  MEDIA-ANUAL             PIC 99V9  VALUE ZEROS.
000960                   15  TA-BIM-MEDIA    PIC 99V9.
000970                   15  TA-BIM-AULAS    PIC 9(03).
000980                   15  TA-BIM-FALTAS   PIC 9(03).
000981                   15  TA-BIM-MARCA    PIC X(03).
000982*                      MOVIMENTACAO DO CADASTRO QUE EXPLICA O
000983*                      BIMESTRE SEM NOTA: "TRF" TRANSFERIDO,
000984*                      "DES" DESISTENTE, "RCL" RECLASSIFICADO
000985*                      PARA OUTRA TURMA, "ING" ANTES DO
000986*                      INGRESSO NA TURMA.
000990*
001000*    TOTALIZADORES DA ATA
001010*
001030       77  TOTAL-REPROVADOS        PIC 9(05) COMP VALUE ZEROS.
001040       77  TOTAL-INCOMPLETOS       PIC 9(05) COMP VALUE ZEROS.
001050       77  TOTAL-REPROV-FALTA      PIC 9(05) COMP VALUE ZEROS.
001051       77  TOTAL-TRANSFERIDOS      PIC 9(05) COMP VALUE ZEROS.
001052       77  TOTAL-DESISTENTES       PIC 9(05) COMP VALUE ZEROS.
001053       77  TOTAL-RECLASSIFICADOS   PIC 9(05) COMP VALUE ZEROS.
001060*
001070*    LINHAS DE IMPRESSAO DA ATA FINAL
001080*
001290           05  FILLER              PIC X(01) VALUE SPACES.
001300           05  LD-BIM-MEDIA        OCCURS 4 TIMES.
001310               10  LD-BIM-VALOR    PIC Z9,9.
001311               10  LD-BIM-TEXTO REDEFINES LD-BIM-VALOR
001312                                   PIC X(04).
001320               10  FILLER          PIC X(01).
001330           05  LD-MEDIA-ANUAL      PIC Z9,9.
001340           05  FILLER              PIC X(02) VALUE SPACES.
001700           05  FILLER              PIC X(24) VALUE
001710               "REPROVADOS POR FALTA:  ".
001720           05  LT-REPROV-FALTA     PIC Z.ZZ9.
001721       01  LINHA-TOTAL-TRANSFERIDOS.
001722           05  FILLER              PIC X(24) VALUE
001723               "TRANSFERIDOS:          ".
001724           05  LT-TRANSFERIDOS     PIC Z.ZZ9.
001725       01  LINHA-TOTAL-DESISTENTES.
001726           05  FILLER              PIC X(24) VALUE
001727               "DESISTENTES:           ".
001728           05  LT-DESISTENTES      PIC Z.ZZ9.
001729       01  LINHA-TOTAL-RECLASSIFICADOS.
001730           05  FILLER              PIC X(24) VALUE
001731               "RECLASSIFICADOS:       ".
001732           05  LT-RECLASSIFICADOS  PIC Z.ZZ9.
001733       01  LINHA-LEGENDA.
001734           05  FILLER              PIC X(37) VALUE
001735               "TRF = TRANSFERIDO  DES = DESISTENTE  ".
001736           05  FILLER              PIC X(22) VALUE
001737               "RCL = RECLASSIFICADO  ".
001738           05  FILLER              PIC X(32) VALUE
001739               "ING = ANTES DO INGRESSO NA TURMA".
001740
001741       PROCEDURE DIVISION.
001750*
001760*    ==================================================
001770*    0000-MAINLINE
002060
002070           OPEN INPUT  HIST-ALUNO.
002080           OPEN OUTPUT REL-ATA-FINAL.
002081
002082*
002083*    SEM O CADASTRO DE ALUNOS, A ATA SAI SEM AS
002084*    MOVIMENTACOES, COM OS BIMESTRES SEM NOTA PENDENTES.
002085*
002086           OPEN INPUT CADASTRO-ALUNO.
002087           IF FS-CADASTRO-ALUNO = "00"
002088               SET COM-CADASTRO-ALUNO TO TRUE
002089           ELSE
002090               IF FS-CADASTRO-ALUNO = "35"
002091                   DISPLAY "AVISO - CADASTRO CADALUNO AUSENTE - "
002092                       "ATA SAIRA SEM AS MOVIMENTACOES."
002093               ELSE
002094                   DISPLAY "ERRO AO ABRIR O CADASTRO CADALUNO - "
002095                       "FILE STATUS " FS-CADASTRO-ALUNO
002096                   STOP RUN
002097               END-IF
002098           END-IF.
002099
002100           WRITE LINHA-ATA FROM LINHA-CABECALHO-1.
002110           WRITE LINHA-ATA FROM LINHA-CABECALHO-2.
002120           WRITE LINHA-ATA FROM LINHA-CABECALHO-3.
002990           MOVE ZEROS TO TA-BIM-MEDIA (IDX-TA, IDX-BIMESTRE).
003000           MOVE ZEROS TO TA-BIM-AULAS (IDX-TA, IDX-BIMESTRE).
003010           MOVE ZEROS TO TA-BIM-FALTAS (IDX-TA, IDX-BIMESTRE).
003011           MOVE SPACES TO TA-BIM-MARCA (IDX-TA, IDX-BIMESTRE).
003020       2200-EXIT.
003030           EXIT.
003040*
003240*    4100-EMITIR-UM-ALUNO
003250*    EMITE A LINHA DE UM ALUNO NA ATA FINAL, COM AS
003260*    MEDIAS DOS QUATRO BIMESTRES, A MEDIA ANUAL E A
003261*    SITUACAO FINAL (INCOMPLETO QUANDO FALTA BIMESTRE NAO
003262*    EXPLICADO POR MOVIMENTACAO DO CADASTRO).
003280*    --------------------------------------------------
003290       4100-EMITIR-UM-ALUNO.
003300           MOVE SPACES TO LINHA-DETALHE.
003310           MOVE ZEROS TO SOMA-MEDIAS, QTD-BIM-APURADOS,
003320               SOMA-AULAS-DADAS, SOMA-FALTAS.
003321           MOVE ZEROS TO QTD-BIM-SAIDA, QTD-BIM-INGRESSO.
003322           MOVE SPACES TO MARCA-SAIDA.
003323           PERFORM 4050-MARCAR-MOVIMENTOS THRU 4050-EXIT.
003330           PERFORM 4110-SOMAR-BIMESTRE THRU 4110-EXIT
003340               VARYING IDX-BIMESTRE FROM 1 BY 1
003350               UNTIL IDX-BIMESTRE > 4.
003540           END-IF.
003550           MOVE FREQUENCIA-ANUAL TO LD-FREQUENCIA.
003560
003561*
003562*    OS BIMESTRES ANTERIORES AO INGRESSO NA TURMA NAO SAO
003563*    COBRADOS: A MEDIA ANUAL E A DOS BIMESTRES CURSADOS. O
003564*    ALUNO QUE SAIU DA TURMA SEM COMPLETAR OS BIMESTRES SAI
003565*    COM A SITUACAO DA SAIDA E SEM MEDIA ANUAL.
003566*
003567           IF QTD-BIM-APURADOS + QTD-BIM-INGRESSO = 4
003568               COMPUTE MEDIA-ANUAL ROUNDED =
003569                   SOMA-MEDIAS / QTD-BIM-APURADOS
003590               MOVE MEDIA-ANUAL TO LD-MEDIA-ANUAL
003600               IF FREQUENCIA-ANUAL < FREQUENCIA-MINIMA
003610                   MOVE "REPROV FALTA" TO LD-SITUACAO
003710                   END-IF
003720               END-IF
003730           ELSE
003731               IF QTD-BIM-SAIDA > ZEROS
003732                   AND QTD-BIM-APURADOS + QTD-BIM-INGRESSO
003733                       + QTD-BIM-SAIDA = 4
003734                   PERFORM 4150-SITUAR-SAIDA THRU 4150-EXIT
003735               ELSE
003736                   MOVE ZEROS TO LD-MEDIA-ANUAL
003737                   MOVE "INCOMPLETO" TO LD-SITUACAO
003738                   ADD 1 TO TOTAL-INCOMPLETOS
003739               END-IF
003770           END-IF.
003780
003790           WRITE LINHA-ATA FROM LINHA-DETALHE.
003810           EXIT.
003820*
003830*    --------------------------------------------------
003831*    4050-MARCAR-MOVIMENTOS
003832*    MARCA OS BIMESTRES DO ALUNO/TURMA CORRENTE PELAS
003833*    MOVIMENTACOES DO CADASTRO NO ANO DA ATA, NA ORDEM EM
003834*    QUE FORAM FEITAS.
003835*    --------------------------------------------------
003836       4050-MARCAR-MOVIMENTOS.
003837           IF NOT COM-CADASTRO-ALUNO
003838               GO TO 4050-EXIT
003839           END-IF.
003840           MOVE TA-MATRICULA (IDX-TA) TO CALU-MATRICULA.
003841           READ CADASTRO-ALUNO
003842               INVALID KEY
003843                   GO TO 4050-EXIT
003844           END-READ.
003845           MOVE "N" TO IND-TURMA-VISTA.
003846           PERFORM 4060-APLICAR-MOVIMENTO THRU 4060-EXIT
003847               VARYING IDX-MOV FROM 1 BY 1
003848               UNTIL IDX-MOV > CALU-QTD-MOVIMENTOS.
003849       4050-EXIT.
003850           EXIT.
003851*
003852*    --------------------------------------------------
003853*    4060-APLICAR-MOVIMENTO
003854*    APLICA UMA MOVIMENTACAO DO ANO A TURMA CORRENTE: A
003855*    PRIMEIRA ENTRADA NA TURMA MARCA "ING" NOS BIMESTRES
003856*    ANTERIORES; TODA ENTRADA LIMPA OS BIMESTRES A PARTIR
003857*    DO SEU; A SAIDA DA TURMA MARCA OS BIMESTRES A PARTIR
003858*    DO SEU COM O TIPO DA SAIDA.
003859*    --------------------------------------------------
003860       4060-APLICAR-MOVIMENTO.
003861           IF CALU-MOV-ANO-LETIVO (IDX-MOV) NOT = ANO-ATA
003862               GO TO 4060-EXIT
003863           END-IF.
003864
003865           IF CALU-MOV-TURMA-DESTINO (IDX-MOV) = TA-TURMA (IDX-TA)
003866               IF NOT TURMA-VISTA
003867                   MOVE "ING" TO MARCA-APLICADA
003868                   MOVE 1 TO BIM-INICIAL
003869                   COMPUTE BIM-FINAL =
003870                       CALU-MOV-BIMESTRE (IDX-MOV) - 1
003871                   PERFORM 4070-MARCAR-BIMESTRE THRU 4070-EXIT
003872               END-IF
003873               MOVE SPACES TO MARCA-APLICADA
003874               MOVE CALU-MOV-BIMESTRE (IDX-MOV) TO BIM-INICIAL
003875               MOVE 4 TO BIM-FINAL
003876               PERFORM 4070-MARCAR-BIMESTRE THRU 4070-EXIT
003877               SET TURMA-VISTA TO TRUE
003878           END-IF.
003879
003880           IF CALU-MOV-TURMA-ORIGEM (IDX-MOV) = TA-TURMA (IDX-TA)
003881               EVALUATE CALU-MOV-TIPO (IDX-MOV)
003882                   WHEN "T"
003883                       MOVE "TRF" TO MARCA-APLICADA
003884                   WHEN "D"
003885                       MOVE "DES" TO MARCA-APLICADA
003886                   WHEN "R"
003887                       MOVE "RCL" TO MARCA-APLICADA
003888                   WHEN OTHER
003889                       GO TO 4060-EXIT
003890               END-EVALUATE
003891               MOVE CALU-MOV-BIMESTRE (IDX-MOV) TO BIM-INICIAL
003892               MOVE 4 TO BIM-FINAL
003893               PERFORM 4070-MARCAR-BIMESTRE THRU 4070-EXIT
003894               SET TURMA-VISTA TO TRUE
003895           END-IF.
003896       4060-EXIT.
003897           EXIT.
003898*
003899*    --------------------------------------------------
003900*    4070-MARCAR-BIMESTRE
003901*    GRAVA MARCA-APLICADA NOS BIMESTRES DE BIM-INICIAL A
003902*    BIM-FINAL DO ALUNO/TURMA CORRENTE.
003903*    --------------------------------------------------
003904       4070-MARCAR-BIMESTRE.
003905           PERFORM 4080-MARCAR-UM-BIMESTRE THRU 4080-EXIT
003906               VARYING IDX-BIMESTRE FROM BIM-INICIAL BY 1
003907               UNTIL IDX-BIMESTRE > BIM-FINAL.
003908       4070-EXIT.
003909           EXIT.
003910*
003911*    --------------------------------------------------
003912*    4080-MARCAR-UM-BIMESTRE
003913*    GRAVA MARCA-APLICADA EM UM BIMESTRE.
003914*    --------------------------------------------------
003915       4080-MARCAR-UM-BIMESTRE.
003916           MOVE MARCA-APLICADA
003917               TO TA-BIM-MARCA (IDX-TA, IDX-BIMESTRE).
003918       4080-EXIT.
003919           EXIT.
003920*
003921*    --------------------------------------------------
003922*    4110-SOMAR-BIMESTRE
003923*    LEVA A MEDIA DE UM BIMESTRE PARA A LINHA DA ATA E
003924*    PARA A SOMA DA MEDIA ANUAL, CONTANDO OS BIMESTRES
003925*    REALMENTE APURADOS. O BIMESTRE SEM NOTA MARCADO POR
003926*    MOVIMENTACAO LEVA A MARCA PARA A COLUNA.
003927*    --------------------------------------------------
003928       4110-SOMAR-BIMESTRE.
003929           IF TA-BIM-APURADO (IDX-TA, IDX-BIMESTRE) = "S"
003930               MOVE TA-BIM-MEDIA (IDX-TA, IDX-BIMESTRE)
003931                   TO LD-BIM-VALOR (IDX-BIMESTRE)
003932               ADD TA-BIM-MEDIA (IDX-TA, IDX-BIMESTRE)
003940                   TO SOMA-MEDIAS
003950               ADD TA-BIM-AULAS (IDX-TA, IDX-BIMESTRE)
003960                   TO SOMA-AULAS-DADAS
004000           ELSE
004010               MOVE ZEROS
004020                   TO LD-BIM-VALOR (IDX-BIMESTRE)
004021               IF TA-BIM-MARCA (IDX-TA, IDX-BIMESTRE) = "ING"
004022                   MOVE "ING" TO LD-BIM-TEXTO (IDX-BIMESTRE)
004023                   ADD 1 TO QTD-BIM-INGRESSO
004024               ELSE
004025                   IF TA-BIM-MARCA (IDX-TA, IDX-BIMESTRE)
004026                       NOT = SPACES
004027                       MOVE TA-BIM-MARCA (IDX-TA, IDX-BIMESTRE)
004028                           TO LD-BIM-TEXTO (IDX-BIMESTRE)
004029                       MOVE TA-BIM-MARCA (IDX-TA, IDX-BIMESTRE)
004030                           TO MARCA-SAIDA
004031                       ADD 1 TO QTD-BIM-SAIDA
004032                   END-IF
004033               END-IF
004034           END-IF.
004040       4110-EXIT.
004050           EXIT.
004060*
004070*    --------------------------------------------------
004071*    4150-SITUAR-SAIDA
004072*    DA AO ALUNO QUE SAIU DA TURMA A SITUACAO DA ULTIMA
004073*    SAIDA MARCADA, SEM MEDIA ANUAL.
004074*    --------------------------------------------------
004075       4150-SITUAR-SAIDA.
004076           MOVE ZEROS TO LD-MEDIA-ANUAL.
004077           EVALUATE MARCA-SAIDA
004078               WHEN "TRF"
004079                   MOVE "TRANSFERIDO" TO LD-SITUACAO
004080                   ADD 1 TO TOTAL-TRANSFERIDOS
004081               WHEN "DES"
004082                   MOVE "DESISTENTE" TO LD-SITUACAO
004083                   ADD 1 TO TOTAL-DESISTENTES
004084               WHEN OTHER
004085                   MOVE "RECLASSIF." TO LD-SITUACAO
004086                   ADD 1 TO TOTAL-RECLASSIFICADOS
004087           END-EVALUATE.
004088       4150-EXIT.
004089           EXIT.
004090*
004091*    --------------------------------------------------
004092*    4200-LISTAR-PENDENCIAS
004093*    LISTA, PARA UM ALUNO DA TABELA, CADA BIMESTRE SEM
004094*    NOTA NO HISTORICO QUE NAO E EXPLICADO POR UMA
004095*    MOVIMENTACAO DO CADASTRO.
004110*    --------------------------------------------------
004120       4200-LISTAR-PENDENCIAS.
004130           PERFORM 4210-LISTAR-UMA-PENDENCIA THRU 4210-EXIT
004220*    --------------------------------------------------
004230       4210-LISTAR-UMA-PENDENCIA.
004240           IF TA-BIM-APURADO (IDX-TA, IDX-BIMESTRE) = "N"
004241               AND TA-BIM-MARCA (IDX-TA, IDX-BIMESTRE) = SPACES
004250               MOVE TA-MATRICULA (IDX-TA)  TO LP-MATRICULA
004260               MOVE TA-NOME (IDX-TA)       TO LP-NOME
004270               MOVE TA-TURMA (IDX-TA)      TO LP-TURMA
004810           WRITE LINHA-ATA FROM LINHA-TOTAL-INCOMPLETOS.
004820           MOVE TOTAL-REPROV-FALTA TO LT-REPROV-FALTA.
004830           WRITE LINHA-ATA FROM LINHA-TOTAL-REPROV-FALTA.
004831           MOVE TOTAL-TRANSFERIDOS TO LT-TRANSFERIDOS.
004832           WRITE LINHA-ATA FROM LINHA-TOTAL-TRANSFERIDOS.
004833           MOVE TOTAL-DESISTENTES TO LT-DESISTENTES.
004834           WRITE LINHA-ATA FROM LINHA-TOTAL-DESISTENTES.
004835           MOVE TOTAL-RECLASSIFICADOS TO LT-RECLASSIFICADOS.
004836           WRITE LINHA-ATA FROM LINHA-TOTAL-RECLASSIFICADOS.
004837           WRITE LINHA-ATA FROM LINHA-BRANCO.
004838           WRITE LINHA-ATA FROM LINHA-LEGENDA.
004840
004850           CLOSE HIST-ALUNO, REL-ATA-FINAL.
004851           IF COM-CADASTRO-ALUNO
004852               CLOSE CADASTRO-ALUNO
004853           END-IF.
004860       8000-EXIT.
004870           EXIT.
004880
