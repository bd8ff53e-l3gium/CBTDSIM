000240*                       POR DISCIPLINA. O BIMESTRE REAPURADO
000250*                       PREVALECE PELA ULTIMA GRAVACAO, COMO NA
000260*                       ATA FINAL.
000261*    15/10/2026 MSL     INCLUIDAS AS MOVIMENTACOES DO CADASTRO DE
000262*                       ALUNOS (CADALUNO) NO ANO: CADA UMA SAI
000263*                       NUMA LINHA ABAIXO DA IDENTIFICACAO, O
000264*                       BIMESTRE SEM NOTA DEPOIS DA TRANSFERENCIA
000265*                       OU DA DESISTENCIA SAI MARCADO (TRF, DES)
000266*                       E A SITUACAO NO BIMESTRE PEDIDO SAI COMO
000267*                       TRANSFERIDO OU DESISTENTE EM VEZ DE SEM
000268*                       APURACAO; O BIMESTRE ANTERIOR AO INGRESSO
000269*                       SAI MARCADO ING. SEM O CADASTRO, O
000270*                       BOLETIM SAI COMO ANTES.
000271*
000280       Environment DIVISION.
000290       Configuration Section.
000300       SOURCE-COMPUTER.         MEU PC.
000410           SELECT BOLETIM-INDIVIDUAL ASSIGN TO "BOLALUNO"
000420               ORGANIZATION IS LINE SEQUENTIAL.
000430
000431           SELECT CADASTRO-ALUNO   ASSIGN TO "CADALUNO"
000432               ORGANIZATION IS INDEXED
000433               ACCESS MODE IS RANDOM
000434               RECORD KEY IS CALU-MATRICULA
000435               FILE STATUS IS FS-CADASTRO-ALUNO.
000436
000440       Data Division.
000450       FILE SECTION.
000460       FD  HIST-ALUNO
000500       FD  BOLETIM-INDIVIDUAL
000510           LABEL RECORD IS STANDARD.
000520       01  LINHA-BOLETIM               PIC X(100).
000521
000522       FD  CADASTRO-ALUNO
000523           LABEL RECORD IS STANDARD.
000524       COPY "CB-CADALU.cpy".
000530
000540       WORKING-STORAGE SECTION.
000550*
000640       77  ANO-LETIVO              PIC 9(04) VALUE ZEROS.
000650       77  BIMESTRE-PEDIDO         PIC 9(01) VALUE ZEROS.
000660       77  IDX-BIMESTRE            PIC 9(01) COMP VALUE ZEROS.
000661       77  FS-CADASTRO-ALUNO       PIC X(02) VALUE "00".
000662       77  IND-CADASTRO-ALUNO      PIC X(01) VALUE "N".
000663           88  COM-CADASTRO-ALUNO      VALUE "S".
000664       77  IND-ALUNO-NO-CADASTRO   PIC X(01) VALUE "N".
000665           88  ALUNO-NO-CADASTRO       VALUE "S".
000666       77  IND-ENTRADA-VISTA       PIC X(01) VALUE "N".
000667           88  ENTRADA-VISTA           VALUE "S".
000668       77  IDX-MOV                 PIC 9(02) COMP VALUE ZEROS.
000669       77  BIM-INICIAL             PIC 9(01) COMP VALUE ZEROS.
000670       77  BIM-FINAL               PIC 9(01) COMP VALUE ZEROS.
000671       77  MARCA-APLICADA          PIC X(03) VALUE SPACES.
000672*
000673*    MARCAS DOS BIMESTRES DO ALUNO CORRENTE PELAS
000674*    MOVIMENTACOES DO CADASTRO NO ANO: "TRF" TRANSFERIDO,
000675*    "DES" DESISTENTE, "ING" ANTES DO INGRESSO.
000676*
000677       01  TABELA-MARCAS.
000678           05  MARCA-BIMESTRE      OCCURS 4 TIMES
000679                                   PIC X(03).
000680*
000681*    TABELA EM MEMORIA DA CONSOLIDACAO: UMA POSICAO POR
000690*    MATRICULA, COM AS DISCIPLINAS DO ALUNO E AS MEDIAS DE
000700*    CADA BIMESTRE APURADO NO ANO.
000710*
001260           05  FILLER              PIC X(01) VALUE SPACES.
001270           05  BD-BIM              OCCURS 4 TIMES.
001280               10  BD-BIM-MEDIA    PIC Z9,9.
001281               10  BD-BIM-TEXTO REDEFINES BD-BIM-MEDIA
001282                                   PIC X(04).
001290               10  FILLER          PIC X(01).
001300           05  FILLER              PIC X(01) VALUE SPACES.
001310           05  BD-SITUACAO         PIC X(20).
001340           05  FILLER              PIC X(02) VALUE SPACES.
001350           05  BD-FREQUENCIA       PIC ZZ9,9.
001360           05  FILLER              PIC X(01) VALUE "%".
001361       01  BI-LINHA-MOVIMENTO.
001362           05  FILLER              PIC X(14) VALUE
001363               "MOVIMENTACAO: ".
001364           05  BM-DESCRICAO        PIC X(24).
001365           05  FILLER              PIC X(04) VALUE " EM ".
001366           05  BM-DATA             PIC 9(08).
001367           05  FILLER              PIC X(12) VALUE
001368               " - BIMESTRE ".
001369           05  BM-BIMESTRE         PIC 9(01).
001370           05  FILLER              PIC X(09) VALUE " - TURMA ".
001371           05  BM-TURMA            PIC X(06).
001372       01  BI-LINHA-BRANCO         PIC X(01) VALUE SPACES.
001380       01  BI-TITULO-INDICE.
001390           05  FILLER              PIC X(40) VALUE
001400               "INDICE POR TURMA".
001960               STOP RUN
001970           END-IF.
001980           OPEN OUTPUT BOLETIM-INDIVIDUAL.
001981
001982*
001983*    SEM O CADASTRO DE ALUNOS, O BOLETIM SAI SEM AS
001984*    MOVIMENTACOES.
001985*
001986           OPEN INPUT CADASTRO-ALUNO.
001987           IF FS-CADASTRO-ALUNO = "00"
001988               SET COM-CADASTRO-ALUNO TO TRUE
001989           ELSE
001990               IF FS-CADASTRO-ALUNO = "35"
001991                   DISPLAY "AVISO - CADASTRO CADALUNO AUSENTE - "
001992                       "BOLETIM SAIRA SEM AS MOVIMENTACOES."
001993               ELSE
001994                   DISPLAY "ERRO AO ABRIR O CADASTRO CADALUNO - "
001995                       "FILE STATUS " FS-CADASTRO-ALUNO
001996                   STOP RUN
001997               END-IF
001998           END-IF.
001999
002000           PERFORM 1200-LER-HISTORICO THRU 1200-EXIT.
002010       1000-EXIT.
002020           EXIT.
003880           MOVE TB-NOME (IDX-TB)      TO BI-NOME.
003890           MOVE TB-TURMA (IDX-TB)     TO BI-TURMA.
003900           WRITE LINHA-BOLETIM FROM BI-IDENTIFICACAO.
003901
003902           PERFORM 4050-MARCAR-MOVIMENTOS THRU 4050-EXIT.
003903           IF ALUNO-NO-CADASTRO
003904               PERFORM 4300-EMITIR-MOVIMENTO THRU 4300-EXIT
003905                   VARYING IDX-MOV FROM 1 BY 1
003906                   UNTIL IDX-MOV > CALU-QTD-MOVIMENTOS
003907           END-IF.
003910           WRITE LINHA-BOLETIM FROM BI-CAB-DISCIPLINAS.
003920
003930           PERFORM 4200-EMITIR-UMA-DISCIPLINA THRU 4200-EXIT
003970           WRITE LINHA-BOLETIM FROM BI-SEPARADOR.
003980           WRITE LINHA-BOLETIM FROM BI-LINHA-BRANCO.
003990       4100-EXIT.
003991           EXIT.
003992*
003993*    --------------------------------------------------
003994*    4050-MARCAR-MOVIMENTOS
003995*    LE O ALUNO CORRENTE NO CADASTRO E MARCA OS SEUS
003996*    BIMESTRES PELAS MOVIMENTACOES DO ANO DO BOLETIM, NA
003997*    ORDEM EM QUE FORAM FEITAS.
003998*    --------------------------------------------------
003999       4050-MARCAR-MOVIMENTOS.
004000           MOVE SPACES TO TABELA-MARCAS.
004001           MOVE "N" TO IND-ALUNO-NO-CADASTRO.
004002           IF NOT COM-CADASTRO-ALUNO
004003               GO TO 4050-EXIT
004004           END-IF.
004005           MOVE TB-MATRICULA (IDX-TB) TO CALU-MATRICULA.
004006           READ CADASTRO-ALUNO
004007               INVALID KEY
004008                   GO TO 4050-EXIT
004009           END-READ.
004010           SET ALUNO-NO-CADASTRO TO TRUE.
004011           MOVE "N" TO IND-ENTRADA-VISTA.
004012           PERFORM 4060-APLICAR-MOVIMENTO THRU 4060-EXIT
004013               VARYING IDX-MOV FROM 1 BY 1
004014               UNTIL IDX-MOV > CALU-QTD-MOVIMENTOS.
004015       4050-EXIT.
004016           EXIT.
004017*
004018*    --------------------------------------------------
004019*    4060-APLICAR-MOVIMENTO
004020*    APLICA UMA MOVIMENTACAO DO ANO AO ALUNO: A PRIMEIRA
004021*    ENTRADA NA ESCOLA MARCA "ING" NOS BIMESTRES
004022*    ANTERIORES; TODA ENTRADA LIMPA OS BIMESTRES A PARTIR
004023*    DO SEU; A TRANSFERENCIA E A DESISTENCIA MARCAM OS
004024*    BIMESTRES A PARTIR DO SEU. A RECLASSIFICACAO SO TROCA
004025*    A TURMA E NAO MARCA BIMESTRE.
004026*    --------------------------------------------------
004027       4060-APLICAR-MOVIMENTO.
004028           IF CALU-MOV-ANO-LETIVO (IDX-MOV) NOT = ANO-LETIVO
004029               GO TO 4060-EXIT
004030           END-IF.
004031
004032           EVALUATE CALU-MOV-TIPO (IDX-MOV)
004033               WHEN "M"
004034               WHEN "E"
004035                   IF NOT ENTRADA-VISTA
004036                       MOVE "ING" TO MARCA-APLICADA
004037                       MOVE 1 TO BIM-INICIAL
004038                       COMPUTE BIM-FINAL =
004039                           CALU-MOV-BIMESTRE (IDX-MOV) - 1
004040                       PERFORM 4070-MARCAR-BIMESTRE THRU 4070-EXIT
004041                   END-IF
004042                   MOVE SPACES TO MARCA-APLICADA
004043                   SET ENTRADA-VISTA TO TRUE
004044               WHEN "T"
004045                   MOVE "TRF" TO MARCA-APLICADA
004046               WHEN "D"
004047                   MOVE "DES" TO MARCA-APLICADA
004048               WHEN OTHER
004049                   GO TO 4060-EXIT
004050           END-EVALUATE.
004051           MOVE CALU-MOV-BIMESTRE (IDX-MOV) TO BIM-INICIAL.
004052           MOVE 4 TO BIM-FINAL.
004053           PERFORM 4070-MARCAR-BIMESTRE THRU 4070-EXIT.
004054           SET ENTRADA-VISTA TO TRUE.
004055       4060-EXIT.
004056           EXIT.
004057*
004058*    --------------------------------------------------
004059*    4070-MARCAR-BIMESTRE
004060*    GRAVA MARCA-APLICADA NOS BIMESTRES DE BIM-INICIAL A
004061*    BIM-FINAL DO ALUNO CORRENTE.
004062*    --------------------------------------------------
004063       4070-MARCAR-BIMESTRE.
004064           PERFORM 4080-MARCAR-UM-BIMESTRE THRU 4080-EXIT
004065               VARYING IDX-BIMESTRE FROM BIM-INICIAL BY 1
004066               UNTIL IDX-BIMESTRE > BIM-FINAL.
004067       4070-EXIT.
004068           EXIT.
004069*
004070*    --------------------------------------------------
004071*    4080-MARCAR-UM-BIMESTRE
004072*    GRAVA MARCA-APLICADA EM UM BIMESTRE.
004073*    --------------------------------------------------
004074       4080-MARCAR-UM-BIMESTRE.
004075           MOVE MARCA-APLICADA TO MARCA-BIMESTRE (IDX-BIMESTRE).
004076       4080-EXIT.
004077           EXIT.
004078*
004079*    --------------------------------------------------
004080*    4200-EMITIR-UMA-DISCIPLINA
004081*    EMITE A LINHA DE UMA DISCIPLINA DO ALUNO CORRENTE,
004082*    COM AS MEDIAS DOS BIMESTRES APURADOS EM BRANCO
004083*    QUANDO AINDA NAO APURADOS.
004084*    --------------------------------------------------
004085       4200-EMITIR-UMA-DISCIPLINA.
004090           MOVE SPACES TO BI-LINHA-DISCIPLINA.
004100           MOVE TB-DISCIPLINA (IDX-TB, IDX-TBD)
004110               TO BD-DISCIPLINA.
004130               VARYING IDX-BIMESTRE FROM 1 BY 1
004140               UNTIL IDX-BIMESTRE > 4.
004150           MOVE TB-SITUACAO (IDX-TB, IDX-TBD) TO BD-SITUACAO.
004151           IF TB-BIM-APURADO (IDX-TB, IDX-TBD, BIMESTRE-PEDIDO)
004152               NOT = "S"
004153               EVALUATE MARCA-BIMESTRE (BIMESTRE-PEDIDO)
004154                   WHEN "TRF"
004155                       MOVE "TRANSFERIDO" TO BD-SITUACAO
004156                   WHEN "DES"
004157                       MOVE "DESISTENTE" TO BD-SITUACAO
004158                   WHEN "ING"
004159                       MOVE "ANTES DO INGRESSO" TO BD-SITUACAO
004160               END-EVALUATE
004161           END-IF.
004162           MOVE TB-USOU-RECUPER (IDX-TB, IDX-TBD)
004170               TO BD-USOU-RECUPER.
004180           MOVE TB-FREQUENCIA (IDX-TB, IDX-TBD)
004190               TO BD-FREQUENCIA.
004250*    4210-LEVAR-BIMESTRE
004260*    LEVA A MEDIA DE UM BIMESTRE APURADO PARA A COLUNA DA
004270*    LINHA DA DISCIPLINA; BIMESTRE NAO APURADO FICA EM
004271*    BRANCO OU COM A MARCA DA MOVIMENTACAO.
004290*    --------------------------------------------------
004300       4210-LEVAR-BIMESTRE.
004310           IF TB-BIM-APURADO (IDX-TB, IDX-TBD, IDX-BIMESTRE)
004320               = "S"
004330               MOVE TB-BIM-MEDIA (IDX-TB, IDX-TBD, IDX-BIMESTRE)
004340                   TO BD-BIM-MEDIA (IDX-BIMESTRE)
004341           ELSE
004342               MOVE MARCA-BIMESTRE (IDX-BIMESTRE)
004343                   TO BD-BIM-TEXTO (IDX-BIMESTRE)
004350           END-IF.
004360       4210-EXIT.
004361           EXIT.
004362*
004363*    --------------------------------------------------
004364*    4300-EMITIR-MOVIMENTO
004365*    EMITE, ABAIXO DA IDENTIFICACAO, UMA MOVIMENTACAO DO
004366*    ALUNO NO ANO DO BOLETIM.
004367*    --------------------------------------------------
004368       4300-EMITIR-MOVIMENTO.
004369           IF CALU-MOV-ANO-LETIVO (IDX-MOV) NOT = ANO-LETIVO
004370               GO TO 4300-EXIT
004371           END-IF.
004372           EVALUATE CALU-MOV-TIPO (IDX-MOV)
004373               WHEN "M"
004374                   MOVE "MATRICULA" TO BM-DESCRICAO
004375               WHEN "E"
004376                   MOVE "TRANSFERENCIA DE ENTRADA" TO BM-DESCRICAO
004377               WHEN "T"
004378                   MOVE "TRANSFERENCIA DE SAIDA" TO BM-DESCRICAO
004379               WHEN "D"
004380                   MOVE "DESISTENCIA" TO BM-DESCRICAO
004381               WHEN "R"
004382                   MOVE "RECLASSIFICACAO" TO BM-DESCRICAO
004383               WHEN OTHER
004384                   MOVE "DESCONHECIDA" TO BM-DESCRICAO
004385           END-EVALUATE.
004386           MOVE CALU-MOV-DATA (IDX-MOV)     TO BM-DATA.
004387           MOVE CALU-MOV-BIMESTRE (IDX-MOV) TO BM-BIMESTRE.
004388           IF CALU-MOV-TURMA-DESTINO (IDX-MOV) = SPACES
004389               MOVE CALU-MOV-TURMA-ORIGEM (IDX-MOV) TO BM-TURMA
004390           ELSE
004391               MOVE CALU-MOV-TURMA-DESTINO (IDX-MOV) TO BM-TURMA
004392           END-IF.
004393           WRITE LINHA-BOLETIM FROM BI-LINHA-MOVIMENTO.
004394       4300-EXIT.
004395           EXIT.
004396*
004397*    ==================================================
004400*    6000-EMITIR-INDICE
004410*    EMITE A PAGINA-INDICE POR TURMA, COM AS MATRICULAS E
004420*    OS NOMES DE CADA TURMA CONSOLIDADA.
005560                   "LETIVO " ANO-LETIVO "."
005570           END-IF.
005580           CLOSE HIST-ALUNO, BOLETIM-INDIVIDUAL.
005581           IF COM-CADASTRO-ALUNO
005582               CLOSE CADASTRO-ALUNO
005583           END-IF.
005590       8000-EXIT.
005600           EXIT.
005610
