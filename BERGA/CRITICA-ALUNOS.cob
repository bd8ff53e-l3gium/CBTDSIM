000260*                       (NAO PODEM FICAR EM BRANCO), JA QUE O
000270*                       HISTORICO DE NOTAS E A ATA FINAL DEPENDEM
000280*                       DESSA IDENTIFICACAO.
000281*    15/10/2026 MSL     INCLUIDA A CONFERENCIA DA MATRICULA NO
000282*                       CADASTRO DE ALUNOS (CADALUNO, MANTIDO
000283*                       PELO ALUNO-MANUT): E REJEITADA A NOTA DE
000284*                       ALUNO SEM CADASTRO, MATRICULADO EM OUTRA
000285*                       TURMA, TRANSFERIDO OU DESISTENTE.
000290*
000300       Environment DIVISION.
000310       Configuration Section.
000450           SELECT REL-CRITICA      ASSIGN TO "CRITREL"
000460               ORGANIZATION IS LINE SEQUENTIAL.
000470
000471           SELECT CADASTRO-ALUNO   ASSIGN TO "CADALUNO"
000472               ORGANIZATION IS INDEXED
000473               ACCESS MODE IS RANDOM
000474               RECORD KEY IS CALU-MATRICULA
000475               FILE STATUS IS FS-CADASTRO-ALUNO.
000476
000480       Data Division.
000490       FILE SECTION.
000500       FD  ALUNO-BRUTO
000590           LABEL RECORD IS STANDARD.
000600       01  LINHA-CRITICA               PIC X(100).
000610
000611       FD  CADASTRO-ALUNO
000612           LABEL RECORD IS STANDARD.
000613       COPY "CB-CADALU.cpy".
000614
000620       WORKING-STORAGE SECTION.
000630*
000640*    AREA DE CONTROLE DO LACO DE PROCESSAMENTO
000650*
000660       77  IND-FIM-ALUNO           PIC X(01) VALUE "N".
000670           88  FIM-ALUNO               VALUE "S".
000671       77  FS-CADASTRO-ALUNO       PIC X(02) VALUE "00".
000680       77  IND-ALUNO-VALIDO        PIC X(01) VALUE "S".
000690           88  ALUNO-VALIDO            VALUE "S".
000700           88  ALUNO-INVALIDO          VALUE "N".
001510           OPEN INPUT  ALUNO-BRUTO.
001520           OPEN OUTPUT ALUNO-LIMPO.
001530           OPEN OUTPUT REL-CRITICA.
001531           OPEN INPUT  CADASTRO-ALUNO.
001532           IF FS-CADASTRO-ALUNO NOT = "00"
001533               DISPLAY "ERRO AO ABRIR O CADASTRO CADALUNO - "
001534                   "FILE STATUS " FS-CADASTRO-ALUNO
001535               DISPLAY "EXECUTE O ALUNO-MANUT PARA MATRICULAR OS "
001536                   "ALUNOS ANTES DA CRITICA."
001537               STOP RUN
001538           END-IF.
001540
001550           WRITE LINHA-CRITICA FROM LINHA-CABECALHO-1.
001560
002310               SET ALUNO-INVALIDO TO TRUE
002320               MOVE "TURMA OU DISCIPLINA EM BRANCO"
002330                   TO MOTIVO-CRITICA
002331               GO TO 3000-EXIT
002340           END-IF.
002341
002342           PERFORM 3500-CONFERIR-MATRICULA THRU 3500-EXIT.
002350       3000-EXIT.
002360           EXIT.
002370*
003500           EXIT.
003510*
003520*    --------------------------------------------------
003521*    3500-CONFERIR-MATRICULA
003522*    CONFERE NO CADASTRO DE ALUNOS SE O ALUNO ESTA
003523*    MATRICULADO E CURSANDO A TURMA DO REGISTRO. O ALUNO
003524*    RECLASSIFICADO SO TEM NOTA NA TURMA NOVA.
003525*    --------------------------------------------------
003526       3500-CONFERIR-MATRICULA.
003527           MOVE ALU-MATRICULA TO CALU-MATRICULA.
003528           READ CADASTRO-ALUNO
003529               INVALID KEY
003530                   SET ALUNO-INVALIDO TO TRUE
003531                   MOVE "ALUNO SEM MATRICULA NO CADASTRO"
003532                       TO MOTIVO-CRITICA
003533                   GO TO 3500-EXIT
003534           END-READ.
003535           IF CALU-TURMA NOT = ALU-TURMA
003536               SET ALUNO-INVALIDO TO TRUE
003537               MOVE "ALUNO NAO MATRICULADO NESTA TURMA"
003538                   TO MOTIVO-CRITICA
003539               GO TO 3500-EXIT
003540           END-IF.
003541           IF CALU-TRANSF-SAIDA
003542               SET ALUNO-INVALIDO TO TRUE
003543               MOVE "ALUNO TRANSFERIDO PARA OUTRA ESCOLA"
003544                   TO MOTIVO-CRITICA
003545               GO TO 3500-EXIT
003546           END-IF.
003547           IF CALU-DESISTENTE
003548               SET ALUNO-INVALIDO TO TRUE
003549               MOVE "ALUNO DESISTENTE" TO MOTIVO-CRITICA
003550           END-IF.
003551       3500-EXIT.
003552           EXIT.
003553*
003554*    --------------------------------------------------
003555*    5000-GRAVAR-LIMPO
003556*    GRAVA O REGISTRO APROVADO NA CRITICA NO ARQUIVO
003557*    LIMPO LIDO POR CALCULAR-MEDIA.
003560*    --------------------------------------------------
003570       5000-GRAVAR-LIMPO.
003580           WRITE REG-ALUNO-LIMPO FROM REG-ALUNO.
003690           MOVE TOTAL-ALUNO-REJEITADO TO LT-ALUNO-REJEITADO.
003700           WRITE LINHA-CRITICA FROM LINHA-TOTAL-REJEITADO.
003710
003711           CLOSE ALUNO-BRUTO, ALUNO-LIMPO, REL-CRITICA,
003712               CADASTRO-ALUNO.
003730       8000-EXIT.
003740           EXIT.
003750
