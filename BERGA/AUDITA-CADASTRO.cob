000250*                       PROCURA ENTRE DUAS FOLHAS. SEM REGISTRO
000260*                       DE CONTROLE, O PERIODO ABRE (OU FECHA)
000270*                       SEM LIMITE.
000271*    15/10/2026 MSL     OPERACAO "R" (REAJUSTE COLETIVO DO
000272*                       VALOR-HORA GRAVADO PELO DISSIDIO-FOLHA)
000273*                       LISTADA COMO REAJUSTE.
000274*    15/10/2026 MSL     CENTRO DE CUSTO NAS IMAGENS ANTES E
000275*                       DEPOIS.
000276*    15/10/2026 MSL     O REGISTRO DE CONTROLE CRIADO SO PELA
000277*                       PREVIA (SITUACAO "P") E TRATADO COMO
000278*                       FOLHA AINDA NAO RODADA.
000280*
000290       Environment DIVISION.
000300       Configuration Section.
001140           05  LI-CONTA            PIC 9(08).
001150           05  FILLER              PIC X(01) VALUE "-".
001160           05  LI-CONTA-DV         PIC X(01).
001161           05  FILLER              PIC X(04) VALUE " CC ".
001162           05  LI-CENTRO-CUSTO     PIC 9(04).
001170       01  LINHA-ALERTA-BANCO.
001180           05  FILLER              PIC X(42) VALUE
001190               "*** DADOS BANCARIOS ALTERADOS - CONFERIR *".
001960*    BUSCA NO CONTROLE DE EXECUCAO A DATA DA FOLHA MENSAL
001970*    DA COMPETENCIA ANTERIOR (INICIO DO PERIODO, EXCLUSO)
001980*    E A DA COMPETENCIA DO RELATORIO (FIM DO PERIODO,
001990*    INCLUSO). SEM O REGISTRO, OU COM O REGISTRO DE UMA
001991*    PREVIA SEM LOTE EFETIVO, O LADO CORRESPONDENTE DO
002000*    PERIODO FICA SEM LIMITE.
002010*    --------------------------------------------------
002020       1100-BUSCAR-DATAS-FOLHA.
002150                   MOVE ZEROS TO DATA-INICIO
002160               NOT INVALID KEY
002170                   MOVE CTRL-DATA-ULT-EXEC TO DATA-INICIO
002171                   IF CTRL-SITUACAO = "P"
002172                       MOVE ZEROS TO DATA-INICIO
002173                   END-IF
002180           END-READ.
002190
002200           MOVE COMPETENCIA-RELATORIO TO CTRL-COMPETENCIA.
002240                   MOVE 99999999 TO DATA-FIM
002250               NOT INVALID KEY
002260                   MOVE CTRL-DATA-ULT-EXEC TO DATA-FIM
002261                   IF CTRL-SITUACAO = "P"
002262                       MOVE 99999999 TO DATA-FIM
002263                   END-IF
002270           END-READ.
002280
002290           CLOSE CONTROLE-FOLHA.
002630                   MOVE "ALTERACAO" TO LO-OPERACAO
002640               WHEN "E"
002650                   MOVE "EXCLUSAO" TO LO-OPERACAO
002651               WHEN "R"
002652                   MOVE "REAJUSTE" TO LO-OPERACAO
002660               WHEN OTHER
002670                   MOVE AFUN-OPERACAO TO LO-OPERACAO
002680           END-EVALUATE.
002760           MOVE AFUN-ANT-AGENCIA   TO LI-AGENCIA.
002770           MOVE AFUN-ANT-CONTA     TO LI-CONTA.
002780           MOVE AFUN-ANT-CONTA-DV  TO LI-CONTA-DV.
002781           MOVE AFUN-ANT-CENTRO-CUSTO TO LI-CENTRO-CUSTO.
002790           WRITE LINHA-AUDITORIA FROM LINHA-IMAGEM.
002800
002810           MOVE "  DEPOIS:" TO LI-ROTULO.
002860           MOVE AFUN-DEP-AGENCIA   TO LI-AGENCIA.
002870           MOVE AFUN-DEP-CONTA     TO LI-CONTA.
002880           MOVE AFUN-DEP-CONTA-DV  TO LI-CONTA-DV.
002881           MOVE AFUN-DEP-CENTRO-CUSTO TO LI-CENTRO-CUSTO.
002890           WRITE LINHA-AUDITORIA FROM LINHA-IMAGEM.
002900
002910           IF AFUN-OPERACAO = "A"
