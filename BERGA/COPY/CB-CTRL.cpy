000210*                       NA EXECUCAO JA INCREMENTADA PELO
000220*                       ESTORNO, EM VEZ DE RECUSA-LA COMO
000230*                       ENCERRADA OU RETOMA-LA COMO ABORTADA.
000231*    15/10/2026 MSL     INCLUIDO O TIPO 5 (RESCISAO), COM
000232*                       CONTROLE PROPRIO POR COMPETENCIA.
000233*    15/10/2026 MSL     INCLUIDO O TIPO 6 (DIFERENCAS DE
000234*                       DISSIDIO), COM CONTROLE PROPRIO POR
000235*                       COMPETENCIA.
000236*    15/10/2026 MSL     INCLUIDAS AS ETAPAS DO FECHAMENTO DA
000237*                       COMPETENCIA (PREVIA, GUIA, VALIDACAO DO
000238*                       RETORNO E CONCILIACAO, COM A DATA DE CADA
000239*                       UMA), A SITUACAO "P" (SO A PREVIA RODOU) E
000240*                       O FECHAMENTO PELO FECHA-FOLHA, COM DATA E
000241*                       OPERADOR.
000242******************************************************************
000250 01  REG-CONTROLE.
000260     05  CTRL-CHAVE.
000270         10  CTRL-COMPETENCIA        PIC 9(06).
000280         10  CTRL-TIPO-PROC          PIC 9(01).
000290*            1=MENSAL 2=13 PRIMEIRA 3=13 SEGUNDA 4=FERIAS
000291*            5=RESCISAO 6=DIFERENCAS DE DISSIDIO
000300     05  CTRL-NUM-EXECUCAO           PIC 9(04).
000310     05  CTRL-SITUACAO               PIC X(01).
000320*        "A" = EM ANDAMENTO   "E" = ENCERRADA
000330*        "R" = REABERTA POR ESTORNO
000331*        "P" = SO A PREVIA RODOU (SEM LOTE EFETIVO)
000340     05  CTRL-ULT-MATRICULA          PIC 9(06).
000350     05  CTRL-DATA-ULT-EXEC          PIC 9(08).
000351*
000352*    ETAPAS DO FECHAMENTO, CADA UMA COM A DATA EM QUE FOI
000353*    CUMPRIDA (ZEROS = AINDA NAO). O ESTORNO ZERA TODAS.
000354*
000355     05  CTRL-DATA-PREVIA            PIC 9(08).
000356     05  CTRL-DATA-GUIA              PIC 9(08).
000357     05  CTRL-DATA-VALIDACAO         PIC 9(08).
000358     05  CTRL-DATA-CONCILIACAO       PIC 9(08).
000359     05  CTRL-FECHAMENTO.
000360         10  CTRL-SITUACAO-FECHAMENTO
000361                                     PIC X(01).
000362*            "F" = FECHADA PELO FECHA-FOLHA   ESPACO = ABERTA
000363         10  CTRL-DATA-FECHAMENTO    PIC 9(08).
000364         10  CTRL-OPERADOR-FECHAMENTO
000365                                     PIC X(08).
