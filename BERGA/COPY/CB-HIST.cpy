000600*                       CONVERTE-HIST E OS ANOS ENCERRADOS SAO
000610*                       EXPURGADOS PARA O ARQUIVO HISTFARQ PELO
000620*                       EXPURGO-HIST.
000621*    15/10/2026 MSL     INCLUIDOS OS TOTAIS DOS PROVENTOS E DOS
000622*                       DESCONTOS EVENTUAIS DO MES, LIDOS DOS
000623*                       LANCAMENTOS VARIAVEIS (LANCVAR) PELA
000624*                       FOLHA MENSAL, PARA A SEGUNDA VIA DO
000625*                       CONTRACHEQUE.
000626*    15/10/2026 MSL     INCLUIDAS AS VERBAS DA RESCISAO (TIPO 5 -
000627*                       SALDO DE SALARIO, 13 PROPORCIONAL, FERIAS
000628*                       VENCIDAS E PROPORCIONAIS, AVISO PREVIO
000629*                       INDENIZADO) E A MULTA RESCISORIA DO FGTS,
000630*                       PARA O TRCT E A SUA SEGUNDA VIA. O TERCO
000631*                       DAS FERIAS E O ADIANTAMENTO DO 13
000632*                       DESCONTADO USAM OS CAMPOS JA EXISTENTES.
000633*    15/10/2026 MSL     INCLUIDAS AS DIFERENCAS DE DISSIDIO DO 13
000634*                       E DAS FERIAS PAGAS PELO TIPO 6, PARA A
000635*                       SEGUNDA VIA. AS DIFERENCAS DAS HORAS E DO
000636*                       TERCO DE FERIAS USAM OS CAMPOS JA
000637*                       EXISTENTES.
000638*    15/10/2026 MSL     INCLUIDOS OS DIAS DE GOZO E DE ABONO
000639*                       PECUNIARIO PAGOS PELA FOLHA DE FERIAS
000640*                       (TIPO 4), O INICIO DO PERIODO AQUISITIVO
000641*                       BAIXADO, O INICIO DO GOZO, A INDICACAO DE
000642*                       FERIAS EM DOBRO E O VALOR DO ABONO COM O
000643*                       SEU TERCO, PARA A SEGUNDA VIA E PARA O
000644*                       ESTORNO DEVOLVER OS DIAS E A
000645*                       PROGRAMACAO AO PERIODO. NAS FERIAS,
000646*                       HIST-SALARIO-BASE PASSOU A SER O VALOR
000647*                       DOS DIAS DE GOZO.
000648*    15/10/2026 MSL     NO TIPO 6, HIST-AVISO-INDENIZADO E
000649*                       HIST-FERIAS-VENCIDAS PASSARAM A GUARDAR AS
000650*                       DIFERENCAS DE DISSIDIO DO AVISO E DAS
000651*                       FERIAS INDENIZADAS (COM O TERCO) DE UMA
000652*                       RESCISAO.
000653******************************************************************
000654 01  REG-HISTORICO.
000655     05  HIST-CHAVE.
000660         10  HIST-COMPETENCIA        PIC 9(06).
000670         10  HIST-TIPO-PROC          PIC 9(01).
000680         10  HIST-MATRICULA          PIC 9(06).
000930     05  HIST-SALARIO-BASE           PIC 9(09)V99.
000940     05  HIST-TERCO-FERIAS           PIC 9(09)V99.
000950     05  HIST-DESC-ADIANTAMENTO      PIC 9(09)V99.
000951     05  HIST-PROVENTOS-VAR          PIC 9(09)V99.
000952     05  HIST-DESCONTOS-VAR          PIC 9(09)V99.
000953     05  HIST-SALDO-SALARIO          PIC 9(09)V99.
000954     05  HIST-13-PROPORCIONAL        PIC 9(09)V99.
000955     05  HIST-FERIAS-VENCIDAS        PIC 9(09)V99.
000956     05  HIST-FERIAS-PROPORC         PIC 9(09)V99.
000957     05  HIST-AVISO-INDENIZADO       PIC 9(09)V99.
000958     05  HIST-MULTA-FGTS             PIC 9(09)V99.
000959     05  HIST-DIF-DECIMO-TERC        PIC 9(09)V99.
000960     05  HIST-DIF-FERIAS             PIC 9(09)V99.
000961     05  HIST-DIAS-FERIAS            PIC 9(02).
000962     05  HIST-DIAS-ABONO             PIC 9(02).
000963     05  HIST-INICIO-AQUIS           PIC 9(08).
000964     05  HIST-INICIO-GOZO            PIC 9(08).
000965     05  HIST-ABONO-PECUNIARIO       PIC 9(09)V99.
000966     05  HIST-TERCO-ABONO            PIC 9(09)V99.
000967     05  HIST-IND-DOBRA              PIC X(01).
000968*            "S" = FERIAS PAGAS EM DOBRO   "N" = SIMPLES
