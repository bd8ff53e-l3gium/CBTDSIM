000160*                       (BANCO, AGENCIA, CONTA E DIGITO) PARA A
000170*                       GERACAO DO ARQUIVO DE REMESSA DE CREDITO
000180*                       AO BANCO.
000181*    15/10/2026 MSL     FUNC-QTD-HORA PASSOU A SER A JORNADA
000182*                       MENSAL CONTRATUAL (BASE DO 13 E DAS
000183*                       FERIAS). AS HORAS DO MES SAO LANCADAS NO
000184*                       ARQUIVO LANCVAR E AS HORAS EXTRAS DO
000185*                       CADASTRO FICAM ZERADAS, MANTIDAS SO PARA
000186*                       NAO MUDAR O TAMANHO DO REGISTRO.
000187*    15/10/2026 MSL     INCLUIDOS AS DATAS DE ADMISSAO E DE
000188*                       DESLIGAMENTO, O MOTIVO DO DESLIGAMENTO E
000189*                       A SITUACAO DO VINCULO, PARA A RESCISAO
000190*                       (TIPO 5 DA FOLHA) E PARA TIRAR O
000191*                       DESLIGADO DAS FOLHAS SEGUINTES.
000192*    15/10/2026 MSL     INCLUIDO O CENTRO DE CUSTO DO FUNCIONARIO,
000193*                       USADO NOS LANCAMENTOS DA INTERFACE
000194*                       CONTABIL (CONTABIL-FOLHA).
000195******************************************************************
000200 01  REG-FUNCIONARIO.
000210     05  FUNC-MATRICULA              PIC 9(06).
000220     05  FUNC-NOME                   PIC X(30).
000230     05  FUNC-VAL-HORA               PIC 9(07)V99.
000240     05  FUNC-QTD-HORA               PIC 9(03).
000241*        JORNADA MENSAL CONTRATUAL EM HORAS.
000250     05  FUNC-QTD-DEPENDENTE         PIC 9(02).
000260     05  FUNC-QTD-HORA-EXTRA         PIC 9(03).
000270     05  FUNC-QTD-HORA-EXTRA-DOM     PIC 9(03).
000271*        FUNC-QTD-HORA-EXTRA E FUNC-QTD-HORA-EXTRA-DOM SEM
000272*        USO - AS HORAS EXTRAS VEM DOS LANCAMENTOS VARIAVEIS.
000280     05  FUNC-CPF                    PIC 9(11).
000290     05  FUNC-BANCO                  PIC 9(03).
000300     05  FUNC-AGENCIA                PIC 9(04).
000310     05  FUNC-CONTA                  PIC 9(08).
000320     05  FUNC-CONTA-DV               PIC X(01).
000321     05  FUNC-DATA-ADMISSAO          PIC 9(08).
000322     05  FUNC-DATA-ADMISSAO-R REDEFINES FUNC-DATA-ADMISSAO.
000323         10  FUNC-ADMIS-COMPET.
000324             15  FUNC-ADMIS-ANO      PIC 9(04).
000325             15  FUNC-ADMIS-MES      PIC 9(02).
000326         10  FUNC-ADMIS-DIA          PIC 9(02).
000327     05  FUNC-DATA-DESLIGAMENTO      PIC 9(08).
000328*        AAAAMMDD. ZEROS ENQUANTO O VINCULO ESTA ATIVO.
000329     05  FUNC-DATA-DESLIG-R REDEFINES FUNC-DATA-DESLIGAMENTO.
000330         10  FUNC-DESLIG-COMPET.
000331             15  FUNC-DESLIG-ANO     PIC 9(04).
000332             15  FUNC-DESLIG-MES     PIC 9(02).
000333         10  FUNC-DESLIG-DIA         PIC 9(02).
000334     05  FUNC-MOTIVO-DESLIG          PIC X(01).
000335         88  FUNC-DESLIG-SEM-JUSTA-CAUSA VALUE "S".
000336         88  FUNC-DESLIG-JUSTA-CAUSA     VALUE "J".
000337         88  FUNC-DESLIG-PEDIDO          VALUE "P".
000338         88  FUNC-MOTIVO-VALIDO          VALUE "S" "J" "P".
000339     05  FUNC-SITUACAO               PIC X(01).
000340         88  FUNC-ATIVO                  VALUE "A".
000341         88  FUNC-DESLIGADO              VALUE "D".
000342     05  FUNC-CENTRO-CUSTO           PIC 9(04).
000343*        CENTRO DE CUSTO CONTABIL AO QUAL A FOLHA E APROPRIADA.
