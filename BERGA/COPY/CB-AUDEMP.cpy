000130*    DATA       AUTOR   DESCRICAO
000140*    02/09/2026 MSL     CRIACAO DO LAYOUT PARA A TRILHA DE
000150*                       AUDITORIA DO CADASTRO DE FUNCIONARIOS.
000151*    15/10/2026 MSL     INCLUIDAS AS IMAGENS ANTES E DEPOIS DOS
000152*                       DADOS DO VINCULO (ADMISSAO, DESLIGAMENTO,
000153*                       MOTIVO E SITUACAO), NO FIM DO REGISTRO
000154*                       PARA NAO DESLOCAR OS CAMPOS JA GRAVADOS.
000155*    15/10/2026 MSL     OPERACAO "R" - REAJUSTE COLETIVO DO
000156*                       VALOR-HORA GRAVADO PELO DISSIDIO-FOLHA.
000157*    15/10/2026 MSL     INCLUIDAS AS IMAGENS ANTES E DEPOIS DO
000158*                       CENTRO DE CUSTO, NO FIM DO REGISTRO.
000159*    15/10/2026 MSL     INCLUIDA A COMPETENCIA DE VIGENCIA DO
000160*                       REAJUSTE (OPERACAO "R"), NO FIM DO
000161*                       REGISTRO, PARA O DISSIDIO-FOLHA RECUSAR
000162*                       UM SEGUNDO REAJUSTE DA MESMA VIGENCIA.
000163******************************************************************
000170 01  REG-AUD-FUNC.
000180     05  AFUN-DATA                   PIC 9(08).
000190     05  AFUN-OPERADOR               PIC X(08).
000200     05  AFUN-OPERACAO               PIC X(01).
000210*        "I" = INCLUSAO  "A" = ALTERACAO  "E" = EXCLUSAO
000211*        "R" = REAJUSTE (DISSIDIO)
000220     05  AFUN-ANTES.
000230         10  AFUN-ANT-MATRICULA      PIC 9(06).
000240         10  AFUN-ANT-NOME           PIC X(30).
000450         10  AFUN-DEP-AGENCIA        PIC 9(04).
000460         10  AFUN-DEP-CONTA          PIC 9(08).
000470         10  AFUN-DEP-CONTA-DV       PIC X(01).
000471     05  AFUN-VINCULO-ANTES.
000472         10  AFUN-ANT-DATA-ADMISSAO  PIC 9(08).
000473         10  AFUN-ANT-DATA-DESLIG    PIC 9(08).
000474         10  AFUN-ANT-MOTIVO-DESLIG  PIC X(01).
000475         10  AFUN-ANT-SITUACAO       PIC X(01).
000476     05  AFUN-VINCULO-DEPOIS.
000477         10  AFUN-DEP-DATA-ADMISSAO  PIC 9(08).
000478         10  AFUN-DEP-DATA-DESLIG    PIC 9(08).
000479         10  AFUN-DEP-MOTIVO-DESLIG  PIC X(01).
000480         10  AFUN-DEP-SITUACAO       PIC X(01).
000481     05  AFUN-ANT-CENTRO-CUSTO       PIC 9(04).
000482     05  AFUN-DEP-CENTRO-CUSTO       PIC 9(04).
000483     05  AFUN-COMPET-VIGENCIA        PIC 9(06).
000484*        SO NA OPERACAO "R". ZEROS NAS DEMAIS.
