000010******************************************************************
000020*    COPY MEMBER    : CB-LANCVAR.CPY
000030*    DESCRICAO       : LAYOUT DOS LANCAMENTOS VARIAVEIS DA FOLHA
000040*                      (ARQUIVO INDEXADO LANCVAR, CHAVE
000050*                      COMPETENCIA + MATRICULA + VERBA), UM
000060*                      REGISTRO POR MATRICULA E VERBA EM CADA
000070*                      COMPETENCIA: AS HORAS DO MES E OS
000080*                      PROVENTOS E DESCONTOS EVENTUAIS. O
000090*                      ARQUIVO E CARREGADO PELO CRITICA-LANCTO A
000100*                      PARTIR DO LANCBRUT E LIDO PELA FOLHA
000110*                      MENSAL DE SALARIO-LIQUIDO.
000120*    HISTORICO DE ALTERACOES
000130*    DATA       AUTOR   DESCRICAO
000140*    15/10/2026 MSL     CRIACAO DO LAYOUT PARA TIRAR AS HORAS DO
000150*                       MES DO CADASTRO DE FUNCIONARIOS.
000160******************************************************************
000170 01  REG-LANCAMENTO.
000180     05  LANC-CHAVE.
000190         10  LANC-COMPETENCIA        PIC 9(06).
000200         10  LANC-MATRICULA          PIC 9(06).
000210         10  LANC-VERBA              PIC X(02).
000220*            "HN" = HORAS NORMAIS
000230*            "HE" = HORAS EXTRAS 50%
000240*            "HD" = HORAS EXTRAS DOM/FER 100%
000250*            "P1" A "P9" = PROVENTO EVENTUAL (GRATIFICACAO,
000260*                          PREMIO...), TRIBUTAVEL
000270*            "D1" A "D9" = DESCONTO EVENTUAL (FALTAS,
000280*                          ATRASOS...), ABATIDO DA BASE
000290         10  LANC-VERBA-R REDEFINES LANC-VERBA.
000300             15  LANC-GRUPO-VERBA    PIC X(01).
000310                 88  LANC-VERBA-HORAS        VALUE "H".
000320                 88  LANC-VERBA-PROVENTO     VALUE "P".
000330                 88  LANC-VERBA-DESCONTO     VALUE "D".
000340             15  LANC-SEQ-VERBA      PIC X(01).
000350     05  LANC-QUANTIDADE             PIC 9(03).
000360*        HORAS, NAS VERBAS "H". ZEROS NAS DEMAIS.
000370     05  LANC-VALOR                  PIC 9(07)V99.
000380*        VALOR, NAS VERBAS "P" E "D". ZEROS NAS HORAS.
000390     05  LANC-DESCRICAO              PIC X(20).
