000010******************************************************************
000020*    COPY MEMBER    : CB-PENDFOL.CPY
000030*    DESCRICAO       : LAYOUT DAS PENDENCIAS DO FECHAMENTO DA
000040*                      FOLHA (ARQUIVO INDEXADO PENDFOLH, CHAVE
000050*                      COMPETENCIA + TIPO + EXECUCAO + SECAO +
000060*                      MATRICULA): AS DIVERGENCIAS DAS SECOES 1 A
000070*                      4 DA CONCILIACAO, GRAVADAS PELO
000080*                      CONCILIA-FOLHA, E OS CREDITOS REJEITADOS
000090*                      PELO BANCO (SECAO 5), GRAVADOS PELO
000100*                      VALIDA-RETORNO. O FECHA-FOLHA SO FECHA A
000110*                      COMPETENCIA SEM PENDENCIA EM ABERTO NA
000120*                      EXECUCAO ATUAL.
000130*    HISTORICO DE ALTERACOES
000140*    DATA       AUTOR   DESCRICAO
000150*    15/10/2026 MSL     CRIACAO DO LAYOUT DAS PENDENCIAS DO
000160*                       FECHAMENTO DA FOLHA.
000170******************************************************************
000180 01  REG-PENDENCIA.
000190     05  PEND-CHAVE.
000200         10  PEND-COMPETENCIA        PIC 9(06).
000210         10  PEND-TIPO-PROC          PIC 9(01).
000220         10  PEND-NUM-EXECUCAO       PIC 9(04).
000230         10  PEND-SECAO              PIC 9(01).
000240*            1 = PAGO SEM HISTORICO    2 = NAO PAGO
000250*            3 = DIFERENCA DE VALOR    4 = CONTA DIVERGENTE
000260*            5 = CREDITO REJEITADO PELO BANCO
000270         10  PEND-MATRICULA          PIC 9(06).
000280     05  PEND-VALOR                  PIC S9(11)V99.
000290*        SECAO 3: FOLHA MENOS BANCO. DEMAIS: VALOR DO CREDITO.
000300     05  PEND-COD-OCORRENCIA         PIC X(02).
000310     05  PEND-SITUACAO               PIC X(01).
000320         88  PEND-ABERTA                 VALUE "P".
000330         88  PEND-JUSTIFICADA            VALUE "J".
000340         88  PEND-RESOLVIDA              VALUE "R".
000350*        "P" = PENDENTE   "J" = DIVERGENCIA JUSTIFICADA
000360*        "R" = RESOLVIDA (CREDITO PAGO DE NOVO OU DIVERGENCIA
000370*              QUE SUMIU NA NOVA CONCILIACAO)
000380     05  PEND-DATA-REGISTRO          PIC 9(08).
000390     05  PEND-JUSTIFICATIVA          PIC X(40).
000400     05  PEND-OPERADOR               PIC X(08).
000410     05  PEND-DATA-JUSTIFICATIVA     PIC 9(08).
000420     05  PEND-DATA-BAIXA             PIC 9(08).
