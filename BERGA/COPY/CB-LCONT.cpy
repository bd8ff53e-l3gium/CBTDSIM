000010******************************************************************
000020*    COPY MEMBER    : CB-LCONT.CPY
000030*    DESCRICAO       : LAYOUT DO ARQUIVO DE LANCAMENTOS CONTABEIS
000040*                      DA FOLHA (ARQUIVO SEQUENCIAL LANCCONT),
000050*                      GERADO PELO CONTABIL-FOLHA PARA A
000060*                      IMPORTACAO NA CONTABILIDADE: UM
000070*                      LANCAMENTO (PAR DEBITO/CREDITO) POR
000080*                      CENTRO DE CUSTO E EVENTO CONTABIL DA
000090*                      COMPETENCIA, COM OS ESTORNOS EM
000100*                      LANCAMENTOS PROPRIOS, DE CONTAS INVERTIDAS.
000110*    HISTORICO DE ALTERACOES
000120*    DATA       AUTOR   DESCRICAO
000130*    15/10/2026 MSL     CRIACAO DO LAYOUT PARA A INTERFACE
000140*                       CONTABIL DA FOLHA.
000150******************************************************************
000160 01  REG-LANCAMENTO-CONTABIL.
000170     05  LCT-COMPETENCIA             PIC 9(06).
000180     05  LCT-DATA-GERACAO            PIC 9(08).
000190     05  LCT-CENTRO-CUSTO            PIC 9(04).
000200     05  LCT-EVENTO                  PIC 9(02).
000210*        01 A 10 - FOLHA DO MES, ENCARGOS E LIQUIDO
000220*        11 A 14 - PROVISAO DE FERIAS E DO 13 E SUA REVERSAO
000230*        15      - MULTA DO FGTS NA RESCISAO
000240     05  LCT-NATUREZA                PIC X(01).
000250*        "N" = NORMAL   "E" = ESTORNO
000260     05  LCT-CONTA-DEBITO            PIC X(10).
000270     05  LCT-CONTA-CREDITO           PIC X(10).
000280     05  LCT-VALOR                   PIC 9(11)V99.
000290     05  LCT-HISTORICO               PIC X(40).
