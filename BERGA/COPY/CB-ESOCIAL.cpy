000010******************************************************************
000020*    COPY MEMBER    : CB-ESOCIAL.CPY
000030*    DESCRICAO       : LAYOUT DO ARQUIVO DOS EVENTOS PERIODICOS
000040*                      DO ESOCIAL (ARQUIVO SEQUENCIAL ESOCIAL),
000050*                      GERADO PELO ESOCIAL-FOLHA A PARTIR DO
000060*                      HISTORICO DA COMPETENCIA, PARA A
000070*                      TRANSMISSAO: POR TRABALHADOR, A REMUNERACAO
000080*                      (S-1200) COM UM REGISTRO POR RUBRICA E OS
000090*                      PAGAMENTOS (S-1210) COM A DATA DE CADA TIPO
000100*                      DE FOLHA; NO FIM, O FECHAMENTO DA
000110*                      COMPETENCIA (S-1299) COM AS QUANTIDADES E
000120*                      OS TOTAIS. OS VALORES JA SAO LIQUIDOS DOS
000130*                      ESTORNOS.
000140*    HISTORICO DE ALTERACOES
000150*    DATA       AUTOR   DESCRICAO
000160*    15/10/2026 MSL     CRIACAO DO LAYOUT PARA OS EVENTOS
000170*                       PERIODICOS DO ESOCIAL.
000180******************************************************************
000190 01  REG-ESOCIAL.
000200     05  ESOC-EVENTO                 PIC X(06).
000210*        "S-1200" = REMUNERACAO   "S-1210" = PAGAMENTO
000220*        "S-1299" = FECHAMENTO DOS EVENTOS PERIODICOS
000230     05  ESOC-TIPO-REG               PIC X(01).
000240         88  ESOC-REG-TRABALHADOR        VALUE "T".
000250         88  ESOC-REG-RUBRICA            VALUE "R".
000260         88  ESOC-REG-PAGAMENTO          VALUE "P".
000270         88  ESOC-REG-FECHAMENTO         VALUE "F".
000280     05  ESOC-COMPETENCIA            PIC 9(06).
000290     05  ESOC-CPF                    PIC 9(11).
000300     05  ESOC-DADOS                  PIC X(96).
000310     05  ESOC-TRABALHADOR REDEFINES ESOC-DADOS.
000320         10  ESOC-T-MATRICULA        PIC 9(06).
000330         10  ESOC-T-NOME             PIC X(30).
000340         10  ESOC-T-QTD-RUBRICAS     PIC 9(03).
000350         10  FILLER                  PIC X(57).
000360     05  ESOC-RUBRICA REDEFINES ESOC-DADOS.
000370         10  ESOC-R-MATRICULA        PIC 9(06).
000380         10  ESOC-R-CODIGO           PIC 9(04).
000390         10  ESOC-R-NATUREZA         PIC X(01).
000400*            "P" = PROVENTO   "D" = DESCONTO
000410         10  ESOC-R-DESCRICAO        PIC X(30).
000420         10  ESOC-R-VALOR            PIC S9(11)V99
000430                                     SIGN LEADING SEPARATE.
000440         10  FILLER                  PIC X(41).
000450     05  ESOC-PAGAMENTO REDEFINES ESOC-DADOS.
000460         10  ESOC-P-MATRICULA        PIC 9(06).
000470         10  ESOC-P-TIPO-PROC        PIC 9(01).
000480         10  ESOC-P-DATA-PAGTO       PIC 9(08).
000490         10  ESOC-P-VALOR-LIQUIDO    PIC S9(11)V99
000500                                     SIGN LEADING SEPARATE.
000510         10  FILLER                  PIC X(67).
000520     05  ESOC-FECHAMENTO REDEFINES ESOC-DADOS.
000530         10  ESOC-F-QTD-TRABALHADOR  PIC 9(06).
000540         10  ESOC-F-QTD-RUBRICAS     PIC 9(06).
000550         10  ESOC-F-QTD-PAGAMENTOS   PIC 9(06).
000560         10  ESOC-F-TOTAL-PROVENTOS  PIC S9(11)V99
000570                                     SIGN LEADING SEPARATE.
000580         10  ESOC-F-TOTAL-DESCONTOS  PIC S9(11)V99
000590                                     SIGN LEADING SEPARATE.
000600         10  ESOC-F-TOTAL-LIQUIDO    PIC S9(11)V99
000610                                     SIGN LEADING SEPARATE.
000620         10  ESOC-F-TOTAL-INSS       PIC S9(11)V99
000630                                     SIGN LEADING SEPARATE.
000640         10  ESOC-F-TOTAL-IRRF       PIC S9(11)V99
000650                                     SIGN LEADING SEPARATE.
000660         10  ESOC-F-DATA-GERACAO     PIC 9(08).
