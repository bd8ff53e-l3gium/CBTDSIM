000080*    DATA       AUTOR   DESCRICAO
000090*    22/08/2026 MSL     CRIACAO DO LAYOUT PARA A CONCILIACAO
000100*                       AUTOMATICA DA FOLHA COM O BANCO.
000101*    15/10/2026 MSL     INCLUIDO O REGISTRO DE CABECALHO (PRIMEIRO
000102*                       DO ARQUIVO, MATRICULA ZERADA) COM A
000103*                       COMPETENCIA, O TIPO E A EXECUCAO DO LOTE
000104*                       VALIDADO PELO VALIDA-RETORNO, CONFERIDOS
000105*                       PELA CONCILIACAO.
000110******************************************************************
000120 01  REG-RETORNO.
000130     05  RET-MATRICULA               PIC 9(06).
000170     05  RET-CONTA-DV                PIC X(01).
000180     05  RET-VALOR-CREDITADO         PIC 9(11)V99.
000190     05  RET-DATA-CREDITO            PIC 9(08).
000191 01  REG-RETORNO-CABECALHO.
000192     05  RET-CAB-MATRICULA           PIC 9(06).
000193     05  RET-CAB-COMPETENCIA         PIC 9(06).
000194     05  RET-CAB-TIPO-PROC           PIC 9(01).
000195     05  RET-CAB-NUM-EXECUCAO        PIC 9(04).
000196     05  RET-CAB-DATA-VALIDACAO      PIC 9(08).
000197     05  FILLER                      PIC X(18).
