000010******************************************************************
000020*    COPY MEMBER    : CB-PROVIS.CPY
000030*    DESCRICAO       : LAYOUT DO ARQUIVO DE PROVISOES DE FERIAS E
000040*                      DE 13 SALARIO (ARQUIVO INDEXADO PROVCONT,
000050*                      CHAVE COMPETENCIA + MATRICULA), UM
000060*                      REGISTRO POR FUNCIONARIO E COMPETENCIA
000070*                      CONTABILIZADA: O SALDO QUE VEIO DO MES
000080*                      ANTERIOR, O CONSTITUIDO PELA FOLHA
000090*                      MENSAL, O REVERTIDO PELAS FOLHAS DE 13,
000100*                      DE FERIAS E DE RESCISAO E O SALDO QUE
000110*                      PASSA AO MES SEGUINTE. GRAVADO PELO
000120*                      CONTABIL-FOLHA.
000130*    HISTORICO DE ALTERACOES
000140*    DATA       AUTOR   DESCRICAO
000150*    15/10/2026 MSL     CRIACAO DO LAYOUT PARA AS PROVISOES DA
000160*                       INTERFACE CONTABIL.
000170******************************************************************
000180 01  REG-PROVISAO.
000190     05  PROV-CHAVE.
000200         10  PROV-COMPETENCIA        PIC 9(06).
000210         10  PROV-MATRICULA          PIC 9(06).
000220     05  PROV-CENTRO-CUSTO           PIC 9(04).
000230     05  PROV-DATA-CALCULO           PIC 9(08).
000240     05  PROV-FERIAS.
000250         10  PROV-SALDO-ANT-FERIAS   PIC 9(09)V99.
000260         10  PROV-CONST-FERIAS       PIC 9(09)V99.
000270         10  PROV-REVERT-FERIAS      PIC 9(09)V99.
000280         10  PROV-SALDO-FERIAS       PIC 9(09)V99.
000290*            FERIAS COM O TERCO CONSTITUCIONAL.
000300     05  PROV-DECIMO-TERC.
000310         10  PROV-SALDO-ANT-13       PIC 9(09)V99.
000320         10  PROV-CONST-13           PIC 9(09)V99.
000330         10  PROV-REVERT-13          PIC 9(09)V99.
000340         10  PROV-SALDO-13           PIC 9(09)V99.
