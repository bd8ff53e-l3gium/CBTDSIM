000010******************************************************************
000020*    COPY MEMBER    : CB-DISSDIF.CPY
000030*    DESCRICAO       : LAYOUT DAS DIFERENCAS DE DISSIDIO
000040*                      (ARQUIVO INDEXADO DISSDIF, CHAVE
000050*                      COMPETENCIA DO PAGAMENTO + MATRICULA +
000060*                      COMPETENCIA DE REFERENCIA + TIPO DE
000070*                      PROCESSAMENTO DE REFERENCIA), UM REGISTRO
000080*                      POR FUNCIONARIO E POR FOLHA ENCERRADA
000090*                      DESDE A VIGENCIA DO REAJUSTE: O QUE FOI
000100*                      PAGO, O QUE ERA DEVIDO COM O VALOR-HORA
000110*                      REAJUSTADO E A DIFERENCA POR VERBA. O
000120*                      ARQUIVO E GRAVADO PELO DISSIDIO-FOLHA E
000130*                      PAGO PELA FOLHA COMPLEMENTAR (TIPO 6) DE
000140*                      SALARIO-LIQUIDO NA COMPETENCIA DO
000150*                      PAGAMENTO.
000160*    HISTORICO DE ALTERACOES
000170*    DATA       AUTOR   DESCRICAO
000180*    15/10/2026 MSL     CRIACAO DO LAYOUT PARA O PAGAMENTO DAS
000190*                       DIFERENCAS RETROATIVAS DO DISSIDIO.
000191*    15/10/2026 MSL     INCLUIDA A RESCISAO (TIPO 5) COMO FOLHA DE
000192*                       REFERENCIA, COM A DIFERENCA DO AVISO
000193*                       PREVIO INDENIZADO E O 13 PROPORCIONAL
000194*                       PAGO E DEVIDO, BASES DO INSS DO 13.
000200******************************************************************
000210 01  REG-DIFERENCA.
000220     05  DIF-CHAVE.
000230         10  DIF-COMPET-PAGTO        PIC 9(06).
000240         10  DIF-MATRICULA           PIC 9(06).
000250         10  DIF-COMPET-REF          PIC 9(06).
000260         10  DIF-TIPO-REF            PIC 9(01).
000270*            1 = FOLHA MENSAL (HORAS NORMAIS E EXTRAS)
000280*            2 = 13 SALARIO 1A PARCELA
000290*            3 = 13 SALARIO 2A PARCELA
000300*            4 = FERIAS
000301*            5 = RESCISAO (O SALDO DE SALARIO VAI NAS HORAS
000302*                NORMAIS E AS FERIAS E O TERCO SAO OS
000303*                INDENIZADOS)
000310     05  DIF-COMPET-VIGENCIA         PIC 9(06).
000320     05  DIF-PERCENTUAL              PIC 9(03)V99.
000330     05  DIF-DATA-APURACAO           PIC 9(08).
000340     05  DIF-BASE-PAGA               PIC 9(09)V99.
000350*        VALOR DAS VERBAS REAJUSTAVEIS EFETIVAMENTE PAGO NA
000360*        FOLHA DE REFERENCIA, LIQUIDO DOS ESTORNOS.
000370     05  DIF-BRUTO-PAGO              PIC 9(09)V99.
000380     05  DIF-INSS-PAGO               PIC 9(09)V99.
000390     05  DIF-BRUTO-DEVIDO            PIC 9(09)V99.
000400*        BRUTO DA FOLHA DE REFERENCIA RECALCULADO COM O
000410*        REAJUSTE, BASE DO INSS DEVIDO NA REFERENCIA. NA
000411*        RESCISAO O BRUTO PAGO E O DEVIDO SAO SO O SALARIO DO
000412*        MES E O INSS PAGO E O DO MES MAIS O DO 13.
000413     05  DIF-DECIMO-PAGO             PIC 9(09)V99.
000414     05  DIF-DECIMO-DEVIDO           PIC 9(09)V99.
000415*        SO NA RESCISAO: 13 PROPORCIONAL PAGO E O RECALCULADO
000416*        COM O REAJUSTE, BASES DO INSS DO 13 NA REFERENCIA.
000420     05  DIF-HORA-NORMAL             PIC 9(09)V99.
000430     05  DIF-HORA-EXTRA              PIC 9(09)V99.
000440     05  DIF-HORA-EXTRA-DOM          PIC 9(09)V99.
000450     05  DIF-DECIMO-TERC             PIC 9(09)V99.
000460     05  DIF-FERIAS                  PIC 9(09)V99.
000470     05  DIF-TERCO-FERIAS            PIC 9(09)V99.
000471     05  DIF-AVISO-INDENIZADO        PIC 9(09)V99.
000480     05  DIF-TOTAL                   PIC 9(09)V99.
