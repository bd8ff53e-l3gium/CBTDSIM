000010******************************************************************
000020*    COPY MEMBER    : CB-FERIAS.CPY
000030*    DESCRICAO       : LAYOUT DOS PERIODOS AQUISITIVOS DE FERIAS
000040*                      (ARQUIVO INDEXADO FERIASPA, CHAVE
000050*                      MATRICULA + INICIO DO PERIODO
000060*                      AQUISITIVO), UM REGISTRO POR FUNCIONARIO
000070*                      E POR ANO DE VINCULO: OS DIAS DE DIREITO,
000080*                      OS DIAS JA GOZADOS, VENDIDOS (ABONO
000090*                      PECUNIARIO) OU INDENIZADOS NA RESCISAO, O
000100*                      LIMITE DO PERIODO CONCESSIVO E AS FERIAS
000110*                      PROGRAMADAS. OS PERIODOS SAO ABERTOS PELO
000120*                      APURA-FERIAS, PROGRAMADOS PELO
000130*                      FERIAS-MANUT E BAIXADOS PELA FOLHA DE
000140*                      FERIAS (TIPO 4) E PELA RESCISAO (TIPO 5)
000150*                      DE SALARIO-LIQUIDO.
000160*    HISTORICO DE ALTERACOES
000170*    DATA       AUTOR   DESCRICAO
000180*    15/10/2026 MSL     CRIACAO DO LAYOUT PARA O CONTROLE DOS
000190*                       PERIODOS AQUISITIVOS DE FERIAS.
000200******************************************************************
000210 01  REG-PERIODO-FERIAS.
000220     05  PER-CHAVE.
000230         10  PER-MATRICULA           PIC 9(06).
000240         10  PER-INICIO-AQUIS        PIC 9(08).
000250     05  PER-FIM-AQUIS               PIC 9(08).
000260*        VESPERA DO ANIVERSARIO DO INICIO (AAAAMMDD).
000270     05  PER-LIMITE-CONCESSAO        PIC 9(08).
000280*        ULTIMO DIA PARA O INICIO DO GOZO SEM PAGAMENTO EM
000290*        DOBRO: DOZE MESES DEPOIS DO FIM DO PERIODO.
000300     05  PER-DIAS-DIREITO            PIC 9(02).
000310*        30, OU MENOS PELAS FALTAS DO PERIODO (FERIAS-MANUT).
000320     05  PER-DIAS-GOZADOS            PIC 9(02).
000330     05  PER-DIAS-ABONO              PIC 9(02).
000340     05  PER-DIAS-INDENIZADOS        PIC 9(02).
000350     05  PER-PROGRAMACAO.
000360         10  PER-PROG-INICIO         PIC 9(08).
000370*            INICIO DO GOZO PROGRAMADO. ZEROS = SEM PROGRAMACAO.
000380         10  PER-PROG-INICIO-R REDEFINES PER-PROG-INICIO.
000390             15  PER-PROG-COMPET     PIC 9(06).
000400             15  PER-PROG-DIA        PIC 9(02).
000410         10  PER-PROG-DIAS-GOZO      PIC 9(02).
000420         10  PER-PROG-DIAS-ABONO     PIC 9(02).
000430     05  PER-SITUACAO                PIC X(01).
000440         88  PER-ABERTO                  VALUE "A".
000450         88  PER-QUITADO                 VALUE "Q".
000460         88  PER-RESCINDIDO              VALUE "R".
000470*        "A" = COM SALDO   "Q" = SALDO ZERADO PELO GOZO/ABONO
000480*        "R" = SALDO INDENIZADO NA RESCISAO
000490     05  PER-ULT-COMPET-PAGTO        PIC 9(06).
000500     05  PER-DATA-ATUALIZACAO        PIC 9(08).
