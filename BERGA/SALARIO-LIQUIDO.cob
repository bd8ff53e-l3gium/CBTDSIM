002220*                       ARQUIVO INTEIRO, E A GRAVACAO PASSOU A
002230*                       CONFERIR CHAVE DUPLICADA, QUE SIGNIFICA
002240*                       FUNCIONARIO JA CREDITADO NA EXECUCAO.
002241*    15/10/2026 MSL     AS HORAS DO MES (NORMAIS, EXTRAS A 50% E
002242*                       EXTRAS DOM/FER A 100%) DA FOLHA MENSAL
002243*                       PASSARAM A SER LIDAS DOS LANCAMENTOS
002244*                       VARIAVEIS DA COMPETENCIA (ARQUIVO
002245*                       INDEXADO LANCVAR, CARREGADO PELO
002246*                       CRITICA-LANCTO) EM VEZ DO CADASTRO
002247*                       EMPLOYEE-MASTER, JUNTO COM OS PROVENTOS
002248*                       EVENTUAIS (SOMADOS AO BRUTO) E OS
002249*                       DESCONTOS EVENTUAIS (ABATIDOS DO BRUTO,
002250*                       COMO FALTAS E ATRASOS), CADA UM EM LINHA
002251*                       PROPRIA DO CONTRACHEQUE E TOTALIZADOS NO
002252*                       HISTORICO. FUNCIONARIO SEM LANCAMENTO DE
002253*                       HORAS NORMAIS NA COMPETENCIA E DESVIADO
002254*                       PARA A SECAO DE EXCECOES. O CADASTRO
002255*                       GUARDA SO A JORNADA MENSAL CONTRATUAL
002256*                       (FUNC-QTD-HORA), BASE DO 13 E DAS FERIAS.
002257*    15/10/2026 MSL     INCLUIDO O TIPO 5 (RESCISAO), QUE PAGA SO
002258*                       OS FUNCIONARIOS DESLIGADOS NA COMPETENCIA:
002259*                       SALDO DE SALARIO ATE A DATA DO
002260*                       DESLIGAMENTO, AVISO PREVIO INDENIZADO, 13
002261*                       PROPORCIONAL, FERIAS VENCIDAS E
002262*                       PROPORCIONAIS COM O TERCO E A MULTA DE 40%
002263*                       SOBRE O FGTS DEPOSITADO NO HISTORICO, CADA
002264*                       VERBA COM O SEU TRATAMENTO DE INSS, IRRF E
002265*                       FGTS. EMITE O TERMO DE RESCISAO (ARQUIVO
002266*                       TRCTREL) E O CREDITO NA MESMA REMESSA. OS
002267*                       DEMAIS TIPOS PASSARAM A DEIXAR DE FORA O
002268*                       FUNCIONARIO DESLIGADO ATE A COMPETENCIA OU
002269*                       ADMITIDO DEPOIS DELA, E A PREVIA APONTA O
002270*                       DESLIGADO EM LINHA PROPRIA EM VEZ DE
002271*                       LISTA-LO COMO AUSENTE.
002272*    15/10/2026 MSL     INCLUIDO O TIPO 6 (DIFERENCAS DE
002273*                       DISSIDIO), QUE PAGA AS DIFERENCAS
002274*                       RETROATIVAS APURADAS PELO DISSIDIO-FOLHA
002275*                       NO ARQUIVO DISSDIF PARA A COMPETENCIA, COM
002276*                       LINHAS PROPRIAS NO CONTRACHEQUE. O INSS E
002277*                       A DIFERENCA ENTRE O DEVIDO SOBRE O BRUTO
002278*                       REAJUSTADO DE CADA FOLHA DE REFERENCIA E O
002279*                       JA RETIDO NELA; O IRRF E RETIDO NO
002280*                       PAGAMENTO, COM A DIFERENCA DO 13
002281*                       TRIBUTADA EM SEPARADO.
002282*    15/10/2026 MSL     A FOLHA DE FERIAS (TIPO 4) PASSOU A
002283*                       PAGAR SO AS FERIAS PROGRAMADAS NO
002284*                       FERIAS-MANUT PARA COMECAR NA COMPETENCIA
002285*                       (ARQUIVO INDEXADO FERIASPA, ABERTO PELO
002286*                       APURA-FERIAS): OS DIAS DE GOZO COM O
002287*                       TERCO, EM DOBRO QUANDO O GOZO COMECA
002288*                       DEPOIS DO LIMITE DO PERIODO CONCESSIVO, E
002289*                       O ABONO PECUNIARIO DOS DIAS VENDIDOS COM O
002290*                       SEU TERCO, SEM INSS, IRRF NEM ENCARGOS. OS
002291*                       DIAS PAGOS SAO BAIXADOS DO PERIODO
002292*                       AQUISITIVO E GRAVADOS NO HISTORICO. A
002293*                       RESCISAO PASSOU A PAGAR AS FERIAS VENCIDAS
002294*                       PELO SALDO DE DIAS DOS PERIODOS (EM DOBRO
002295*                       OS JA FORA DO PERIODO CONCESSIVO) E A
002296*                       MARCAR OS PERIODOS COMO RESCINDIDOS.
002297*    15/10/2026 MSL     A PREVIA PASSOU A REGISTRAR A SUA DATA NO
002298*                       CONTROLE DE EXECUCAO (CRIANDO O REGISTRO
002299*                       COM A SITUACAO "P" QUANDO AINDA NAO HA
002300*                       LOTE EFETIVO), E O LOTE EFETIVO A
002301*                       REGISTRAR A DATA DA EMISSAO DA GUIA, PARA
002302*                       O FECHAMENTO DA COMPETENCIA NO
002303*                       FECHA-FOLHA.
002304*    15/10/2026 MSL     A RESCISAO PASSOU A LER OS LANCAMENTOS
002305*                       VARIAVEIS DO MES DO DESLIGAMENTO, COMO A
002306*                       FOLHA MENSAL: O SALDO DE SALARIO SAI DAS
002307*                       HORAS NORMAIS LANCADAS (SEM ELAS, DOS
002308*                       DIAS DO MES), AS HORAS EXTRAS E OS
002309*                       PROVENTOS EVENTUAIS SAO SOMADOS E OS
002310*                       DESCONTOS EVENTUAIS ABATIDOS, COM INSS,
002311*                       IRRF E ENCARGOS SOBRE ESSE SALARIO DO
002312*                       MES, E SAEM NO CONTRACHEQUE, NO TRCT E NO
002313*                       HISTORICO.
002314*    15/10/2026 MSL     A RESCISAO PASSOU A ABRIR UMA NOVA
002315*                       EXECUCAO NA COMPETENCIA JA ENCERRADA (E
002316*                       NAO FECHADA), PAGANDO SO OS DESLIGADOS
002317*                       SEM RESCISAO NAO ESTORNADA NO HISTORICO
002318*                       DA COMPETENCIA; O REPROCESSAMENTO APOS
002319*                       ESTORNO TAMBEM DEIXA DE FORA QUEM JA
002320*                       FOI PAGO POR UMA EXECUCAO ANTERIOR.
002321*    15/10/2026 MSL     ERRO NA REGRAVACAO DOS PERIODOS
002322*                       AQUISITIVOS (FERIASPA) PASSOU A
002323*                       INTERROMPER O LOTE, COMO OS DEMAIS ERROS
002324*                       DE GRAVACAO.
002325*    15/10/2026 MSL     A FOLHA DE DIFERENCAS DE DISSIDIO PASSOU A
002326*                       PAGAR AS DIFERENCAS DA RESCISAO: O AVISO
002327*                       E AS FERIAS INDENIZADAS FICAM FORA DO
002328*                       IRRF E O INSS DO MES E O DO 13 SAO
002329*                       RECALCULADOS SOBRE O PAGO E O DEVIDO.
002330*    15/10/2026 MSL     A NOVA EXECUCAO DA RESCISAO SO E ABERTA
002331*                       DEPOIS QUE A ANTERIOR FOI CONCILIADA E
002332*                       SEM PENDENCIA EM ABERTO (PENDFOLH), E A
002333*                       RESCISAO DE QUEM JA RECEBEU A FOLHA
002334*                       MENSAL DA COMPETENCIA E REJEITADA, PARA
002335*                       NAO PAGAR O SALDO DO MES DUAS VEZES.
002336*
002337       Environment DIVISION.
002338       Configuration Section.
002339       SOURCE-COMPUTER.         MEU PC.
002340       OBJECT-COMPUTER.         MEU PC.
002341       SPECIAL-NAMES.
002342           DECIMAL-POINT Is COMMA.
002343
002344       INPUT-OUTPUT SECTION.
002345       FILE-CONTROL.
002350           SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPFOLHA"
002360               ORGANIZATION IS INDEXED
002370               ACCESS MODE IS SEQUENTIAL
002770               RECORD KEY IS FAIXA-CHAVE
002780               FILE STATUS IS FS-TAB-IRRF.
002790
002791           SELECT LANCAMENTO-VAR   ASSIGN TO "LANCVAR"
002792               ORGANIZATION IS INDEXED
002793               ACCESS MODE IS DYNAMIC
002794               RECORD KEY IS LANC-CHAVE
002795               FILE STATUS IS FS-LANCAMENTO.
002796
002797           SELECT TRCT-RESCISAO    ASSIGN TO "TRCTREL"
002798               ORGANIZATION IS LINE SEQUENTIAL.
002799
002800           SELECT DIFERENCA-DISSIDIO ASSIGN TO "DISSDIF"
002801               ORGANIZATION IS INDEXED
002802               ACCESS MODE IS DYNAMIC
002803               RECORD KEY IS DIF-CHAVE
002804               FILE STATUS IS FS-DIFERENCA.
002805
002806           SELECT PERIODO-FERIAS   ASSIGN TO "FERIASPA"
002807               ORGANIZATION IS INDEXED
002808               ACCESS MODE IS DYNAMIC
002809               RECORD KEY IS PER-CHAVE
002810               FILE STATUS IS FS-FERIAS.
002811
002812           SELECT PENDENCIA-FOLHA  ASSIGN TO "PENDFOLH"
002813               ORGANIZATION IS INDEXED
002814               ACCESS MODE IS DYNAMIC
002815               RECORD KEY IS PEND-CHAVE
002816               FILE STATUS IS FS-PENDENCIA.
002817
002818       Data Division.
002819       FILE SECTION.
002820       FD  EMPLOYEE-MASTER
002830           LABEL RECORD IS STANDARD.
002840       COPY "CB-EMPLOY.cpy".
003110           LABEL RECORD IS STANDARD.
003120       COPY "CB-FAIXA.cpy".
003130
003131       FD  LANCAMENTO-VAR
003132           LABEL RECORD IS STANDARD.
003133       COPY "CB-LANCVAR.cpy".
003134
003140       FD  REL-VARIACAO
003150           LABEL RECORD IS STANDARD.
003160       01  LINHA-VARIACAO-REL          PIC X(100).
003180       FD  CONTROLE-FOLHA
003190           LABEL RECORD IS STANDARD.
003200       COPY "CB-CTRL.cpy".
003201
003202       FD  TRCT-RESCISAO
003203           LABEL RECORD IS STANDARD.
003204       01  LINHA-TRCT                  PIC X(100).
003205
003206       FD  DIFERENCA-DISSIDIO
003207           LABEL RECORD IS STANDARD.
003208       COPY "CB-DISSDIF.cpy".
003209
003210       FD  PERIODO-FERIAS
003211           LABEL RECORD IS STANDARD.
003212       COPY "CB-FERIAS.cpy".
003213
003214       FD  PENDENCIA-FOLHA
003215           LABEL RECORD IS STANDARD.
003216       COPY "CB-PENDFOL.cpy".
003217
003218       WORKING-STORAGE SECTION.
003220*
003230*    AREA DE CONTROLE DO LACO DE PROCESSAMENTO
003240*
003360           88  REINICIO-LOTE           VALUE "S".
003370           88  LOTE-NOVO               VALUE "N".
003380           88  LOTE-REABERTO           VALUE "R".
003381           88  LOTE-APOS-PREVIA        VALUE "P".
003382           88  LOTE-COMPLEMENTAR       VALUE "C".
003390       77  COMPETENCIA-FOLHA       PIC 9(06) VALUE ZEROS.
003400       77  TIPO-PROCESSAMENTO      PIC 9(01) VALUE ZEROS.
003410           88  TIPO-MENSAL             VALUE 1.
003420           88  TIPO-13-PRIMEIRA        VALUE 2.
003430           88  TIPO-13-SEGUNDA         VALUE 3.
003440           88  TIPO-FERIAS             VALUE 4.
003441           88  TIPO-RESCISAO           VALUE 5.
003442           88  TIPO-DISSIDIO           VALUE 6.
003450       77  MODO-EXECUCAO           PIC 9(01) VALUE ZEROS.
003460           88  MODO-EFETIVO            VALUE 1.
003470           88  MODO-PREVIA             VALUE 2.
003550       77  IND-ARQ-DESCONTO        PIC X(01) VALUE "S".
003560           88  COM-ARQ-DESCONTO        VALUE "S".
003570           88  SEM-ARQ-DESCONTO        VALUE "N".
003571       77  FS-LANCAMENTO           PIC X(02) VALUE "00".
003572       77  IND-FIM-LANCAMENTO      PIC X(01) VALUE "N".
003573           88  FIM-LANCAMENTO          VALUE "S".
003574       77  IND-ARQ-LANCAMENTO      PIC X(01) VALUE "N".
003575           88  COM-ARQ-LANCAMENTO      VALUE "S".
003576       77  IND-ARQ-HISTORICO       PIC X(01) VALUE "S".
003577           88  COM-ARQ-HISTORICO       VALUE "S".
003578           88  SEM-ARQ-HISTORICO       VALUE "N".
003579       77  IND-FIM-VINCULO         PIC X(01) VALUE "N".
003580           88  FIM-VINCULO             VALUE "S".
003581       77  IND-VINCULO             PIC X(01) VALUE "S".
003582           88  FUNCIONARIO-NO-LOTE     VALUE "S".
003583           88  FUNCIONARIO-FORA-LOTE   VALUE "N".
003584       77  FS-DIFERENCA            PIC X(02) VALUE "00".
003585       77  IND-FIM-DIFERENCA       PIC X(01) VALUE "N".
003586           88  FIM-DIFERENCA           VALUE "S".
003587       77  FS-FERIAS               PIC X(02) VALUE "00".
003588       77  IND-FIM-PERIODO         PIC X(01) VALUE "N".
003589           88  FIM-PERIODO             VALUE "S".
003590       77  IND-ARQ-FERIAS          PIC X(01) VALUE "N".
003591           88  COM-ARQ-FERIAS          VALUE "S".
003592           88  SEM-ARQ-FERIAS          VALUE "N".
003593       77  FS-PENDENCIA            PIC X(02) VALUE "00".
003594       77  IND-FIM-PENDENCIA       PIC X(01) VALUE "N".
003595           88  FIM-PENDENCIA           VALUE "S".
003596       77  QTD-PEND-ABERTA         PIC 9(05) COMP VALUE ZEROS.
003597*
003598*    TABELA DE FAIXAS DO IRRF, CARREGADA EM MEMORIA A PARTIR
003600*    DO ARQUIVO TAB-IRRF NA ABERTURA DO PROGRAMA.
003610*
003620       01  TABELA-IRRF.
003990       77  TAXA-INSS-PATRONAL      PIC 9V99  VALUE 0,20.
004000       77  TAXA-FGTS               PIC 9V99  VALUE 0,08.
004010*
004011*    LIMITES DE CONSISTENCIA DAS HORAS LIDAS DOS LANCAMENTOS
004012*    VARIAVEIS E DO VALOR-HORA LIDO DO CADASTRO MESTRE DE
004013*    FUNCIONARIOS.
004040*
004050       77  QTD-HORA-MES-MAXIMA     PIC 9(03)    VALUE 744.
004060*
004360               10  TDA-DESCRICAO       PIC X(20).
004370               10  TDA-VALOR           PIC 9(09)V99.
004380*
004381*    LANCAMENTOS VARIAVEIS DO FUNCIONARIO CORRENTE NA
004382*    COMPETENCIA (ARQUIVO LANCVAR): AS HORAS DO MES E OS
004383*    PROVENTOS E DESCONTOS EVENTUAIS, ANOTADOS PARA AS LINHAS
004384*    DO CONTRACHEQUE. AS VERBAS EVENTUAIS VAO DE P1 A P9 E DE
004385*    D1 A D9, ENTAO 18 POSICOES BASTAM PARA QUALQUER
004386*    FUNCIONARIO.
004387*
004388       77  QTD-HORA-NORMAL-MES     PIC 9(03) VALUE ZEROS.
004389       77  QTD-HORA-EXTRA-MES      PIC 9(03) VALUE ZEROS.
004390       77  QTD-HORA-EXTRA-DOM-MES  PIC 9(03) VALUE ZEROS.
004391       77  TOTAL-PROVENTO-VAR      PIC 9(09)V99 VALUE ZEROS.
004392       77  TOTAL-DESCONTO-VAR      PIC 9(09)V99 VALUE ZEROS.
004393       77  QTD-LANC-EVENTUAIS      PIC 9(02) COMP VALUE ZEROS.
004394       77  LIMITE-LANC-EVENTUAIS   PIC 9(02) COMP VALUE 18.
004395       01  TABELA-LANC-EVENTUAIS.
004396           05  TLE-ITEM OCCURS 18 TIMES INDEXED BY IDX-TLE.
004397               10  TLE-GRUPO           PIC X(01).
004398                   88  TLE-PROVENTO        VALUE "P".
004399                   88  TLE-DESCONTO        VALUE "D".
004400               10  TLE-DESCRICAO       PIC X(20).
004401               10  TLE-VALOR           PIC 9(09)V99.
004402*
004403*    AREA DA RESCISAO (TIPO 5). AS DATAS DO VINCULO SAO
004404*    CONTADAS EM MES COMERCIAL DE 30 DIAS: O INDICE DO MES E
004405*    ANO * 12 + MES - 1 E O DIA CORRIDO E INDICE * 30 + DIA.
004406*    O AVISO PREVIO INDENIZADO PROJETA O FIM DO CONTRATO PARA
004407*    A CONTAGEM DOS AVOS DO 13 E DAS FERIAS. FRACAO DE 15
004408*    DIAS OU MAIS CONTA UM AVO.
004409*
004410       77  TAXA-MULTA-FGTS         PIC 9V99  VALUE 0,40.
004411       77  DIAS-AVISO-MINIMO       PIC 9(03) VALUE 030.
004412       77  DIAS-AVISO-POR-ANO      PIC 9(03) VALUE 003.
004413       77  DIAS-AVISO-MAXIMO       PIC 9(03) VALUE 090.
004414       77  ULTIMO-TIPO-PROC        PIC 9(02) VALUE 06.
004415       77  INDICE-MES-ADMISSAO     PIC 9(06) COMP VALUE ZEROS.
004416       77  INDICE-MES-DESLIG       PIC 9(06) COMP VALUE ZEROS.
004417       77  INDICE-MES-LEITURA      PIC 9(06) COMP VALUE ZEROS.
004418       77  DIA-CORRIDO-ADMISSAO    PIC 9(08) COMP VALUE ZEROS.
004419       77  DIA-CORRIDO-DESLIG      PIC 9(08) COMP VALUE ZEROS.
004420       77  DIA-CORRIDO-PROJECAO    PIC 9(08) COMP VALUE ZEROS.
004421       77  DIA-CORRIDO-INICIO-13   PIC 9(08) COMP VALUE ZEROS.
004422       77  DIA-CALCULO             PIC 9(02) VALUE ZEROS.
004423       77  DIAS-CONTADOS           PIC 9(08) COMP VALUE ZEROS.
004424       77  MESES-COMPLETOS         PIC 9(06) COMP VALUE ZEROS.
004425       77  RESTO-DIAS              PIC 9(02) COMP VALUE ZEROS.
004426       77  ANOS-COMPLETOS          PIC 9(04) COMP VALUE ZEROS.
004427       77  AVOS-SERVICO            PIC 9(06) COMP VALUE ZEROS.
004428       77  PERIODOS-COMPLETOS      PIC 9(04) COMP VALUE ZEROS.
004429       77  PERIODOS-VENCIDOS       PIC 9(04) COMP VALUE ZEROS.
004430       77  AVOS-FERIAS             PIC 9(02) COMP VALUE ZEROS.
004431       77  AVOS-13                 PIC 9(02) COMP VALUE ZEROS.
004432       77  DIAS-AVISO              PIC 9(04) COMP VALUE ZEROS.
004433       77  DIAS-SALDO              PIC 9(02) COMP VALUE ZEROS.
004434       77  ANO-LEITURA             PIC 9(04) VALUE ZEROS.
004435       77  MES-LEITURA             PIC 9(02) VALUE ZEROS.
004436       77  COMPETENCIA-LEITURA     PIC 9(06) VALUE ZEROS.
004437       77  TIPO-LEITURA            PIC 9(02) VALUE ZEROS.
004438       77  SINAL-HIST              PIC S9(01) VALUE ZEROS.
004439       77  FGTS-DEPOSITADO         PIC S9(11)V99 VALUE ZEROS.
004440       77  ADTO-13-PAGO            PIC S9(09)V99 VALUE ZEROS.
004441       77  QTD-13-SEGUNDA-PAGA     PIC S9(03) COMP VALUE ZEROS.
004442       77  QTD-FERIAS-PAGAS        PIC S9(03) COMP VALUE ZEROS.
004443       77  QTD-RESCISAO-PAGA       PIC S9(03) COMP VALUE ZEROS.
004444       77  QTD-MENSAL-PAGA         PIC S9(03) COMP VALUE ZEROS.
004445       77  SALDO-SALARIO           PIC 9(09)V99 VALUE ZEROS.
004446       77  REMUNERACAO-MES         PIC 9(09)V99 VALUE ZEROS.
004447       77  DECIMO-TERC-PROPORC     PIC 9(09)V99 VALUE ZEROS.
004448       77  FERIAS-VENCIDAS         PIC 9(09)V99 VALUE ZEROS.
004449       77  FERIAS-PROPORC          PIC 9(09)V99 VALUE ZEROS.
004450       77  AVISO-INDENIZADO        PIC 9(09)V99 VALUE ZEROS.
004451       77  MULTA-FGTS              PIC 9(09)V99 VALUE ZEROS.
004452       77  INSS-SALDO              PIC 9(09)V99 VALUE ZEROS.
004453       77  IRRF-SALDO              PIC 9(09)V99 VALUE ZEROS.
004454       77  INSS-13-RESCISAO        PIC 9(09)V99 VALUE ZEROS.
004455       77  IRRF-13-RESCISAO        PIC 9(09)V99 VALUE ZEROS.
004456       77  TOTAL-DEDUCOES-RESC     PIC 9(09)V99 VALUE ZEROS.
004457       77  DESCRICAO-MOTIVO        PIC X(25) VALUE SPACES.
004458*
004459*    AREA DAS DIFERENCAS DE DISSIDIO (TIPO 6), SOMADAS DOS
004460*    REGISTROS DISSDIF DO FUNCIONARIO NA COMPETENCIA. A
004461*    DIFERENCA DA PRIMEIRA PARCELA DO 13 FICA SEPARADA PORQUE,
004462*    COMO A PROPRIA PARCELA, NAO TEM INSS NEM IRRF; AS DO
004463*    AVISO E DAS FERIAS INDENIZADAS (COM O TERCO) DA RESCISAO
004464*    TAMBEM, POR SEREM ISENTAS.
004465*
004466       77  QTD-DIF-DISSIDIO        PIC 9(05) COMP VALUE ZEROS.
004467       77  DISS-HORA-NORMAL        PIC 9(09)V99 VALUE ZEROS.
004468       77  DISS-HORA-EXTRA         PIC 9(09)V99 VALUE ZEROS.
004469       77  DISS-HORA-EXTRA-DOM     PIC 9(09)V99 VALUE ZEROS.
004470       77  DISS-DECIMO-ADTO        PIC 9(09)V99 VALUE ZEROS.
004471       77  DISS-DECIMO-TERC        PIC 9(09)V99 VALUE ZEROS.
004472       77  DISS-FERIAS             PIC 9(09)V99 VALUE ZEROS.
004473       77  DISS-TERCO-FERIAS       PIC 9(09)V99 VALUE ZEROS.
004474       77  DISS-INSS-MENSAL        PIC 9(09)V99 VALUE ZEROS.
004475       77  DISS-INSS-13            PIC 9(09)V99 VALUE ZEROS.
004476       77  DISS-IRRF-13            PIC 9(09)V99 VALUE ZEROS.
004477       77  DISS-AVISO              PIC 9(09)V99 VALUE ZEROS.
004478       77  DISS-FERIAS-INDENIZ     PIC 9(09)V99 VALUE ZEROS.
004479       77  INSS-REF-PAGO           PIC 9(09)V99 VALUE ZEROS.
004480*
004481*    AREA DAS FERIAS (TIPO 4 E RESCISAO), TIRADAS DOS PERIODOS
004482*    AQUISITIVOS DO ARQUIVO FERIASPA. O DIA DE FERIAS VALE UM
004483*    TRINTA AVOS DO SALARIO BASE MENSAL. NA RESCISAO OS DIAS
004484*    VENCIDOS DE UM PERIODO JA FORA DO CONCESSIVO CONTAM EM
004485*    DOBRO.
004486*
004487       77  BASE-MENSAL-FERIAS      PIC 9(09)V99 VALUE ZEROS.
004488       77  VALOR-DIA-FERIAS        PIC 9(07)V99 VALUE ZEROS.
004489       77  DIAS-GOZO-FERIAS        PIC 9(02) VALUE ZEROS.
004490       77  DIAS-ABONO-FERIAS       PIC 9(02) VALUE ZEROS.
004491       77  ABONO-PECUNIARIO        PIC 9(09)V99 VALUE ZEROS.
004492       77  TERCO-ABONO             PIC 9(09)V99 VALUE ZEROS.
004493       77  SALDO-PERIODO           PIC S9(03) VALUE ZEROS.
004494       77  DIAS-FERIAS-VENCIDAS    PIC 9(04) COMP VALUE ZEROS.
004495       77  QTD-PERIODOS-FUNC       PIC 9(04) COMP VALUE ZEROS.
004496       77  IND-DOBRA               PIC X(01) VALUE "N".
004497           88  FERIAS-EM-DOBRO         VALUE "S".
004498           88  FERIAS-SIMPLES          VALUE "N".
004499       77  IND-PROGRAMACAO         PIC X(01) VALUE "N".
004500           88  COM-PROGRAMACAO         VALUE "S".
004501           88  SEM-PROGRAMACAO         VALUE "N".
004502*
004503*    AREA DO MODO PREVIA: LIQUIDOS DA COMPETENCIA ANTERIOR
004504*    (MESMO TIPO DE PROCESSAMENTO) CARREGADOS DO HISTORICO,
004505*    ACUMULADOS POR MATRICULA, PARA O RELATORIO DE VARIACAO.
004506*
004507       77  LIMITE-VARIACAO         PIC 9(03)V99 VALUE ZEROS.
004508       77  COMPETENCIA-ANTERIOR    PIC 9(06) VALUE ZEROS.
004509       77  MES-COMPETENCIA         PIC 9(02) VALUE ZEROS.
004510       77  MATRICULA-PROCURADA     PIC 9(06) VALUE ZEROS.
004511       77  IND-ACHOU               PIC X(01) VALUE "N".
004512           88  ACHOU                   VALUE "S".
004513           88  NAO-ACHOU               VALUE "N".
004514       77  DIFERENCA-LIQUIDO       PIC S9(11)V99 VALUE ZEROS.
004515       77  PERCENTUAL-VARIACAO     PIC S9(05)V99 VALUE ZEROS.
004520       77  QTD-LIQ-ANTERIOR        PIC 9(04) COMP VALUE ZEROS.
004530       77  LIMITE-TAB-ANTERIOR     PIC 9(04) COMP VALUE 5000.
004540       77  QTD-VAR-ACIMA           PIC 9(05) COMP VALUE ZEROS.
004550       77  QTD-VAR-NOVAS           PIC 9(05) COMP VALUE ZEROS.
004560       77  QTD-VAR-AUSENTES        PIC 9(05) COMP VALUE ZEROS.
004561       77  QTD-VAR-DESLIGADOS      PIC 9(05) COMP VALUE ZEROS.
004570       01  TABELA-LIQ-ANTERIOR.
004580           05  TLA-ITEM OCCURS 5000 TIMES INDEXED BY IDX-TLA.
004590               10  TLA-MATRICULA       PIC 9(06).
004750       77  TOTAL-SAL-LIQUIDO       PIC 9(11)V99 VALUE ZEROS.
004760       77  TOTAL-INSS-PATRONAL     PIC 9(11)V99 VALUE ZEROS.
004770       77  TOTAL-FGTS              PIC 9(11)V99 VALUE ZEROS.
004771       77  TOTAL-MULTA-FGTS        PIC 9(11)V99 VALUE ZEROS.
004780       77  DATA-EXECUCAO           PIC 9(08)    VALUE ZEROS.
004790*
004800*    LINHAS DE IMPRESSAO DA FOLHA DE PAGAMENTO
006360           05  FILLER              PIC X(09) VALUE "DESCONTO ".
006370           05  CC-DESC-DESCR       PIC X(25).
006380           05  CC-DESC-VALOR       PIC Z.ZZZ.ZZ9,99.
006381       01  CC-LINHA-PROVENTO.
006382           05  FILLER              PIC X(09) VALUE "PROVENTO ".
006383           05  CC-PROV-DESCR       PIC X(25).
006384           05  CC-PROV-VALOR       PIC Z.ZZZ.ZZ9,99.
006390       01  CC-LINHA-DEPENDENTES.
006400           05  FILLER              PIC X(24) VALUE
006410               "DEDUCAO DE DEPENDENTES (".
006490               "FAIXA DO IRRF APLICADA".
006500           05  CC-FAIXA            PIC X(06).
006510       01  CC-LINHA-BRANCO         PIC X(01) VALUE SPACES.
006511*
006512*    LINHAS DE IMPRESSAO DO TERMO DE RESCISAO DO CONTRATO DE
006513*    TRABALHO (TRCT), UMA PAGINA POR FUNCIONARIO DESLIGADO
006514*
006515       01  TR-TITULO.
006516           05  FILLER              PIC X(50) VALUE
006517               "TERMO DE RESCISAO DO CONTRATO DE TRABALHO (TRCT)".
006518       01  TR-LINHA-DADO.
006519           05  TR-DADO-DESCR       PIC X(38).
006520           05  TR-DADO-VALOR       PIC X(25).
006521       01  TR-CAB-VERBAS.
006522           05  FILLER              PIC X(38) VALUE
006523               "VERBAS RESCISORIAS             REF.".
006524           05  FILLER              PIC X(12) VALUE
006525               "       VALOR".
006526       01  TR-LINHA-VERBA.
006527           05  TR-VERBA-DESCR      PIC X(28).
006528           05  TR-VERBA-QTD        PIC ZZ9.
006529           05  FILLER              PIC X(01) VALUE SPACES.
006530           05  TR-VERBA-UNIDADE    PIC X(06).
006531           05  TR-VERBA-VALOR      PIC Z.ZZZ.ZZ9,99.
006532       01  TR-LINHA-VALOR.
006533           05  TR-VALOR-DESCR      PIC X(38).
006534           05  TR-VALOR-VALOR      PIC Z.ZZZ.ZZ9,99.
006535       01  TR-LINHA-TEXTO          PIC X(62).
006536*
006537*    REGISTROS DO ARQUIVO DE REMESSA DE CREDITO AO BANCO NO
006540*    PADRAO CNAB PUBLICADO PELO BANCO (LAYOUT CB-CNAB), COM O
006550*    CONTADOR DE DETALHES DO LOTE PARA OS TRAILERS.
006560*
006840           DISPLAY "COMPETENCIA DA FOLHA (AAAAMM): ".
006850           ACCEPT COMPETENCIA-FOLHA.
006860           DISPLAY "TIPO DE PROCESSAMENTO (1=MENSAL, 2=13 1A "
006861               "PARCELA, 3=13 2A PARCELA, 4=FERIAS, "
006862               "5=RESCISAO, 6=DISSIDIO): ".
006880           ACCEPT TIPO-PROCESSAMENTO.
006890           EVALUATE TRUE
006900               WHEN TIPO-MENSAL
006970                 TO DESCRICAO-TIPO
006980               WHEN TIPO-FERIAS
006990                   MOVE "FERIAS" TO DESCRICAO-TIPO
006991               WHEN TIPO-RESCISAO
006992                   MOVE "RESCISAO (TRCT)" TO DESCRICAO-TIPO
006993               WHEN TIPO-DISSIDIO
006994                   MOVE "DIFERENCAS DE DISSIDIO" TO DESCRICAO-TIPO
007000               WHEN OTHER
007010                   DISPLAY "TIPO DE PROCESSAMENTO INVALIDO."
007020                   STOP RUN
007590                   DISPLAY "ERRO AO ABRIR O CADASTRO DESCONTO - "
007600                       "FILE STATUS " FS-DESCONTO
007610                   STOP RUN
007611               END-IF
007612           END-IF.
007613*
007614*    A FOLHA MENSAL LE AS HORAS DO MES DOS LANCAMENTOS
007615*    VARIAVEIS DA COMPETENCIA. SEM O ARQUIVO NAO HA HORAS A
007616*    PAGAR E O LOTE PARA COM MENSAGEM. A RESCISAO LE OS
007617*    LANCAMENTOS DO MES DO DESLIGAMENTO QUANDO O ARQUIVO
007618*    EXISTE; SEM ELE PAGA O SALDO PELOS DIAS. OS LOTES DE 13
007619*    E DE FERIAS NAO USAM OS LANCAMENTOS.
007620*
007621           IF TIPO-MENSAL OR TIPO-RESCISAO
007622               OPEN INPUT LANCAMENTO-VAR
007623               IF FS-LANCAMENTO = "00"
007624                   SET COM-ARQ-LANCAMENTO TO TRUE
007625               ELSE
007626                   IF FS-LANCAMENTO NOT = "35" OR TIPO-MENSAL
007627                       DISPLAY "ERRO AO ABRIR OS LANCAMENTOS "
007628                           "LANCVAR - "
007629                           "FILE STATUS " FS-LANCAMENTO
007630                       DISPLAY "EXECUTE O CRITICA-LANCTO PARA "
007631                           "CARREGAR "
007632                           "OS LANCAMENTOS DA COMPETENCIA ANTES "
007633                           "DE RODAR A FOLHA."
007634                       STOP RUN
007635                   END-IF
007636               END-IF
007637           END-IF.
007638*
007639*    A FOLHA DE DIFERENCAS DE DISSIDIO SO PAGA O QUE O
007640*    DISSIDIO-FOLHA APUROU PARA A COMPETENCIA.
007641*
007642           IF TIPO-DISSIDIO
007643               OPEN INPUT DIFERENCA-DISSIDIO
007644               IF FS-DIFERENCA NOT = "00"
007645                   DISPLAY "ERRO AO ABRIR AS DIFERENCAS DISSDIF"
007646                       " - "
007647                       "FILE STATUS " FS-DIFERENCA
007648                   DISPLAY "EXECUTE O DISSIDIO-FOLHA PARA "
007649                       "APURAR AS "
007650                       "DIFERENCAS ANTES DE RODAR A FOLHA."
007651                   STOP RUN
007652               END-IF
007653           END-IF.
007654*
007655*    A FOLHA DE FERIAS SO PAGA AS FERIAS PROGRAMADAS NOS
007656*    PERIODOS AQUISITIVOS E PRECISA DO ARQUIVO. A RESCISAO
007657*    USA O SALDO DOS PERIODOS QUANDO O ARQUIVO EXISTE; SEM ELE
007658*    CONTA OS PERIODOS VENCIDOS PELO TEMPO DE SERVICO. NO
007659*    EFETIVO OS DIAS PAGOS SAO BAIXADOS DOS PERIODOS.
007660*
007661           IF TIPO-FERIAS OR TIPO-RESCISAO
007662               IF MODO-PREVIA
007663                   OPEN INPUT PERIODO-FERIAS
007664               ELSE
007665                   OPEN I-O PERIODO-FERIAS
007666               END-IF
007667               IF FS-FERIAS = "00"
007668                   SET COM-ARQ-FERIAS TO TRUE
007669               ELSE
007670                   IF FS-FERIAS NOT = "35" OR TIPO-FERIAS
007671                       DISPLAY "ERRO AO ABRIR OS PERIODOS "
007672                           "FERIASPA - "
007673                           "FILE STATUS " FS-FERIAS
007674                       DISPLAY "EXECUTE O APURA-FERIAS PARA "
007675                           "ABRIR OS PERIODOS E O FERIAS-MANUT "
007676                           "PARA PROGRAMAR AS FERIAS ANTES DE "
007677                           "RODAR A FOLHA."
007678                       STOP RUN
007679                   END-IF
007680               END-IF
007681           END-IF.
007682
007683           IF MODO-PREVIA
007684               PERFORM 1600-PREPARAR-PREVIA THRU 1600-EXIT
007685           ELSE
007686               PERFORM 1250-PREPARAR-EFETIVO THRU 1250-EXIT
007690           END-IF.
007700
007710           IF NOT FIM-FUNCIONARIO
008460               OPEN EXTEND FOLHA-PAGTO
008470               OPEN EXTEND CONTRACHEQUE
008480               OPEN EXTEND REMESSA-BANCO
008481               IF TIPO-RESCISAO
008482                   OPEN EXTEND TRCT-RESCISAO
008483               END-IF
008490               IF MAIOR-MATRICULA-HIST > CTRL-ULT-MATRICULA
008500                   MOVE MAIOR-MATRICULA-HIST TO CTRL-ULT-MATRICULA
008510               END-IF
008590               OPEN OUTPUT FOLHA-PAGTO
008600               OPEN OUTPUT CONTRACHEQUE
008610               OPEN OUTPUT REMESSA-BANCO
008611               IF TIPO-RESCISAO
008612                   OPEN OUTPUT TRCT-RESCISAO
008613               END-IF
008620               MOVE DATA-EXECUCAO TO CNH-DATA-GERACAO
008630               WRITE REG-REMESSA FROM CNAB-HEADER-ARQUIVO
008640               MOVE COMPETENCIA-FOLHA TO CNL-COMPETENCIA
008820           IF LOTE-NOVO
008830               WRITE REG-CONTROLE
008840           END-IF.
008841           IF LOTE-APOS-PREVIA
008842               REWRITE REG-CONTROLE
008843           END-IF.
008850       1250-EXIT.
008860           EXIT.
008870*
008940*    ABREM COM SUCESSO); COMPETENCIA EM ANDAMENTO E UM
008950*    LOTE ABORTADO A RETOMAR; COMPETENCIA ENCERRADA PARA
008960*    O LOTE COM MENSAGEM, EM VEZ DE PAGAR O MES DUAS
008961*    VEZES. O REGISTRO CRIADO PELA PREVIA (SITUACAO "P")
008962*    VIRA A EXECUCAO 1, GUARDANDO A DATA DA PREVIA. NA
008963*    RESCISAO, A COMPETENCIA ENCERRADA (E AINDA NAO
008964*    FECHADA) ABRE UMA NOVA EXECUCAO, QUE SO PAGA OS
008965*    DESLIGADOS AINDA SEM RESCISAO NA COMPETENCIA; A DATA
008966*    DA PREVIA SO E MANTIDA SE FOR POSTERIOR A EXECUCAO
008967*    ANTERIOR.
008980*    --------------------------------------------------
008990       1300-ABRIR-CONTROLE.
009000           OPEN I-O CONTROLE-FOLHA.
009150                   MOVE "A"   TO CTRL-SITUACAO
009160                   MOVE ZEROS TO CTRL-ULT-MATRICULA
009170                   MOVE DATA-EXECUCAO TO CTRL-DATA-ULT-EXEC
009171                   MOVE ZEROS TO CTRL-DATA-PREVIA, CTRL-DATA-GUIA,
009172                       CTRL-DATA-VALIDACAO, CTRL-DATA-CONCILIACAO,
009173                       CTRL-DATA-FECHAMENTO
009174                   MOVE SPACES TO CTRL-SITUACAO-FECHAMENTO,
009175                       CTRL-OPERADOR-FECHAMENTO
009176                   DISPLAY "ATENCAO - LOTE EFETIVO SEM PREVIA "
009177                       "REGISTRADA: O FECHA-FOLHA NAO FECHARA "
009178                       "A COMPETENCIA."
009180               NOT INVALID KEY
009181                   IF CTRL-SITUACAO = "P"
009182                       SET LOTE-APOS-PREVIA TO TRUE
009183                       MOVE 1     TO CTRL-NUM-EXECUCAO
009184                       MOVE "A"   TO CTRL-SITUACAO
009185                       MOVE ZEROS TO CTRL-ULT-MATRICULA
009186                       MOVE DATA-EXECUCAO TO CTRL-DATA-ULT-EXEC
009187                       GO TO 1300-EXIT
009188                   END-IF
009189                   IF CTRL-SITUACAO = "E"
009190                       AND TIPO-RESCISAO
009191                       AND CTRL-SITUACAO-FECHAMENTO NOT = "F"
009192                       PERFORM 1310-ABRIR-COMPLEMENTAR
009193                           THRU 1310-EXIT
009194                       GO TO 1300-EXIT
009195                   END-IF
009196                   IF CTRL-SITUACAO = "E"
009200                       DISPLAY "COMPETENCIA " COMPETENCIA-FOLHA
009210                           " JA ENCERRADA - LOTE NAO SERA "
009220                           "REPROCESSADO."
009450                   END-IF
009460           END-READ.
009470       1300-EXIT.
009471           EXIT.
009472*
009473*    --------------------------------------------------
009474*    1310-ABRIR-COMPLEMENTAR
009475*    ABRE A PROXIMA EXECUCAO DA RESCISAO NA COMPETENCIA JA
009476*    ENCERRADA, PARA OS DESLIGADOS LANCADOS DEPOIS DA
009477*    EXECUCAO ANTERIOR. AS ETAPAS DO FECHAMENTO SAO
009478*    ZERADAS, COMO NA REABERTURA PELO ESTORNO-FOLHA. A
009479*    EXECUCAO ANTERIOR TEM DE ESTAR CONCILIADA E SEM
009480*    PENDENCIA EM ABERTO: O FECHA-FOLHA SO CONFERE AS
009481*    PENDENCIAS DA EXECUCAO ATUAL.
009482*    --------------------------------------------------
009483       1310-ABRIR-COMPLEMENTAR.
009484           IF CTRL-DATA-CONCILIACAO = ZEROS
009485               DISPLAY "A EXECUCAO " CTRL-NUM-EXECUCAO
009486                   " DA RESCISAO DA COMPETENCIA "
009487                   COMPETENCIA-FOLHA " AINDA NAO FOI CONCILIADA."
009488               DISPLAY "CONCILIE ANTES PELO CONCILIA-FOLHA - "
009489                   "NOVA EXECUCAO NAO ABERTA."
009490               STOP RUN
009491           END-IF.
009492           PERFORM 1320-CONTAR-PENDENCIAS THRU 1320-EXIT.
009493           IF QTD-PEND-ABERTA > ZEROS
009494               DISPLAY "A EXECUCAO " CTRL-NUM-EXECUCAO
009495                   " DA RESCISAO DA COMPETENCIA "
009496                   COMPETENCIA-FOLHA " TEM " QTD-PEND-ABERTA
009497                   " PENDENCIAS EM ABERTO."
009498               DISPLAY "RESOLVA OU JUSTIFIQUE NO FECHA-FOLHA - "
009499                   "NOVA EXECUCAO NAO ABERTA."
009500               STOP RUN
009501           END-IF.
009502           SET LOTE-COMPLEMENTAR TO TRUE.
009503           IF CTRL-DATA-PREVIA < CTRL-DATA-ULT-EXEC
009504               MOVE ZEROS TO CTRL-DATA-PREVIA
009505               DISPLAY "ATENCAO - NOVA EXECUCAO SEM PREVIA "
009506                   "REGISTRADA: O FECHA-FOLHA NAO FECHARA "
009507                   "A COMPETENCIA."
009508           END-IF.
009509           ADD 1 TO CTRL-NUM-EXECUCAO.
009510           MOVE "A"   TO CTRL-SITUACAO.
009511           MOVE ZEROS TO CTRL-ULT-MATRICULA.
009512           MOVE DATA-EXECUCAO TO CTRL-DATA-ULT-EXEC.
009513           MOVE ZEROS TO CTRL-DATA-GUIA, CTRL-DATA-VALIDACAO,
009514               CTRL-DATA-CONCILIACAO.
009515           REWRITE REG-CONTROLE.
009516           DISPLAY "NOVA EXECUCAO DA RESCISAO NA COMPETENCIA "
009517               COMPETENCIA-FOLHA " - EXECUCAO "
009518               CTRL-NUM-EXECUCAO
009519               " (SO DESLIGADOS AINDA NAO PAGOS)".
009520       1310-EXIT.
009521           EXIT.
009522*
009523*    --------------------------------------------------
009524*    1320-CONTAR-PENDENCIAS
009525*    CONTA AS PENDENCIAS EM ABERTO (DIVERGENCIAS E
009526*    CREDITOS REJEITADOS) DA EXECUCAO ATUAL DA RESCISAO.
009527*    SEM O ARQUIVO NAO HA PENDENCIA.
009528*    --------------------------------------------------
009529       1320-CONTAR-PENDENCIAS.
009530           MOVE ZEROS TO QTD-PEND-ABERTA.
009531           OPEN INPUT PENDENCIA-FOLHA.
009532           IF FS-PENDENCIA = "35"
009533               GO TO 1320-EXIT
009534           END-IF.
009535           IF FS-PENDENCIA NOT = "00"
009536               DISPLAY "ERRO AO ABRIR AS PENDENCIAS PENDFOLH - "
009537                   "FILE STATUS " FS-PENDENCIA
009538               STOP RUN
009539           END-IF.
009540           MOVE "N" TO IND-FIM-PENDENCIA.
009541           MOVE CTRL-COMPETENCIA  TO PEND-COMPETENCIA.
009542           MOVE CTRL-TIPO-PROC    TO PEND-TIPO-PROC.
009543           MOVE CTRL-NUM-EXECUCAO TO PEND-NUM-EXECUCAO.
009544           MOVE ZEROS TO PEND-SECAO, PEND-MATRICULA.
009545           START PENDENCIA-FOLHA KEY IS NOT LESS THAN PEND-CHAVE
009546               INVALID KEY
009547                   SET FIM-PENDENCIA TO TRUE
009548           END-START.
009549           PERFORM 1330-LER-PENDENCIA THRU 1330-EXIT
009550               UNTIL FIM-PENDENCIA.
009551           CLOSE PENDENCIA-FOLHA.
009552       1320-EXIT.
009553           EXIT.
009554*
009555*    --------------------------------------------------
009556*    1330-LER-PENDENCIA
009557*    LE A PROXIMA PENDENCIA E A CONTA, SE EM ABERTO,
009558*    ENQUANTO FOR DA COMPETENCIA, TIPO E EXECUCAO.
009559*    --------------------------------------------------
009560       1330-LER-PENDENCIA.
009561           READ PENDENCIA-FOLHA NEXT RECORD
009562               AT END
009563                   SET FIM-PENDENCIA TO TRUE
009564                   GO TO 1330-EXIT
009565           END-READ.
009566           IF PEND-COMPETENCIA NOT = CTRL-COMPETENCIA
009567               OR PEND-TIPO-PROC NOT = CTRL-TIPO-PROC
009568               OR PEND-NUM-EXECUCAO NOT = CTRL-NUM-EXECUCAO
009569               SET FIM-PENDENCIA TO TRUE
009570               GO TO 1330-EXIT
009571           END-IF.
009572           IF PEND-ABERTA
009573               ADD 1 TO QTD-PEND-ABERTA
009574           END-IF.
009575       1330-EXIT.
009576           EXIT.
009577*
009578*    --------------------------------------------------
009579*    1400-RECOMPOR-TOTAIS
009580*    NA RETOMADA DE UM LOTE ABORTADO, RECOMPOE OS
009581*    TOTALIZADORES DO LOTE A PARTIR DOS REGISTROS JA
009582*    GRAVADOS NO HISTORICO PARA ESTA COMPETENCIA E
009583*    EXECUCAO, PARA QUE O TOTAL GERAL E O TRAILER DA
009584*    REMESSA FECHEM O LOTE INTEIRO. GUARDA TAMBEM A
009585*    MAIOR MATRICULA JA GRAVADA, PARA O RECOMECO NAO
009586*    CREDITAR DE NOVO QUEM JA ESTA NO HISTORICO. SE O
009590*    ARQUIVO AINDA NAO EXISTE, NAO HA O QUE RECOMPOR.
009600*    --------------------------------------------------
009610       1400-RECOMPOR-TOTAIS.
010130               ADD HIST-INSS-PATRONAL
010140                   TO TOTAL-INSS-PATRONAL
010150               ADD HIST-FGTS        TO TOTAL-FGTS
010151               ADD HIST-MULTA-FGTS  TO TOTAL-MULTA-FGTS
010160               IF HIST-MATRICULA > MAIOR-MATRICULA-HIST
010170                   MOVE HIST-MATRICULA
010180                       TO MAIOR-MATRICULA-HIST
010530           WRITE LINHA-VARIACAO-REL FROM VAR-LINHA-BRANCO.
010540
010550           PERFORM 1700-CARREGAR-LIQ-ANTERIOR THRU 1700-EXIT.
010551
010552           IF TIPO-RESCISAO
010553               PERFORM 1800-ABRIR-HIST-CONSULTA THRU 1800-EXIT
010554           END-IF.
010560       1600-EXIT.
010570           EXIT.
010580*
011370       1710-EXIT.
011380           EXIT.
011390*
011391*    --------------------------------------------------
011392*    1800-ABRIR-HIST-CONSULTA
011393*    NA PREVIA DA RESCISAO, ABRE O HISTORICO SO PARA
011394*    CONSULTA DO FGTS DEPOSITADO E DO 13 E DAS FERIAS JA
011395*    PAGOS NO CONTRATO. SE O HISTORICO AINDA NAO EXISTE,
011396*    NADA FOI PAGO E A RESCISAO E APURADA SEM ELE.
011397*    --------------------------------------------------
011398       1800-ABRIR-HIST-CONSULTA.
011399           OPEN INPUT HIST-FOLHA.
011400           IF FS-HIST-FOLHA = "35"
011401               SET SEM-ARQ-HISTORICO TO TRUE
011402               GO TO 1800-EXIT
011403           END-IF.
011404           IF FS-HIST-FOLHA NOT = "00"
011405               DISPLAY "ERRO AO ABRIR O HISTORICO HIST-FOLHA - "
011406                   "FILE STATUS " FS-HIST-FOLHA
011407               STOP RUN
011408           END-IF.
011409       1800-EXIT.
011410           EXIT.
011411*
011412*    ==================================================
011413*    2000-PROCESSAR-FUNCIONARIO
011420*    CALCULA E EMITE A FOLHA DE UM FUNCIONARIO, E LE O
011430*    PROXIMO REGISTRO PARA A PROXIMA ITERACAO.
011440*    ==================================================
011450       2000-PROCESSAR-FUNCIONARIO.
011451           PERFORM 2100-CONFERIR-VINCULO THRU 2100-EXIT.
011452           IF FUNCIONARIO-FORA-LOTE
011453               PERFORM 1200-LER-FUNCIONARIO THRU 1200-EXIT
011454               GO TO 2000-EXIT
011455           END-IF.
011456
011460           PERFORM 3000-CONSISTIR-FUNCIONARIO THRU 3000-EXIT.
011470
011480           IF FUNCIONARIO-VALIDO
011550                   PERFORM 5200-GRAVAR-CONTRACHEQUE
011560                       THRU 5200-EXIT
011570                   PERFORM 5300-GRAVAR-REMESSA THRU 5300-EXIT
011571                   IF TIPO-RESCISAO
011572                       PERFORM 5400-GRAVAR-TRCT THRU 5400-EXIT
011573                   END-IF
011574                   IF COM-ARQ-FERIAS
011575                       PERFORM 5500-BAIXAR-FERIAS THRU 5500-EXIT
011576                   END-IF
011580               END-IF
011590
011600               ADD 1 TO TOTAL-FUNC-PROCESSADO
011640               ADD SAL_LIQUIDO TO TOTAL-SAL-LIQUIDO
011650               ADD INSS-PATRONAL TO TOTAL-INSS-PATRONAL
011660               ADD FGTS-DEPOSITO TO TOTAL-FGTS
011661               ADD MULTA-FGTS    TO TOTAL-MULTA-FGTS
011670           ELSE
011680               PERFORM 3100-GRAVAR-EXCECAO THRU 3100-EXIT
011690               ADD 1 TO TOTAL-FUNC-REJEITADO
011790           EXIT.
011800*
011810*    --------------------------------------------------
011811*    2100-CONFERIR-VINCULO
011812*    CONFERE SE O FUNCIONARIO LIDO ENTRA NO LOTE PELA
011813*    SITUACAO DO VINCULO: A RESCISAO SO PAGA QUEM FOI
011814*    DESLIGADO NA COMPETENCIA E AINDA NAO TEM RESCISAO
011815*    PAGA NELA (SEM ESTORNO) POR UMA EXECUCAO ANTERIOR
011816*    (QUEM JA RECEBEU A FOLHA MENSAL DELA E REJEITADO NA
011817*    CONSISTENCIA);
011818*    OS DEMAIS TIPOS DEIXAM DE
011819*    FORA QUEM FOI DESLIGADO ATE A COMPETENCIA (O SALDO
011820*    DO MES E PAGO NA RESCISAO) OU ADMITIDO DEPOIS DELA.
011821*    A FOLHA DE DIFERENCAS DE DISSIDIO PAGA QUEM TEM
011822*    DIFERENCA APURADA PARA A COMPETENCIA, MESMO QUE JA
011823*    DESLIGADO. A FOLHA DE FERIAS SO PAGA QUEM TEM FERIAS
011824*    PROGRAMADAS PARA COMECAR NA COMPETENCIA. O FUNCIONARIO
011825*    FORA DO LOTE NAO E EXCECAO DA FOLHA.
011826*    --------------------------------------------------
011827       2100-CONFERIR-VINCULO.
011828           SET FUNCIONARIO-NO-LOTE TO TRUE.
011829           IF TIPO-DISSIDIO
011830               PERFORM 2120-CARREGAR-DIFERENCAS THRU 2120-EXIT
011831               IF QTD-DIF-DISSIDIO = ZEROS
011832                   SET FUNCIONARIO-FORA-LOTE TO TRUE
011833               END-IF
011834               GO TO 2100-EXIT
011835           END-IF.
011836           IF TIPO-RESCISAO
011837               IF NOT FUNC-DESLIGADO
011838                   OR FUNC-DESLIG-COMPET NOT = COMPETENCIA-FOLHA
011839                   SET FUNCIONARIO-FORA-LOTE TO TRUE
011840                   GO TO 2100-EXIT
011841               END-IF
011842               PERFORM 2140-CONFERIR-RESCISAO-PAGA THRU 2140-EXIT
011843               IF QTD-RESCISAO-PAGA > ZEROS
011844                   SET FUNCIONARIO-FORA-LOTE TO TRUE
011845               END-IF
011846               GO TO 2100-EXIT
011847           END-IF.
011848
011849           IF FUNC-DESLIGADO
011850               AND FUNC-DESLIG-COMPET NOT > COMPETENCIA-FOLHA
011851               SET FUNCIONARIO-FORA-LOTE TO TRUE
011852               IF MODO-PREVIA
011853                   PERFORM 2110-MARCAR-DESLIGADO THRU 2110-EXIT
011854               END-IF
011855               GO TO 2100-EXIT
011856           END-IF.
011857
011858           IF FUNC-DATA-ADMISSAO NUMERIC
011859               AND FUNC-ADMIS-COMPET > COMPETENCIA-FOLHA
011860               SET FUNCIONARIO-FORA-LOTE TO TRUE
011861               GO TO 2100-EXIT
011862           END-IF.
011863
011864           IF TIPO-FERIAS
011865               PERFORM 2130-LOCALIZAR-PROGRAMACAO THRU 2130-EXIT
011866               IF SEM-PROGRAMACAO
011867                   SET FUNCIONARIO-FORA-LOTE TO TRUE
011868               END-IF
011869           END-IF.
011870       2100-EXIT.
011871           EXIT.
011872*
011873*    --------------------------------------------------
011874*    2110-MARCAR-DESLIGADO
011875*    NA PREVIA, MARCA NA TABELA DA COMPETENCIA ANTERIOR O
011876*    FUNCIONARIO DESLIGADO QUE FICOU FORA DO LOTE E O
011877*    APONTA NO RELATORIO DE VARIACAO COMO DESLIGADO, PARA
011878*    QUE NAO SEJA LISTADO ENTRE AS MATRICULAS AUSENTES.
011879*    --------------------------------------------------
011880       2110-MARCAR-DESLIGADO.
011881           MOVE FUNC-MATRICULA TO MATRICULA-PROCURADA.
011882           PERFORM 7000-PROCURAR-LIQ-ANTERIOR THRU 7000-EXIT.
011883           IF NAO-ACHOU
011884               GO TO 2110-EXIT
011885           END-IF.
011886
011887           MOVE "D" TO TLA-VISTO (IDX-TLA).
011888           MOVE FUNC-MATRICULA        TO VD-MATRICULA.
011889           MOVE TLA-LIQUIDO (IDX-TLA) TO VD-ANTERIOR.
011890           MOVE ZEROS TO VD-ATUAL.
011891           MOVE ZEROS TO VD-PERCENTUAL.
011892           MOVE "DESLIGADO - VER RESCISAO" TO VD-MOTIVO.
011893           WRITE LINHA-VARIACAO-REL FROM VAR-LINHA-DETALHE.
011894           ADD 1 TO QTD-VAR-DESLIGADOS.
011895       2110-EXIT.
011896           EXIT.
011897*
011898*    --------------------------------------------------
011899*    2120-CARREGAR-DIFERENCAS
011900*    POSICIONA O ARQUIVO DISSDIF NA COMPETENCIA E NA
011901*    MATRICULA DO FUNCIONARIO E SOMA AS DIFERENCAS DE
011902*    TODAS AS FOLHAS DE REFERENCIA DELE.
011903*    --------------------------------------------------
011904       2120-CARREGAR-DIFERENCAS.
011905           MOVE ZEROS TO QTD-DIF-DISSIDIO, DISS-HORA-NORMAL,
011906               DISS-HORA-EXTRA, DISS-HORA-EXTRA-DOM,
011907               DISS-DECIMO-ADTO, DISS-DECIMO-TERC, DISS-FERIAS,
011908               DISS-TERCO-FERIAS, DISS-INSS-MENSAL, DISS-INSS-13,
011909               DISS-AVISO, DISS-FERIAS-INDENIZ.
011910           MOVE "N" TO IND-FIM-DIFERENCA.
011911           MOVE COMPETENCIA-FOLHA TO DIF-COMPET-PAGTO.
011912           MOVE FUNC-MATRICULA    TO DIF-MATRICULA.
011913           MOVE ZEROS TO DIF-COMPET-REF, DIF-TIPO-REF.
011914           START DIFERENCA-DISSIDIO KEY IS NOT LESS THAN DIF-CHAVE
011915               INVALID KEY
011916                   SET FIM-DIFERENCA TO TRUE
011917           END-START.
011918
011919           PERFORM 2121-LER-UMA-DIFERENCA THRU 2121-EXIT
011920               UNTIL FIM-DIFERENCA.
011921       2120-EXIT.
011922           EXIT.
011923*
011924*    --------------------------------------------------
011925*    2130-LOCALIZAR-PROGRAMACAO
011926*    POSICIONA O ARQUIVO FERIASPA NO PRIMEIRO PERIODO
011927*    AQUISITIVO DO FUNCIONARIO E PROCURA O PERIODO EM ABERTO
011928*    COM FERIAS PROGRAMADAS PARA COMECAR NA COMPETENCIA, QUE
011929*    FICA NA AREA DO ARQUIVO PARA O CALCULO E A BAIXA.
011930*    --------------------------------------------------
011931       2130-LOCALIZAR-PROGRAMACAO.
011932           SET SEM-PROGRAMACAO TO TRUE.
011933           MOVE "N" TO IND-FIM-PERIODO.
011934           MOVE FUNC-MATRICULA TO PER-MATRICULA.
011935           MOVE ZEROS          TO PER-INICIO-AQUIS.
011936           START PERIODO-FERIAS KEY IS NOT LESS THAN PER-CHAVE
011937               INVALID KEY
011938                   SET FIM-PERIODO TO TRUE
011939           END-START.
011940
011941           PERFORM 2131-TESTAR-PROGRAMACAO THRU 2131-EXIT
011942               UNTIL FIM-PERIODO OR COM-PROGRAMACAO.
011943       2130-EXIT.
011944           EXIT.
011945*
011946*    --------------------------------------------------
011947*    2131-TESTAR-PROGRAMACAO
011948*    LE UM PERIODO DO FUNCIONARIO E CONFERE A PROGRAMACAO.
011949*    --------------------------------------------------
011950       2131-TESTAR-PROGRAMACAO.
011951           READ PERIODO-FERIAS NEXT RECORD
011952               AT END
011953                   SET FIM-PERIODO TO TRUE
011954                   GO TO 2131-EXIT
011955           END-READ.
011956           IF PER-MATRICULA NOT = FUNC-MATRICULA
011957               SET FIM-PERIODO TO TRUE
011958               GO TO 2131-EXIT
011959           END-IF.
011960
011961           IF PER-ABERTO
011962               AND PER-PROG-INICIO NOT = ZEROS
011963               AND PER-PROG-COMPET = COMPETENCIA-FOLHA
011964               SET COM-PROGRAMACAO TO TRUE
011965           END-IF.
011966       2131-EXIT.
011967           EXIT.
011968*
011969*    --------------------------------------------------
011970*    2121-LER-UMA-DIFERENCA
011971*    LE UMA DIFERENCA DO FUNCIONARIO E SOMA AS VERBAS. O
011972*    INSS DE CADA FOLHA DE REFERENCIA (MENOS A PRIMEIRA
011973*    PARCELA DO 13) E RECALCULADO SOBRE O BRUTO DEVIDO; O
011974*    QUE PASSAR DO INSS JA RETIDO NELA E DESCONTADO AGORA,
011975*    SEPARADO EM INSS DO 13 E INSS DAS DEMAIS FOLHAS. A
011976*    RESCISAO TEM TRATAMENTO PROPRIO (2122).
011977*    --------------------------------------------------
011978       2121-LER-UMA-DIFERENCA.
011979           READ DIFERENCA-DISSIDIO NEXT RECORD
011980               AT END
011981                   SET FIM-DIFERENCA TO TRUE
011982                   GO TO 2121-EXIT
011983           END-READ.
011984           IF DIF-COMPET-PAGTO NOT = COMPETENCIA-FOLHA
011985               OR DIF-MATRICULA NOT = FUNC-MATRICULA
011986               SET FIM-DIFERENCA TO TRUE
011987               GO TO 2121-EXIT
011988           END-IF.
011989
011990           ADD 1 TO QTD-DIF-DISSIDIO.
011991           IF DIF-TIPO-REF = 5
011992               PERFORM 2122-SOMAR-DIF-RESCISAO THRU 2122-EXIT
011993               GO TO 2121-EXIT
011994           END-IF.
011995           ADD DIF-HORA-NORMAL    TO DISS-HORA-NORMAL.
011996           ADD DIF-HORA-EXTRA     TO DISS-HORA-EXTRA.
011997           ADD DIF-HORA-EXTRA-DOM TO DISS-HORA-EXTRA-DOM.
011998           ADD DIF-FERIAS         TO DISS-FERIAS.
011999           ADD DIF-TERCO-FERIAS   TO DISS-TERCO-FERIAS.
012000           IF DIF-TIPO-REF = 2
012001               ADD DIF-DECIMO-TERC TO DISS-DECIMO-ADTO
012002               GO TO 2121-EXIT
012003           END-IF.
012004           ADD DIF-DECIMO-TERC TO DISS-DECIMO-TERC.
012005
012006           MOVE DIF-BRUTO-DEVIDO TO SAL_BRUTO.
012007           PERFORM 4100-CALCULAR-INSS THRU 4100-EXIT.
012008           IF INSS > DIF-INSS-PAGO
012009               IF DIF-TIPO-REF = 3
012010                   COMPUTE DISS-INSS-13 =
012011                       DISS-INSS-13 + INSS - DIF-INSS-PAGO
012012               ELSE
012013                   COMPUTE DISS-INSS-MENSAL =
012014                       DISS-INSS-MENSAL + INSS - DIF-INSS-PAGO
012015               END-IF
012016           END-IF.
012017       2121-EXIT.
012018           EXIT.
012019*
012020*    --------------------------------------------------
012021*    2122-SOMAR-DIF-RESCISAO
012022*    SOMA AS DIFERENCAS DE UMA RESCISAO. O SALDO E AS HORAS
012023*    EXTRAS SAO SALARIO DO MES E O 13 PROPORCIONAL E 13; O
012024*    AVISO E AS FERIAS INDENIZADAS COM O TERCO FICAM A
012025*    PARTE, ISENTOS. COMO O INSS DA RESCISAO NO HISTORICO E
012026*    O DO MES MAIS O DO 13, O COMPLEMENTO DE CADA UM E A
012027*    DIFERENCA ENTRE O INSS SOBRE O DEVIDO E SOBRE O PAGO.
012028*    --------------------------------------------------
012029       2122-SOMAR-DIF-RESCISAO.
012030           ADD DIF-HORA-NORMAL      TO DISS-HORA-NORMAL.
012031           ADD DIF-HORA-EXTRA       TO DISS-HORA-EXTRA.
012032           ADD DIF-HORA-EXTRA-DOM   TO DISS-HORA-EXTRA-DOM.
012033           ADD DIF-DECIMO-TERC      TO DISS-DECIMO-TERC.
012034           ADD DIF-AVISO-INDENIZADO TO DISS-AVISO.
012035           ADD DIF-FERIAS DIF-TERCO-FERIAS TO DISS-FERIAS-INDENIZ.
012036
012037           MOVE DIF-BRUTO-PAGO TO SAL_BRUTO.
012038           PERFORM 4100-CALCULAR-INSS THRU 4100-EXIT.
012039           MOVE INSS TO INSS-REF-PAGO.
012040           MOVE DIF-BRUTO-DEVIDO TO SAL_BRUTO.
012041           PERFORM 4100-CALCULAR-INSS THRU 4100-EXIT.
012042           IF INSS > INSS-REF-PAGO
012043               COMPUTE DISS-INSS-MENSAL =
012044                   DISS-INSS-MENSAL + INSS - INSS-REF-PAGO
012045           END-IF.
012046
012047           IF DIF-DECIMO-DEVIDO NOT > DIF-DECIMO-PAGO
012048               GO TO 2122-EXIT
012049           END-IF.
012050           MOVE DIF-DECIMO-PAGO TO SAL_BRUTO.
012051           PERFORM 4100-CALCULAR-INSS THRU 4100-EXIT.
012052           MOVE INSS TO INSS-REF-PAGO.
012053           MOVE DIF-DECIMO-DEVIDO TO SAL_BRUTO.
012054           PERFORM 4100-CALCULAR-INSS THRU 4100-EXIT.
012055           IF INSS > INSS-REF-PAGO
012056               COMPUTE DISS-INSS-13 =
012057                   DISS-INSS-13 + INSS - INSS-REF-PAGO
012058           END-IF.
012059       2122-EXIT.
012060           EXIT.
012061*
012062*    --------------------------------------------------
012063*    2140-CONFERIR-RESCISAO-PAGA
012064*    CONTA AS RESCISOES E AS FOLHAS MENSAIS DO
012065*    FUNCIONARIO JA GRAVADAS NO HISTORICO PARA A
012066*    COMPETENCIA, DESCONTANDO AS ESTORNADAS. SEM O
012067*    HISTORICO NADA FOI PAGO.
012068*    --------------------------------------------------
012069       2140-CONFERIR-RESCISAO-PAGA.
012070           MOVE ZEROS TO QTD-RESCISAO-PAGA, QTD-MENSAL-PAGA.
012071           IF SEM-ARQ-HISTORICO
012072               GO TO 2140-EXIT
012073           END-IF.
012074           MOVE COMPETENCIA-FOLHA TO COMPETENCIA-LEITURA.
012075           MOVE 5 TO TIPO-LEITURA.
012076           PERFORM 4572-SOMAR-UM-TIPO THRU 4572-EXIT.
012077           MOVE 1 TO TIPO-LEITURA.
012078           PERFORM 4572-SOMAR-UM-TIPO THRU 4572-EXIT.
012079       2140-EXIT.
012080           EXIT.
012081*
012082*    --------------------------------------------------
012083*    3000-CONSISTIR-FUNCIONARIO
012084*    CONFERE SE O VALOR-HORA DO REGISTRO LIDO E AS
012085*    QUANTIDADES DE HORAS DO MES (LANCAMENTOS VARIAVEIS,
012086*    NA FOLHA MENSAL E NA RESCISAO) OU A JORNADA DO
012087*    CADASTRO (FORA DA FOLHA MENSAL) ESTAO DENTRO DE UMA
012088*    FAIXA MENSAL POSSIVEL, ANTES DE CALCULAR A FOLHA. NA
012089*    RESCISAO OS DESCONTOS EVENTUAIS NAO PODEM PASSAR DO
012090*    SALARIO DO MES, E QUEM JA RECEBEU A FOLHA MENSAL DA
012091*    COMPETENCIA NAO TEM RESCISAO (ESTORNE E REPROCESSE A
012092*    FOLHA MENSAL, QUE O DEIXA DE FORA, E PAGUE A RESCISAO
012093*    NUMA NOVA EXECUCAO). REGISTROS FORA DA FAIXA SAO
012094*    DESVIADOS PARA A SECAO DE EXCECOES EM VEZ DE GERAR
012095*    UM LIQUIDO INCORRETO.
012096*    --------------------------------------------------
012097       3000-CONSISTIR-FUNCIONARIO.
012098           SET FUNCIONARIO-VALIDO TO TRUE.
012099           MOVE SPACES TO MOTIVO-REJEICAO.
012100
012101           IF FUNC-VAL-HORA NOT NUMERIC
012102               OR FUNC-VAL-HORA = ZEROS
012103               SET FUNCIONARIO-INVALIDO TO TRUE
012104               MOVE "VALOR-HORA ZERADO OU EM BRANCO"
012105                   TO MOTIVO-REJEICAO
012106           END-IF.
012107
012108           IF FUNCIONARIO-VALIDO
012109               AND TIPO-RESCISAO
012110               AND QTD-MENSAL-PAGA > ZEROS
012111               SET FUNCIONARIO-INVALIDO TO TRUE
012112               MOVE "FOLHA MENSAL DA COMPETENCIA JA PAGA"
012113                   TO MOTIVO-REJEICAO
012114           END-IF.
012115
012116           IF FUNCIONARIO-VALIDO
012117               AND NOT TIPO-MENSAL
012118               AND NOT TIPO-DISSIDIO
012119               IF FUNC-QTD-HORA NOT NUMERIC
012120                   OR FUNC-QTD-HORA = ZEROS
012121                   OR FUNC-QTD-HORA > QTD-HORA-MES-MAXIMA
012122                   SET FUNCIONARIO-INVALIDO TO TRUE
012123                   MOVE "JORNADA MENSAL FORA DA FAIXA VALIDA"
012124                       TO MOTIVO-REJEICAO
012125               END-IF
012126           END-IF.
012127
012128           IF FUNCIONARIO-VALIDO
012129               AND TIPO-RESCISAO
012130               IF FUNC-DATA-ADMISSAO NOT NUMERIC
012131                   OR FUNC-DATA-ADMISSAO = ZEROS
012132                   OR FUNC-DATA-ADMISSAO > FUNC-DATA-DESLIGAMENTO
012133                   OR NOT FUNC-MOTIVO-VALIDO
012134                   SET FUNCIONARIO-INVALIDO TO TRUE
012135                   MOVE "DADOS DO DESLIGAMENTO INCONSISTENTES"
012136                       TO MOTIVO-REJEICAO
012137               END-IF
012138           END-IF.
012139
012140           IF FUNCIONARIO-VALIDO
012141               AND (TIPO-MENSAL OR TIPO-RESCISAO)
012142               PERFORM 3200-CARREGAR-LANCAMENTOS THRU 3200-EXIT
012143               IF TIPO-MENSAL
012144                   AND QTD-HORA-NORMAL-MES = ZEROS
012145                   SET FUNCIONARIO-INVALIDO TO TRUE
012146                   MOVE "SEM LANCAMENTO DE HORAS NA COMPETENCIA"
012147                       TO MOTIVO-REJEICAO
012148               END-IF
012149           END-IF.
012150
012151           IF FUNCIONARIO-VALIDO
012152               AND (TIPO-MENSAL OR TIPO-RESCISAO)
012153               COMPUTE QTD-HORA-TOTAL =
012154                   QTD-HORA-NORMAL-MES + QTD-HORA-EXTRA-MES
012155                   + QTD-HORA-EXTRA-DOM-MES
012156               IF QTD-HORA-TOTAL > QTD-HORA-MES-MAXIMA
012160                   SET FUNCIONARIO-INVALIDO TO TRUE
012170                   MOVE "QTD-HORA FORA DA FAIXA MENSAL VALIDA"
012171                       TO MOTIVO-REJEICAO
012172               END-IF
012173           END-IF.
012174
012175*
012176*    O DESCONTO EVENTUAL E ABATIDO DO BRUTO, ENTAO NAO PODE
012177*    PASSAR DO QUE O FUNCIONARIO TEM A RECEBER NO MES (NA
012178*    RESCISAO, DO SALARIO DO MES DO DESLIGAMENTO).
012179*
012180           IF FUNCIONARIO-VALIDO
012181               AND TIPO-MENSAL
012182               AND TOTAL-DESCONTO-VAR > ZEROS
012183               PERFORM 4210-CALCULAR-VERBAS-HORAS THRU 4210-EXIT
012184               IF TOTAL-DESCONTO-VAR >
012185                   SAL-HORA-NORMAL + SAL-HORA-EXTRA
012186                   + SAL-HORA-EXTRA-DOM + TOTAL-PROVENTO-VAR
012187                   SET FUNCIONARIO-INVALIDO TO TRUE
012188                   MOVE "DESCONTOS EVENTUAIS ACIMA DOS PROVENTOS"
012189                       TO MOTIVO-REJEICAO
012190               END-IF
012191           END-IF.
012192
012193           IF FUNCIONARIO-VALIDO
012194               AND TIPO-RESCISAO
012195               AND TOTAL-DESCONTO-VAR > ZEROS
012196               PERFORM 4555-APURAR-SALARIO-MES THRU 4555-EXIT
012197               IF TOTAL-DESCONTO-VAR >
012198                   SALDO-SALARIO + SAL-HORA-EXTRA
012199                   + SAL-HORA-EXTRA-DOM + TOTAL-PROVENTO-VAR
012200                   SET FUNCIONARIO-INVALIDO TO TRUE
012201                   MOVE "DESCONTOS EVENTUAIS ACIMA DOS PROVENTOS"
012202                       TO MOTIVO-REJEICAO
012203               END-IF
012204           END-IF.
012210
012220           IF FUNCIONARIO-VALIDO
012230               IF FUNC-CPF NOT NUMERIC
012510           EXIT.
012520*
012530*    --------------------------------------------------
012531*    3200-CARREGAR-LANCAMENTOS
012532*    POSICIONA OS LANCAMENTOS VARIAVEIS NA COMPETENCIA E
012533*    NA MATRICULA DO FUNCIONARIO CORRENTE E CARREGA AS
012534*    HORAS DO MES E OS PROVENTOS E DESCONTOS EVENTUAIS.
012535*    SEM O ARQUIVO (SO NA RESCISAO) NADA E CARREGADO.
012536*    --------------------------------------------------
012537       3200-CARREGAR-LANCAMENTOS.
012538           MOVE ZEROS TO QTD-HORA-NORMAL-MES, QTD-HORA-EXTRA-MES,
012539               QTD-HORA-EXTRA-DOM-MES, TOTAL-PROVENTO-VAR,
012540               TOTAL-DESCONTO-VAR, QTD-LANC-EVENTUAIS.
012541
012542           IF NOT COM-ARQ-LANCAMENTO
012543               GO TO 3200-EXIT
012544           END-IF.
012545           MOVE "N" TO IND-FIM-LANCAMENTO.
012546           MOVE COMPETENCIA-FOLHA TO LANC-COMPETENCIA.
012547           MOVE FUNC-MATRICULA    TO LANC-MATRICULA.
012548           MOVE LOW-VALUES        TO LANC-VERBA.
012549           START LANCAMENTO-VAR KEY IS NOT LESS THAN LANC-CHAVE
012550               INVALID KEY
012551                   SET FIM-LANCAMENTO TO TRUE
012552           END-START.
012553
012554           PERFORM 3210-LER-UM-LANCAMENTO THRU 3210-EXIT
012555               UNTIL FIM-LANCAMENTO.
012556       3200-EXIT.
012557           EXIT.
012558*
012559*    --------------------------------------------------
012560*    3210-LER-UM-LANCAMENTO
012561*    LE UM LANCAMENTO E, SE PERTENCE A COMPETENCIA E AO
012562*    FUNCIONARIO CORRENTE, LEVA A QUANTIDADE DE HORAS
012563*    PARA A VERBA CORRESPONDENTE OU ANOTA O PROVENTO OU
012564*    DESCONTO EVENTUAL PARA O CONTRACHEQUE.
012565*    --------------------------------------------------
012566       3210-LER-UM-LANCAMENTO.
012567           READ LANCAMENTO-VAR NEXT RECORD
012568               AT END
012569                   SET FIM-LANCAMENTO TO TRUE
012570                   GO TO 3210-EXIT
012571           END-READ.
012572           IF LANC-COMPETENCIA NOT = COMPETENCIA-FOLHA
012573               OR LANC-MATRICULA NOT = FUNC-MATRICULA
012574               SET FIM-LANCAMENTO TO TRUE
012575               GO TO 3210-EXIT
012576           END-IF.
012577
012578           EVALUATE TRUE
012579               WHEN LANC-VERBA = "HN"
012580                   MOVE LANC-QUANTIDADE TO QTD-HORA-NORMAL-MES
012581               WHEN LANC-VERBA = "HE"
012582                   MOVE LANC-QUANTIDADE TO QTD-HORA-EXTRA-MES
012583               WHEN LANC-VERBA = "HD"
012584                   MOVE LANC-QUANTIDADE TO QTD-HORA-EXTRA-DOM-MES
012585               WHEN LANC-VERBA-PROVENTO
012586                   ADD LANC-VALOR TO TOTAL-PROVENTO-VAR
012587               WHEN LANC-VERBA-DESCONTO
012588                   ADD LANC-VALOR TO TOTAL-DESCONTO-VAR
012589           END-EVALUATE.
012590
012591           IF LANC-VERBA-PROVENTO OR LANC-VERBA-DESCONTO
012592               IF QTD-LANC-EVENTUAIS = LIMITE-LANC-EVENTUAIS
012593                   DISPLAY "ERRO - MAIS DE 18 LANCAMENTOS "
012594                       "EVENTUAIS "
012595                       "PARA A MATRICULA " FUNC-MATRICULA "."
012596                   STOP RUN
012597               END-IF
012598               ADD 1 TO QTD-LANC-EVENTUAIS
012599               SET IDX-TLE TO QTD-LANC-EVENTUAIS
012600               MOVE LANC-GRUPO-VERBA TO TLE-GRUPO (IDX-TLE)
012601               MOVE LANC-DESCRICAO   TO TLE-DESCRICAO (IDX-TLE)
012602               MOVE LANC-VALOR       TO TLE-VALOR (IDX-TLE)
012603           END-IF.
012604       3210-EXIT.
012605           EXIT.
012606*
012607*    --------------------------------------------------
012608*    4000-CALCULAR-FOLHA
012609*    APURA A FOLHA DO FUNCIONARIO CORRENTE CONFORME O
012610*    TIPO DE PROCESSAMENTO DO LOTE (FOLHA MENSAL,
012611*    PARCELAS DO 13 SALARIO OU FERIAS).
012612*    --------------------------------------------------
012613       4000-CALCULAR-FOLHA.
012614           MOVE ZEROS TO DESCONTO-ADIANTAMENTO.
012615           MOVE ZEROS TO SALDO-SALARIO, REMUNERACAO-MES,
012616               DECIMO-TERC-PROPORC,
012617               FERIAS-VENCIDAS, FERIAS-PROPORC, AVISO-INDENIZADO,
012618               MULTA-FGTS.
012619           MOVE ZEROS TO DIAS-GOZO-FERIAS, DIAS-ABONO-FERIAS,
012620               ABONO-PECUNIARIO, TERCO-ABONO.
012621           EVALUATE TRUE
012622               WHEN TIPO-MENSAL
012630                   PERFORM 4200-CALCULAR-MENSAL THRU 4200-EXIT
012640               WHEN TIPO-13-PRIMEIRA
012650                   PERFORM 4300-CALCULAR-13-PRIMEIRA
012680                   PERFORM 4400-CALCULAR-13-SEGUNDA THRU 4400-EXIT
012690               WHEN TIPO-FERIAS
012700                   PERFORM 4500-CALCULAR-FERIAS THRU 4500-EXIT
012701               WHEN TIPO-RESCISAO
012702                   PERFORM 4550-CALCULAR-RESCISAO THRU 4550-EXIT
012703               WHEN TIPO-DISSIDIO
012704                   PERFORM 4580-CALCULAR-DISSIDIO THRU 4580-EXIT
012710           END-EVALUATE.
012720
012730           PERFORM 4800-CALCULAR-ENCARGOS THRU 4800-EXIT.
013090*    --------------------------------------------------
013100*    4200-CALCULAR-MENSAL
013110*    FOLHA MENSAL - APURA AS VERBAS DE HORAS NORMAIS E
013111*    EXTRAS DOS LANCAMENTOS DA COMPETENCIA, SOMA OS
013112*    PROVENTOS E ABATE OS DESCONTOS EVENTUAIS, E APURA O
013113*    INSS, O IRRF E O LIQUIDO SOBRE ESSE BRUTO.
013140*    --------------------------------------------------
013150       4200-CALCULAR-MENSAL.
013151           PERFORM 4210-CALCULAR-VERBAS-HORAS THRU 4210-EXIT.
013240           COMPUTE SAL_BRUTO =
013250               SAL-HORA-NORMAL + SAL-HORA-EXTRA
013251               + SAL-HORA-EXTRA-DOM + TOTAL-PROVENTO-VAR
013252               - TOTAL-DESCONTO-VAR.
013270
013280           PERFORM 4100-CALCULAR-INSS THRU 4100-EXIT.
013290           PERFORM 4700-CALCULAR-IRRF THRU 4700-EXIT.
013300
013310           COMPUTE SAL_LIQUIDO = SAL_BRUTO - INSS - IRRF.
013320       4200-EXIT.
013321           EXIT.
013322*
013323*    --------------------------------------------------
013324*    4210-CALCULAR-VERBAS-HORAS
013325*    APURA O VALOR DAS TRES VERBAS DE HORAS DO MES (HORAS
013326*    NORMAIS, EXTRAS A 50% E EXTRAS DOM/FER A 100%) COM AS
013327*    QUANTIDADES LIDAS DOS LANCAMENTOS VARIAVEIS.
013328*    --------------------------------------------------
013329       4210-CALCULAR-VERBAS-HORAS.
013330           COMPUTE SAL-HORA-NORMAL =
013331               QTD-HORA-NORMAL-MES * FUNC-VAL-HORA
013332               * FATOR-HORA-MENSAL.
013333           COMPUTE SAL-HORA-EXTRA =
013334               QTD-HORA-EXTRA-MES * FUNC-VAL-HORA
013335               * FATOR-HORA-MENSAL * TAXA-HORA-EXTRA.
013336           COMPUTE SAL-HORA-EXTRA-DOM =
013337               QTD-HORA-EXTRA-DOM-MES * FUNC-VAL-HORA
013338               * FATOR-HORA-MENSAL * TAXA-HORA-EXTRA-DOM.
013339       4210-EXIT.
013340           EXIT.
013341*
013350*    --------------------------------------------------
013360*    4300-CALCULAR-13-PRIMEIRA
013370*    13 SALARIO, PRIMEIRA PARCELA - METADE DO SALARIO
013670*
013680*    --------------------------------------------------
013690*    4500-CALCULAR-FERIAS
013691*    FERIAS - PAGA OS DIAS DE GOZO PROGRAMADOS NO PERIODO
013692*    AQUISITIVO (UM TRINTA AVOS DO SALARIO BASE MENSAL POR
013693*    DIA) COM O TERCO CONSTITUCIONAL, EM DOBRO QUANDO O GOZO
013694*    COMECA DEPOIS DO LIMITE DO PERIODO CONCESSIVO, E O
013695*    ABONO PECUNIARIO DOS DIAS VENDIDOS COM O SEU TERCO. O
013696*    INSS E O IRRF INCIDEM SO SOBRE AS FERIAS GOZADAS E O
013697*    TERCO; O ABONO E ISENTO. O SALARIO BASE PASSA A SER O
013698*    VALOR DOS DIAS DE GOZO.
013720*    --------------------------------------------------
013730       4500-CALCULAR-FERIAS.
013740           PERFORM 4600-CALCULAR-SALARIO-BASE THRU 4600-EXIT.
013741           MOVE SALARIO-BASE       TO BASE-MENSAL-FERIAS.
013742           COMPUTE VALOR-DIA-FERIAS ROUNDED =
013743               BASE-MENSAL-FERIAS / 30.
013744           MOVE PER-PROG-DIAS-GOZO  TO DIAS-GOZO-FERIAS.
013745           MOVE PER-PROG-DIAS-ABONO TO DIAS-ABONO-FERIAS.
013746           IF PER-PROG-INICIO > PER-LIMITE-CONCESSAO
013747               SET FERIAS-EM-DOBRO TO TRUE
013748           ELSE
013749               SET FERIAS-SIMPLES TO TRUE
013750           END-IF.
013751
013752           COMPUTE SALARIO-BASE ROUNDED =
013753               BASE-MENSAL-FERIAS * DIAS-GOZO-FERIAS / 30.
013754           IF FERIAS-EM-DOBRO
013755               COMPUTE SALARIO-BASE = SALARIO-BASE * 2
013756           END-IF.
013757           COMPUTE TERCO-FERIAS ROUNDED = SALARIO-BASE / 3.
013758           COMPUTE ABONO-PECUNIARIO ROUNDED =
013759               BASE-MENSAL-FERIAS * DIAS-ABONO-FERIAS / 30.
013760           COMPUTE TERCO-ABONO ROUNDED = ABONO-PECUNIARIO / 3.
013761
013762           COMPUTE SAL_BRUTO = SALARIO-BASE + TERCO-FERIAS.
013770           PERFORM 4100-CALCULAR-INSS THRU 4100-EXIT.
013780           PERFORM 4700-CALCULAR-IRRF THRU 4700-EXIT.
013781           COMPUTE SAL_BRUTO =
013782               SAL_BRUTO + ABONO-PECUNIARIO + TERCO-ABONO.
013790           COMPUTE SAL_LIQUIDO = SAL_BRUTO - INSS - IRRF.
013800       4500-EXIT.
013810           EXIT.
013820*
013830*    --------------------------------------------------
013831*    4550-CALCULAR-RESCISAO
013832*    RESCISAO - APURA AS VERBAS DEVIDAS AO FUNCIONARIO
013833*    DESLIGADO NA COMPETENCIA, CADA UMA COM O SEU
013834*    TRATAMENTO: O SALARIO DO MES (SALDO DE SALARIO COM
013835*    OS LANCAMENTOS VARIAVEIS DA COMPETENCIA) E O 13
013836*    PROPORCIONAL TEM INSS E IRRF CALCULADOS EM SEPARADO
013837*    (O 13 E TRIBUTADO A PARTE); AS FERIAS INDENIZADAS
013838*    COM O TERCO E O AVISO PREVIO INDENIZADO NAO TEM INSS
013839*    NEM IRRF. A PRIMEIRA PARCELA DO 13 JA PAGA NO ANO E
013840*    DESCONTADA COMO ADIANTAMENTO. NA JUSTA CAUSA SO SAO
013841*    DEVIDOS O SALARIO DO MES E AS FERIAS VENCIDAS; NO
013842*    PEDIDO DE DEMISSAO NAO HA AVISO INDENIZADO NEM MULTA
013843*    DO FGTS.
013844*    --------------------------------------------------
013845       4550-CALCULAR-RESCISAO.
013846           PERFORM 4555-APURAR-SALARIO-MES THRU 4555-EXIT.
013847           PERFORM 4570-SOMAR-HIST-VINCULO THRU 4570-EXIT.
013848
013849           COMPUTE AVISO-INDENIZADO ROUNDED =
013850               SALARIO-BASE * DIAS-AVISO / 30.
013851
013852           IF FUNC-DESLIG-JUSTA-CAUSA
013853               OR QTD-13-SEGUNDA-PAGA > ZEROS
013854               MOVE ZEROS TO AVOS-13
013855           END-IF.
013856           COMPUTE DECIMO-TERC-PROPORC ROUNDED =
013857               SALARIO-BASE * AVOS-13 / 12.
013858
013859           MOVE ZEROS TO QTD-PERIODOS-FUNC, DIAS-FERIAS-VENCIDAS.
013860           IF COM-ARQ-FERIAS
013861               PERFORM 4590-SOMAR-PERIODOS-FERIAS THRU 4590-EXIT
013862           END-IF.
013863           IF QTD-PERIODOS-FUNC > ZEROS
013864               COMPUTE FERIAS-VENCIDAS ROUNDED =
013865                   SALARIO-BASE * DIAS-FERIAS-VENCIDAS / 30
013866           ELSE
013867               IF QTD-FERIAS-PAGAS < PERIODOS-COMPLETOS
013868                   COMPUTE PERIODOS-VENCIDOS =
013869                       PERIODOS-COMPLETOS - QTD-FERIAS-PAGAS
013870               ELSE
013871                   MOVE ZEROS TO PERIODOS-VENCIDOS
013872               END-IF
013873               COMPUTE FERIAS-VENCIDAS =
013874                   SALARIO-BASE * PERIODOS-VENCIDOS
013875           END-IF.
013876           IF FUNC-DESLIG-JUSTA-CAUSA
013877               MOVE ZEROS TO AVOS-FERIAS
013878           END-IF.
013879           COMPUTE FERIAS-PROPORC ROUNDED =
013880               SALARIO-BASE * AVOS-FERIAS / 12.
013881           COMPUTE TERCO-FERIAS ROUNDED =
013882               (FERIAS-VENCIDAS + FERIAS-PROPORC) / 3.
013883
013884*
013885*    O 13 E APURADO ANTES DO SALARIO DO MES PARA QUE A BASE
013886*    E A FAIXA DO IRRF QUE FICAM NO HISTORICO SEJAM AS DO
013887*    SALARIO DO MES.
013888*
013889           MOVE DECIMO-TERC-PROPORC TO SAL_BRUTO.
013890           PERFORM 4100-CALCULAR-INSS THRU 4100-EXIT.
013891           PERFORM 4700-CALCULAR-IRRF THRU 4700-EXIT.
013892           MOVE INSS TO INSS-13-RESCISAO.
013893           MOVE IRRF TO IRRF-13-RESCISAO.
013894
013895           MOVE REMUNERACAO-MES TO SAL_BRUTO.
013896           PERFORM 4100-CALCULAR-INSS THRU 4100-EXIT.
013897           PERFORM 4700-CALCULAR-IRRF THRU 4700-EXIT.
013898           MOVE INSS TO INSS-SALDO.
013899           MOVE IRRF TO IRRF-SALDO.
013900
013901           COMPUTE SAL_BRUTO =
013902               REMUNERACAO-MES + AVISO-INDENIZADO
013903               + DECIMO-TERC-PROPORC
013904               + FERIAS-VENCIDAS + FERIAS-PROPORC + TERCO-FERIAS.
013905           COMPUTE INSS = INSS-SALDO + INSS-13-RESCISAO.
013906           COMPUTE IRRF = IRRF-SALDO + IRRF-13-RESCISAO.
013907           COMPUTE SAL_LIQUIDO = SAL_BRUTO - INSS - IRRF.
013908
013909           IF QTD-13-SEGUNDA-PAGA NOT > ZEROS
013910               AND ADTO-13-PAGO > ZEROS
013911               MOVE ADTO-13-PAGO TO DESCONTO-ADIANTAMENTO
013912               IF DESCONTO-ADIANTAMENTO > SAL_LIQUIDO
013913                   MOVE SAL_LIQUIDO TO DESCONTO-ADIANTAMENTO
013914               END-IF
013915               SUBTRACT DESCONTO-ADIANTAMENTO FROM SAL_LIQUIDO
013916           END-IF.
013917       4550-EXIT.
013918           EXIT.
013919*
013920*    --------------------------------------------------
013921*    4555-APURAR-SALARIO-MES
013922*    APURA O SALARIO DO MES DO DESLIGAMENTO. O SALDO DE
013923*    SALARIO SAI DAS HORAS NORMAIS LANCADAS NA COMPETENCIA,
013924*    COMO NA FOLHA MENSAL, OU, SEM ESSE LANCAMENTO, DOS
013925*    DIAS DO MES ATE O DESLIGAMENTO SOBRE O SALARIO BASE.
013926*    AS HORAS EXTRAS E OS PROVENTOS EVENTUAIS DO MES SAO
013927*    SOMADOS E OS DESCONTOS EVENTUAIS ABATIDOS, COMO NA
013928*    FOLHA MENSAL.
013929*    --------------------------------------------------
013930       4555-APURAR-SALARIO-MES.
013931           PERFORM 4600-CALCULAR-SALARIO-BASE THRU 4600-EXIT.
013932           PERFORM 4560-APURAR-TEMPO-SERVICO THRU 4560-EXIT.
013933           PERFORM 4210-CALCULAR-VERBAS-HORAS THRU 4210-EXIT.
013934
013935           IF QTD-HORA-NORMAL-MES > ZEROS
013936               MOVE SAL-HORA-NORMAL TO SALDO-SALARIO
013937           ELSE
013938               COMPUTE SALDO-SALARIO ROUNDED =
013939                   SALARIO-BASE * DIAS-SALDO / 30
013940           END-IF.
013941           COMPUTE REMUNERACAO-MES =
013942               SALDO-SALARIO + SAL-HORA-EXTRA
013943               + SAL-HORA-EXTRA-DOM + TOTAL-PROVENTO-VAR
013944               - TOTAL-DESCONTO-VAR.
013945       4555-EXIT.
013946           EXIT.
013947*
013948*    --------------------------------------------------
013949*    4560-APURAR-TEMPO-SERVICO
013950*    CONTA O TEMPO DO VINCULO EM MES COMERCIAL: OS DIAS
013951*    DE SALDO DO MES DO DESLIGAMENTO, OS DIAS DE AVISO
013952*    INDENIZADO (30 MAIS 3 POR ANO COMPLETO, ATE 90, SO NA
013953*    DISPENSA SEM JUSTA CAUSA), OS PERIODOS AQUISITIVOS
013954*    COMPLETOS, OS AVOS DAS FERIAS PROPORCIONAIS E OS
013955*    AVOS DO 13 NO ANO DO DESLIGAMENTO, ESTES DOIS ATE O
013956*    FIM PROJETADO PELO AVISO.
013957*    --------------------------------------------------
013958       4560-APURAR-TEMPO-SERVICO.
013959           MOVE FUNC-ADMIS-DIA TO DIA-CALCULO.
013960           IF DIA-CALCULO > 30
013961               MOVE 30 TO DIA-CALCULO
013962           END-IF.
013963           COMPUTE INDICE-MES-ADMISSAO =
013964               FUNC-ADMIS-ANO * 12 + FUNC-ADMIS-MES - 1.
013965           COMPUTE DIA-CORRIDO-ADMISSAO =
013966               INDICE-MES-ADMISSAO * 30 + DIA-CALCULO.
013967
013968           MOVE FUNC-DESLIG-DIA TO DIA-CALCULO.
013969           IF DIA-CALCULO > 30
013970               MOVE 30 TO DIA-CALCULO
013971           END-IF.
013972           MOVE DIA-CALCULO TO DIAS-SALDO.
013973           COMPUTE INDICE-MES-DESLIG =
013974               FUNC-DESLIG-ANO * 12 + FUNC-DESLIG-MES - 1.
013975           COMPUTE DIA-CORRIDO-DESLIG =
013976               INDICE-MES-DESLIG * 30 + DIA-CALCULO.
013977
013978           COMPUTE DIAS-CONTADOS =
013979               DIA-CORRIDO-DESLIG - DIA-CORRIDO-ADMISSAO + 1.
013980           DIVIDE DIAS-CONTADOS BY 360 GIVING ANOS-COMPLETOS.
013981           MOVE ZEROS TO DIAS-AVISO.
013982           IF FUNC-DESLIG-SEM-JUSTA-CAUSA
013983               COMPUTE DIAS-AVISO = DIAS-AVISO-MINIMO
013984                   + DIAS-AVISO-POR-ANO * ANOS-COMPLETOS
013985               IF DIAS-AVISO > DIAS-AVISO-MAXIMO
013986                   MOVE DIAS-AVISO-MAXIMO TO DIAS-AVISO
013987               END-IF
013988           END-IF.
013989           COMPUTE DIA-CORRIDO-PROJECAO =
013990               DIA-CORRIDO-DESLIG + DIAS-AVISO.
013991
013992           COMPUTE DIAS-CONTADOS =
013993               DIA-CORRIDO-PROJECAO - DIA-CORRIDO-ADMISSAO + 1.
013994           DIVIDE DIAS-CONTADOS BY 30 GIVING MESES-COMPLETOS
013995               REMAINDER RESTO-DIAS.
013996           MOVE MESES-COMPLETOS TO AVOS-SERVICO.
013997           IF RESTO-DIAS NOT < 15
013998               ADD 1 TO AVOS-SERVICO
013999           END-IF.
014000           DIVIDE MESES-COMPLETOS BY 12 GIVING PERIODOS-COMPLETOS.
014001           COMPUTE AVOS-FERIAS =
014002               AVOS-SERVICO - PERIODOS-COMPLETOS * 12.
014003
014004           COMPUTE DIA-CORRIDO-INICIO-13 =
014005               FUNC-DESLIG-ANO * 12 * 30 + 1.
014006           IF DIA-CORRIDO-ADMISSAO > DIA-CORRIDO-INICIO-13
014007               MOVE DIA-CORRIDO-ADMISSAO TO DIA-CORRIDO-INICIO-13
014008           END-IF.
014009           COMPUTE DIAS-CONTADOS =
014010               DIA-CORRIDO-PROJECAO - DIA-CORRIDO-INICIO-13 + 1.
014011           DIVIDE DIAS-CONTADOS BY 30 GIVING AVOS-13
014012               REMAINDER RESTO-DIAS.
014013           IF RESTO-DIAS NOT < 15
014014               ADD 1 TO AVOS-13
014015           END-IF.
014016       4560-EXIT.
014017           EXIT.
014018*
014019*    --------------------------------------------------
014020*    4570-SOMAR-HIST-VINCULO
014021*    PERCORRE O HISTORICO DO FUNCIONARIO DA COMPETENCIA
014022*    DA ADMISSAO ATE A DO DESLIGAMENTO, EM TODOS OS TIPOS
014023*    DE PROCESSAMENTO, SOMANDO O FGTS DEPOSITADO, A
014024*    PRIMEIRA PARCELA DO 13 PAGA NO ANO, AS SEGUNDAS
014025*    PARCELAS DO ANO E OS LOTES DE FERIAS PAGOS. OS
014026*    REGISTROS DE ESTORNO SAO SUBTRAIDOS. OS ANOS JA
014027*    EXPURGADOS PARA O HISTFARQ NAO ENTRAM NA SOMA.
014028*    --------------------------------------------------
014029       4570-SOMAR-HIST-VINCULO.
014030           MOVE ZEROS TO FGTS-DEPOSITADO, ADTO-13-PAGO,
014031               QTD-13-SEGUNDA-PAGA, QTD-FERIAS-PAGAS.
014032           IF SEM-ARQ-HISTORICO
014033               GO TO 4570-EXIT
014034           END-IF.
014035
014036           PERFORM 4571-SOMAR-UMA-COMPETENCIA THRU 4571-EXIT
014037               VARYING INDICE-MES-LEITURA FROM INDICE-MES-ADMISSAO
014038               BY 1 UNTIL INDICE-MES-LEITURA > INDICE-MES-DESLIG.
014039       4570-EXIT.
014040           EXIT.
014041*
014042*    --------------------------------------------------
014043*    4571-SOMAR-UMA-COMPETENCIA
014044*    MONTA A COMPETENCIA DO INDICE DO MES E SOMA OS
014045*    REGISTROS DO FUNCIONARIO EM CADA TIPO DE
014046*    PROCESSAMENTO DELA.
014047*    --------------------------------------------------
014048       4571-SOMAR-UMA-COMPETENCIA.
014049           DIVIDE INDICE-MES-LEITURA BY 12 GIVING ANO-LEITURA
014050               REMAINDER MES-LEITURA.
014051           ADD 1 TO MES-LEITURA.
014052           COMPUTE COMPETENCIA-LEITURA =
014053               ANO-LEITURA * 100 + MES-LEITURA.
014054
014055           PERFORM 4572-SOMAR-UM-TIPO THRU 4572-EXIT
014056               VARYING TIPO-LEITURA FROM 1 BY 1
014057               UNTIL TIPO-LEITURA > ULTIMO-TIPO-PROC.
014058       4571-EXIT.
014059           EXIT.
014060*
014061*    --------------------------------------------------
014062*    4572-SOMAR-UM-TIPO
014063*    POSICIONA O HISTORICO NA COMPETENCIA, NO TIPO E NA
014064*    MATRICULA E SOMA AS EXECUCOES ENCONTRADAS.
014065*    --------------------------------------------------
014066       4572-SOMAR-UM-TIPO.
014067           MOVE "N" TO IND-FIM-VINCULO.
014068           MOVE COMPETENCIA-LEITURA TO HIST-COMPETENCIA.
014069           MOVE TIPO-LEITURA        TO HIST-TIPO-PROC.
014070           MOVE FUNC-MATRICULA      TO HIST-MATRICULA.
014071           MOVE ZEROS               TO HIST-NUM-EXECUCAO.
014072           MOVE LOW-VALUES          TO HIST-NATUREZA.
014073           START HIST-FOLHA KEY IS NOT LESS THAN HIST-CHAVE
014074               INVALID KEY
014075                   SET FIM-VINCULO TO TRUE
014076           END-START.
014077
014078           PERFORM 4573-SOMAR-UM-REGISTRO THRU 4573-EXIT
014079               UNTIL FIM-VINCULO.
014080       4572-EXIT.
014081           EXIT.
014082*
014083*    --------------------------------------------------
014084*    4573-SOMAR-UM-REGISTRO
014085*    LE UM REGISTRO DO HISTORICO E, SE AINDA E DA
014086*    COMPETENCIA, DO TIPO E DA MATRICULA POSICIONADOS,
014087*    SOMA (OU SUBTRAI, SE ESTORNO) OS SEUS VALORES. A
014088*    CONTAGEM DAS RESCISOES E DA FOLHA MENSAL DA
014089*    COMPETENCIA SERVE A 2140.
014090*    --------------------------------------------------
014091       4573-SOMAR-UM-REGISTRO.
014092           READ HIST-FOLHA NEXT RECORD
014093               AT END
014094                   SET FIM-VINCULO TO TRUE
014095                   GO TO 4573-EXIT
014096           END-READ.
014097           IF HIST-COMPETENCIA NOT = COMPETENCIA-LEITURA
014098               OR HIST-TIPO-PROC NOT = TIPO-LEITURA
014099               OR HIST-MATRICULA NOT = FUNC-MATRICULA
014100               SET FIM-VINCULO TO TRUE
014101               GO TO 4573-EXIT
014102           END-IF.
014103
014104           IF HIST-NATUREZA = "E"
014105               MOVE -1 TO SINAL-HIST
014106           ELSE
014107               MOVE 1 TO SINAL-HIST
014108           END-IF.
014109           COMPUTE FGTS-DEPOSITADO =
014110               FGTS-DEPOSITADO + HIST-FGTS * SINAL-HIST.
014111           EVALUATE TRUE
014112               WHEN HIST-TIPO-PROC = 2
014113                   AND ANO-LEITURA = FUNC-DESLIG-ANO
014114                   COMPUTE ADTO-13-PAGO =
014115                       ADTO-13-PAGO + HIST-SAL-BRUTO * SINAL-HIST
014116               WHEN HIST-TIPO-PROC = 3
014117                   AND ANO-LEITURA = FUNC-DESLIG-ANO
014118                   ADD SINAL-HIST TO QTD-13-SEGUNDA-PAGA
014119               WHEN HIST-TIPO-PROC = 4
014120                   ADD SINAL-HIST TO QTD-FERIAS-PAGAS
014121               WHEN HIST-TIPO-PROC = 5
014122                   ADD SINAL-HIST TO QTD-RESCISAO-PAGA
014123               WHEN HIST-TIPO-PROC = 1
014124                   AND COMPETENCIA-LEITURA = COMPETENCIA-FOLHA
014125                   ADD SINAL-HIST TO QTD-MENSAL-PAGA
014126           END-EVALUATE.
014127       4573-EXIT.
014128           EXIT.
014129*
014130*    --------------------------------------------------
014131*    4580-CALCULAR-DISSIDIO
014132*    DIFERENCAS DE DISSIDIO - PAGA AS VERBAS SOMADAS EM
014133*    2120-CARREGAR-DIFERENCAS. O INSS E O COMPLEMENTO
014134*    APURADO FOLHA A FOLHA; O IRRF E RETIDO AGORA, COM A
014135*    DIFERENCA DO 13 (SEGUNDA PARCELA) TRIBUTADA EM
014136*    SEPARADO DAS DEMAIS, COMO O PROPRIO 13. A DIFERENCA DA
014137*    PRIMEIRA PARCELA NAO TEM INSS NEM IRRF, NEM AS DO AVISO
014138*    E DAS FERIAS INDENIZADAS DA RESCISAO.
014139*    --------------------------------------------------
014140       4580-CALCULAR-DISSIDIO.
014141           MOVE ZEROS TO SALARIO-BASE, DISS-IRRF-13.
014142           MOVE DISS-HORA-NORMAL    TO SAL-HORA-NORMAL.
014143           MOVE DISS-HORA-EXTRA     TO SAL-HORA-EXTRA.
014144           MOVE DISS-HORA-EXTRA-DOM TO SAL-HORA-EXTRA-DOM.
014145           MOVE DISS-TERCO-FERIAS   TO TERCO-FERIAS.
014146
014147           IF DISS-DECIMO-TERC > ZEROS
014148               MOVE DISS-DECIMO-TERC TO SAL_BRUTO
014149               MOVE DISS-INSS-13     TO INSS
014150               PERFORM 4700-CALCULAR-IRRF THRU 4700-EXIT
014151               MOVE IRRF TO DISS-IRRF-13
014152           END-IF.
014153
014154           COMPUTE SAL_BRUTO = DISS-HORA-NORMAL + DISS-HORA-EXTRA
014155               + DISS-HORA-EXTRA-DOM + DISS-FERIAS
014156               + DISS-TERCO-FERIAS.
014157           MOVE DISS-INSS-MENSAL TO INSS.
014158           MOVE ZEROS  TO BASE-IRRF, IRRF.
014159           MOVE SPACES TO FAIXA-APLICADA.
014160           IF SAL_BRUTO > ZEROS
014161               PERFORM 4700-CALCULAR-IRRF THRU 4700-EXIT
014162           END-IF.
014163
014164           COMPUTE SAL_BRUTO = SAL_BRUTO + DISS-DECIMO-ADTO
014165               + DISS-DECIMO-TERC + DISS-AVISO
014166               + DISS-FERIAS-INDENIZ.
014167           COMPUTE INSS = DISS-INSS-MENSAL + DISS-INSS-13.
014168           COMPUTE IRRF = IRRF + DISS-IRRF-13.
014169           COMPUTE SAL_LIQUIDO = SAL_BRUTO - INSS - IRRF.
014170       4580-EXIT.
014171           EXIT.
014172*
014173*    --------------------------------------------------
014174*    4590-SOMAR-PERIODOS-FERIAS
014175*    SOMA O SALDO DE DIAS DOS PERIODOS AQUISITIVOS DO
014176*    FUNCIONARIO COMPLETADOS ATE O DESLIGAMENTO (O PERIODO
014177*    EM CURSO E PAGO NAS FERIAS PROPORCIONAIS). O SALDO DE
014178*    UM PERIODO CUJO LIMITE DE CONCESSAO PASSOU ANTES DO
014179*    DESLIGAMENTO CONTA EM DOBRO. OS PERIODOS COMPLETOS QUE
014180*    AINDA NAO ESTAO NO ARQUIVO CONTAM TRINTA DIAS CADA.
014181*    --------------------------------------------------
014182       4590-SOMAR-PERIODOS-FERIAS.
014183           MOVE "N" TO IND-FIM-PERIODO.
014184           MOVE FUNC-MATRICULA TO PER-MATRICULA.
014185           MOVE ZEROS          TO PER-INICIO-AQUIS.
014186           START PERIODO-FERIAS KEY IS NOT LESS THAN PER-CHAVE
014187               INVALID KEY
014188                   SET FIM-PERIODO TO TRUE
014189           END-START.
014190
014191           PERFORM 4591-SOMAR-UM-PERIODO THRU 4591-EXIT
014192               UNTIL FIM-PERIODO.
014193
014194           IF QTD-PERIODOS-FUNC > ZEROS
014195               AND QTD-PERIODOS-FUNC < PERIODOS-COMPLETOS
014196               COMPUTE DIAS-FERIAS-VENCIDAS = DIAS-FERIAS-VENCIDAS
014197                   + (PERIODOS-COMPLETOS - QTD-PERIODOS-FUNC) * 30
014198           END-IF.
014199       4590-EXIT.
014200           EXIT.
014201*
014202*    --------------------------------------------------
014203*    4591-SOMAR-UM-PERIODO
014204*    LE UM PERIODO DO FUNCIONARIO E SOMA O SEU SALDO.
014205*    --------------------------------------------------
014206       4591-SOMAR-UM-PERIODO.
014207           READ PERIODO-FERIAS NEXT RECORD
014208               AT END
014209                   SET FIM-PERIODO TO TRUE
014210                   GO TO 4591-EXIT
014211           END-READ.
014212           IF PER-MATRICULA NOT = FUNC-MATRICULA
014213               SET FIM-PERIODO TO TRUE
014214               GO TO 4591-EXIT
014215           END-IF.
014216
014217           ADD 1 TO QTD-PERIODOS-FUNC.
014218           IF QTD-PERIODOS-FUNC > PERIODOS-COMPLETOS
014219               OR NOT PER-ABERTO
014220               GO TO 4591-EXIT
014221           END-IF.
014222           COMPUTE SALDO-PERIODO = PER-DIAS-DIREITO
014223               - PER-DIAS-GOZADOS - PER-DIAS-ABONO
014224               - PER-DIAS-INDENIZADOS.
014225           IF SALDO-PERIODO NOT > ZEROS
014226               GO TO 4591-EXIT
014227           END-IF.
014228           ADD SALDO-PERIODO TO DIAS-FERIAS-VENCIDAS.
014229           IF PER-LIMITE-CONCESSAO < FUNC-DATA-DESLIGAMENTO
014230               ADD SALDO-PERIODO TO DIAS-FERIAS-VENCIDAS
014231           END-IF.
014232       4591-EXIT.
014233           EXIT.
014234*
014235*    --------------------------------------------------
014236*    4600-CALCULAR-SALARIO-BASE
014237*    APURA O SALARIO BASE DA JORNADA MENSAL CONTRATUAL
014238*    DO CADASTRO, USADO PELO 13 E PELAS FERIAS, E ZERA AS
014239*    VERBAS DE HORAS DA FOLHA MENSAL.
014240*    --------------------------------------------------
014241       4600-CALCULAR-SALARIO-BASE.
014242           COMPUTE SALARIO-BASE =
014243               FUNC-QTD-HORA * FUNC-VAL-HORA * FATOR-HORA-MENSAL.
014244           MOVE ZEROS TO SAL-HORA-NORMAL, SAL-HORA-EXTRA,
014245               SAL-HORA-EXTRA-DOM.
014246       4600-EXIT.
014247           EXIT.
014248*
014249*    --------------------------------------------------
014250*    4700-CALCULAR-IRRF
014251*    APURA A BASE DE CALCULO (BRUTO MENOS INSS MENOS A
014252*    DEDUCAO DE DEPENDENTES), LOCALIZA A FAIXA NA TABELA
014253*    DO IRRF E CALCULA O IMPOSTO RETIDO.
014254*    --------------------------------------------------
014255       4700-CALCULAR-IRRF.
014256           COMPUTE BASE-IRRF =
014257               SAL_BRUTO - INSS
014258               - (FUNC-QTD-DEPENDENTE * VALOR-DEDUCAO-DEPENDT).
014259           IF BASE-IRRF < ZEROS
014260               MOVE ZEROS TO BASE-IRRF
014261           END-IF.
014262
014263           SET IDX-TAB-FAIXA TO 1.
014264           SEARCH TAB-FAIXA VARYING IDX-TAB-FAIXA
014265               AT END
014266                   COMPUTE IRRF =
014267                       BASE-IRRF *
014268                       TAB-FAIXA-ALIQUOTA (QTD-FAIXAS-IRRF)
014269                       - TAB-FAIXA-DEDUCAO (QTD-FAIXAS-IRRF)
014270                   MOVE TAB-FAIXA-DESCR (QTD-FAIXAS-IRRF)
014271                       TO FAIXA-APLICADA
014272               WHEN BASE-IRRF <= TAB-FAIXA-LIMITE (IDX-TAB-FAIXA)
014273                   COMPUTE IRRF =
014274                       BASE-IRRF *
014275                       TAB-FAIXA-ALIQUOTA (IDX-TAB-FAIXA)
014276                       - TAB-FAIXA-DEDUCAO (IDX-TAB-FAIXA)
014277                   MOVE TAB-FAIXA-DESCR (IDX-TAB-FAIXA)
014278                       TO FAIXA-APLICADA
014279           END-SEARCH.
014280           IF IRRF < ZEROS
014290               MOVE ZEROS TO IRRF
014300           END-IF.
014370*    DEPOSITO DE FGTS) SOBRE A MESMA BASE DO SALARIO
014380*    BRUTO DO FUNCIONARIO CORRENTE. OS ENCARGOS NAO
014390*    AFETAM O LIQUIDO: SAO DEVIDOS PELO EMPREGADOR E
014391*    COMPOEM A GUIA MENSAL DE RECOLHIMENTO. O ABONO
014392*    PECUNIARIO DE FERIAS NAO TEM ENCARGO.
014410*    --------------------------------------------------
014420       4800-CALCULAR-ENCARGOS.
014421           IF TIPO-RESCISAO
014422               PERFORM 4810-CALCULAR-ENCARGOS-RESC THRU 4810-EXIT
014423               GO TO 4800-EXIT
014424           END-IF.
014425           IF TIPO-FERIAS
014426               COMPUTE INSS-PATRONAL ROUNDED =
014427                   (SAL_BRUTO - ABONO-PECUNIARIO - TERCO-ABONO)
014428                   * TAXA-INSS-PATRONAL
014429               COMPUTE FGTS-DEPOSITO ROUNDED =
014430                   (SAL_BRUTO - ABONO-PECUNIARIO - TERCO-ABONO)
014431                   * TAXA-FGTS
014432               GO TO 4800-EXIT
014433           END-IF.
014434           COMPUTE INSS-PATRONAL ROUNDED =
014440               SAL_BRUTO * TAXA-INSS-PATRONAL.
014450           COMPUTE FGTS-DEPOSITO ROUNDED =
014460               SAL_BRUTO * TAXA-FGTS.
014470       4800-EXIT.
014471           EXIT.
014472*
014473*    --------------------------------------------------
014474*    4810-CALCULAR-ENCARGOS-RESC
014475*    ENCARGOS DA RESCISAO: O INSS PATRONAL INCIDE SO
014476*    SOBRE O SALARIO DO MES E O 13 PROPORCIONAL; O FGTS
014477*    INCIDE TAMBEM SOBRE O AVISO INDENIZADO; AS FERIAS
014478*    INDENIZADAS NAO TEM ENCARGO. NA DISPENSA SEM JUSTA
014479*    CAUSA A MULTA DE 40% E APURADA SOBRE TODO O FGTS DO
014480*    CONTRATO (O DEPOSITADO NO HISTORICO MAIS O DESTA
014481*    RESCISAO) E RECOLHIDA NA GUIA, FORA DO LIQUIDO.
014482*    --------------------------------------------------
014483       4810-CALCULAR-ENCARGOS-RESC.
014484           COMPUTE INSS-PATRONAL ROUNDED =
014485               (REMUNERACAO-MES + DECIMO-TERC-PROPORC)
014486               * TAXA-INSS-PATRONAL.
014487           COMPUTE FGTS-DEPOSITO ROUNDED =
014488               (REMUNERACAO-MES + DECIMO-TERC-PROPORC
014489               + AVISO-INDENIZADO) * TAXA-FGTS.
014490           MOVE ZEROS TO MULTA-FGTS.
014491           IF FUNC-DESLIG-SEM-JUSTA-CAUSA
014492               AND FGTS-DEPOSITADO + FGTS-DEPOSITO > ZEROS
014493               COMPUTE MULTA-FGTS ROUNDED =
014494                   (FGTS-DEPOSITADO + FGTS-DEPOSITO)
014495                   * TAXA-MULTA-FGTS
014496           END-IF.
014497       4810-EXIT.
014498           EXIT.
014499*
014500*    --------------------------------------------------
014510*    4900-APLICAR-DESCONTOS
014520*    APLICA AO LIQUIDO DO FUNCIONARIO CORRENTE OS
014570       4900-APLICAR-DESCONTOS.
014580           MOVE ZEROS TO TOTAL-DESCONTO-FUNC, QTD-DESC-APLICADOS.
014590           IF SEM-ARQ-DESCONTO
014591               OR TIPO-DISSIDIO
014600               GO TO 4900-EXIT
014610           END-IF.
014620
015790*    MUDADO. NOS LOTES DE 13 E DE FERIAS AS VERBAS DE HORAS
015800*    FICAM ZERADAS, COMO NO CONTRACHEQUE ORIGINAL.
015810*
015811           IF TIPO-MENSAL OR TIPO-RESCISAO
015812               MOVE QTD-HORA-NORMAL-MES TO HIST-QTD-HORA
015813               MOVE QTD-HORA-EXTRA-MES
015850                   TO HIST-QTD-HORA-EXTRA
015851               MOVE QTD-HORA-EXTRA-DOM-MES
015870                   TO HIST-QTD-HORA-EXTRA-DOM
015880               COMPUTE HIST-TARIFA-NORMAL =
015890                   FUNC-VAL-HORA * FATOR-HORA-MENSAL
016100           MOVE TERCO-FERIAS       TO HIST-TERCO-FERIAS.
016110           MOVE DESCONTO-ADIANTAMENTO
016120               TO HIST-DESC-ADIANTAMENTO.
016121           MOVE TOTAL-PROVENTO-VAR TO HIST-PROVENTOS-VAR.
016122           MOVE TOTAL-DESCONTO-VAR TO HIST-DESCONTOS-VAR.
016123           MOVE SALDO-SALARIO       TO HIST-SALDO-SALARIO.
016124           MOVE DECIMO-TERC-PROPORC TO HIST-13-PROPORCIONAL.
016125           MOVE FERIAS-VENCIDAS     TO HIST-FERIAS-VENCIDAS.
016126           MOVE FERIAS-PROPORC      TO HIST-FERIAS-PROPORC.
016127           MOVE AVISO-INDENIZADO    TO HIST-AVISO-INDENIZADO.
016128           MOVE MULTA-FGTS          TO HIST-MULTA-FGTS.
016129           IF TIPO-DISSIDIO
016130               COMPUTE HIST-DIF-DECIMO-TERC =
016131                   DISS-DECIMO-ADTO + DISS-DECIMO-TERC
016132               MOVE DISS-FERIAS TO HIST-DIF-FERIAS
016133               MOVE DISS-AVISO  TO HIST-AVISO-INDENIZADO
016134               MOVE DISS-FERIAS-INDENIZ TO HIST-FERIAS-VENCIDAS
016135           ELSE
016136               MOVE ZEROS TO HIST-DIF-DECIMO-TERC, HIST-DIF-FERIAS
016137           END-IF.
016138           MOVE DIAS-GOZO-FERIAS   TO HIST-DIAS-FERIAS.
016139           MOVE DIAS-ABONO-FERIAS  TO HIST-DIAS-ABONO.
016140           MOVE ABONO-PECUNIARIO   TO HIST-ABONO-PECUNIARIO.
016141           MOVE TERCO-ABONO        TO HIST-TERCO-ABONO.
016142           MOVE IND-DOBRA          TO HIST-IND-DOBRA.
016143           IF TIPO-FERIAS
016144               MOVE PER-INICIO-AQUIS TO HIST-INICIO-AQUIS
016145               MOVE PER-PROG-INICIO  TO HIST-INICIO-GOZO
016146           ELSE
016147               MOVE ZEROS TO HIST-INICIO-AQUIS, HIST-INICIO-GOZO
016148               MOVE "N"   TO HIST-IND-DOBRA
016149           END-IF.
016150           WRITE REG-HISTORICO
016151               INVALID KEY
016152                   DISPLAY "ERRO - MATRICULA " HIST-MATRICULA
016160                       " JA GRAVADA NO HISTORICO DA EXECUCAO "
016170                       HIST-NUM-EXECUCAO " - LOTE INTERROMPIDO "
016180                       "PARA NAO CREDITAR DUAS VEZES."
016540           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
016550
016560           IF TIPO-13-SEGUNDA
016561               OR (TIPO-RESCISAO
016562                   AND DESCONTO-ADIANTAMENTO > ZEROS)
016570               MOVE "DESCONTO ADTO 1A PARCELA" TO CC-VALOR-DESCR
016580               MOVE DESCONTO-ADIANTAMENTO     TO CC-VALOR-VALOR
016590               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
016940*    5210-GRAVAR-VERBAS-MENSAL
016950*    EMITE NO CONTRACHEQUE AS TRES VERBAS DE HORAS DA
016960*    FOLHA MENSAL, CADA UMA COM QUANTIDADE E VALOR-HORA
016961*    APLICADO, E OS PROVENTOS E DESCONTOS EVENTUAIS DA
016962*    COMPETENCIA.
016980*    --------------------------------------------------
016990       5210-GRAVAR-VERBAS-MENSAL.
017000           MOVE "HORAS NORMAIS" TO CC-VERBA-DESCR.
017001           MOVE QTD-HORA-NORMAL-MES TO CC-VERBA-QTD.
017020           COMPUTE VALOR-HORA-APLICADO =
017030               FUNC-VAL-HORA * FATOR-HORA-MENSAL.
017040           MOVE VALOR-HORA-APLICADO TO CC-VERBA-TARIFA.
017060           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VERBA.
017070
017080           MOVE "HORAS EXTRAS 50%" TO CC-VERBA-DESCR.
017081           MOVE QTD-HORA-EXTRA-MES TO CC-VERBA-QTD.
017100           COMPUTE VALOR-HORA-APLICADO =
017110               FUNC-VAL-HORA * FATOR-HORA-MENSAL
017120               * TAXA-HORA-EXTRA.
017150           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VERBA.
017160
017170           MOVE "HORAS EXTRAS DOM/FER 100%" TO CC-VERBA-DESCR.
017171           MOVE QTD-HORA-EXTRA-DOM-MES TO CC-VERBA-QTD.
017190           COMPUTE VALOR-HORA-APLICADO =
017200               FUNC-VAL-HORA * FATOR-HORA-MENSAL
017210               * TAXA-HORA-EXTRA-DOM.
017220           MOVE VALOR-HORA-APLICADO TO CC-VERBA-TARIFA.
017230           MOVE SAL-HORA-EXTRA-DOM  TO CC-VERBA-VALOR.
017240           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VERBA.
017241           PERFORM 5240-GRAVAR-UM-EVENTUAL THRU 5240-EXIT
017242               VARYING IDX-TLE FROM 1 BY 1
017243               UNTIL IDX-TLE > QTD-LANC-EVENTUAIS.
017250       5210-EXIT.
017260           EXIT.
017270*
017280*    --------------------------------------------------
017290*    5220-GRAVAR-VERBA-AVULSA
017300*    EMITE NO CONTRACHEQUE A VERBA UNICA DOS LOTES DE 13
017301*    SALARIO, OU AS VERBAS DAS FERIAS: OS DIAS DE GOZO E O
017302*    TERCO CONSTITUCIONAL, E O ABONO PECUNIARIO COM O SEU
017303*    TERCO QUANDO HA DIAS VENDIDOS.
017330*    --------------------------------------------------
017340       5220-GRAVAR-VERBA-AVULSA.
017350           EVALUATE TRUE
017430                   MOVE SAL_BRUTO TO CC-VALOR-VALOR
017440                   WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
017450               WHEN TIPO-FERIAS
017451                   PERFORM 5270-GRAVAR-VERBAS-FERIAS
017452                       THRU 5270-EXIT
017453               WHEN TIPO-RESCISAO
017454                   PERFORM 5250-GRAVAR-VERBAS-RESCISAO
017455                       THRU 5250-EXIT
017456               WHEN TIPO-DISSIDIO
017457                   PERFORM 5260-GRAVAR-VERBAS-DISSIDIO
017458                       THRU 5260-EXIT
017530           END-EVALUATE.
017540       5220-EXIT.
017550           EXIT.
017640           MOVE TDA-VALOR (IDX-TDA)     TO CC-DESC-VALOR.
017650           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-DESCONTO.
017660       5230-EXIT.
017661           EXIT.
017662*
017663*    --------------------------------------------------
017664*    5240-GRAVAR-UM-EVENTUAL
017665*    EMITE NO CONTRACHEQUE A LINHA DE UM PROVENTO OU
017666*    DESCONTO EVENTUAL LANCADO PARA O FUNCIONARIO
017667*    CORRENTE NA COMPETENCIA.
017668*    --------------------------------------------------
017669       5240-GRAVAR-UM-EVENTUAL.
017670           IF TLE-PROVENTO (IDX-TLE)
017671               MOVE TLE-DESCRICAO (IDX-TLE) TO CC-PROV-DESCR
017672               MOVE TLE-VALOR (IDX-TLE)     TO CC-PROV-VALOR
017673               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-PROVENTO
017674           ELSE
017675               MOVE TLE-DESCRICAO (IDX-TLE) TO CC-DESC-DESCR
017676               MOVE TLE-VALOR (IDX-TLE)     TO CC-DESC-VALOR
017677               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-DESCONTO
017678           END-IF.
017679       5240-EXIT.
017680           EXIT.
017681*
017682*    --------------------------------------------------
017683*    5250-GRAVAR-VERBAS-RESCISAO
017684*    EMITE NO CONTRACHEQUE AS VERBAS DA RESCISAO, UMA
017685*    POR LINHA, COMO APURADAS EM 4550-CALCULAR-RESCISAO. AS
017686*    HORAS EXTRAS E OS PROVENTOS E DESCONTOS EVENTUAIS DO
017687*    MES SO SAEM QUANDO LANCADOS.
017688*    --------------------------------------------------
017689       5250-GRAVAR-VERBAS-RESCISAO.
017690           MOVE "SALDO DE SALARIO" TO CC-VALOR-DESCR.
017691           MOVE SALDO-SALARIO      TO CC-VALOR-VALOR.
017692           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
017693
017694           IF QTD-HORA-EXTRA-MES > ZEROS
017695               MOVE "HORAS EXTRAS 50%" TO CC-VERBA-DESCR
017696               MOVE QTD-HORA-EXTRA-MES TO CC-VERBA-QTD
017697               COMPUTE VALOR-HORA-APLICADO =
017698                   FUNC-VAL-HORA * FATOR-HORA-MENSAL
017699                   * TAXA-HORA-EXTRA
017700               MOVE VALOR-HORA-APLICADO TO CC-VERBA-TARIFA
017701               MOVE SAL-HORA-EXTRA      TO CC-VERBA-VALOR
017702               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VERBA
017703           END-IF.
017704           IF QTD-HORA-EXTRA-DOM-MES > ZEROS
017705               MOVE "HORAS EXTRAS DOM/FER 100%" TO CC-VERBA-DESCR
017706               MOVE QTD-HORA-EXTRA-DOM-MES TO CC-VERBA-QTD
017707               COMPUTE VALOR-HORA-APLICADO =
017708                   FUNC-VAL-HORA * FATOR-HORA-MENSAL
017709                   * TAXA-HORA-EXTRA-DOM
017710               MOVE VALOR-HORA-APLICADO TO CC-VERBA-TARIFA
017711               MOVE SAL-HORA-EXTRA-DOM  TO CC-VERBA-VALOR
017712               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VERBA
017713           END-IF.
017714           PERFORM 5240-GRAVAR-UM-EVENTUAL THRU 5240-EXIT
017715               VARYING IDX-TLE FROM 1 BY 1
017716               UNTIL IDX-TLE > QTD-LANC-EVENTUAIS.
017717
017718           MOVE "AVISO PREVIO INDENIZADO" TO CC-VALOR-DESCR.
017719           MOVE AVISO-INDENIZADO          TO CC-VALOR-VALOR.
017720           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
017721
017722           MOVE "13 SALARIO PROPORCIONAL" TO CC-VALOR-DESCR.
017723           MOVE DECIMO-TERC-PROPORC       TO CC-VALOR-VALOR.
017724           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
017725
017726           MOVE "FERIAS VENCIDAS INDENIZADAS" TO CC-VALOR-DESCR.
017727           MOVE FERIAS-VENCIDAS               TO CC-VALOR-VALOR.
017728           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
017729
017730           MOVE "FERIAS PROPORCIONAIS" TO CC-VALOR-DESCR.
017731           MOVE FERIAS-PROPORC         TO CC-VALOR-VALOR.
017732           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
017733
017734           MOVE "ADICIONAL 1/3 DE FERIAS" TO CC-VALOR-DESCR.
017735           MOVE TERCO-FERIAS              TO CC-VALOR-VALOR.
017736           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
017737       5250-EXIT.
017738           EXIT.
017739*
017740*    --------------------------------------------------
017741*    5260-GRAVAR-VERBAS-DISSIDIO
017742*    EMITE NO CONTRACHEQUE AS DIFERENCAS DE DISSIDIO, UMA
017743*    LINHA POR VERBA REAJUSTADA COM VALOR A RECEBER. O
017744*    DETALHE MES A MES ESTA NO RELATORIO DISSREL.
017745*    --------------------------------------------------
017746       5260-GRAVAR-VERBAS-DISSIDIO.
017747           IF DISS-HORA-NORMAL > ZEROS
017748               MOVE "DIF. DISSIDIO - HORAS NORMAIS"
017749                   TO CC-VALOR-DESCR
017750               MOVE DISS-HORA-NORMAL TO CC-VALOR-VALOR
017751               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
017752           END-IF.
017753           IF DISS-HORA-EXTRA > ZEROS
017754               MOVE "DIF. DISSIDIO - HORAS EXTRAS 50%"
017755                   TO CC-VALOR-DESCR
017756               MOVE DISS-HORA-EXTRA TO CC-VALOR-VALOR
017757               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
017758           END-IF.
017759           IF DISS-HORA-EXTRA-DOM > ZEROS
017760               MOVE "DIF. DISSIDIO - EXTRAS DOM/FER"
017761                   TO CC-VALOR-DESCR
017762               MOVE DISS-HORA-EXTRA-DOM TO CC-VALOR-VALOR
017763               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
017764           END-IF.
017765           IF DISS-DECIMO-ADTO + DISS-DECIMO-TERC > ZEROS
017766               MOVE "DIF. DISSIDIO - 13 SALARIO"
017767                   TO CC-VALOR-DESCR
017768               COMPUTE CC-VALOR-VALOR =
017769                   DISS-DECIMO-ADTO + DISS-DECIMO-TERC
017770               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
017771           END-IF.
017772           IF DISS-FERIAS > ZEROS
017773               MOVE "DIF. DISSIDIO - FERIAS" TO CC-VALOR-DESCR
017774               MOVE DISS-FERIAS TO CC-VALOR-VALOR
017775               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
017776           END-IF.
017777           IF DISS-TERCO-FERIAS > ZEROS
017778               MOVE "DIF. DISSIDIO - 1/3 DE FERIAS"
017779                   TO CC-VALOR-DESCR
017780               MOVE DISS-TERCO-FERIAS TO CC-VALOR-VALOR
017781               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
017782           END-IF.
017783           IF DISS-AVISO > ZEROS
017784               MOVE "DIF. DISSIDIO - AVISO PREVIO"
017785                   TO CC-VALOR-DESCR
017786               MOVE DISS-AVISO TO CC-VALOR-VALOR
017787               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
017788           END-IF.
017789           IF DISS-FERIAS-INDENIZ > ZEROS
017790               MOVE "DIF. DISSIDIO - FERIAS INDENIZADAS"
017791                   TO CC-VALOR-DESCR
017792               MOVE DISS-FERIAS-INDENIZ TO CC-VALOR-VALOR
017793               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
017794           END-IF.
017795       5260-EXIT.
017796           EXIT.
017797*
017798*    --------------------------------------------------
017799*    5270-GRAVAR-VERBAS-FERIAS
017800*    ABRE NO CONTRACHEQUE OS DIAS DE GOZO (EM DOBRO QUANDO
017801*    FORA DO PERIODO CONCESSIVO) COM O VALOR DO DIA, O
017802*    TERCO CONSTITUCIONAL E O ABONO PECUNIARIO COM O TERCO.
017803*    --------------------------------------------------
017804       5270-GRAVAR-VERBAS-FERIAS.
017805           IF FERIAS-EM-DOBRO
017806               MOVE "FERIAS EM DOBRO - DIAS" TO CC-VERBA-DESCR
017807               COMPUTE VALOR-HORA-APLICADO = VALOR-DIA-FERIAS * 2
017808           ELSE
017809               MOVE "FERIAS - DIAS DE GOZO" TO CC-VERBA-DESCR
017810               MOVE VALOR-DIA-FERIAS TO VALOR-HORA-APLICADO
017811           END-IF.
017812           MOVE DIAS-GOZO-FERIAS    TO CC-VERBA-QTD.
017813           MOVE VALOR-HORA-APLICADO TO CC-VERBA-TARIFA.
017814           MOVE SALARIO-BASE        TO CC-VERBA-VALOR.
017815           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VERBA.
017816
017817           MOVE "ADICIONAL 1/3 DE FERIAS" TO CC-VALOR-DESCR.
017818           MOVE TERCO-FERIAS TO CC-VALOR-VALOR.
017819           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
017820
017821           IF DIAS-ABONO-FERIAS = ZEROS
017822               GO TO 5270-EXIT
017823           END-IF.
017824           MOVE "ABONO PECUNIARIO - DIAS" TO CC-VERBA-DESCR.
017825           MOVE DIAS-ABONO-FERIAS   TO CC-VERBA-QTD.
017826           MOVE VALOR-DIA-FERIAS    TO CC-VERBA-TARIFA.
017827           MOVE ABONO-PECUNIARIO    TO CC-VERBA-VALOR.
017828           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VERBA.
017829
017830           MOVE "1/3 SOBRE ABONO PECUNIARIO" TO CC-VALOR-DESCR.
017831           MOVE TERCO-ABONO TO CC-VALOR-VALOR.
017832           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
017833       5270-EXIT.
017834           EXIT.
017835*
017836*    --------------------------------------------------
017837*    5300-GRAVAR-REMESSA
017838*    ACRESCENTA AO ARQUIVO DE REMESSA A ORDEM DE CREDITO
017839*    DO FUNCIONARIO CORRENTE, NO VALOR DO SALARIO
017840*    LIQUIDO APURADO.
017841*    --------------------------------------------------
017842       5300-GRAVAR-REMESSA.
017843           ADD 1 TO QTD-DETALHES-REMESSA.
017844           MOVE QTD-DETALHES-REMESSA TO CND-NUM-REGISTRO.
017845           MOVE FUNC-BANCO     TO CND-BANCO-FAVORECIDO.
017846           MOVE FUNC-AGENCIA   TO CND-AGENCIA.
017847           MOVE FUNC-CONTA     TO CND-CONTA.
017848           MOVE FUNC-CONTA-DV  TO CND-CONTA-DV.
017849           MOVE FUNC-NOME      TO CND-NOME-FAVORECIDO.
017850           MOVE FUNC-MATRICULA TO CND-MATRICULA.
017851           MOVE FUNC-CPF       TO CND-CPF.
017852           MOVE DATA-EXECUCAO  TO CND-DATA-PAGAMENTO.
017860           MOVE SAL_LIQUIDO    TO CND-VALOR-PAGAMENTO.
017870           WRITE REG-REMESSA FROM CNAB-DETALHE.
017880       5300-EXIT.
017881           EXIT.
017882*
017883*    --------------------------------------------------
017884*    5400-GRAVAR-TRCT
017885*    EMITE O TERMO DE RESCISAO DO CONTRATO DE TRABALHO DO
017886*    FUNCIONARIO CORRENTE: DADOS DO VINCULO, VERBAS
017887*    RESCISORIAS COM A REFERENCIA (DIAS, AVOS OU
017888*    PERIODOS), DEDUCOES, LIQUIDO CREDITADO NA REMESSA E
017889*    O FGTS DO CONTRATO COM A MULTA RECOLHIDA EM GUIA.
017890*    --------------------------------------------------
017891       5400-GRAVAR-TRCT.
017892           WRITE LINHA-TRCT FROM CC-SEPARADOR.
017893           WRITE LINHA-TRCT FROM TR-TITULO.
017894           MOVE FUNC-MATRICULA TO CC-MATRICULA.
017895           MOVE FUNC-NOME      TO CC-NOME.
017896           WRITE LINHA-TRCT FROM CC-IDENTIFICACAO.
017897
017898           MOVE "CPF" TO TR-DADO-DESCR.
017899           MOVE FUNC-CPF TO TR-DADO-VALOR.
017900           WRITE LINHA-TRCT FROM TR-LINHA-DADO.
017901           MOVE "DATA DE ADMISSAO (AAAAMMDD)" TO TR-DADO-DESCR.
017902           MOVE FUNC-DATA-ADMISSAO TO TR-DADO-VALOR.
017903           WRITE LINHA-TRCT FROM TR-LINHA-DADO.
017904           MOVE "DATA DE DESLIGAMENTO (AAAAMMDD)"
017905               TO TR-DADO-DESCR.
017906           MOVE FUNC-DATA-DESLIGAMENTO TO TR-DADO-VALOR.
017907           WRITE LINHA-TRCT FROM TR-LINHA-DADO.
017908           EVALUATE TRUE
017909               WHEN FUNC-DESLIG-SEM-JUSTA-CAUSA
017910                   MOVE "DISPENSA SEM JUSTA CAUSA"
017911                       TO DESCRICAO-MOTIVO
017912               WHEN FUNC-DESLIG-JUSTA-CAUSA
017913                   MOVE "DISPENSA POR JUSTA CAUSA"
017914                       TO DESCRICAO-MOTIVO
017915               WHEN FUNC-DESLIG-PEDIDO
017916                   MOVE "PEDIDO DE DEMISSAO" TO DESCRICAO-MOTIVO
017917           END-EVALUATE.
017918           MOVE "MOTIVO DO DESLIGAMENTO" TO TR-DADO-DESCR.
017919           MOVE DESCRICAO-MOTIVO TO TR-DADO-VALOR.
017920           WRITE LINHA-TRCT FROM TR-LINHA-DADO.
017921           MOVE "DATA DO PAGAMENTO (AAAAMMDD)" TO TR-DADO-DESCR.
017922           MOVE DATA-EXECUCAO TO TR-DADO-VALOR.
017923           WRITE LINHA-TRCT FROM TR-LINHA-DADO.
017924           WRITE LINHA-TRCT FROM CC-LINHA-BRANCO.
017925
017926           WRITE LINHA-TRCT FROM TR-CAB-VERBAS.
017927           MOVE "SALDO DE SALARIO" TO TR-VERBA-DESCR.
017928           IF QTD-HORA-NORMAL-MES > ZEROS
017929               MOVE QTD-HORA-NORMAL-MES TO TR-VERBA-QTD
017930               MOVE "HORAS"             TO TR-VERBA-UNIDADE
017931           ELSE
017932               MOVE DIAS-SALDO          TO TR-VERBA-QTD
017933               MOVE "DIAS"              TO TR-VERBA-UNIDADE
017934           END-IF.
017935           MOVE SALDO-SALARIO      TO TR-VERBA-VALOR.
017936           WRITE LINHA-TRCT FROM TR-LINHA-VERBA.
017937           IF QTD-HORA-EXTRA-MES > ZEROS
017938               MOVE "HORAS EXTRAS 50%"  TO TR-VERBA-DESCR
017939               MOVE QTD-HORA-EXTRA-MES  TO TR-VERBA-QTD
017940               MOVE "HORAS"             TO TR-VERBA-UNIDADE
017941               MOVE SAL-HORA-EXTRA      TO TR-VERBA-VALOR
017942               WRITE LINHA-TRCT FROM TR-LINHA-VERBA
017943           END-IF.
017944           IF QTD-HORA-EXTRA-DOM-MES > ZEROS
017945               MOVE "HORAS EXTRAS DOM/FER 100%" TO TR-VERBA-DESCR
017946               MOVE QTD-HORA-EXTRA-DOM-MES TO TR-VERBA-QTD
017947               MOVE "HORAS"                TO TR-VERBA-UNIDADE
017948               MOVE SAL-HORA-EXTRA-DOM     TO TR-VERBA-VALOR
017949               WRITE LINHA-TRCT FROM TR-LINHA-VERBA
017950           END-IF.
017951           MOVE "AVISO PREVIO INDENIZADO" TO TR-VERBA-DESCR.
017952           MOVE DIAS-AVISO                TO TR-VERBA-QTD.
017953           MOVE "DIAS"                    TO TR-VERBA-UNIDADE.
017954           MOVE AVISO-INDENIZADO          TO TR-VERBA-VALOR.
017955           WRITE LINHA-TRCT FROM TR-LINHA-VERBA.
017956           MOVE "13 SALARIO PROPORCIONAL" TO TR-VERBA-DESCR.
017957           MOVE AVOS-13                   TO TR-VERBA-QTD.
017958           MOVE "/12"                     TO TR-VERBA-UNIDADE.
017959           MOVE DECIMO-TERC-PROPORC       TO TR-VERBA-VALOR.
017960           WRITE LINHA-TRCT FROM TR-LINHA-VERBA.
017961           MOVE "FERIAS VENCIDAS"   TO TR-VERBA-DESCR.
017962           IF QTD-PERIODOS-FUNC > ZEROS
017963               MOVE DIAS-FERIAS-VENCIDAS TO TR-VERBA-QTD
017964               MOVE "DIAS"              TO TR-VERBA-UNIDADE
017965           ELSE
017966               MOVE PERIODOS-VENCIDOS   TO TR-VERBA-QTD
017967               MOVE "PER."              TO TR-VERBA-UNIDADE
017968           END-IF.
017969           MOVE FERIAS-VENCIDAS     TO TR-VERBA-VALOR.
017970           WRITE LINHA-TRCT FROM TR-LINHA-VERBA.
017971           MOVE "FERIAS PROPORCIONAIS" TO TR-VERBA-DESCR.
017972           MOVE AVOS-FERIAS            TO TR-VERBA-QTD.
017973           MOVE "/12"                  TO TR-VERBA-UNIDADE.
017974           MOVE FERIAS-PROPORC         TO TR-VERBA-VALOR.
017975           WRITE LINHA-TRCT FROM TR-LINHA-VERBA.
017976           MOVE "ADICIONAL 1/3 DE FERIAS" TO TR-VALOR-DESCR.
017977           MOVE TERCO-FERIAS              TO TR-VALOR-VALOR.
017978           WRITE LINHA-TRCT FROM TR-LINHA-VALOR.
017979           PERFORM 5420-GRAVAR-EVENTUAL-TRCT THRU 5420-EXIT
017980               VARYING IDX-TLE FROM 1 BY 1
017981               UNTIL IDX-TLE > QTD-LANC-EVENTUAIS.
017982           MOVE "TOTAL BRUTO DA RESCISAO" TO TR-VALOR-DESCR.
017983           MOVE SAL_BRUTO                 TO TR-VALOR-VALOR.
017984           WRITE LINHA-TRCT FROM TR-LINHA-VALOR.
017985           WRITE LINHA-TRCT FROM CC-LINHA-BRANCO.
017986
017987           MOVE "DEDUCOES" TO TR-LINHA-TEXTO.
017988           WRITE LINHA-TRCT FROM TR-LINHA-TEXTO.
017989           MOVE "INSS SOBRE O SALARIO DO MES" TO TR-VALOR-DESCR.
017990           MOVE INSS-SALDO                    TO TR-VALOR-VALOR.
017991           WRITE LINHA-TRCT FROM TR-LINHA-VALOR.
017992           MOVE "IRRF SOBRE O SALARIO DO MES" TO TR-VALOR-DESCR.
017993           MOVE IRRF-SALDO                    TO TR-VALOR-VALOR.
017994           WRITE LINHA-TRCT FROM TR-LINHA-VALOR.
017995           MOVE "INSS SOBRE 13 SALARIO" TO TR-VALOR-DESCR.
017996           MOVE INSS-13-RESCISAO        TO TR-VALOR-VALOR.
017997           WRITE LINHA-TRCT FROM TR-LINHA-VALOR.
017998           MOVE "IRRF SOBRE 13 SALARIO" TO TR-VALOR-DESCR.
017999           MOVE IRRF-13-RESCISAO        TO TR-VALOR-VALOR.
018000           WRITE LINHA-TRCT FROM TR-LINHA-VALOR.
018001           MOVE "ADIANTAMENTO DO 13 JA PAGO" TO TR-VALOR-DESCR.
018002           MOVE DESCONTO-ADIANTAMENTO        TO TR-VALOR-VALOR.
018003           WRITE LINHA-TRCT FROM TR-LINHA-VALOR.
018004           PERFORM 5410-GRAVAR-DESCONTO-TRCT THRU 5410-EXIT
018005               VARYING IDX-TDA FROM 1 BY 1
018006               UNTIL IDX-TDA > QTD-DESC-APLICADOS.
018007           COMPUTE TOTAL-DEDUCOES-RESC =
018008               INSS + IRRF + DESCONTO-ADIANTAMENTO
018009               + TOTAL-DESCONTO-FUNC.
018010           MOVE "TOTAL DAS DEDUCOES" TO TR-VALOR-DESCR.
018011           MOVE TOTAL-DEDUCOES-RESC  TO TR-VALOR-VALOR.
018012           WRITE LINHA-TRCT FROM TR-LINHA-VALOR.
018013           MOVE "LIQUIDO A RECEBER" TO TR-VALOR-DESCR.
018014           MOVE SAL_LIQUIDO         TO TR-VALOR-VALOR.
018015           WRITE LINHA-TRCT FROM TR-LINHA-VALOR.
018016           WRITE LINHA-TRCT FROM CC-LINHA-BRANCO.
018017
018018           MOVE "FGTS DEPOSITADO NO CONTRATO" TO TR-VALOR-DESCR.
018019           MOVE FGTS-DEPOSITADO               TO TR-VALOR-VALOR.
018020           WRITE LINHA-TRCT FROM TR-LINHA-VALOR.
018021           MOVE "FGTS SOBRE VERBAS RESCISORIAS" TO TR-VALOR-DESCR.
018022           MOVE FGTS-DEPOSITO                   TO TR-VALOR-VALOR.
018023           WRITE LINHA-TRCT FROM TR-LINHA-VALOR.
018024           MOVE "MULTA RESCISORIA DO FGTS (40%)"
018025               TO TR-VALOR-DESCR.
018026           MOVE MULTA-FGTS TO TR-VALOR-VALOR.
018027           WRITE LINHA-TRCT FROM TR-LINHA-VALOR.
018028           MOVE "O FGTS E A MULTA SAO RECOLHIDOS EM GUIA."
018029               TO TR-LINHA-TEXTO.
018030           WRITE LINHA-TRCT FROM TR-LINHA-TEXTO.
018031           WRITE LINHA-TRCT FROM CC-LINHA-BRANCO.
018032
018033           MOVE "ASSINATURA DO EMPREGADO : ______________________"
018034               TO TR-LINHA-TEXTO.
018035           WRITE LINHA-TRCT FROM TR-LINHA-TEXTO.
018036           MOVE "ASSINATURA DO EMPREGADOR: ______________________"
018037               TO TR-LINHA-TEXTO.
018038           WRITE LINHA-TRCT FROM TR-LINHA-TEXTO.
018039           WRITE LINHA-TRCT FROM CC-SEPARADOR.
018040           WRITE LINHA-TRCT FROM CC-LINHA-BRANCO.
018041       5400-EXIT.
018042           EXIT.
018043*
018044*    --------------------------------------------------
018045*    5410-GRAVAR-DESCONTO-TRCT
018046*    EMITE NO TRCT A LINHA DE UM DESCONTO RECORRENTE
018047*    (CONSIGNADO, PENSAO...) APLICADO NA RESCISAO.
018048*    --------------------------------------------------
018049       5410-GRAVAR-DESCONTO-TRCT.
018050           MOVE TDA-DESCRICAO (IDX-TDA) TO CC-DESC-DESCR.
018051           MOVE TDA-VALOR (IDX-TDA)     TO CC-DESC-VALOR.
018052           WRITE LINHA-TRCT FROM CC-LINHA-DESCONTO.
018053       5410-EXIT.
018054           EXIT.
018055*
018056*    --------------------------------------------------
018057*    5420-GRAVAR-EVENTUAL-TRCT
018058*    EMITE NO TRCT A LINHA DE UM PROVENTO OU DESCONTO
018059*    EVENTUAL LANCADO PARA O MES DO DESLIGAMENTO, QUE
018060*    ENTRA NO TOTAL BRUTO COMO NA FOLHA MENSAL.
018061*    --------------------------------------------------
018062       5420-GRAVAR-EVENTUAL-TRCT.
018063           IF TLE-PROVENTO (IDX-TLE)
018064               MOVE TLE-DESCRICAO (IDX-TLE) TO CC-PROV-DESCR
018065               MOVE TLE-VALOR (IDX-TLE)     TO CC-PROV-VALOR
018066               WRITE LINHA-TRCT FROM CC-LINHA-PROVENTO
018067           ELSE
018068               MOVE TLE-DESCRICAO (IDX-TLE) TO CC-DESC-DESCR
018069               MOVE TLE-VALOR (IDX-TLE)     TO CC-DESC-VALOR
018070               WRITE LINHA-TRCT FROM CC-LINHA-DESCONTO
018071           END-IF.
018072       5420-EXIT.
018073           EXIT.
018074*
018075*    --------------------------------------------------
018076*    5500-BAIXAR-FERIAS
018077*    BAIXA NOS PERIODOS AQUISITIVOS O QUE FOI PAGO. NA
018078*    FOLHA DE FERIAS OS DIAS DE GOZO E DE ABONO PROGRAMADOS
018079*    PASSAM A GOZADOS E VENDIDOS E A PROGRAMACAO E LIMPA; O
018080*    PERIODO SEM SALDO FICA QUITADO. NA RESCISAO O SALDO DE
018081*    CADA PERIODO EM ABERTO (INCLUSIVE O PERIODO EM CURSO,
018082*    PAGO NAS PROPORCIONAIS) E INDENIZADO E O PERIODO FICA
018083*    RESCINDIDO.
018084*    --------------------------------------------------
018085       5500-BAIXAR-FERIAS.
018086           IF TIPO-RESCISAO
018087               MOVE "N" TO IND-FIM-PERIODO
018088               MOVE FUNC-MATRICULA TO PER-MATRICULA
018089               MOVE ZEROS          TO PER-INICIO-AQUIS
018090               START PERIODO-FERIAS KEY IS NOT LESS THAN PER-CHAVE
018091                   INVALID KEY
018092                       SET FIM-PERIODO TO TRUE
018093               END-START
018094               PERFORM 5510-RESCINDIR-PERIODO THRU 5510-EXIT
018095                   UNTIL FIM-PERIODO
018096               GO TO 5500-EXIT
018097           END-IF.
018098           IF NOT TIPO-FERIAS
018099               GO TO 5500-EXIT
018100           END-IF.
018101
018102           ADD PER-PROG-DIAS-GOZO  TO PER-DIAS-GOZADOS.
018103           ADD PER-PROG-DIAS-ABONO TO PER-DIAS-ABONO.
018104           MOVE ZEROS TO PER-PROG-INICIO, PER-PROG-DIAS-GOZO,
018105               PER-PROG-DIAS-ABONO.
018106           IF PER-DIAS-GOZADOS + PER-DIAS-ABONO
018107               + PER-DIAS-INDENIZADOS NOT < PER-DIAS-DIREITO
018108               SET PER-QUITADO TO TRUE
018109           END-IF.
018110           MOVE COMPETENCIA-FOLHA TO PER-ULT-COMPET-PAGTO.
018111           MOVE DATA-EXECUCAO     TO PER-DATA-ATUALIZACAO.
018112           REWRITE REG-PERIODO-FERIAS
018113               INVALID KEY
018114                   DISPLAY "ERRO AO BAIXAR AS FERIAS DA "
018115                       "MATRICULA " PER-MATRICULA
018116                       " - FILE STATUS " FS-FERIAS
018117                   DISPLAY "LOTE INTERROMPIDO PARA NAO DEIXAR OS "
018118                       "PERIODOS DIFERENTES DO HISTORICO."
018119                   STOP RUN
018120           END-REWRITE.
018121       5500-EXIT.
018122           EXIT.
018123*
018124*    --------------------------------------------------
018125*    5510-RESCINDIR-PERIODO
018126*    LE UM PERIODO DO FUNCIONARIO DESLIGADO E, SE ESTIVER
018127*    EM ABERTO, INDENIZA O SALDO E O MARCA COMO RESCINDIDO.
018128*    --------------------------------------------------
018129       5510-RESCINDIR-PERIODO.
018130           READ PERIODO-FERIAS NEXT RECORD
018131               AT END
018132                   SET FIM-PERIODO TO TRUE
018133                   GO TO 5510-EXIT
018134           END-READ.
018135           IF PER-MATRICULA NOT = FUNC-MATRICULA
018136               SET FIM-PERIODO TO TRUE
018137               GO TO 5510-EXIT
018138           END-IF.
018139           IF NOT PER-ABERTO
018140               GO TO 5510-EXIT
018141           END-IF.
018142
018143           COMPUTE SALDO-PERIODO = PER-DIAS-DIREITO
018144               - PER-DIAS-GOZADOS - PER-DIAS-ABONO
018145               - PER-DIAS-INDENIZADOS.
018146           IF SALDO-PERIODO > ZEROS
018147               ADD SALDO-PERIODO TO PER-DIAS-INDENIZADOS
018148           END-IF.
018149           MOVE ZEROS TO PER-PROG-INICIO, PER-PROG-DIAS-GOZO,
018150               PER-PROG-DIAS-ABONO.
018151           SET PER-RESCINDIDO TO TRUE.
018152           MOVE COMPETENCIA-FOLHA TO PER-ULT-COMPET-PAGTO.
018153           MOVE DATA-EXECUCAO     TO PER-DATA-ATUALIZACAO.
018154           REWRITE REG-PERIODO-FERIAS
018155               INVALID KEY
018156                   DISPLAY "ERRO AO BAIXAR AS FERIAS DA "
018157                       "MATRICULA " PER-MATRICULA
018158                       " - FILE STATUS " FS-FERIAS
018159                   DISPLAY "LOTE INTERROMPIDO PARA NAO DEIXAR OS "
018160                       "PERIODOS DIFERENTES DO HISTORICO."
018161                   STOP RUN
018162           END-REWRITE.
018163       5510-EXIT.
018164           EXIT.
018165*
018166*    --------------------------------------------------
018167*    6000-CONFERIR-VARIACAO
018168*    NO MODO PREVIA, COMPARA O LIQUIDO APURADO DO
018169*    FUNCIONARIO CORRENTE COM O LIQUIDO DO MESMO TIPO NA
018170*    COMPETENCIA ANTERIOR: MATRICULA SEM LIQUIDO ANTERIOR
018171*    E APONTADA COMO NOVA E VARIACAO ACIMA DO LIMITE E
018172*    APONTADA COM O PERCENTUAL.
018173*    --------------------------------------------------
018174       6000-CONFERIR-VARIACAO.
018175           MOVE FUNC-MATRICULA TO MATRICULA-PROCURADA.
018176           PERFORM 7000-PROCURAR-LIQ-ANTERIOR THRU 7000-EXIT.
018177
018178           IF NAO-ACHOU
018179               MOVE FUNC-MATRICULA TO VD-MATRICULA
018180               MOVE ZEROS          TO VD-ANTERIOR
018181               MOVE SAL_LIQUIDO    TO VD-ATUAL
018182               MOVE ZEROS          TO VD-PERCENTUAL
018183               MOVE "MATRICULA NOVA NA FOLHA" TO VD-MOTIVO
018184               WRITE LINHA-VARIACAO-REL FROM VAR-LINHA-DETALHE
018185               ADD 1 TO QTD-VAR-NOVAS
018186               GO TO 6000-EXIT
018187           END-IF.
018188
018189           MOVE "S" TO TLA-VISTO (IDX-TLA).
018190           COMPUTE DIFERENCA-LIQUIDO =
018191               SAL_LIQUIDO - TLA-LIQUIDO (IDX-TLA).
018192           IF TLA-LIQUIDO (IDX-TLA) = ZEROS
018193               MOVE 99999,99 TO PERCENTUAL-VARIACAO
018194           ELSE
018200               COMPUTE PERCENTUAL-VARIACAO ROUNDED =
018210                   DIFERENCA-LIQUIDO * 100
018220                   / TLA-LIQUIDO (IDX-TLA)
019220           PERFORM 8100-EMITIR-GUIA THRU 8100-EXIT.
019230
019240           MOVE "E" TO CTRL-SITUACAO.
019241           MOVE DATA-EXECUCAO TO CTRL-DATA-GUIA.
019250           REWRITE REG-CONTROLE.
019260
019270           IF COM-ARQ-DESCONTO
019280               CLOSE DESCONTO-RECORR
019281           END-IF.
019282           IF COM-ARQ-LANCAMENTO
019283               CLOSE LANCAMENTO-VAR
019284           END-IF.
019285           IF TIPO-RESCISAO
019286               CLOSE TRCT-RESCISAO
019287           END-IF.
019288           IF TIPO-DISSIDIO
019289               CLOSE DIFERENCA-DISSIDIO
019290           END-IF.
019291           IF COM-ARQ-FERIAS
019292               CLOSE PERIODO-FERIAS
019293           END-IF.
019300           CLOSE EMPLOYEE-MASTER, FOLHA-PAGTO, CONTRACHEQUE,
019310                 REMESSA-BANCO, HIST-FOLHA, CONTROLE-FOLHA.
019320       8000-EXIT.
019700           MOVE TOTAL-FGTS TO GR-VALOR-VALOR.
019710           WRITE LINHA-GUIA FROM GUIA-LINHA-VALOR.
019720
019721           IF TIPO-RESCISAO
019722               MOVE "MULTA RESCISORIA DO FGTS (40%)"
019723                   TO GR-VALOR-DESCR
019724               MOVE TOTAL-MULTA-FGTS TO GR-VALOR-VALOR
019725               WRITE LINHA-GUIA FROM GUIA-LINHA-VALOR
019726           END-IF.
019727
019730           WRITE LINHA-GUIA FROM GUIA-SEPARADOR.
019740
019750           CLOSE GUIA-RECOLHIMENTO.
019810*    FECHA O MODO PREVIA: EMITE A SECAO DAS MATRICULAS
019820*    PAGAS NA COMPETENCIA ANTERIOR E AUSENTES NESTA, OS
019830*    TOTAIS DO RELATORIO DE VARIACAO E FECHA OS ARQUIVOS
019831*    SEM TOCAR NO HISTORICO, NA REMESSA NEM NA GUIA. DO
019832*    CONTROLE DE EXECUCAO SO REGISTRA A DATA DA PREVIA.
019860*    --------------------------------------------------
019870       8200-FECHAR-PREVIA.
019880           WRITE LINHA-FOLHA FROM LINHA-AVISO-PREVIA.
020040               TO VT-DESCRICAO.
020050           MOVE QTD-VAR-AUSENTES TO VT-QUANTIDADE.
020060           WRITE LINHA-VARIACAO-REL FROM VAR-LINHA-TOTAL.
020061           MOVE "MATRICULAS DESLIGADAS (FORA DA FOLHA):"
020062               TO VT-DESCRICAO.
020063           MOVE QTD-VAR-DESLIGADOS TO VT-QUANTIDADE.
020064           WRITE LINHA-VARIACAO-REL FROM VAR-LINHA-TOTAL.
020070
020080           IF COM-ARQ-DESCONTO
020090               CLOSE DESCONTO-RECORR
020100           END-IF.
020101           IF COM-ARQ-LANCAMENTO
020102               CLOSE LANCAMENTO-VAR
020103           END-IF.
020104           IF TIPO-RESCISAO
020105               AND COM-ARQ-HISTORICO
020106               CLOSE HIST-FOLHA
020107           END-IF.
020108           IF TIPO-DISSIDIO
020109               CLOSE DIFERENCA-DISSIDIO
020110           END-IF.
020111           IF COM-ARQ-FERIAS
020112               CLOSE PERIODO-FERIAS
020113           END-IF.
020114           CLOSE EMPLOYEE-MASTER, FOLHA-PAGTO, REL-VARIACAO.
020115
020116           PERFORM 8300-REGISTRAR-PREVIA THRU 8300-EXIT.
020120       8200-EXIT.
020121           EXIT.
020122*
020123*    --------------------------------------------------
020124*    8300-REGISTRAR-PREVIA
020125*    REGISTRA NO CONTROLE DE EXECUCAO A DATA DA PREVIA,
020126*    EXIGIDA PELO FECHA-FOLHA PARA FECHAR A COMPETENCIA.
020127*    SEM LOTE EFETIVO AINDA, CRIA O REGISTRO COM A
020128*    SITUACAO "P"; A PREVIA DE COMPETENCIA JA ENCERRADA
020129*    NAO E REGISTRADA.
020130*    --------------------------------------------------
020131       8300-REGISTRAR-PREVIA.
020132           OPEN I-O CONTROLE-FOLHA.
020133           IF FS-CONTROLE = "35"
020134               OPEN OUTPUT CONTROLE-FOLHA
020135               CLOSE CONTROLE-FOLHA
020136               OPEN I-O CONTROLE-FOLHA
020137           END-IF.
020138           IF FS-CONTROLE NOT = "00"
020139               DISPLAY "AVISO - CONTROLE CTRLFOLH INDISPONIVEL "
020140                   "(FILE STATUS " FS-CONTROLE ") - PREVIA NAO "
020141                   "REGISTRADA."
020142               GO TO 8300-EXIT
020143           END-IF.
020144
020145           MOVE COMPETENCIA-FOLHA TO CTRL-COMPETENCIA.
020146           MOVE TIPO-PROCESSAMENTO TO CTRL-TIPO-PROC.
020147           READ CONTROLE-FOLHA
020148               INVALID KEY
020149                   MOVE ZEROS TO CTRL-NUM-EXECUCAO,
020150                       CTRL-ULT-MATRICULA, CTRL-DATA-ULT-EXEC,
020151                       CTRL-DATA-GUIA, CTRL-DATA-VALIDACAO,
020152                       CTRL-DATA-CONCILIACAO, CTRL-DATA-FECHAMENTO
020153                   MOVE "P" TO CTRL-SITUACAO
020154                   MOVE SPACES TO CTRL-SITUACAO-FECHAMENTO,
020155                       CTRL-OPERADOR-FECHAMENTO
020156                   MOVE DATA-EXECUCAO TO CTRL-DATA-PREVIA
020157                   WRITE REG-CONTROLE
020158               NOT INVALID KEY
020159                   IF CTRL-SITUACAO = "E"
020160                       AND (NOT TIPO-RESCISAO
020161                           OR CTRL-SITUACAO-FECHAMENTO = "F")
020162                       DISPLAY "COMPETENCIA JA ENCERRADA - "
020163                           "PREVIA NAO REGISTRADA NO CONTROLE."
020164                   ELSE
020165                       MOVE DATA-EXECUCAO TO CTRL-DATA-PREVIA
020166                       REWRITE REG-CONTROLE
020167                   END-IF
020168           END-READ.
020169           CLOSE CONTROLE-FOLHA.
020170       8300-EXIT.
020171           EXIT.
020172
020173       END PROGRAM SALARIO-LIQUIDO.
