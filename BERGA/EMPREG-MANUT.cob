000340*                       QUE A AUDITORIA PRECISA ENXERGAR, E O
000350*                       RELATORIO AUDITA-CADASTRO LISTA AS
000360*                       ALTERACOES DE CADA COMPETENCIA.
000361*    15/10/2026 MSL     AS HORAS EXTRAS DO MES SAIRAM DO
000362*                       CADASTRO E PASSARAM A SER LANCADAS POR
000363*                       COMPETENCIA NO LANCBRUT (CRITICA-LANCTO).
000364*                       A QTD DE HORAS DO CADASTRO PASSOU A SER A
000365*                       JORNADA MENSAL CONTRATUAL E AS HORAS
000366*                       EXTRAS SAO GRAVADAS ZERADAS.
000367*    15/10/2026 MSL     INCLUIDOS A DATA DE ADMISSAO, A DATA E O
000368*                       MOTIVO DO DESLIGAMENTO (SEM JUSTA CAUSA,
000369*                       JUSTA CAUSA OU PEDIDO DE DEMISSAO), COM A
000370*                       SITUACAO DO VINCULO DEDUZIDA DELES, PARA A
000371*                       RESCISAO NA FOLHA. A AUDITORIA PASSOU A
000372*                       GUARDAR O ANTES E DEPOIS DESSES CAMPOS.
000373*    15/10/2026 MSL     INCLUIDO O CENTRO DE CUSTO DO
000374*                       FUNCIONARIO, OBRIGATORIO, PARA A
000375*                       INTERFACE CONTABIL, COM ANTES E DEPOIS
000376*                       NA AUDITORIA.
000377*    15/10/2026 MSL     A COMPETENCIA DE VIGENCIA DA AUDITORIA,
000378*                       QUE SO O REAJUSTE DO DISSIDIO PREENCHE,
000379*                       E GRAVADA COM ZEROS.
000380*
000381       Environment DIVISION.
000390       Configuration Section.
000400       SOURCE-COMPUTER.         MEU PC.
000410       OBJECT-COMPUTER.         MEU PC.
001060           05  FANT-AGENCIA        PIC 9(04) VALUE ZEROS.
001070           05  FANT-CONTA          PIC 9(08) VALUE ZEROS.
001080           05  FANT-CONTA-DV       PIC X(01) VALUE SPACES.
001081           05  FANT-DATA-ADMISSAO  PIC 9(08) VALUE ZEROS.
001082           05  FANT-DATA-DESLIG    PIC 9(08) VALUE ZEROS.
001083           05  FANT-MOTIVO-DESLIG  PIC X(01) VALUE SPACES.
001084           05  FANT-SITUACAO       PIC X(01) VALUE SPACES.
001085           05  FANT-CENTRO-CUSTO   PIC 9(04) VALUE ZEROS.
001090
001100       PROCEDURE DIVISION.
001110*
002000               NOT INVALID KEY
002010                   DISPLAY "FUNCIONARIO INCLUIDO COM SUCESSO."
002020                   MOVE ZEROS  TO FUNC-ANTES
002021                   MOVE SPACES TO FANT-NOME, FANT-CONTA-DV,
002022                       FANT-MOTIVO-DESLIG, FANT-SITUACAO
002040                   PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
002050           END-WRITE.
002060       2000-EXIT.
002860                   TO MOTIVO-CRITICA
002870               GO TO 2100-EXIT
002880           END-IF.
002881
002882           IF FUNC-CENTRO-CUSTO NOT NUMERIC
002883               OR FUNC-CENTRO-CUSTO = ZEROS
002884               SET CADASTRO-INVALIDO TO TRUE
002885               MOVE "CENTRO DE CUSTO ZERADO OU NAO NUMERICO"
002886                   TO MOTIVO-CRITICA
002887               GO TO 2100-EXIT
002888           END-IF.
002889
002890           IF FUNC-DATA-ADMISSAO NOT NUMERIC
002891               OR FUNC-DATA-ADMISSAO = ZEROS
002892               OR FUNC-ADMIS-MES < 01 OR FUNC-ADMIS-MES > 12
002893               OR FUNC-ADMIS-DIA < 01 OR FUNC-ADMIS-DIA > 31
002894               SET CADASTRO-INVALIDO TO TRUE
002895               MOVE "DATA DE ADMISSAO INVALIDA"
002896                   TO MOTIVO-CRITICA
002897               GO TO 2100-EXIT
002898           END-IF.
002899
002900           IF FUNC-DATA-DESLIGAMENTO NOT NUMERIC
002901               SET CADASTRO-INVALIDO TO TRUE
002902               MOVE "DATA DE DESLIGAMENTO NAO NUMERICA"
002903                   TO MOTIVO-CRITICA
002904               GO TO 2100-EXIT
002905           END-IF.
002906
002907           IF FUNC-DATA-DESLIGAMENTO = ZEROS
002908               MOVE SPACES TO FUNC-MOTIVO-DESLIG
002909               SET FUNC-ATIVO TO TRUE
002910               GO TO 2100-EXIT
002911           END-IF.
002912
002913           IF FUNC-DESLIG-MES < 01 OR FUNC-DESLIG-MES > 12
002914               OR FUNC-DESLIG-DIA < 01 OR FUNC-DESLIG-DIA > 31
002915               OR FUNC-DATA-DESLIGAMENTO < FUNC-DATA-ADMISSAO
002916               SET CADASTRO-INVALIDO TO TRUE
002917               MOVE "DATA DE DESLIGAMENTO INVALIDA"
002918                   TO MOTIVO-CRITICA
002919               GO TO 2100-EXIT
002920           END-IF.
002921
002922           IF NOT FUNC-MOTIVO-VALIDO
002923               SET CADASTRO-INVALIDO TO TRUE
002924               MOVE "MOTIVO DO DESLIGAMENTO FORA DE S, J OU P"
002925                   TO MOTIVO-CRITICA
002926               GO TO 2100-EXIT
002927           END-IF.
002928           SET FUNC-DESLIGADO TO TRUE.
002929       2100-EXIT.
002930           EXIT.
002931*
002932*    --------------------------------------------------
002933*    2200-ACEITAR-CAMPOS
002940*    LE DO CONSOLE OS CAMPOS DO FUNCIONARIO, EXCETO A
002950*    MATRICULA, QUE E A CHAVE E E TRATADA POR CADA
002960*    ROTINA DE MANUTENCAO.
003000           ACCEPT FUNC-NOME.
003010           DISPLAY "VALOR-HORA (EX.: 0000025,50): ".
003020           ACCEPT FUNC-VAL-HORA.
003021           DISPLAY "JORNADA MENSAL CONTRATUAL (HORAS): ".
003040           ACCEPT FUNC-QTD-HORA.
003041           MOVE ZEROS TO FUNC-QTD-HORA-EXTRA,
003042               FUNC-QTD-HORA-EXTRA-DOM.
003090           DISPLAY "QTD DE DEPENDENTES (00 A 99): ".
003100           ACCEPT FUNC-QTD-DEPENDENTE.
003110           DISPLAY "CPF (11 DIGITOS, SEM PONTUACAO): ".
003180           ACCEPT FUNC-CONTA.
003190           DISPLAY "DIGITO DA CONTA: ".
003200           ACCEPT FUNC-CONTA-DV.
003201           DISPLAY "CENTRO DE CUSTO (4 DIGITOS): ".
003202           ACCEPT FUNC-CENTRO-CUSTO.
003203           DISPLAY "DATA DE ADMISSAO (AAAAMMDD): ".
003204           ACCEPT FUNC-DATA-ADMISSAO.
003205           DISPLAY "DATA DE DESLIGAMENTO (AAAAMMDD, ZEROS SE "
003206               "ATIVO): ".
003207           ACCEPT FUNC-DATA-DESLIGAMENTO.
003208           MOVE SPACES TO FUNC-MOTIVO-DESLIG.
003209           IF FUNC-DATA-DESLIGAMENTO NUMERIC
003210               AND FUNC-DATA-DESLIGAMENTO NOT = ZEROS
003211               DISPLAY "MOTIVO DO DESLIGAMENTO (S=SEM JUSTA "
003212                   "CAUSA, "
003213                   "J=JUSTA CAUSA, P=PEDIDO DE DEMISSAO): "
003214               ACCEPT FUNC-MOTIVO-DESLIG
003215           END-IF.
003216       2200-EXIT.
003220           EXIT.
003230*
003240*    --------------------------------------------------
003740           MOVE FUNC-AGENCIA            TO FANT-AGENCIA.
003750           MOVE FUNC-CONTA              TO FANT-CONTA.
003760           MOVE FUNC-CONTA-DV           TO FANT-CONTA-DV.
003761           MOVE FUNC-DATA-ADMISSAO      TO FANT-DATA-ADMISSAO.
003762           MOVE FUNC-DATA-DESLIGAMENTO  TO FANT-DATA-DESLIG.
003763           MOVE FUNC-MOTIVO-DESLIG      TO FANT-MOTIVO-DESLIG.
003764           MOVE FUNC-SITUACAO           TO FANT-SITUACAO.
003765           MOVE FUNC-CENTRO-CUSTO       TO FANT-CENTRO-CUSTO.
003770       3100-EXIT.
003780           EXIT.
003790*
004030                       FUNC-QTD-HORA, FUNC-QTD-DEPENDENTE,
004040                       FUNC-QTD-HORA-EXTRA,
004050                       FUNC-QTD-HORA-EXTRA-DOM, FUNC-CPF,
004051                       FUNC-BANCO, FUNC-AGENCIA, FUNC-CONTA,
004052                       FUNC-DATA-ADMISSAO, FUNC-DATA-DESLIGAMENTO,
004053                       FUNC-CENTRO-CUSTO
004054                   MOVE SPACES TO FUNC-NOME, FUNC-CONTA-DV,
004055                       FUNC-MOTIVO-DESLIG, FUNC-SITUACAO
004080                   PERFORM 6000-GRAVAR-AUDITORIA THRU 6000-EXIT
004090           END-DELETE.
004100       4000-EXIT.
004190       5000-LISTAR-CADASTRO.
004200           MOVE "N" TO IND-FIM-LISTAGEM.
004210           DISPLAY "MATRIC NOME                           ".
004211           DISPLAY "     VALOR-HORA  HORAS EXT DOM DEP ADMISSAO "
004212               "DESLIGAM."
004213               " M S C.C.".
004230
004240           MOVE LOW-VALUES TO FUNC-MATRICULA.
004250           START EMPLOYEE-MASTER KEY IS GREATER THAN
004480                       MASC-VAL-HORA SPACE FUNC-QTD-HORA SPACE
004490                       FUNC-QTD-HORA-EXTRA SPACE
004500                       FUNC-QTD-HORA-EXTRA-DOM SPACE
004501                       FUNC-QTD-DEPENDENTE SPACE
004502                       FUNC-DATA-ADMISSAO SPACE
004503                       FUNC-DATA-DESLIGAMENTO SPACE
004504                       FUNC-MOTIVO-DESLIG SPACE
004505                       FUNC-SITUACAO SPACE
004506                       FUNC-CENTRO-CUSTO
004520           END-READ.
004530       5100-EXIT.
004540           EXIT.
004650       6000-GRAVAR-AUDITORIA.
004660           MOVE DATA-HOJE TO AFUN-DATA.
004670           MOVE OPERADOR  TO AFUN-OPERADOR.
004671           MOVE ZEROS     TO AFUN-COMPET-VIGENCIA.
004680
004690           MOVE FANT-MATRICULA      TO AFUN-ANT-MATRICULA.
004700           MOVE FANT-NOME           TO AFUN-ANT-NOME.
004930           MOVE FUNC-CONTA          TO AFUN-DEP-CONTA.
004940           MOVE FUNC-CONTA-DV       TO AFUN-DEP-CONTA-DV.
004950
004951           MOVE FANT-DATA-ADMISSAO  TO AFUN-ANT-DATA-ADMISSAO.
004952           MOVE FANT-DATA-DESLIG    TO AFUN-ANT-DATA-DESLIG.
004953           MOVE FANT-MOTIVO-DESLIG  TO AFUN-ANT-MOTIVO-DESLIG.
004954           MOVE FANT-SITUACAO       TO AFUN-ANT-SITUACAO.
004955           MOVE FUNC-DATA-ADMISSAO  TO AFUN-DEP-DATA-ADMISSAO.
004956           MOVE FUNC-DATA-DESLIGAMENTO
004957               TO AFUN-DEP-DATA-DESLIG.
004958           MOVE FUNC-MOTIVO-DESLIG  TO AFUN-DEP-MOTIVO-DESLIG.
004959           MOVE FUNC-SITUACAO       TO AFUN-DEP-SITUACAO.
004960           MOVE FANT-CENTRO-CUSTO   TO AFUN-ANT-CENTRO-CUSTO.
004961           MOVE FUNC-CENTRO-CUSTO   TO AFUN-DEP-CENTRO-CUSTO.
004962
004963           EVALUATE TRUE
004970               WHEN AFUN-ANT-MATRICULA = ZEROS
004980                   MOVE "I" TO AFUN-OPERACAO
004990               WHEN AFUN-DEP-MATRICULA = ZEROS
005050           WRITE REG-AUD-FUNC.
005060
005070           MOVE ZEROS  TO FUNC-ANTES.
005071           MOVE SPACES TO FANT-NOME, FANT-CONTA-DV,
005072               FANT-MOTIVO-DESLIG, FANT-SITUACAO.
005090       6000-EXIT.
005100           EXIT.
005110*
005440                       AFUN-ANT-NOME SPACE AFUN-ANT-VAL-HORA
005450                       SPACE AFUN-ANT-CPF SPACE AFUN-ANT-BANCO
005460                       SPACE AFUN-ANT-AGENCIA SPACE
005461                       AFUN-ANT-CONTA "-" AFUN-ANT-CONTA-DV SPACE
005462                       AFUN-ANT-DATA-ADMISSAO SPACE
005463                       AFUN-ANT-DATA-DESLIG SPACE
005464                       AFUN-ANT-MOTIVO-DESLIG SPACE
005465                       AFUN-ANT-CENTRO-CUSTO
005480                   DISPLAY "  DEPOIS: " AFUN-DEP-MATRICULA SPACE
005490                       AFUN-DEP-NOME SPACE AFUN-DEP-VAL-HORA
005500                       SPACE AFUN-DEP-CPF SPACE AFUN-DEP-BANCO
005510                       SPACE AFUN-DEP-AGENCIA SPACE
005511                       AFUN-DEP-CONTA "-" AFUN-DEP-CONTA-DV SPACE
005512                       AFUN-DEP-DATA-ADMISSAO SPACE
005513                       AFUN-DEP-DATA-DESLIG SPACE
005514                       AFUN-DEP-MOTIVO-DESLIG SPACE
005515                       AFUN-DEP-CENTRO-CUSTO
005530           END-READ.
005540       7100-EXIT.
005550           EXIT.
