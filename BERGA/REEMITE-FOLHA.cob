000310*                       POSICIONAR POR START NA COMPETENCIA, NO
000320*                       TIPO E NA MATRICULA PEDIDA, EM VEZ DE
000330*                       LER O HISTORICO INTEIRO.
000331*    15/10/2026 MSL     A SEGUNDA VIA DA FOLHA MENSAL PASSOU A
000332*                       EMITIR OS TOTAIS DE PROVENTOS E DE
000333*                       DESCONTOS EVENTUAIS DOS LANCAMENTOS
000334*                       VARIAVEIS CARIMBADOS NO HISTORICO, EM UMA
000335*                       LINHA CADA, QUANDO HOUVER.
000336*    15/10/2026 MSL     ACEITO O TIPO 5 (RESCISAO): A SEGUNDA VIA
000337*                       EMITE AS VERBAS RESCISORIAS CARIMBADAS NO
000338*                       HISTORICO E O DESCONTO DO ADIANTAMENTO DO
000339*                       13 JA PAGO, QUANDO HOUVER.
000340*    15/10/2026 MSL     ACEITO O TIPO 6 (DIFERENCAS DE DISSIDIO):
000341*                       A SEGUNDA VIA EMITE AS DIFERENCAS POR
000342*                       VERBA CARIMBADAS NO HISTORICO.
000343*    15/10/2026 MSL     A SEGUNDA VIA DAS FERIAS PASSOU A EMITIR
000344*                       OS DIAS DE GOZO (EM DOBRO, QUANDO FOI O
000345*                       CASO) E O ABONO PECUNIARIO COM O SEU TERCO
000346*                       CARIMBADOS NO HISTORICO.
000347*    15/10/2026 MSL     A SEGUNDA VIA DA RESCISAO PASSOU A EMITIR
000348*                       AS HORAS EXTRAS E OS PROVENTOS E DESCONTOS
000349*                       EVENTUAIS DO MES DO DESLIGAMENTO, E A DAS
000350*                       DIFERENCAS DE DISSIDIO AS DO AVISO E DAS
000351*                       FERIAS INDENIZADAS DA RESCISAO.
000352*
000353       Environment DIVISION.
000360       Configuration Section.
000370       SOURCE-COMPUTER.         MEU PC.
000380       OBJECT-COMPUTER.         MEU PC.
001160       77  QTD-SEM-CADASTRO        PIC 9(05) COMP VALUE ZEROS.
001170       77  QTD-DETALHES-REMESSA    PIC 9(05) VALUE ZEROS.
001180       77  TOTAL-LIQ-REEMITIDO     PIC 9(13)V99 VALUE ZEROS.
001181       77  VALOR-DIA-FERIAS        PIC 9(07)V99 VALUE ZEROS.
001190*
001200*    REGISTROS DA REMESSA CNAB (MESMO LAYOUT DA GERACAO
001210*    ORIGINAL EM SALARIO-LIQUIDO)
002100           DISPLAY "COMPETENCIA A REEMITIR (AAAAMM): ".
002110           ACCEPT COMPETENCIA-PEDIDA.
002120           DISPLAY "TIPO DE PROCESSAMENTO (1=MENSAL, 2=13 1A "
002121               "PARCELA, 3=13 2A PARCELA, 4=FERIAS, "
002122               "5=RESCISAO, 6=DISSIDIO): ".
002140           ACCEPT TIPO-PEDIDO.
002150           EVALUATE TIPO-PEDIDO
002160               WHEN 1
002230                 TO DESCRICAO-TIPO
002240               WHEN 4
002250                   MOVE "FERIAS" TO DESCRICAO-TIPO
002251               WHEN 5
002252                   MOVE "RESCISAO (TRCT)" TO DESCRICAO-TIPO
002253               WHEN 6
002254                   MOVE "DIFERENCAS DE DISSIDIO" TO DESCRICAO-TIPO
002260               WHEN OTHER
002270                   DISPLAY "TIPO DE PROCESSAMENTO INVALIDO."
002280                   STOP RUN
004150           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
004160
004170           IF HIST-TIPO-PROC = 3
004171               OR (HIST-TIPO-PROC = 5
004172                   AND HIST-DESC-ADIANTAMENTO > ZEROS)
004180               MOVE "DESCONTO ADTO 1A PARCELA" TO CC-VALOR-DESCR
004190               MOVE HIST-DESC-ADIANTAMENTO    TO CC-VALOR-VALOR
004200               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
004540*    5210-GRAVAR-VERBAS-MENSAL
004550*    EMITE AS TRES VERBAS DE HORAS DA FOLHA MENSAL, COM
004560*    AS QUANTIDADES E OS VALORES-HORA CARIMBADOS NO
004561*    HISTORICO NA EPOCA DO PAGAMENTO, E OS TOTAIS DE
004562*    PROVENTOS E DESCONTOS EVENTUAIS DA COMPETENCIA.
004580*    --------------------------------------------------
004590       5210-GRAVAR-VERBAS-MENSAL.
004600           MOVE "HORAS NORMAIS" TO CC-VERBA-DESCR.
004740           MOVE HIST-TARIFA-EXTRA-DOM   TO CC-VERBA-TARIFA.
004750           MOVE HIST-SAL-HORA-EXTRA-DOM TO CC-VERBA-VALOR.
004760           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VERBA.
004761           IF HIST-PROVENTOS-VAR > ZEROS
004762               MOVE "PROVENTOS EVENTUAIS" TO CC-VALOR-DESCR
004763               MOVE HIST-PROVENTOS-VAR    TO CC-VALOR-VALOR
004764               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
004765           END-IF.
004766           IF HIST-DESCONTOS-VAR > ZEROS
004767               MOVE "DESCONTOS EVENTUAIS" TO CC-VALOR-DESCR
004768               MOVE HIST-DESCONTOS-VAR    TO CC-VALOR-VALOR
004769               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
004770           END-IF.
004771       5210-EXIT.
004780           EXIT.
004790*
004800*    --------------------------------------------------
004810*    5220-GRAVAR-VERBA-AVULSA
004820*    EMITE A VERBA UNICA DOS LOTES DE 13 SALARIO E DE
004821*    FERIAS, OU AS VERBAS DA RESCISAO, COM OS VALORES
004822*    CARIMBADOS NO HISTORICO.
004840*    --------------------------------------------------
004850       5220-GRAVAR-VERBA-AVULSA.
004860           EVALUATE HIST-TIPO-PROC
004940                   MOVE HIST-SAL-BRUTO TO CC-VALOR-VALOR
004950                   WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
004960               WHEN 4
004961                   PERFORM 5225-GRAVAR-VERBAS-FERIAS
004962                       THRU 5225-EXIT
004963               WHEN 5
004964                   PERFORM 5230-GRAVAR-VERBAS-RESCISAO
004965                       THRU 5230-EXIT
004966               WHEN 6
004967                   PERFORM 5240-GRAVAR-VERBAS-DISSIDIO
004968                       THRU 5240-EXIT
005040           END-EVALUATE.
005050       5220-EXIT.
005051           EXIT.
005052*
005053*    --------------------------------------------------
005054*    5225-GRAVAR-VERBAS-FERIAS
005055*    EMITE OS DIAS DE GOZO DAS FERIAS COM O VALOR DO DIA,
005056*    O TERCO CONSTITUCIONAL E O ABONO PECUNIARIO COM O
005057*    TERCO. O REGISTRO GRAVADO ANTES DOS DIAS SEREM
005058*    CARIMBADOS NO HISTORICO SAI COM O SALARIO BASE.
005059*    --------------------------------------------------
005060       5225-GRAVAR-VERBAS-FERIAS.
005061           IF HIST-DIAS-FERIAS = ZEROS
005062               MOVE "FERIAS (SALARIO BASE)" TO CC-VALOR-DESCR
005063               MOVE HIST-SALARIO-BASE TO CC-VALOR-VALOR
005064               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
005065           ELSE
005066               IF HIST-IND-DOBRA = "S"
005067                   MOVE "FERIAS EM DOBRO - DIAS" TO CC-VERBA-DESCR
005068               ELSE
005069                   MOVE "FERIAS - DIAS DE GOZO" TO CC-VERBA-DESCR
005070               END-IF
005071               MOVE HIST-DIAS-FERIAS TO CC-VERBA-QTD
005072               COMPUTE VALOR-DIA-FERIAS ROUNDED =
005073                   HIST-SALARIO-BASE / HIST-DIAS-FERIAS
005074               MOVE VALOR-DIA-FERIAS  TO CC-VERBA-TARIFA
005075               MOVE HIST-SALARIO-BASE TO CC-VERBA-VALOR
005076               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VERBA
005077           END-IF.
005078
005079           MOVE "ADICIONAL 1/3 DE FERIAS" TO CC-VALOR-DESCR.
005080           MOVE HIST-TERCO-FERIAS TO CC-VALOR-VALOR.
005081           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
005082
005083           IF HIST-DIAS-ABONO = ZEROS
005084               GO TO 5225-EXIT
005085           END-IF.
005086           MOVE "ABONO PECUNIARIO - DIAS" TO CC-VERBA-DESCR.
005087           MOVE HIST-DIAS-ABONO TO CC-VERBA-QTD.
005088           COMPUTE VALOR-DIA-FERIAS ROUNDED =
005089               HIST-ABONO-PECUNIARIO / HIST-DIAS-ABONO.
005090           MOVE VALOR-DIA-FERIAS      TO CC-VERBA-TARIFA.
005091           MOVE HIST-ABONO-PECUNIARIO TO CC-VERBA-VALOR.
005092           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VERBA.
005093
005094           MOVE "1/3 SOBRE ABONO PECUNIARIO" TO CC-VALOR-DESCR.
005095           MOVE HIST-TERCO-ABONO TO CC-VALOR-VALOR.
005096           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
005097       5225-EXIT.
005098           EXIT.
005099*
005100*    --------------------------------------------------
005101*    5230-GRAVAR-VERBAS-RESCISAO
005102*    EMITE AS VERBAS DA RESCISAO CARIMBADAS NO HISTORICO,
005103*    UMA POR LINHA. AS HORAS EXTRAS E OS EVENTUAIS DO MES
005104*    DO DESLIGAMENTO SAEM SO QUANDO HOUVE.
005105*    --------------------------------------------------
005106       5230-GRAVAR-VERBAS-RESCISAO.
005107           MOVE "SALDO DE SALARIO" TO CC-VALOR-DESCR.
005108           MOVE HIST-SALDO-SALARIO TO CC-VALOR-VALOR.
005109           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
005110
005111           IF HIST-QTD-HORA-EXTRA > ZEROS
005112               MOVE "HORAS EXTRAS 50%"  TO CC-VERBA-DESCR
005113               MOVE HIST-QTD-HORA-EXTRA TO CC-VERBA-QTD
005114               MOVE HIST-TARIFA-EXTRA   TO CC-VERBA-TARIFA
005115               MOVE HIST-SAL-HORA-EXTRA TO CC-VERBA-VALOR
005116               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VERBA
005117           END-IF.
005118           IF HIST-QTD-HORA-EXTRA-DOM > ZEROS
005119               MOVE "HORAS EXTRAS DOM/FER 100%" TO CC-VERBA-DESCR
005120               MOVE HIST-QTD-HORA-EXTRA-DOM TO CC-VERBA-QTD
005121               MOVE HIST-TARIFA-EXTRA-DOM   TO CC-VERBA-TARIFA
005122               MOVE HIST-SAL-HORA-EXTRA-DOM TO CC-VERBA-VALOR
005123               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VERBA
005124           END-IF.
005125           IF HIST-PROVENTOS-VAR > ZEROS
005126               MOVE "PROVENTOS EVENTUAIS" TO CC-VALOR-DESCR
005127               MOVE HIST-PROVENTOS-VAR    TO CC-VALOR-VALOR
005128               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
005129           END-IF.
005130           IF HIST-DESCONTOS-VAR > ZEROS
005131               MOVE "DESCONTOS EVENTUAIS" TO CC-VALOR-DESCR
005132               MOVE HIST-DESCONTOS-VAR    TO CC-VALOR-VALOR
005133               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
005134           END-IF.
005135
005136           MOVE "AVISO PREVIO INDENIZADO" TO CC-VALOR-DESCR.
005137           MOVE HIST-AVISO-INDENIZADO     TO CC-VALOR-VALOR.
005138           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
005139
005140           MOVE "13 SALARIO PROPORCIONAL" TO CC-VALOR-DESCR.
005141           MOVE HIST-13-PROPORCIONAL      TO CC-VALOR-VALOR.
005142           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
005143
005144           MOVE "FERIAS VENCIDAS INDENIZADAS" TO CC-VALOR-DESCR.
005145           MOVE HIST-FERIAS-VENCIDAS          TO CC-VALOR-VALOR.
005146           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
005147
005148           MOVE "FERIAS PROPORCIONAIS" TO CC-VALOR-DESCR.
005149           MOVE HIST-FERIAS-PROPORC    TO CC-VALOR-VALOR.
005150           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
005151
005152           MOVE "ADICIONAL 1/3 DE FERIAS" TO CC-VALOR-DESCR.
005153           MOVE HIST-TERCO-FERIAS         TO CC-VALOR-VALOR.
005154           WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR.
005155       5230-EXIT.
005156           EXIT.
005157*
005158*    --------------------------------------------------
005159*    5240-GRAVAR-VERBAS-DISSIDIO
005160*    EMITE AS DIFERENCAS DE DISSIDIO CARIMBADAS NO
005161*    HISTORICO, UMA LINHA POR VERBA COM VALOR.
005162*    --------------------------------------------------
005163       5240-GRAVAR-VERBAS-DISSIDIO.
005164           IF HIST-SAL-HORA-NORMAL > ZEROS
005165               MOVE "DIF. DISSIDIO - HORAS NORMAIS"
005166                   TO CC-VALOR-DESCR
005167               MOVE HIST-SAL-HORA-NORMAL TO CC-VALOR-VALOR
005168               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
005169           END-IF.
005170           IF HIST-SAL-HORA-EXTRA > ZEROS
005171               MOVE "DIF. DISSIDIO - HORAS EXTRAS 50%"
005172                   TO CC-VALOR-DESCR
005173               MOVE HIST-SAL-HORA-EXTRA TO CC-VALOR-VALOR
005174               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
005175           END-IF.
005176           IF HIST-SAL-HORA-EXTRA-DOM > ZEROS
005177               MOVE "DIF. DISSIDIO - EXTRAS DOM/FER"
005178                   TO CC-VALOR-DESCR
005179               MOVE HIST-SAL-HORA-EXTRA-DOM TO CC-VALOR-VALOR
005180               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
005181           END-IF.
005182           IF HIST-DIF-DECIMO-TERC > ZEROS
005183               MOVE "DIF. DISSIDIO - 13 SALARIO"
005184                   TO CC-VALOR-DESCR
005185               MOVE HIST-DIF-DECIMO-TERC TO CC-VALOR-VALOR
005186               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
005187           END-IF.
005188           IF HIST-DIF-FERIAS > ZEROS
005189               MOVE "DIF. DISSIDIO - FERIAS" TO CC-VALOR-DESCR
005190               MOVE HIST-DIF-FERIAS TO CC-VALOR-VALOR
005191               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
005192           END-IF.
005193           IF HIST-TERCO-FERIAS > ZEROS
005194               MOVE "DIF. DISSIDIO - 1/3 DE FERIAS"
005195                   TO CC-VALOR-DESCR
005196               MOVE HIST-TERCO-FERIAS TO CC-VALOR-VALOR
005197               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
005198           END-IF.
005199           IF HIST-AVISO-INDENIZADO > ZEROS
005200               MOVE "DIF. DISSIDIO - AVISO PREVIO"
005201                   TO CC-VALOR-DESCR
005202               MOVE HIST-AVISO-INDENIZADO TO CC-VALOR-VALOR
005203               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
005204           END-IF.
005205           IF HIST-FERIAS-VENCIDAS > ZEROS
005206               MOVE "DIF. DISSIDIO - FERIAS INDENIZADAS"
005207                   TO CC-VALOR-DESCR
005208               MOVE HIST-FERIAS-VENCIDAS TO CC-VALOR-VALOR
005209               WRITE LINHA-CONTRACHEQUE FROM CC-LINHA-VALOR
005210           END-IF.
005211       5240-EXIT.
005212           EXIT.
005213*
005214*    --------------------------------------------------
005215*    5300-GRAVAR-REMESSA
005216*    ACRESCENTA A REMESSA REEMITIDA A ORDEM DE CREDITO DO
005217*    REGISTRO CORRENTE, NO LIQUIDO CARIMBADO NO
005218*    HISTORICO E NA CONTA ATUAL DO CADASTRO.
005219*    --------------------------------------------------
005220       5300-GRAVAR-REMESSA.
005221           ADD 1 TO QTD-DETALHES-REMESSA.
005222           MOVE QTD-DETALHES-REMESSA TO CND-NUM-REGISTRO.
005223           MOVE FUNC-BANCO     TO CND-BANCO-FAVORECIDO.
005224           MOVE FUNC-AGENCIA   TO CND-AGENCIA.
005225           MOVE FUNC-CONTA     TO CND-CONTA.
005226           MOVE FUNC-CONTA-DV  TO CND-CONTA-DV.
005227           MOVE FUNC-NOME      TO CND-NOME-FAVORECIDO.
005228           MOVE HIST-MATRICULA TO CND-MATRICULA.
005230           MOVE FUNC-CPF       TO CND-CPF.
005240           MOVE DATA-HOJE      TO CND-DATA-PAGAMENTO.
005250           MOVE HIST-SAL-LIQUIDO TO CND-VALOR-PAGAMENTO.
