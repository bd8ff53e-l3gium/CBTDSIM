000220*                       OS CAMPOS NOVOS ZERADOS E A NATUREZA
000230*                       NORMAL. CHAVE DUPLICADA E CONTADA E
000240*                       LISTADA, EM VEZ DE ABORTAR A CONVERSAO.
000241*    15/10/2026 MSL     OS TOTAIS DE PROVENTOS E DESCONTOS
000242*                       EVENTUAIS DOS LANCAMENTOS VARIAVEIS,
000243*                       INEXISTENTES NO ARQUIVO ANTIGO, ENTRAM
000244*                       ZERADOS NO HISTORICO INDEXADO.
000245*    15/10/2026 MSL     AS VERBAS DA RESCISAO E A MULTA DO FGTS,
000246*                       INEXISTENTES NO ARQUIVO ANTIGO, ENTRAM
000247*                       ZERADAS NO HISTORICO INDEXADO.
000248*    15/10/2026 MSL     AS DIFERENCAS DE DISSIDIO DO 13 E DAS
000249*                       FERIAS, INEXISTENTES NO ARQUIVO ANTIGO,
000250*                       ENTRAM ZERADAS NO HISTORICO INDEXADO.
000251*    15/10/2026 MSL     OS DIAS E O ABONO PECUNIARIO DAS FERIAS,
000252*                       INEXISTENTES NO ARQUIVO ANTIGO, ENTRAM
000253*                       ZERADOS NO HISTORICO INDEXADO.
000254*
000260       Environment DIVISION.
000270       Configuration Section.
000280       SOURCE-COMPUTER.         MEU PC.
003210           ELSE
003220               MOVE ZEROS TO HIST-DESC-ADIANTAMENTO
003230           END-IF.
003231           MOVE ZEROS TO HIST-PROVENTOS-VAR, HIST-DESCONTOS-VAR.
003232           MOVE ZEROS TO HIST-SALDO-SALARIO, HIST-13-PROPORCIONAL,
003233               HIST-FERIAS-VENCIDAS, HIST-FERIAS-PROPORC,
003234               HIST-AVISO-INDENIZADO, HIST-MULTA-FGTS.
003235           MOVE ZEROS TO HIST-DIF-DECIMO-TERC, HIST-DIF-FERIAS.
003236           MOVE ZEROS TO HIST-DIAS-FERIAS, HIST-DIAS-ABONO,
003237               HIST-INICIO-AQUIS, HIST-INICIO-GOZO,
003238               HIST-ABONO-PECUNIARIO, HIST-TERCO-ABONO.
003239           MOVE "N"   TO HIST-IND-DOBRA.
003240       2100-EXIT.
003250           EXIT.
003260*
