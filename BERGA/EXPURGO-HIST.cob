000210*                       MES. A COPIA E GRAVADA ANTES DA REMOCAO
000220*                       E O OPERADOR CONFIRMA O EXPURGO NO
000230*                       CONSOLE.
000231*    15/10/2026 MSL     O REGISTRO DO ARQUIVO MORTO FOI
000232*                       ALARGADO PARA 400 POSICOES, ACOMPANHANDO O
000233*                       LAYOUT ATUAL DO CB-HIST (TOTAIS DOS
000234*                       LANCAMENTOS VARIAVEIS), COM FOLGA PARA
000235*                       NOVOS CAMPOS.
000240*
000250       Environment DIVISION.
000260       Configuration Section.
000490
000500       FD  HIST-ARQUIVO
000510           LABEL RECORD IS STANDARD.
000520       01  REG-HIST-ARQUIVO            PIC X(400).
000530
000540       WORKING-STORAGE SECTION.
000550*
