000010******************************************************************
000020*    COPY MEMBER    : CB-CADALU.CPY
000030*    DESCRICAO       : LAYOUT DO CADASTRO DE ALUNOS (ARQUIVO
000040*                      INDEXADO CADALUNO, CHAVE MATRICULA), UM
000050*                      REGISTRO POR ALUNO COM A TURMA E O ANO
000060*                      LETIVO EM QUE ESTA MATRICULADO, A DATA DA
000070*                      MATRICULA, A SITUACAO ATUAL E AS
000080*                      MOVIMENTACOES (MATRICULA, TRANSFERENCIA DE
000090*                      ENTRADA E DE SAIDA, DESISTENCIA E
000100*                      RECLASSIFICACAO) COM A DATA E O BIMESTRE
000110*                      DE CADA UMA. MANTIDO PELO ALUNO-MANUT E
000120*                      LIDO PELA CRITICA-ALUNOS, PELO
000130*                      BOLETIM-ALUNO E PELA ATA-FINAL.
000140*    HISTORICO DE ALTERACOES
000150*    DATA       AUTOR   DESCRICAO
000160*    15/10/2026 MSL     CRIACAO DO LAYOUT PARA O CADASTRO DE
000170*                       ALUNOS COM AS MOVIMENTACOES DO ANO.
000180******************************************************************
000190 01  REG-CADASTRO-ALUNO.
000200     05  CALU-MATRICULA              PIC 9(06).
000210     05  CALU-NOME                   PIC X(30).
000220     05  CALU-TURMA                  PIC X(06).
000230     05  CALU-ANO-LETIVO             PIC 9(04).
000240     05  CALU-DATA-MATRICULA         PIC 9(08).
000250     05  CALU-SITUACAO               PIC X(01).
000260         88  CALU-ATIVO                  VALUE "A".
000270         88  CALU-TRANSF-ENTRADA         VALUE "E".
000280         88  CALU-TRANSF-SAIDA           VALUE "T".
000290         88  CALU-DESISTENTE             VALUE "D".
000300         88  CALU-RECLASSIFICADO         VALUE "R".
000310         88  CALU-FREQUENTANDO           VALUE "A" "E" "R".
000320         88  CALU-FORA-DA-ESCOLA         VALUE "T" "D".
000330*        "A" = ATIVO (MATRICULA OU REMATRICULA)
000340*        "E" = ATIVO, RECEBIDO POR TRANSFERENCIA DE OUTRA ESCOLA
000350*        "T" = TRANSFERIDO PARA OUTRA ESCOLA
000360*        "D" = DESISTENTE (ABANDONO)
000370*        "R" = ATIVO, RECLASSIFICADO PARA OUTRA TURMA
000380     05  CALU-DATA-SITUACAO          PIC 9(08).
000390     05  CALU-DATA-ATUALIZACAO       PIC 9(08).
000400     05  CALU-QTD-MOVIMENTOS         PIC 9(02).
000410     05  CALU-MOVIMENTO              OCCURS 20 TIMES.
000420         10  CALU-MOV-TIPO           PIC X(01).
000430*            "M" = MATRICULA OU REMATRICULA NA TURMA DESTINO
000440*            "E" = TRANSFERENCIA DE ENTRADA NA TURMA DESTINO
000450*            "T" = TRANSFERENCIA DE SAIDA DA TURMA ORIGEM
000460*            "D" = DESISTENCIA NA TURMA ORIGEM
000470*            "R" = RECLASSIFICACAO DA TURMA ORIGEM PARA A
000480*                  TURMA DESTINO
000490         10  CALU-MOV-DATA           PIC 9(08).
000500         10  CALU-MOV-ANO-LETIVO     PIC 9(04).
000510         10  CALU-MOV-BIMESTRE       PIC 9(01).
000520*            BIMESTRE EM QUE A MOVIMENTACAO OCORREU: NA SAIDA,
000530*            O PRIMEIRO BIMESTRE QUE O ALUNO PODE NAO TER
000540*            CURSADO; NA ENTRADA, O PRIMEIRO QUE ELE CURSOU.
000550         10  CALU-MOV-TURMA-ORIGEM   PIC X(06).
000560         10  CALU-MOV-TURMA-DESTINO  PIC X(06).
000570         10  CALU-MOV-OPERADOR       PIC X(08).
