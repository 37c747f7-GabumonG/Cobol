//HERC01RV JOB (PROG099),
//	            'PROVA DE RECUPERACAO',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* PROVA DE RECUPERACAO - RODAR DEPOIS DE LANCADAS AS NOTAS DA
//* PROVA EM HERC01.PROG099.PROVAS (MATRICULA 6, TURMA 6, NOTA 4
//* COM 2 DECIMAIS), FORA DA JANELA DO FLUXO DE NOTAS. CADA ALUNO EM
//* RECUPERACAO NO PERIODO DA DATA DE PROCESSAMENTO RECEBE A MEDIA
//* FINAL E O STATUS NO ALUHIS (JORNAL NO ALUJRNL); QUEM NAO TEM
//* PROVA SAI REPROVADO. O PROG099 GRAVA O HISTORICO INTEIRO NA
//* COPIA DO ALUNOV E O JORNAL DA RODADA NO ALUJNV; SO COM RC ATE 04
//* O STEP015 DEVOLVE A COPIA SOBRE O ORIGINAL E O STEP016 ACRESCENTA
//* O JORNAL DA RODADA AO ALUJRNL. PARA UM PERIODO ANTERIOR,
//* PARM='AAAAMM'.
//* A REGRA VEM DO HERC01.PROG008.PARM, POSICOES 10 (REGRA M, P OU
//* A) E 11 (TETO NO CORTE S/N) - VER O PROG099. LISTAGEM E CSV
//* PARA A SECRETARIA EM HERC01.PROG099.SAIDA E .CSV. RC=04: VER AS
//* OBSERVACOES DA LISTAGEM - ALUNO COM PROVA INVALIDA CONTINUA EM
//* RECUPERACAO E E DECIDIDO AO RODAR DE NOVO COM A PROVA CORRIGIDA.
//*
//STEP010    EXEC PGM=PROG099
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P099PRV    DD DSN=HERC01.PROG099.PROVAS,DISP=SHR
//P008PAR    DD DSN=HERC01.PROG008.PARM,DISP=SHR
//ALUMST     DD DSN=HERC01.ALUNO.MASTER,DISP=SHR
//ALUHIS     DD DSN=HERC01.ALUNO.HISTORICO,DISP=OLD
//ALUNOV     DD DSN=&&ALUNOV,DISP=(NEW,PASS),
//              SPACE=(TRK,(20,10)),UNIT=SYSDA
//ALUJNV     DD DSN=&&ALUJNV,DISP=(NEW,PASS),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P099SAI    DD DSN=HERC01.PROG099.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//P099CSV    DD DSN=HERC01.PROG099.CSV(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//STEP015    EXEC PGM=IEBGENER,COND=(4,LT,STEP010)
//SYSUT1     DD DSN=&&ALUNOV,DISP=(OLD,DELETE)
//SYSUT2     DD DSN=HERC01.ALUNO.HISTORICO,DISP=OLD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD DUMMY
//*
//STEP016    EXEC PGM=IEBGENER,COND=((4,LT,STEP010),(0,NE,STEP015))
//SYSUT1     DD DSN=&&ALUJNV,DISP=(OLD,DELETE)
//SYSUT2     DD DSN=HERC01.ALUNO.JORNAL,DISP=MOD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD DUMMY
