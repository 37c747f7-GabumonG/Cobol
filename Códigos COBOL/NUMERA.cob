//HERC01NU JOB (PROG097),
//	            'ATRIBUICOES DE NUMERACAO',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* RELATORIO DA NUMERACAO CENTRAL, SOB DEMANDA OU NO FIM DO MES:
//* CADA ATRIBUICAO DO JORNAL (BLOCOS DO PROG034, PROG052, PROG057 E
//* PROG081, RERUNS QUE REAPROVEITARAM O BLOCO DA DATA, NUMEROS
//* AVULSOS E AJUSTES DO PROG002) COM PROGRAMA, RUN-ID E FAIXA, E A
//* SITUACAO DE CADA CONTADOR. RESERVA EM ABERTO NO RELATORIO E DE
//* PROGRAMA QUE CAIU ANTES DE CONFIRMAR - O RERUN DELE A RETOMA.
//* SEM PERIODO NO PARM, LISTA O JORNAL INTEIRO; PARA UM MES,
//* PARM='R AAAAMM' (DATA DE PROCESSAMENTO DA ATRIBUICAO).
//*
//STEP010    EXEC PGM=PROG097,PARM='R'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//NUMCTL     DD DSN=HERC01.SISTEMA.NUMERACAO,DISP=SHR
//NUMJRN     DD DSN=HERC01.SISTEMA.NUMERACAO.JORNAL,DISP=SHR
//P097REL    DD DSN=HERC01.PROG097.RELATORIO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
