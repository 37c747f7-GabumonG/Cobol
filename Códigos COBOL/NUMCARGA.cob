//HERC01NC JOB (PROG097),
//	            'CARGA DA NUMERACAO CENTRAL',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* CARGA INICIAL DOS CONTADORES DA NUMERACAO CENTRAL - RODAR UMA
//* VEZ, DEPOIS DO STEP110 DO HERC01C2 (DEFINE DO CLUSTER) E ANTES
//* DA PRIMEIRA CARGA CSV OU NOITE NO RELEASE NOVO. OS CONTADORES
//* COMECAM DE ONDE OS ANTIGOS ARQUIVOS DE PARAMETRO PARARAM:
//* CLIENTE DO P034PAR, SEQORI90/91/92 DO P052PAR, P057PAR E
//* P081PAR; SEQORI93 (MENSALIDADES) E CERTIFIC (SERIE DOS
//* CERTIFICADOS DE CONCLUSAO) COMECAM EM 1. CONTADOR JA
//* CADASTRADO E MANTIDO (RC=04) - BASTA RODAR DE NOVO PARA CRIAR
//* UM CONTADOR NOVO. DEPOIS DA CARGA OS ARQUIVOS DE PARAMETRO NAO
//* SAO MAIS LIDOS POR NINGUEM.
//*
//STEP010    EXEC PGM=PROG097,PARM='I'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//NUMCTL     DD DSN=HERC01.SISTEMA.NUMERACAO,DISP=OLD
//P034PAR    DD DSN=HERC01.PROG034.PARM,DISP=SHR
//P052PAR    DD DSN=HERC01.PROG052.PARM,DISP=SHR
//P057PAR    DD DSN=HERC01.PROG057.PARM,DISP=SHR
//P081PAR    DD DSN=HERC01.PROG081.PARM,DISP=SHR
//P097REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
