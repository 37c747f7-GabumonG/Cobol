//HERC01CK JOB (PROG088),
//	            'CARGA COMPLETA DE CLIENTES - CRM',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* CARGA COMPLETA DO CADASTRO PARA O CRM COMERCIAL, SOB DEMANDA
//* (CRM NOVO, COPIA DO CRM PERDIDA OU DIVERGENCIA ACUMULADA - O
//* EXPURGO DO PROG032 SO CHEGA AO CRM POR AQUI). TODO CLIENTE ATIVO
//* SAI COMO EVENTO 'C' NO MESMO LAYOUT DO MOVIMENTO DIARIO DO
//* HERC01XA, NA MESMA SERIE DE GERACOES - O CRM CARREGA A FOTO E
//* VOLTA A APLICAR OS MOVIMENTOS DAS NOITES SEGUINTES. O RESUMO
//* (P088REL) VAI AO COMERCIAL JUNTO COM O ARQUIVO.
//*
//STEP010    EXEC PGM=PROG088
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLICONS    DD DSN=HERC01.CLIENTE.CONSENTIMENTO,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P088SAI    DD DSN=HERC01.PROG088.CRM(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//P088REL    DD DSN=HERC01.PROG088.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(1,1)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//P088PAR    DD *
C
/*
