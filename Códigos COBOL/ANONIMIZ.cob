//HERC01AN JOB (PROG089),
//	            'ANONIMIZACAO EXPURGADOS',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* ANONIMIZACAO DOS CLIENTES EXPURGADOS PELO PROG032 (HERC01PU)
//* HA MAIS DIAS QUE A CARENCIA DE HERC01.PROG089.PARM (AUSENTE:
//* 180). RODAR FORA DA JANELA DA CADEIA, DEPOIS DO EXPURGO E DO
//* HOUSEKEEPING DO JORNAL (HERC01JH). CADA STEP DO PROG089 LE AS
//* DESCARGAS DO EXPURGO (P089OFF), REGISTRA OS CLIENTES VENCIDOS NO
//* HERC01.CLIENTE.ANONIMIZADOS E ANONIMIZA UM ARQUIVO - O NOME VAI
//* NO PARM, DEPOIS DO TIPO. OS ARQUIVOS SEQUENCIAIS SAEM NUMA COPIA
//* TEMPORARIA QUE O IEBGENER SEGUINTE DEVOLVE SOBRE O ORIGINAL SO
//* COM RC ATE 04. O CERTIFICADO (HERC01.PROG089.CERTIFICADO)
//* ACUMULA OS STEPS E FICA COMO PROVA DO QUE FOI ANONIMIZADO ONDE.
//* ACRESCENTAR UM PAR DE STEPS POR GERACAO A MAIS QUE O LIMIT DAS
//* GDG HERC01.CLIENTE.JORNAL.ARQUIVO E HERC01.CLIENTE.EXPURGO
//* GUARDAR, E UMA LINHA DD SEM NOME NO P089OFF POR DESCARGA.
//*
//*        ALTERACOES PROGRAMADAS - REGRAVADAS NO PROPRIO CLIPEND.
//STEP010    EXEC PGM=PROG089,PARM='PEN HERC01.CLIENTE.PENDENTES'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLIANON    DD DSN=HERC01.CLIENTE.ANONIMIZADOS,DISP=OLD
//P089OFF    DD DSN=HERC01.CLIENTE.EXPURGO(0),DISP=SHR
//           DD DSN=HERC01.CLIENTE.EXPURGO(-1),DISP=SHR
//CLIPEND    DD DSN=HERC01.CLIENTE.PENDENTES,DISP=OLD
//P089PAR    DD DSN=HERC01.PROG089.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P089CER    DD DSN=HERC01.PROG089.CERTIFICADO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        JORNAL CORRENTE.
//STEP020    EXEC PGM=PROG089,
//              PARM='JRN HERC01.CLIENTE.JORNAL'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLIANON    DD DSN=HERC01.CLIENTE.ANONIMIZADOS,DISP=OLD
//P089OFF    DD DSN=HERC01.CLIENTE.EXPURGO(0),DISP=SHR
//           DD DSN=HERC01.CLIENTE.EXPURGO(-1),DISP=SHR
//P089ENT    DD DSN=HERC01.CLIENTE.JORNAL,DISP=SHR
//P089NOV    DD DSN=&&ANO020,DISP=(NEW,PASS),
//              SPACE=(TRK,(20,10)),UNIT=SYSDA
//P089PAR    DD DSN=HERC01.PROG089.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P089CER    DD DSN=HERC01.PROG089.CERTIFICADO(+1),DISP=MOD
//SYSOUT     DD SYSOUT=*
//STEP025    EXEC PGM=IEBGENER,COND=(4,LT,STEP020)
//SYSUT1     DD DSN=&&ANO020,DISP=(OLD,DELETE)
//SYSUT2     DD DSN=HERC01.CLIENTE.JORNAL,DISP=OLD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD DUMMY
//*
//*        GERACOES DE ARQUIVO DO JORNAL (PROG044).
//STEP030    EXEC PGM=PROG089,
//              PARM='JRN HERC01.CLIENTE.JORNAL.ARQUIVO(0)'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLIANON    DD DSN=HERC01.CLIENTE.ANONIMIZADOS,DISP=OLD
//P089OFF    DD DSN=HERC01.CLIENTE.EXPURGO(0),DISP=SHR
//           DD DSN=HERC01.CLIENTE.EXPURGO(-1),DISP=SHR
//P089ENT    DD DSN=HERC01.CLIENTE.JORNAL.ARQUIVO(0),DISP=SHR
//P089NOV    DD DSN=&&ANO030,DISP=(NEW,PASS),
//              SPACE=(TRK,(20,10)),UNIT=SYSDA
//P089PAR    DD DSN=HERC01.PROG089.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P089CER    DD DSN=HERC01.PROG089.CERTIFICADO(+1),DISP=MOD
//SYSOUT     DD SYSOUT=*
//STEP035    EXEC PGM=IEBGENER,COND=(4,LT,STEP030)
//SYSUT1     DD DSN=&&ANO030,DISP=(OLD,DELETE)
//SYSUT2     DD DSN=HERC01.CLIENTE.JORNAL.ARQUIVO(0),DISP=OLD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD DUMMY
//*
//STEP040    EXEC PGM=PROG089,
//              PARM='JRN HERC01.CLIENTE.JORNAL.ARQUIVO(-1)'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLIANON    DD DSN=HERC01.CLIENTE.ANONIMIZADOS,DISP=OLD
//P089OFF    DD DSN=HERC01.CLIENTE.EXPURGO(0),DISP=SHR
//           DD DSN=HERC01.CLIENTE.EXPURGO(-1),DISP=SHR
//P089ENT    DD DSN=HERC01.CLIENTE.JORNAL.ARQUIVO(-1),DISP=SHR
//P089NOV    DD DSN=&&ANO040,DISP=(NEW,PASS),
//              SPACE=(TRK,(20,10)),UNIT=SYSDA
//P089PAR    DD DSN=HERC01.PROG089.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P089CER    DD DSN=HERC01.PROG089.CERTIFICADO(+1),DISP=MOD
//SYSOUT     DD SYSOUT=*
//STEP045    EXEC PGM=IEBGENER,COND=(4,LT,STEP040)
//SYSUT1     DD DSN=&&ANO040,DISP=(OLD,DELETE)
//SYSUT2     DD DSN=HERC01.CLIENTE.JORNAL.ARQUIVO(-1),DISP=OLD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD DUMMY
//*
//STEP050    EXEC PGM=PROG089,
//              PARM='JRN HERC01.CLIENTE.JORNAL.ARQUIVO(-2)'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLIANON    DD DSN=HERC01.CLIENTE.ANONIMIZADOS,DISP=OLD
//P089OFF    DD DSN=HERC01.CLIENTE.EXPURGO(0),DISP=SHR
//           DD DSN=HERC01.CLIENTE.EXPURGO(-1),DISP=SHR
//P089ENT    DD DSN=HERC01.CLIENTE.JORNAL.ARQUIVO(-2),DISP=SHR
//P089NOV    DD DSN=&&ANO050,DISP=(NEW,PASS),
//              SPACE=(TRK,(20,10)),UNIT=SYSDA
//P089PAR    DD DSN=HERC01.PROG089.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P089CER    DD DSN=HERC01.PROG089.CERTIFICADO(+1),DISP=MOD
//SYSOUT     DD SYSOUT=*
//STEP055    EXEC PGM=IEBGENER,COND=(4,LT,STEP050)
//SYSUT1     DD DSN=&&ANO050,DISP=(OLD,DELETE)
//SYSUT2     DD DSN=HERC01.CLIENTE.JORNAL.ARQUIVO(-2),DISP=OLD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD DUMMY
//*
//*        DESCARGAS DO EXPURGO (PROG032).
//STEP060    EXEC PGM=PROG089,
//              PARM='OFF HERC01.CLIENTE.EXPURGO(0)'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLIANON    DD DSN=HERC01.CLIENTE.ANONIMIZADOS,DISP=OLD
//P089OFF    DD DSN=HERC01.CLIENTE.EXPURGO(0),DISP=SHR
//           DD DSN=HERC01.CLIENTE.EXPURGO(-1),DISP=SHR
//P089ENT    DD DSN=HERC01.CLIENTE.EXPURGO(0),DISP=SHR
//P089NOV    DD DSN=&&ANO060,DISP=(NEW,PASS),
//              SPACE=(TRK,(20,10)),UNIT=SYSDA
//P089PAR    DD DSN=HERC01.PROG089.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P089CER    DD DSN=HERC01.PROG089.CERTIFICADO(+1),DISP=MOD
//SYSOUT     DD SYSOUT=*
//STEP065    EXEC PGM=IEBGENER,COND=(4,LT,STEP060)
//SYSUT1     DD DSN=&&ANO060,DISP=(OLD,DELETE)
//SYSUT2     DD DSN=HERC01.CLIENTE.EXPURGO(0),DISP=OLD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD DUMMY
//*
//STEP070    EXEC PGM=PROG089,
//              PARM='OFF HERC01.CLIENTE.EXPURGO(-1)'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLIANON    DD DSN=HERC01.CLIENTE.ANONIMIZADOS,DISP=OLD
//P089OFF    DD DSN=HERC01.CLIENTE.EXPURGO(0),DISP=SHR
//           DD DSN=HERC01.CLIENTE.EXPURGO(-1),DISP=SHR
//P089ENT    DD DSN=HERC01.CLIENTE.EXPURGO(-1),DISP=SHR
//P089NOV    DD DSN=&&ANO070,DISP=(NEW,PASS),
//              SPACE=(TRK,(20,10)),UNIT=SYSDA
//P089PAR    DD DSN=HERC01.PROG089.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P089CER    DD DSN=HERC01.PROG089.CERTIFICADO(+1),DISP=MOD
//SYSOUT     DD SYSOUT=*
//STEP075    EXEC PGM=IEBGENER,COND=(4,LT,STEP070)
//SYSUT1     DD DSN=&&ANO070,DISP=(OLD,DELETE)
//SYSUT2     DD DSN=HERC01.CLIENTE.EXPURGO(-1),DISP=OLD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD DUMMY
