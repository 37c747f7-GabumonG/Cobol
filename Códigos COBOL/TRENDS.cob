//* HOUSEKEEPING DE AUDITORIA, OU AS GERACOES DIARIAS DO MES
//* CONCATENADAS NO DD ABAIXO (ACRESCENTAR UMA LINHA DD SEM NOME
//* POR GERACAO).
//* ULTIMA ETAPA DO FECHAMENTO MENSAL (PROG095), DEPOIS DO
//* HERC01JH - A CONCLUSAO ENCERRA O MES NO CONTROLE.
//* SEM PERIODO NO PARM, A ETAPA VALE PARA O FECHAMENTO ABERTO
//* MAIS ANTIGO - PODE RODAR DEPOIS DA VIRADA DA DATA.
//*
//*        LIBERACAO DA ETAPA TR NO CONTROLE DO FECHAMENTO (PROG095):
//*        RC=04 ETAPA ANTERIOR PENDENTE, RC=08 ETAPA ANTERIOR COM
//*        FALHA, RC=16 ETAPA JA RODADA NO MES - NENHUM STEP RODA.
//STEP005    EXEC PGM=PROG095,PARM='L TR'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDITLOG   DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=SHR
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
//STEP010    EXEC PGM=PROG027,COND=(0,NE,STEP005)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//AUDHIST    DD DSN=HERC01.SISTEMA.AUDITLOG.MENSAL(0),DISP=SHR
//P027SAI    DD DSN=HERC01.PROG027.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        ETAPA TR CONCLUIDA NO CONTROLE DO FECHAMENTO - SO COM OS
//*        STEPS ANTERIORES LIMPOS. SE O JOB NAO CHEGA AQUI (RC OU
//*        ABEND), O STEP995 MARCA A ETAPA COMO FALHA: CORRIGIR E
//*        SUBMETER O JOB DE NOVO.
//STEP990    EXEC PGM=PROG095,PARM='C TR',COND=(0,NE)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
//STEP995    EXEC PGM=PROG095,PARM='F TR',
//              COND=((0,NE,STEP005),(0,EQ,STEP990),EVEN)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
