//* POR GERACAO CONSOLIDADA. A RETENCAO DOS MENSAIS E DADA PELO
//* LIMIT(12) DA GDG HERC01.SISTEMA.AUDITLOG.MENSAL - A GERACAO
//* ALEM DO LIMITE CAI SOZINHA NO CATALOGO.
//* ETAPA DO FECHAMENTO MENSAL (PROG095), DEPOIS DO HERC01TH.
//* SEM PERIODO NO PARM, A ETAPA VALE PARA O FECHAMENTO ABERTO
//* MAIS ANTIGO - PODE RODAR DEPOIS DA VIRADA DA DATA.
//*
//*        LIBERACAO DA ETAPA HK NO CONTROLE DO FECHAMENTO (PROG095):
//*        RC=04 ETAPA ANTERIOR PENDENTE, RC=08 ETAPA ANTERIOR COM
//*        FALHA, RC=16 ETAPA JA RODADA NO MES - NENHUM STEP RODA.
//STEP005    EXEC PGM=PROG095,PARM='L HK'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDITLOG   DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=SHR
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
//STEP010    EXEC PGM=PROG040,COND=(0,NE,STEP005)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//AUDHDIA    DD DSN=HERC01.SISTEMA.AUDITLOG.CLI(0),DISP=SHR
//           DD DSN=HERC01.SISTEMA.AUDITLOG.BAL(0),DISP=SHR
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//STEP020    EXEC PGM=IDCAMS,COND=((0,NE,STEP005),(0,NE,STEP010))
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DELETE HERC01.SISTEMA.AUDITLOG.NOT.G0001V00 NONVSAM
  DELETE HERC01.SISTEMA.AUDITLOG.PRC.G0001V00 NONVSAM
/*
//*
//*        ETAPA HK CONCLUIDA NO CONTROLE DO FECHAMENTO - SO COM OS
//*        STEPS ANTERIORES LIMPOS. SE O JOB NAO CHEGA AQUI (RC OU
//*        ABEND), O STEP995 MARCA A ETAPA COMO FALHA: CORRIGIR E
//*        SUBMETER O JOB DE NOVO.
//STEP990    EXEC PGM=PROG095,PARM='C HK',
//              COND=((0,NE,STEP005),(0,NE,STEP010),(4,LT,STEP020))
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
//STEP995    EXEC PGM=PROG095,PARM='F HK',
//              COND=((0,NE,STEP005),(0,EQ,STEP990),EVEN)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
