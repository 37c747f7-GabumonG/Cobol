//* A RETENCAO DOS ARQUIVADOS E DADA PELO LIMIT DA GDG
//* HERC01.CLIENTE.JORNAL.ARQUIVO. AS PERGUNTAS DE AUDITORIA SOBRE
//* PERIODO ARQUIVADO SAO RESPONDIDAS PELO PROG045 (JOB HERC01JR).
//* ETAPA DO FECHAMENTO MENSAL (PROG095), DEPOIS DO HERC01HK.
//* SEM PERIODO NO PARM, A ETAPA VALE PARA O FECHAMENTO ABERTO
//* MAIS ANTIGO - PODE RODAR DEPOIS DA VIRADA DA DATA.
//*
//*        LIBERACAO DA ETAPA JH NO CONTROLE DO FECHAMENTO (PROG095):
//*        RC=04 ETAPA ANTERIOR PENDENTE, RC=08 ETAPA ANTERIOR COM
//*        FALHA, RC=16 ETAPA JA RODADA NO MES - NENHUM STEP RODA.
//STEP005    EXEC PGM=PROG095,PARM='L JH'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDITLOG   DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=SHR
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
//STEP010    EXEC PGM=PROG044,COND=(0,NE,STEP005)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIJRNL    DD DSN=HERC01.CLIENTE.JORNAL,DISP=SHR
//JRNARQ     DD DSN=HERC01.CLIENTE.JORNAL.ARQUIVO(+1),
//*
//*        TROCA DO JORNAL CORRENTE PELA GERACAO SEGMENTADA - SO
//*        COM A CONFERENCIA DO STEP010 LIMPA.
//STEP020    EXEC PGM=IEBGENER,COND=((0,NE,STEP005),(0,NE,STEP010))
//SYSUT1     DD DSN=HERC01.CLIENTE.JORNAL.NOVO(+1),DISP=SHR
//SYSUT2     DD DSN=HERC01.CLIENTE.JORNAL,DISP=OLD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD DUMMY
//*
//*        ETAPA JH CONCLUIDA NO CONTROLE DO FECHAMENTO - SO COM OS
//*        STEPS ANTERIORES LIMPOS. SE O JOB NAO CHEGA AQUI (RC OU
//*        ABEND), O STEP995 MARCA A ETAPA COMO FALHA: CORRIGIR E
//*        SUBMETER O JOB DE NOVO.
//STEP990    EXEC PGM=PROG095,PARM='C JH',COND=(0,NE)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
//STEP995    EXEC PGM=PROG095,PARM='F JH',
//              COND=((0,NE,STEP005),(0,EQ,STEP990),EVEN)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
