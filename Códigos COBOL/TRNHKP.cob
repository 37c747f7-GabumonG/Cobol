//* PROG054 COPIA PARA A GERACAO DE ARQUIVO AS POSTAGENS ALEM DO
//* PRAZO (P054PAR, MESES), RELE E CONFERE A COPIA E SO ENTAO
//* REMOVE DO ATIVO - DIVERGENCIA TERMINA COM RC=08 SEM REMOVER
//* NADA. SO SAI DO ATIVO A POSTAGEM QUE O TOTAL TRANSPORTADO DA
//* CONTA (HERC01.TRANSACAO.TRANSPORTE, PROVADO PELO HERC01FM) JA
//* COBRE; A QUE NAO ESTA COBERTA FICA PARA O PROXIMO FECHAMENTO.
//* A RETENCAO DAS GERACOES DE ARQUIVO E DADA PELO LIMIT DA
//* GDG. O CAMINHO DE ESTORNO DO PROG005 LE ESTAS GERACOES PELO
//* DD TRNARC DO EXECBAL.
//* ETAPA DO FECHAMENTO MENSAL (PROG095), DEPOIS DO HERC01FM.
//* SEM PERIODO NO PARM, A ETAPA VALE PARA O FECHAMENTO ABERTO
//* MAIS ANTIGO - PODE RODAR DEPOIS DA VIRADA DA DATA.
//*
//*        LIBERACAO DA ETAPA TH NO CONTROLE DO FECHAMENTO (PROG095):
//*        RC=04 ETAPA ANTERIOR PENDENTE, RC=08 ETAPA ANTERIOR COM
//*        FALHA, RC=16 ETAPA JA RODADA NO MES - NENHUM STEP RODA.
//STEP005    EXEC PGM=PROG095,PARM='L TH'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDITLOG   DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=SHR
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
//STEP010    EXEC PGM=PROG054,COND=(0,NE,STEP005)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//TRNHIST    DD DSN=HERC01.TRANSACAO.HISTORICO,DISP=OLD
//TRNARQ     DD DSN=HERC01.TRANSACAO.ARQUIVO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(20,10)),UNIT=SYSDA
//P054PAR    DD DSN=HERC01.PROG054.PARM,DISP=SHR
//TRNTRP     DD DSN=HERC01.TRANSACAO.TRANSPORTE,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P054SAI    DD DSN=HERC01.PROG054.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        ETAPA TH CONCLUIDA NO CONTROLE DO FECHAMENTO - SO COM OS
//*        STEPS ANTERIORES LIMPOS. SE O JOB NAO CHEGA AQUI (RC OU
//*        ABEND), O STEP995 MARCA A ETAPA COMO FALHA: CORRIGIR E
//*        SUBMETER O JOB DE NOVO.
//STEP990    EXEC PGM=PROG095,PARM='C TH',COND=(0,NE)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
//STEP995    EXEC PGM=PROG095,PARM='F TH',
//              COND=((0,NE,STEP005),(0,EQ,STEP990),EVEN)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
