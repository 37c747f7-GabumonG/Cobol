//* OS EXTRATOS MENSAIS. CONTA SEM FOTO ANTERIOR (PRIMEIRO
//* FECHAMENTO DO RELEASE OU CONTA ABERTA NO MES) TEM A ABERTURA
//* DERIVADA DO MASTER E SEMEIA A FOTO - A PROVA REAL COMECA NO
//* MES SEGUINTE. CONTA QUE FECHA LIMPA TEM O TOTAL TRANSPORTADO
//* (HERC01.TRANSACAO.TRANSPORTE) REGRAVADO COM O SALDO DE
//* FECHAMENTO - E ELE QUE O BALANCETE NOTURNO (PROG053) USA NO
//* LUGAR DAS GERACOES DE ARQUIVO E QUE LIBERA O ARQUIVAMENTO DO
//* HERC01TH. A BASE GDG HERC01.CONTA.FECHO.MENSAL E SEMEADA
//* COM UMA GERACAO VAZIA PELO STEP090 DO HERC01C1 (CONVERTE.cob)
//* NA VIRADA DE VERSAO - SEM ISSO O DD CTAFANT(0) NEM ALOCA NO
//* PRIMEIRO FECHAMENTO.
//* ETAPA DO FECHAMENTO MENSAL (PROG095): SO E LIBERADA DEPOIS DOS
//* JUROS DO MES (HERC01JU) E DE UMA CADEIA NOTURNA POSTERIOR A
//* ELES, PROVADA PELO REGISTRO DO PROG005 NO AUDITLOG.BAL DA
//* NOITE E, NA MESMA DATA DE PROCESSAMENTO DOS JUROS, PELO FEED
//* DE JUROS CONSUMIDO NO FEDREG. NAS DEMAIS NOITES A LIBERACAO
//* TERMINA COM RC=04 E NADA RODA - O JOB CONTINUA PODENDO SER
//* SUBMETIDO TODA NOITE.
//*
//*        LIBERACAO DA ETAPA FM NO CONTROLE DO FECHAMENTO (PROG095):
//*        RC=04 ETAPA ANTERIOR PENDENTE, RC=08 ETAPA ANTERIOR COM
//*        FALHA, RC=16 ETAPA JA RODADA NO MES - NENHUM STEP RODA.
//STEP005    EXEC PGM=PROG095,PARM='L FM'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDITLOG   DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=SHR
//           DD DSN=HERC01.SISTEMA.AUDITLOG.BAL(0),DISP=SHR
//FEDREG     DD DSN=HERC01.SISTEMA.FEEDS.CONSUMIDOS,DISP=SHR
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
//STEP010    EXEC PGM=PROG051,COND=(0,NE,STEP005)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//TRNHIST    DD DSN=HERC01.TRANSACAO.HISTORICO,DISP=SHR
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//CALFER     DD DSN=HERC01.SISTEMA.CALENDARIO,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//TRNTRP     DD DSN=HERC01.TRANSACAO.TRANSPORTE,DISP=OLD
//P051SAI    DD DSN=HERC01.PROG051.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        SALDO MEDIO DIARIO DO MES QUE FECHA, PELO HISTORICO DE
//*        SALDOS - SO NO DIA DO FECHAMENTO (RC=0 DO STEP010). SEM
//*        PARAMETRO: SALDO NA DATA DE PROCESSAMENTO E MEDIA DO MES
//*        DELA. CONSULTA AVULSA DE OUTRA DATA OU MES PELO HERC01SD.
//STEP020    EXEC PGM=PROG078,COND=((0,NE,STEP005),(0,NE,STEP010))
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//SALHIS     DD DSN=HERC01.CONTA.SALDO.HISTORICO,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P078PAR    DD DUMMY
//P078SAI    DD DSN=HERC01.PROG078.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        ETAPA FM CONCLUIDA NO CONTROLE DO FECHAMENTO - SO COM OS
//*        STEPS ANTERIORES LIMPOS. SE O JOB NAO CHEGA AQUI (RC OU
//*        ABEND), O STEP995 MARCA A ETAPA COMO FALHA: CORRIGIR E
//*        SUBMETER O JOB DE NOVO.
//STEP990    EXEC PGM=PROG095,PARM='C FM',COND=(0,NE)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
//STEP995    EXEC PGM=PROG095,PARM='F FM',
//              COND=((0,NE,STEP005),(0,EQ,STEP990),EVEN)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
