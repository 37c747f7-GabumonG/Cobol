//* RODADA MENSAL DE JUROS SOBRE SALDO CREDOR - SUBMETER NO ULTIMO
//* DIA UTIL DO MES, ANTES DO EXECBAL DA NOITE. O PROG052 EMITE O
//* MOVIMENTO COMO TRANSACOES TR5 COM ENVELOPE DE FILIAL (ORIGEM
//* 90) NUMA GERACAO QUE O STEP022 DO EXECBAL LE PELO DD P026JUR,
//* E DECLARA A GERACAO NO MANIFESTO DE FEEDS DA NOITE (FEDMAN) -
//* O PROG026 SO A CONSOME NA NOITE EM QUE ELA ESTA LISTADA, SEM
//* MEXER NO JCL DO EXECBAL. OS JUROS PASSAM PELO SORT,
//* PELO PROG005 E PELO
//* TRNHIST COMO QUALQUER MOVIMENTO, VISIVEIS NO EXTRATO E NA
//* AUDITORIA. AS SEQUENCIAS SAEM DO CONTADOR SEQORI90 DA NUMERACAO
//* CENTRAL (NUMCTL) - NADA A ATUALIZAR A MAO DEPOIS DA RODADA.
//* A RODADA FICA NO REGISTRO DE RODADAS DE JUROS (JURREG) - BASE DO
//* INFORME ANUAL DE RENDIMENTOS (JOB HERC01IR).
//* PRIMEIRA ETAPA DO FECHAMENTO MENSAL: A LIBERACAO (STEP005) ABRE
//* O FECHAMENTO DO MES DA DATA DE PROCESSAMENTO NO CONTROLE DO
//* PROG095 E RECUSA UMA SEGUNDA RODADA NO MESMO MES.
//*
//*        LIBERACAO DA ETAPA JU NO CONTROLE DO FECHAMENTO (PROG095):
//*        RC=04 ETAPA ANTERIOR PENDENTE, RC=08 ETAPA ANTERIOR COM
//*        FALHA, RC=16 ETAPA JA RODADA NO MES - NENHUM STEP RODA.
//STEP005    EXEC PGM=PROG095,PARM='L JU'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDITLOG   DD DUMMY
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
//STEP010    EXEC PGM=PROG052,COND=(0,NE,STEP005)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//JURTAB     DD DSN=HERC01.SISTEMA.TABELA.JUROS,DISP=SHR
//NUMCTL     DD DSN=HERC01.SISTEMA.NUMERACAO,DISP=SHR
//NUMJRN     DD DSN=HERC01.SISTEMA.NUMERACAO.JORNAL,DISP=MOD
//RUNCTL     DD DSN=HERC01.SISTEMA.RUNCTL,DISP=SHR
//JURREG     DD DSN=HERC01.SISTEMA.JUROS.RODADAS,DISP=OLD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//FEDMAN     DD DSN=HERC01.SISTEMA.FEEDS.MANIFESTO,DISP=MOD
//P052SAI    DD DSN=HERC01.PROG005.JUROS(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        ETAPA JU CONCLUIDA NO CONTROLE DO FECHAMENTO - SO COM OS
//*        STEPS ANTERIORES LIMPOS. SE O JOB NAO CHEGA AQUI (RC OU
//*        ABEND), O STEP995 MARCA A ETAPA COMO FALHA: CORRIGIR E
//*        SUBMETER O JOB DE NOVO.
//STEP990    EXEC PGM=PROG095,PARM='C JU',COND=(0,NE)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
//STEP995    EXEC PGM=PROG095,PARM='F JU',
//              COND=((0,NE,STEP005),(0,EQ,STEP990),EVEN)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=OLD
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
