//HERC01MC JOB (PROG095),
//	            'SITUACAO DO FECHAMENTO MENSAL',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* SITUACAO DO FECHAMENTO MENSAL, SOB DEMANDA - PARA A PASSAGEM DO
//* FECHAMENTO ENTRE TURNOS. LISTA AS ETAPAS DO ROTEIRO (HERC01JU,
//* CADEIA NOTURNA, HERC01FM, HERC01TH, HERC01HK, HERC01JH E
//* HERC01TR) COM O QUE ESTA CONCLUIDO, EM EXECUCAO, PENDENTE OU
//* FALHOU E A PROXIMA ETAPA A SUBMETER. SEM PERIODO NO PARM, MOSTRA
//* O FECHAMENTO ABERTO MAIS ANTIGO; PARA OUTRO MES, PARM='S AAAAMM'
//* (O PERIODO NA POSICAO 6 - EX.: PARM='S    202609').
//* ETAPA QUE FICOU EM EXECUCAO DEPOIS DE QUEDA DO SISTEMA (O JOB
//* NAO CHEGOU NEM AO STEP995) E MARCADA COMO FALHA RODANDO ESTE
//* STEP COM PARM='F EE' E MESCTL COM DISP=OLD; DEPOIS O JOB DA
//* ETAPA E SUBMETIDO DE NOVO.
//*
//STEP010    EXEC PGM=PROG095,PARM='S'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//MESCTL     DD DSN=HERC01.SISTEMA.FECHO.CONTROLE,DISP=SHR
//AUDITLOG   DD DUMMY
//AUDMES     DD DSN=HERC01.SISTEMA.AUDITLOG.MES,DISP=MOD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P095REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
