//HERC01BC JOB (PROG053),
//	            'BALANCETE - VARREDURA COMPLETA',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* BALANCETE DE VERIFICACAO EM VARREDURA COMPLETA (PROG053, PARM
//* 'COMPLETO') - REDERIVA O SALDO DE CADA CONTA PELO TRNHIST ATIVO
//* MAIS TODAS AS GERACOES DE ARQUIVO E CONFERE CONTRA O MASTER,
//* SEM DEPENDER DO TOTAL TRANSPORTADO. CONTA QUE CONFERE E NAO TEM
//* TOTAL TRANSPORTADO E SEMEADA; TOTAL QUE NAO BATE E REFEITO E
//* LISTADO (RC=04). CONTA QUE NAO FECHA TERMINA COM RC=08 E NAO
//* MEXE NO TOTAL - CONSERTAR PELO HERC01RP/HERC01RC.
//* RODAR UMA VEZ NA VIRADA DE VERSAO, DEPOIS DO HERC01C2 E ANTES
//* DA PRIMEIRA NOITE, PARA SEMEAR OS TOTAIS; DEPOIS, TODO MES APOS
//* O HERC01TH, COMO CONFERENCIA PROFUNDA DO QUE O BALANCETE
//* NOTURNO SO CONFERE PELO TOTAL. SEGURAR O ON-LINE E A CADEIA ATE
//* O FIM DO JOB.
//*
//STEP010    EXEC PGM=PROG053,PARM='COMPLETO'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//TRNHIST    DD DSN=HERC01.TRANSACAO.HISTORICO,DISP=SHR
//*        GERACOES DE ARQUIVO DO HISTORICO (PROG054) - CONCATENAR
//*        UMA LINHA DD POR GERACAO RETIDA, COMO NO EXECBAL; GERACAO
//*        FALTANDO FAZ A CONTA ANTIGA NAO FECHAR, NUNCA REFAZ TOTAL.
//TRNARC     DD DSN=HERC01.TRANSACAO.ARQUIVO(0),DISP=SHR
//TRNTRP     DD DSN=HERC01.TRANSACAO.TRANSPORTE,DISP=OLD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//RUNCTL     DD DSN=HERC01.SISTEMA.RUNCTL,DISP=SHR
//AUDITLOG   DD DUMMY
//P053SAI    DD DSN=HERC01.PROG053.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
