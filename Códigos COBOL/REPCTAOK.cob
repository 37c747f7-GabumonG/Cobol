//HERC01RC JOB (PROG093),
//	            'EFETIVA REPARO DE CONTAS',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* EFETIVACAO DO REPARO SIMULADO NO HERC01RP, DEPOIS DE O
//* SUPERVISOR CONFERIR O RELATORIO DA SIMULACAO. NO PARM, 'C ' E O
//* USUARIO DO SUPERVISOR (TROCAR SUPERVIS ANTES DE SUBMETER): TEM
//* QUE SER SUPERVISOR ATIVO NO OPERFIL E NAO PODE SER QUEM SIMULOU.
//* SO E CORRIGIDA A CONTA CUJO MASTER AINDA ESTA COMO NA SIMULACAO
//* E CUJO RECALCULO DA O MESMO RESULTADO - SE A CADEIA RODOU NO
//* MEIO, SIMULAR DE NOVO. CADA CORRECAO VAI PARA O JORNAL DE
//* ACERTOS (HERC01.CONTA.ACERTOS). SEGURAR O ON-LINE E A CADEIA
//* ATE O FIM DO JOB. O STEP020 REPETE O BALANCETE PARA CONFIRMAR
//* QUE AS CONTAS FECHARAM ANTES DE REEXECUTAR O HERC01FM.
//* RC=04: PROPOSTA RECUSADA (VER O RELATORIO); RC=08: ERRO DE
//* GRAVACAO; RC=16: OPERADOR SEM ALCADA OU ARQUIVO AUSENTE - NADA
//* FOI CORRIGIDO.
//*
//STEP010    EXEC PGM=PROG093,PARM='C SUPERVIS'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P093PRO    DD DSN=HERC01.PROG093.PROPOSTA(0),DISP=SHR
//OPERFIL    DD DSN=HERC01.SISTEMA.OPERADORES,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=OLD
//TRNHIST    DD DSN=HERC01.TRANSACAO.HISTORICO,DISP=SHR
//TRNARC     DD DSN=HERC01.TRANSACAO.ARQUIVO(0),DISP=SHR
//CTAFMES    DD DSN=HERC01.CONTA.FECHO.MENSAL(0),DISP=SHR
//           DD DSN=HERC01.CONTA.FECHO.MENSAL(-1),DISP=SHR
//           DD DSN=HERC01.CONTA.FECHO.MENSAL(-2),DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//CTAAJU     DD DSN=HERC01.CONTA.ACERTOS,DISP=MOD
//P093REL    DD DSN=HERC01.PROG093.RELATORIO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//STEP020    EXEC PGM=PROG053,COND=(8,LE,STEP010)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//TRNHIST    DD DSN=HERC01.TRANSACAO.HISTORICO,DISP=SHR
//TRNTRP     DD DSN=HERC01.TRANSACAO.TRANSPORTE,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//AUDITLOG   DD DUMMY
//P053SAI    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
