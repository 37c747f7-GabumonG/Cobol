//HERC01RP JOB (PROG093),
//	            'SIMULA REPARO DE CONTAS',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* SIMULACAO DO REPARO DO RAZAO DAS CONTAS QUE O BALANCETE (PROG053,
//* STEP052 DO HERC01XF) ACUSOU. NAO MEXE NO MASTER: RECALCULA OS
//* SALDOS PELA FOTO DE FECHAMENTO MAIS OS MOVIMENTOS E GRAVA O
//* RELATORIO E A PROPOSTA QUE O HERC01RC EFETIVA. NO PARM, 'S ' E O
//* USUARIO DE QUEM SIMULA (TROCAR OPERADOR ANTES DE SUBMETER). O
//* P093ENT PODE APONTAR PARA UMA LISTA AVULSA COM A CONTA NAS 6
//* PRIMEIRAS POSICOES NO LUGAR DA SAIDA DO PROG053. NO CTAFMES, AS
//* FOTOS DE FECHAMENTO DA MAIS NOVA PARA A MAIS ANTIGA (A CONTA
//* DIVERGENTE NUM FECHAMENTO NAO ENTRA NAQUELA FOTO); NO TRNARC,
//* UMA LINHA DD POR GERACAO RETIDA DO ARQUIVO DO HISTORICO, COMO NO
//* HERC01BC (BALCOMP), O UNICO QUE JA CONCATENA O TRNARC. RC=04:
//* ALGUMA CONTA NAO PODE SER REPARADA (VER O RELATORIO); RC=16: PARM
//* OU ARQUIVO AUSENTE.
//*
//STEP010    EXEC PGM=PROG093,PARM='S OPERADOR'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P093ENT    DD DSN=HERC01.PROG053.SAIDA(0),DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//TRNHIST    DD DSN=HERC01.TRANSACAO.HISTORICO,DISP=SHR
//TRNARC     DD DSN=HERC01.TRANSACAO.ARQUIVO(0),DISP=SHR
//CTAFMES    DD DSN=HERC01.CONTA.FECHO.MENSAL(0),DISP=SHR
//           DD DSN=HERC01.CONTA.FECHO.MENSAL(-1),DISP=SHR
//           DD DSN=HERC01.CONTA.FECHO.MENSAL(-2),DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P093PRO    DD DSN=HERC01.PROG093.PROPOSTA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//P093REL    DD DSN=HERC01.PROG093.RELATORIO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
