//HERC01IN JOB (PROG076),
//	            'CONTAS INATIVAS (DORMENTES)',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* RODADA PERIODICA DE INATIVIDADE - SUBMETER DEPOIS DO EXECBAL
//* (SEMANAL OU MENSAL, A CRITERIO DA OPERACAO). O PROG076 MARCA
//* COMO INATIVA A CONTA ATIVA SEM LANCAMENTO HA MAIS DIAS UTEIS
//* QUE O INFORMADO EM HERC01.PROG076.PARM (POSICOES 1-4; ZERO =
//* 250; 'S' NA POSICAO 5 SO SIMULA, SEM REGRAVAR O MASTER) E
//* LISTA AS INATIVAS COM NOME E CONTATO DO TITULAR. O BALANCEAMENTO
//* SUSPENDE DEBITO EM CONTA INATIVA; A REATIVACAO E PELO HERC01CM
//* (PROG050, FUNCAO R). RC=04 QUANDO ALGUMA CONTA FOI MARCADA.
//* NAO RODAR JUNTO COM O EXECBAL - O PROG005 GRAVA O MESMO MASTER.
//*
//STEP010    EXEC PGM=PROG076
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=OLD
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CALFER     DD DSN=HERC01.SISTEMA.CALENDARIO,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P076PAR    DD DSN=HERC01.PROG076.PARM,DISP=SHR
//P076SAI    DD DSN=HERC01.PROG076.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
