//HERC01AP JOB (PROG080),
//	            'MANUTENCAO DE PARCELAMENTOS',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* MANUTENCAO DOS PARCELAMENTOS DA AGENDA DE POSTAGENS - COTACAO E
//* QUITACAO ANTECIPADA, CANCELAMENTO E REPROGRAMACAO, COM JORNAL
//* DE IMAGEM ANTES/DEPOIS (AGDJRNL). O FLUXO DE TRANSACOES VAI NO
//* SYSIN (FUNCAO / CONTA / CONTRATO / DADO, UMA LINHA POR CAMPO) E
//* O OPERADOR RESPONSAVEL EM HERC01.PROG080.PARM. RODAR FORA DA
//* JANELA DO EXECBAL - O PROG057 E O PROG079 ATUALIZAM A AGENDA.
//* A QUITACAO GRAVADA AQUI SAI NO PROG057 DA NOITE.
//*
//STEP010    EXEC PGM=PROG080
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//AGDFILE    DD DSN=HERC01.SISTEMA.AGENDA.POSTAGENS,DISP=OLD
//AGDJRNL    DD DSN=HERC01.SISTEMA.AGENDA.JORNAL,DISP=MOD
//P080PAR    DD DSN=HERC01.PROG080.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//SYSIN      DD DSN=HERC01.PROG080.SYSIN,DISP=SHR
//SYSOUT     DD SYSOUT=*
