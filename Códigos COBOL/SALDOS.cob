//HERC01SD JOB (PROG078),
//	            'SALDO EM DATA E SALDO MEDIO',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* RELATORIO AVULSO DE SALDO EM DATA E SALDO MEDIO DIARIO DO MES
//* A PARTIR DO HISTORICO DE SALDOS GRAVADO PELO PROG077 NO EXECBAL.
//* O PEDIDO VAI EM HERC01.PROG078.PARM: DATA DE CONSULTA
//* (AAAAMMDD), PERIODO DA MEDIA (AAAAMM) E CONTA (ZERO = TODAS),
//* NAS POSICOES 1-8, 9-14 E 15-20; ZERO NA DATA OU NO PERIODO USA
//* A DATA DE PROCESSAMENTO E O MES DA DATA DE CONSULTA. PODE RODAR
//* COM O ONLINE NO AR - SO LEITURA.
//*
//STEP010    EXEC PGM=PROG078
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//SALHIS     DD DSN=HERC01.CONTA.SALDO.HISTORICO,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P078PAR    DD DSN=HERC01.PROG078.PARM,DISP=SHR
//P078SAI    DD DSN=HERC01.PROG078.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
