//HERC01PB JOB (PROG106),
//	            'PUBLICACAO DE PRECOS - SOB DEMANDA',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* PUBLICACAO DE PRECOS PARA O PDV DAS LOJAS FORA DO FLUXO DE
//* PRECOS DO HERC01XD, PELO CARTAO P106PAR (MODO + DATA AAAAMMDD):
//*   C          CATALOGO COMPLETO - LOJA NOVA, PDV RECARREGADO OU
//*              DIVERGENCIA; APLICA A ULTIMA RODADA DO MARKUP E
//*              MANDA TODO PRODUTO ATIVO COM O PRECO EM VIGOR.
//*   RAAAAMMDD  REENVIO DA PUBLICACAO DIARIA DAQUELA DATA, PELO
//*              REGISTRO (ENVELOPE COM A DATA ORIGINAL).
//*   VAAAAMMDD  RELATORIO DO PRECO EM VIGOR NAS LOJAS NA DATA, SEM
//*              PUBLICAR NADA (P106SAI SAI SO COM CABECALHO E
//*              TRAILER).
//* NAO RODAR JUNTO COM O HERC01XD - O REGISTRO DE PUBLICACAO E
//* ALOCADO EXCLUSIVO.
//*
//STEP010    EXEC PGM=PROG106
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P106NOV    DD DSN=HERC01.PROG012.SAIDA(0),DISP=SHR
//P106REV    DD DSN=HERC01.PROG036.REVISAR(0),DISP=SHR
//P106LIB    DD DSN=HERC01.PROG106.LIBERACAO,DISP=SHR
//PRDMST     DD DSN=HERC01.PRODUTO.MASTER,DISP=SHR
//PRCPUB     DD DSN=HERC01.PRODUTO.PRECO.PUBLICADO,DISP=OLD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P106SAI    DD DSN=HERC01.PROG106.PRECOS(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//P106REL    DD DSN=HERC01.PROG106.RELATORIO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(1,1)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//P106PAR    DD *
C
/*
