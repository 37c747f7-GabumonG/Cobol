//P036SAI    DD DSN=HERC01.PROG036.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//P036REV    DD DSN=HERC01.PROG036.REVISAR(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(1,1)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        PUBLICACAO DOS PRECOS PARA O PDV DAS LOJAS - SO O PRECO
//*        QUE MUDOU CONTRA O PRECO EM VIGOR. ITEM MARCADO PELO
//*        PROG036 FICA RETIDO NO REGISTRO HERC01.PRODUTO.PRECO.
//*        PUBLICADO ATE ENTRAR NA LISTA DE LIBERACAO (P106LIB) -
//*        RODA COM O RC=04 DE ADVERTENCIA DO STEP052 E TERMINA COM
//*        RC=04 ENQUANTO HOUVER ITEM RETIDO. CATALOGO COMPLETO,
//*        REENVIO E CONSULTA DE VIGENCIA: JOB HERC01PB (PRECOPUB).
//STEP054    EXEC PGM=PROG106,COND=((0,NE,STEP050),(4,LT,STEP052))
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P106NOV    DD DSN=HERC01.PROG012.SAIDA(+1),DISP=SHR
//P106REV    DD DSN=HERC01.PROG036.REVISAR(+1),DISP=SHR
//P106LIB    DD DSN=HERC01.PROG106.LIBERACAO,DISP=SHR
//PRDMST     DD DSN=HERC01.PRODUTO.MASTER,DISP=SHR
//PRCPUB     DD DSN=HERC01.PRODUTO.PRECO.PUBLICADO,DISP=OLD
//P106PAR    DD DSN=HERC01.PROG106.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P106SAI    DD DSN=HERC01.PROG106.PRECOS(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//P106REL    DD DSN=HERC01.PROG106.RELATORIO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(1,1)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
