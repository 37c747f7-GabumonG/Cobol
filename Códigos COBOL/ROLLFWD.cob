//HERC01RF JOB (PROG092),
//	            'RECUPERA CLIENTE PELO JORNAL',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* RECUPERACAO DO MASTER DE CLIENTES ATE UM INSTANTE ESCOLHIDO. O
//* STEP010/STEP020 SAO OS DO HERC01RS (RESTAURA A GERACAO DE BACKUP
//* DO INDD - TROCAR O "(0)" NOS DOIS STEPS PELA GERACAO DESEJADA - E
//* CONFERE A COPIA); O STEP030 REAPLICA O JORNAL DESDE O INSTANTE DO
//* BACKUP ATE O LIMITE DE HERC01.PROG092.PARM: DATA E HORA DO
//* BACKUP, DATA E HORA LIMITE (EM BRANCO ATE O FIM DO JORNAL). NO
//* DD CLIJRNL, AS GERACOES DE ARQUIVO DO JORNAL (HERC01JH) QUE
//* COBREM O PERIODO, DA MAIS ANTIGA PARA A MAIS NOVA, E POR ULTIMO
//* O JORNAL CORRENTE; NO CLIEXP, AS DESCARGAS DO EXPURGO (HERC01PU)
//* DO PERIODO. SEGURAR O ON-LINE E A CADEIA ATE O FIM DO JOB.
//* SO LIBERAR A PRODUCAO COM O STEP030 TERMINANDO COM RC=0 (RC=04:
//* CLIENTE ANONIMIZADO SEM ESTADO NO INSTANTE PEDIDO - VER O
//* RELATORIO). DIVERGENCIA (RC=08) PARA NO REGISTRO QUE NAO
//* CONFERE: CORRIGIDA A CAUSA, RESUBMETER COM RESTART=STEP030 NO
//* JOB E A SEQUENCIA DO ULTIMO REGISTRO APLICADO NO PARM, SEM
//* RESTAURAR DE NOVO.
//*
//STEP010    EXEC PGM=IDCAMS
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//INDD       DD DSN=HERC01.CLIENTE.MASTER.BACKUP(0),DISP=SHR
//OUTDD      DD DSN=HERC01.CLIENTE.MASTER,DISP=OLD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DELETE HERC01.CLIENTE.MASTER CLUSTER PURGE
  SET MAXCC = 0
  DEFINE CLUSTER (NAME(HERC01.CLIENTE.MASTER) -
         INDEXED KEYS(6 0) RECORDSIZE(208 208) -
         TRACKS(20 10)) -
         DATA (NAME(HERC01.CLIENTE.MASTER.DATA)) -
         INDEX (NAME(HERC01.CLIENTE.MASTER.INDEX))
  DEFINE ALTERNATEINDEX (NAME(HERC01.CLIENTE.MASTER.AIX) -
         RELATE(HERC01.CLIENTE.MASTER) -
         KEYS(11 116) NONUNIQUEKEY UPGRADE -
         TRACKS(10 5))
  REPRO INFILE(INDD) OUTFILE(OUTDD)
  BLDINDEX INDATASET(HERC01.CLIENTE.MASTER) -
         OUTDATASET(HERC01.CLIENTE.MASTER.AIX)
  DEFINE PATH (NAME(HERC01.CLIENTE.MASTER.PATH) -
         PATHENTRY(HERC01.CLIENTE.MASTER.AIX))
/*
//*
//STEP020    EXEC PGM=PROG039,COND=(0,NE,STEP010)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLIBKP     DD DSN=HERC01.CLIENTE.MASTER.BACKUP(0),DISP=SHR
//P039SAI    DD DSN=HERC01.PROG039.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//STEP030    EXEC PGM=PROG092,COND=((0,NE,STEP010),(0,NE,STEP020))
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=OLD
//CLIJRNL    DD DSN=HERC01.CLIENTE.JORNAL.ARQUIVO(-1),DISP=SHR
//           DD DSN=HERC01.CLIENTE.JORNAL.ARQUIVO(0),DISP=SHR
//           DD DSN=HERC01.CLIENTE.JORNAL,DISP=SHR
//CLIEXP     DD DSN=HERC01.CLIENTE.EXPURGO(-1),DISP=SHR
//           DD DSN=HERC01.CLIENTE.EXPURGO(0),DISP=SHR
//CLIANON    DD DSN=HERC01.CLIENTE.ANONIMIZADOS,DISP=SHR
//P092PAR    DD DSN=HERC01.PROG092.PARM,DISP=SHR
//P092REL    DD DSN=HERC01.PROG092.RELATORIO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
