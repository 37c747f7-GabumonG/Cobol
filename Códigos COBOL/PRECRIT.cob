//HERC01PE JOB (PROG094),
//	            'PRE-CRITICA FEED DE FILIAL',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* PRE-CRITICA DIURNA DO FEED DE FILIAL - SUBMETER ASSIM QUE O
//* ARQUIVO DA FILIAL CHEGAR, ANTES DO HORARIO DE CORTE. SO LE: NADA
//* E POSTADO NO MASTER NEM REGISTRADO NO CADASTRO DE FEEDS
//* CONSUMIDOS, ENTAO PODE RODAR QUANTAS VEZES FOR PRECISO COM O
//* ON-LINE NO AR. NO DD P094ENT, O FEED QUE CHEGOU (TROCAR FILIAL1
//* PELA FILIAL DA VEZ; CONCATENAR PARA CRITICAR VARIAS DE UMA VEZ).
//* O RELATORIO SAI POR FILIAL COM O MOTIVO DE SUSPENSO (CPSUSP5) DE
//* CADA REGISTRO QUE A NOITE REJEITARIA E VAI PARA A FILIAL
//* CORRIGIR E REENVIAR. RC=04: DETALHE QUE IRIA PARA SUSPENSOS;
//* RC=08: ENVELOPE QUE O PROG026 RECUSARIA (SEGURARIA A CADEIA);
//* RC=16: ARQUIVO AUSENTE.
//*
//STEP010    EXEC PGM=PROG094
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P094ENT    DD DSN=HERC01.PROG005.FILIAL1,DISP=SHR
//FILREG     DD DSN=HERC01.SISTEMA.FILIAIS,DISP=SHR
//FEDREG     DD DSN=HERC01.SISTEMA.FEEDS.CONSUMIDOS,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//TRNHIST    DD DSN=HERC01.TRANSACAO.HISTORICO,DISP=SHR
//TRNARC     DD DSN=HERC01.TRANSACAO.ARQUIVO(0),DISP=SHR
//P005PAR    DD DSN=HERC01.PROG005.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P094REL    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
