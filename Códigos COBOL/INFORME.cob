//HERC01IR JOB (PROG086),
//	            'INFORME DE RENDIMENTOS',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* INFORME ANUAL DE RENDIMENTOS - SUBMETIDO UMA VEZ POR ANO, DEPOIS
//* DO FECHAMENTO DE DEZEMBRO (HERC01FM). O ANO-BASE VAI NO
//* HERC01.PROG086.PARM (AUSENTE: ANO ANTERIOR AO DA DATA DE
//* PROCESSAMENTO). OS JUROS SAO AS POSTAGENS DAS RODADAS QUE O
//* PROG052 REGISTRA NO JURREG (HERC01JU), NO ATIVO E NAS GERACOES
//* DE ARQUIVO; O SALDO DE 31/12 VEM DA FOTO DE DEZEMBRO - AS DUAS
//* ULTIMAS GERACOES DO FECHAMENTO COBREM A SUBMISSAO EM JANEIRO OU
//* FEVEREIRO, O PROG086 SEPARA O PERIODO 12. GERACOES DE ARQUIVO
//* ALEM DA (0) ENTRAM CONCATENADAS NO TRNARC QUANDO O ANO-BASE JA
//* FOI ARQUIVADO EM MAIS DE UMA RODADA DO HERC01AR.
//* RC=04 DO STEP010 (RODADA QUE NAO AMARRA OU ITEM SEM TITULAR) NAO
//* IMPEDE A EMISSAO - O RELATORIO DO PROG086 VAI PARA A
//* CONTABILIDADE. RC=08 (SEM FOTO DE DEZEMBRO) PARA O JOB.
//* RC=08 DO STEP030: INFORMES DIVERGEM DO CONTROLE DA EXTRACAO -
//* NAO TRANSMITIR A DECLARACAO.
//*
//STEP010    EXEC PGM=PROG086
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//JURREG     DD DSN=HERC01.SISTEMA.JUROS.RODADAS,DISP=SHR
//TRNHIST    DD DSN=HERC01.TRANSACAO.HISTORICO,DISP=SHR
//TRNARC     DD DSN=HERC01.TRANSACAO.ARQUIVO(0),DISP=SHR
//CTAFMES    DD DSN=HERC01.CONTA.FECHO.MENSAL(0),DISP=SHR
//           DD DSN=HERC01.CONTA.FECHO.MENSAL(-1),DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//P086PAR    DD DSN=HERC01.PROG086.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P086SAI    DD DSN=HERC01.PROG086.MOVIMENTO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//P086CTL    DD DSN=HERC01.PROG086.CONTROLE(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(1,1)),UNIT=SYSDA
//P086REL    DD DSN=HERC01.PROG086.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        MOVIMENTO POR CPF / CONTA / TIPO PARA A QUEBRA DO PROG087
//STEP020    EXEC PGM=SORT,COND=(4,LT,STEP010)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//SORTIN     DD DSN=HERC01.PROG086.MOVIMENTO(+1),DISP=SHR
//SORTOUT    DD DSN=HERC01.PROG086.MOVIMENTO.CPF(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//SYSIN      DD *
  SORT FIELDS=(1,11,CH,A,12,6,CH,A,18,1,CH,A)
/*
//*
//STEP030    EXEC PGM=PROG087,COND=((4,LT,STEP010),(0,NE,STEP020))
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P087ENT    DD DSN=HERC01.PROG086.MOVIMENTO.CPF(+1),DISP=SHR
//P086CTL    DD DSN=HERC01.PROG086.CONTROLE(+1),DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//P087INF    DD DSN=HERC01.PROG087.INFORMES(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//P087DEV    DD DSN=HERC01.PROG087.RETIDOS(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//P087DCL    DD DSN=HERC01.PROG087.DECLARACAO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//P087REL    DD DSN=HERC01.PROG087.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
