//* LAYOUT DO ROSTER; NOME E TURMA SAO REPOSTOS DO MASTER DE
//* ALUNOS). AS SAIDAS DESTA RODADA CONTEM APENAS OS CORRIGIDOS,
//* MARCADOS COM TIPO 'C' NO P008STA E NO CSV, PARA OS CONSUMIDORES
//* APLICAREM SO O DELTA. O PROG008 NAO GRAVA O HISTORICO DE
//* PERIODOS NESTE MODO (O BOLETIM CONTARIA O PERIODO EM DOBRO) E
//* NEM ABRE O ALUHIS; O STEP020 (PROG098) COPIA O ALUHIS PARA O
//* ALUNOV COM O PERIODO DE CADA ALUNO CORRIGIDO TROCADO, COM IMAGEM
//* ANTES/DEPOIS NO JORNAL DA RODADA (ALUJNV); O STEP025 DEVOLVE A
//* COPIA SOBRE O ORIGINAL E O STEP026 ACRESCENTA O JORNAL DA RODADA
//* AO ALUJRNL. P008ENT VAI COMO DUMMY - O MODO REGRADE LE SOMENTE O
//* P008COR.
//*
//STEP010    EXEC PGM=PROG008
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P008PAR    DD DSN=HERC01.PROG008.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//ALUMST     DD DSN=HERC01.ALUNO.MASTER,DISP=SHR
//P008SAI    DD DSN=HERC01.PROG008.SAIDA.DELTA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//AUDITLOG   DD DSN=HERC01.SISTEMA.AUDITLOG.NOT(0),DISP=MOD
//EXCECOES   DD DSN=HERC01.SISTEMA.EXCECOES.NOT(0),DISP=MOD
//SYSOUT     DD SYSOUT=*
//*
//*        CORRECAO DO HISTORICO DE PERIODOS PELO DELTA DO STEP010.
//*        O PERIODO E O DA DATA DE PROCESSAMENTO; PARA CORRIGIR UM
//*        PERIODO ANTERIOR, PARM='AAAAMM'. RC=04: ALUNO CORRIGIDO
//*        SEM O PERIODO NO HISTORICO (VER O P098SAI).
//STEP020    EXEC PGM=PROG098,COND=(0,NE,STEP010)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P008STA    DD DSN=HERC01.PROG008.STATUS.DELTA(+1),DISP=SHR
//ALUHIS     DD DSN=HERC01.ALUNO.HISTORICO,DISP=OLD
//ALUNOV     DD DSN=&&ALUNOV,DISP=(NEW,PASS),
//              SPACE=(TRK,(20,10)),UNIT=SYSDA
//ALUJNV     DD DSN=&&ALUJNV,DISP=(NEW,PASS),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P098SAI    DD DSN=HERC01.PROG098.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        DEVOLVE A COPIA DO HISTORICO SO COM RC ATE 04 - RC=16 DO
//*        PROG098 DEIXA O ALUHIS COMO ESTAVA.
//STEP025    EXEC PGM=IEBGENER,COND=(4,LT,STEP020)
//SYSUT1     DD DSN=&&ALUNOV,DISP=(OLD,DELETE)
//SYSUT2     DD DSN=HERC01.ALUNO.HISTORICO,DISP=OLD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD DUMMY
//*
//*        O JORNAL SO REGISTRA O QUE FOI DEVOLVIDO AO ALUHIS - SEM A
//*        DEVOLUCAO DO STEP025 O ALUJRNL NAO RECEBE NADA DA RODADA.
//STEP026    EXEC PGM=IEBGENER,COND=((4,LT,STEP020),(0,NE,STEP025))
//SYSUT1     DD DSN=&&ALUJNV,DISP=(OLD,DELETE)
//SYSUT2     DD DSN=HERC01.ALUNO.JORNAL,DISP=MOD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD DUMMY
