//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//RUNCTL     DD DSN=HERC01.SISTEMA.RUNCTL,DISP=SHR
//ALUMST     DD DSN=HERC01.ALUNO.MASTER,DISP=SHR
//*        ALUHIS EM OLD E SO LIDO - O HISTORICO COM OS ALUNOS DA
//*        RODADA (RODANDO DE NOVO NO MESMO PERIODO, O PERIODO JA
//*        GRAVADO DE CADA ALUNO E TROCADO) SAI INTEIRO NO ALUNOV,
//*        QUE O STEP042 DEVOLVE SOBRE O ORIGINAL.
//ALUHIS     DD DSN=HERC01.ALUNO.HISTORICO,DISP=OLD
//ALUNOV     DD DSN=&&ALUNOV,DISP=(NEW,PASS),
//              SPACE=(TRK,(20,10)),UNIT=SYSDA
//*        FREQUENCIA APURADA PELO SUBSISTEMA DE SESSOES (JOB
//*        HERC01FQ) - PRESENTE, SUBSTITUI A COLUNA DIGITADA
//*        TR8-FREQUENCIA DO ROSTER.
//EXCECOES   DD DSN=HERC01.SISTEMA.EXCECOES.NOT(0),DISP=MOD
//SYSOUT     DD SYSOUT=*
//*
//*        DEVOLVE A COPIA DO HISTORICO SO COM RC ATE 04 - RC=08 DO
//*        PROG008 (COPIA NAO GRAVADA OU INCOMPLETA) E RC=16 (ENTRADA
//*        TRUNCADA) DEIXAM O ALUHIS COMO ESTAVA.
//STEP042    EXEC PGM=IEBGENER,COND=(4,LT,STEP040)
//SYSUT1     DD DSN=&&ALUNOV,DISP=(OLD,DELETE)
//SYSUT2     DD DSN=HERC01.ALUNO.HISTORICO,DISP=OLD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD DUMMY
//*
//*        ALERTA PRECOCE DE ALUNOS EM RISCO - LISTA DE
//*        ACOMPANHAMENTO PARA OS CONSELHEIROS DEPOIS DE CADA
//*        RODADA DE NOTAS, EM CSV DE PONTO-E-VIRGULA; PARAMETROS
//*        (CORTE, BANDA, LIMIAR DE FREQUENCIA) EM
//*        HERC01.PROG063.PARM.
//STEP045    EXEC PGM=PROG063,COND=((0,NE,STEP040),(0,NE,STEP042))
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//ALUMST     DD DSN=HERC01.ALUNO.MASTER,DISP=SHR
//ALUHIS     DD DSN=HERC01.ALUNO.HISTORICO,DISP=SHR
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        CARTAS AOS RESPONSAVEIS - NOTIFICACAO FORMAL (RECUPERACAO,
//*        REPROVADO, FREQUENCIA ABAIXO DO MINIMO) E AVISO PARA OS
//*        ALUNOS DA LISTA DE RISCO DO STEP045, ENDERECADAS AO
//*        RESPONSAVEL VINCULADO (HERC01AM, FUNCAO G). CONTATO
//*        DEVOLVIDO OU CORREIO REVOGADO VAI PARA A LISTA DE
//*        TELEFONEMAS DA SECRETARIA (P103TEL). RC=04: ALUNO SEM
//*        RESPONSAVEL OU SEM CANAL - VER O P103REL.
//STEP047    EXEC PGM=PROG103,COND=(0,NE,STEP045)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//ALUMST     DD DSN=HERC01.ALUNO.MASTER,DISP=SHR
//ALUHIS     DD DSN=HERC01.ALUNO.HISTORICO,DISP=SHR
//FRQGER     DD DSN=HERC01.ESCOLA.FREQUENCIA.GERADA,DISP=SHR
//P063CSV    DD DSN=HERC01.PROG063.RISCO.CSV(+1),DISP=SHR
//ALURSP     DD DSN=HERC01.ALUNO.RESPONSAVEL,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLICONS    DD DSN=HERC01.CLIENTE.CONSENTIMENTO,DISP=SHR
//P103CAR    DD DSN=HERC01.PROG103.CARTAS(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//P103TEL    DD DSN=HERC01.PROG103.TELEFONES(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//P103REL    DD DSN=HERC01.PROG103.RELATORIO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
