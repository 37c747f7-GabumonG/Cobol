//HERC01TC JOB (PROG100),
//	            'CARGA DO MASTER DE TURMAS',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* CARGA INICIAL DO MASTER DE TURMAS - RODAR UMA VEZ, DEPOIS DO
//* STEP120 DO HERC01C2 (DEFINE DO CLUSTER) E ANTES DA PRIMEIRA
//* MATRICULA OU PROMOCAO NO RELEASE NOVO. CADA TURMA DO
//* ALU-TURMA NASCE ATIVA, COM O ANO DA DATA DE PROCESSAMENTO E A
//* CAPACIDADE IGUAL A OCUPACAO ATUAL; SERIE, TURNO, PROFESSOR E
//* A CAPACIDADE REAL SAO COMPLETADOS DEPOIS PELO HERC01TU.
//* TURMA JA CADASTRADA E MANTIDA - O JOB PODE SER REPETIDO.
//*
//STEP010    EXEC PGM=PROG100,PARM='C'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//TURMST     DD DSN=HERC01.ESCOLA.TURMA.MASTER,DISP=OLD
//ALUMST     DD DSN=HERC01.ALUNO.MASTER,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//SYSOUT     DD SYSOUT=*
