//HERC01TU JOB (PROG100),
//	            'MANUTENCAO MASTER DE TURMAS',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* MANUTENCAO DO MASTER DE TURMAS - INCLUSAO, ALTERACAO,
//* DESATIVACAO, REATIVACAO E CONSULTA. O FLUXO DE TRANSACOES VAI
//* NO SYSIN (FUNCAO / TURMA / DADOS, UMA LINHA POR CAMPO; NA
//* INCLUSAO E ALTERACAO: ANO 4, SERIE 2, TURNO M/T/N/I,
//* CAPACIDADE 3 DIGITOS, PROFESSOR). A OCUPACAO E CONTADA NO
//* MASTER DE ALUNOS - RODAR FORA DA JANELA DO HERC01AM.
//*
//STEP010    EXEC PGM=PROG100
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//TURMST     DD DSN=HERC01.ESCOLA.TURMA.MASTER,DISP=OLD
//ALUMST     DD DSN=HERC01.ALUNO.MASTER,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//SYSIN      DD DSN=HERC01.PROG100.SYSIN,DISP=SHR
//SYSOUT     DD SYSOUT=*
