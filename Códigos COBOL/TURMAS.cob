//HERC01TL JOB (PROG101),
//	            'LISTA DE CLASSE POR TURMA',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* LISTA DE CLASSE - ALUNOS DE CADA TURMA COM A OCUPACAO CONTRA A
//* CAPACIDADE DO MASTER DE TURMAS. RODAR NO INICIO DO ANO LETIVO
//* E SEMPRE QUE A SECRETARIA PEDIR. RC=04 DO STEP020: TURMA ACIMA
//* DA CAPACIDADE, INATIVA COM ALUNOS OU NAO CADASTRADA - VER O
//* RODAPE DA TURMA NO RELATORIO.
//*
//*        MASTER DE ALUNOS POR TURMA E NOME.
//STEP010    EXEC PGM=SORT
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//SORTIN     DD DSN=HERC01.ALUNO.MASTER,DISP=SHR
//SORTOUT    DD DSN=&&ALUTUR,DISP=(NEW,PASS),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//SYSIN      DD *
  SORT FIELDS=(27,6,CH,A,7,20,CH,A)
/*
//*
//STEP020    EXEC PGM=PROG101,COND=(0,NE,STEP010)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P101ENT    DD DSN=&&ALUTUR,DISP=(OLD,DELETE)
//TURMST     DD DSN=HERC01.ESCOLA.TURMA.MASTER,DISP=SHR
//P101SAI    DD DSN=HERC01.PROG101.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
