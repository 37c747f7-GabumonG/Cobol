//* PARM: ANO (4), CORTE (4, MESMA REGRA DO BOLETIM), MODO (1).
//* A TABELA DE PROGRESSAO (TURMA-DE 6, TURMA-PARA 6; PARA EM
//* BRANCO = ULTIMO ANO, CONCLUINTE) VAI EM
//* HERC01.ESCOLA.PROGRESSAO. CADA TURMA-PARA E CONFERIDA NO
//* MASTER DE TURMAS - DESTINO NAO CADASTRADO OU INATIVO DA RC=04
//* NA SIMULACAO E RECUSA A EFETIVA INTEIRA (RC=16).
//*
//STEP010    EXEC PGM=PROG061
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//ALUHIS     DD DSN=HERC01.ALUNO.HISTORICO,DISP=SHR
//ALUJRNL    DD DSN=HERC01.ALUNO.JORNAL,DISP=MOD
//TURPROG    DD DSN=HERC01.ESCOLA.PROGRESSAO,DISP=SHR
//TURMST     DD DSN=HERC01.ESCOLA.TURMA.MASTER,DISP=SHR
//P061PAR    DD DSN=HERC01.PROG061.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P061SAI    DD DSN=HERC01.PROG061.SAIDA(+1),
