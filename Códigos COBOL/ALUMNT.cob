//* SYSIN (FUNCAO / MATRICULA / DADOS, UMA LINHA POR CAMPO) E O
//* OPERADOR RESPONSAVEL EM HERC01.PROG058.PARM. RODAR FORA DA
//* JANELA DO FLUXO DE NOTAS - O PROG008 LE O MESMO MASTER.
//* MATRICULA, TROCA DE TURMA E REMATRICULA SO ENTRAM EM TURMA
//* ATIVA E COM VAGA DO MASTER DE TURMAS (HERC01TU); TURMA LOTADA
//* VOLTA COM RETORNO 20 NO SYSOUT.
//* A FUNCAO G VINCULA O RESPONSAVEL FINANCEIRO (CLIENTE E CONTA
//* QUE PAGA A MENSALIDADE - JOB HERC01MS), CONFERIDO CONTRA O
//* CADASTRO DE CLIENTES E O MASTER DE CONTAS.
//*
//STEP010    EXEC PGM=PROG058
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//ALUMST     DD DSN=HERC01.ALUNO.MASTER,DISP=OLD
//TURMST     DD DSN=HERC01.ESCOLA.TURMA.MASTER,DISP=SHR
//ALURSP     DD DSN=HERC01.ALUNO.RESPONSAVEL,DISP=OLD
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//ALUJRNL    DD DSN=HERC01.ALUNO.JORNAL,DISP=MOD
//P058PAR    DD DSN=HERC01.PROG058.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
