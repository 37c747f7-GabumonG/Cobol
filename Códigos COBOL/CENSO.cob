//HERC01CE JOB (PROG104),
//	            'CENSO ESCOLAR ANUAL',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* CENSO ESCOLAR (EDUCACENSO) - SUBMETIDO UMA VEZ POR ANO, DEPOIS
//* DA ULTIMA RODADA DE NOTAS (HERC01XC) E DA RECUPERACAO DO ANO E
//* ANTES DA PROMOCAO DE JANEIRO, QUE MUDA A TURMA DOS ALUNOS. OS
//* CONCLUINTES SAEM PELA MESMA TABELA DE PROGRESSAO DA PROMOCAO
//* (TURPROG): APROVADO EM TURMA SEM TURMA SEGUINTE SAI CONCLUIDO. O
//* ANO-BASE E O CODIGO INEP DA ESCOLA VAO NO HERC01.PROG104.PARM
//* (ANO AUSENTE: ANO DA DATA DE PROCESSAMENTO). O ARQUIVO NO
//* LAYOUT DO ORGAO SAI NO P104SAI; O P104REL TRAZ AS PENDENCIAS DE
//* VALIDACAO E OS TOTAIS POR TURMA E RESULTADO PARA O VISTO DA
//* SECRETARIA. RC=04: HA PENDENCIA - CORRIGIR O CADASTRO OU O
//* HISTORICO E SUBMETER DE NOVO; SO TRANSMITIR A GERACAO DE UMA
//* RODADA COM RC=00. RC=16: MASTER OU HISTORICO INDISPONIVEL.
//*
//STEP010    EXEC PGM=PROG104
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//ALUMST     DD DSN=HERC01.ALUNO.MASTER,DISP=SHR
//TURMST     DD DSN=HERC01.ESCOLA.TURMA.MASTER,DISP=SHR
//ALUHIS     DD DSN=HERC01.ALUNO.HISTORICO,DISP=SHR
//FRQGER     DD DSN=HERC01.ESCOLA.FREQUENCIA.GERADA,DISP=SHR
//TURPROG    DD DSN=HERC01.ESCOLA.PROGRESSAO,DISP=SHR
//P104PAR    DD DSN=HERC01.PROG104.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P104SAI    DD DSN=HERC01.PROG104.EDUCACENSO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//P104REL    DD DSN=HERC01.PROG104.RELATORIO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
