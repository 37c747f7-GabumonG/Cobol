//HERC01CT JOB (PROG105),
//	            'HISTORICO E CERTIFICADO CONCLUSAO',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* HISTORICO ESCOLAR FINAL E CERTIFICADO DE CONCLUSAO DOS ALUNOS
//* CONCLUINTES (SITUACAO C, MARCADA PELA PROMOCAO - HERC01PR). O
//* FLUXO VAI NO SYSIN (FUNCAO / ARGUMENTO, UMA LINHA POR CAMPO):
//* E + MATRICULA EMITE PARA UM ALUNO - SE ELE JA TEM CERTIFICADO,
//* SAI A SEGUNDA VIA COM A MESMA SERIE; A + ANO (AAAA) EMITE PARA
//* TODOS OS CONCLUINTES DO ANO AINDA SEM CERTIFICADO (PODE SER
//* REPETIDO); V + SERIE (9 DIGITOS) CONFERE A AUTENTICIDADE NO
//* REGISTRO. A SERIE VEM DO CONTADOR CERTIFIC DA NUMERACAO CENTRAL
//* (CARREGADO PELO HERC01NC) E CADA EMISSAO FICA NO REGISTRO DE
//* CERTIFICADOS COM O OPERADOR DO HERC01.PROG105.PARM. HISTORICOS
//* E CERTIFICADOS SAEM NO P105SAI. RC=04: TRANSACAO COM ERRO (VER
//* RETORNO NO SYSOUT); RC=16: MASTER, HISTORICO OU REGISTRO
//* INDISPONIVEL - NADA FOI EMITIDO.
//*
//STEP010    EXEC PGM=PROG105
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//ALUMST     DD DSN=HERC01.ALUNO.MASTER,DISP=SHR
//ALUHIS     DD DSN=HERC01.ALUNO.HISTORICO,DISP=SHR
//CERREG     DD DSN=HERC01.ESCOLA.CERTIFICADO.REGISTRO,DISP=OLD
//NUMCTL     DD DSN=HERC01.SISTEMA.NUMERACAO,DISP=SHR
//NUMJRN     DD DSN=HERC01.SISTEMA.NUMERACAO.JORNAL,DISP=MOD
//RUNCTL     DD DSN=HERC01.SISTEMA.RUNCTL,DISP=SHR
//P105PAR    DD DSN=HERC01.PROG105.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//SYSIN      DD DSN=HERC01.PROG105.SYSIN,DISP=SHR
//P105SAI    DD DSN=HERC01.PROG105.CERTIFICADOS(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
