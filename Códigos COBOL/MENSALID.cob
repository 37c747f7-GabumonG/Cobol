//HERC01MS JOB (PROG102),
//	            'MENSALIDADES ESCOLARES',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* RODADA MENSAL DE MENSALIDADES ESCOLARES - SUBMETER UMA VEZ POR
//* MES, ANTES DO EXECBAL DA NOITE, COM A TABELA DE MENSALIDADES
//* POR SERIE (HERC01.ESCOLA.TABELA.MENSALIDADES) EM DIA. O PROG102
//* DEBITA A MENSALIDADE DE CADA ALUNO MATRICULADO NA CONTA DO SEU
//* RESPONSAVEL FINANCEIRO (VINCULADO PELO HERC01AM, FUNCAO G) COMO
//* TRANSACOES TR5 COM ENVELOPE DE FILIAL (ORIGEM 93, CADASTRADA NO
//* CADASTRO DE FILIAIS COM ESPERADA='N'), NUMA GERACAO QUE O
//* STEP022 DO EXECBAL LE PELO DD P026MEN, E DECLARA A GERACAO NO
//* MANIFESTO DE FEEDS DA NOITE. TRANCADOS E DESLIGADOS NAO SAO
//* COBRADOS. A COMPETENCIA E O MES DA DATA DE PROCESSAMENTO; PARA
//* COBRAR UM MES ATRASADO, INFORMAR PARM='AAAAMM'. ALUNO JA
//* COBRADO NA COMPETENCIA NAO SAI DE NOVO; O RERUN NA MESMA DATA
//* REEMITE O MESMO FEED. RC=04: ALUNO MATRICULADO SEM RESPONSAVEL,
//* CONTA, TURMA OU VALOR - VER O RELATORIO, CORRIGIR E RODAR DE
//* NOVO NOUTRA DATA (SO OS QUE FALTARAM SAO COBRADOS). AS
//* SEQUENCIAS SAEM DO CONTADOR SEQORI93 DA NUMERACAO CENTRAL.
//*
//STEP010    EXEC PGM=PROG102
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//ALUMST     DD DSN=HERC01.ALUNO.MASTER,DISP=SHR
//ALURSP     DD DSN=HERC01.ALUNO.RESPONSAVEL,DISP=OLD
//TURMST     DD DSN=HERC01.ESCOLA.TURMA.MASTER,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//MENTAB     DD DSN=HERC01.ESCOLA.TABELA.MENSALIDADES,DISP=SHR
//NUMCTL     DD DSN=HERC01.SISTEMA.NUMERACAO,DISP=SHR
//NUMJRN     DD DSN=HERC01.SISTEMA.NUMERACAO.JORNAL,DISP=MOD
//RUNCTL     DD DSN=HERC01.SISTEMA.RUNCTL,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//FEDMAN     DD DSN=HERC01.SISTEMA.FEEDS.MANIFESTO,DISP=MOD
//P102SAI    DD DSN=HERC01.PROG005.MENSALIDADES(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//P102REL    DD DSN=HERC01.PROG102.RELATORIO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
