//HERC01KY JOB (PROG090),
//	            'REVISAO CADASTRAL PERIODICA',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* RODADA MENSAL DA REVISAO CADASTRAL - SUBMETER NO INICIO DO MES,
//* FORA DA JANELA DO HERC01XA (O PROG002 GRAVA O MESMO CLIKYC). O
//* PROG090 REAVALIA A FAIXA DE RISCO DE CADA CLIENTE ATIVO (CPF
//* RESTRITO E CASOS AML), RECALCULA O VENCIMENTO DA REVISAO E
//* ESCALA A VENCIDA UM ESTAGIO POR RODADA: CONVOCACAO, LIGACAO E
//* BLOQUEIO DE CONTA NOVA NO HERC01CM. A CONVOCACAO (P090SAI) VAI
//* PARA A GRAFICA E PARA A CENTRAL DE LIGACOES; O RELATORIO
//* (P090REL) PARA O COMPLIANCE. PARAMETROS EM HERC01.PROG090.PARM
//* (MESES POR FAIXA ALTA/MEDIA/BAIXA, ANTECEDENCIA, DIAS ENTRE
//* ESTAGIOS, 'S' NA POSICAO 16 PARA SIMULAR). RC=04 QUANDO ALGUM
//* CLIENTE FOI BLOQUEADO NA RODADA. A REVISAO FEITA COM O CLIENTE
//* E REGISTRADA NO PROG002, FUNCAO V.
//*
//STEP010    EXEC PGM=PROG090
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLIKYC     DD DSN=HERC01.CLIENTE.REVISAO,DISP=OLD
//CPFREST    DD DSN=HERC01.SISTEMA.CPF.RESTRITO,DISP=SHR
//AMLCASO    DD DSN=HERC01.COMPLIANCE.CASOS,DISP=SHR
//CLICONS    DD DSN=HERC01.CLIENTE.CONSENTIMENTO,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P090PAR    DD DSN=HERC01.PROG090.PARM,DISP=SHR
//P090SAI    DD DSN=HERC01.PROG090.CONVOCA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//P090REL    DD DSN=HERC01.PROG090.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
