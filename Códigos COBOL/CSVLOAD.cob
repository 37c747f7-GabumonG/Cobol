//* CONVERSAO DA PLANILHA DO COMERCIAL (CSV COM PONTO-E-VIRGULA)
//* PARA O FLUXO SYSIN DO PROG002. O STEP020 APLICA AS INCLUSOES
//* GERADAS DIRETO NO MASTER, SO QUANDO A CONVERSAO TERMINOU LIMPA.
//* OS NUMEROS DE CLIENTE SAEM DO CONTADOR CLIENTE DA NUMERACAO
//* CENTRAL (NUMCTL), RESERVADOS NO STEP010 E CONFIRMADOS NO FIM DA
//* CONVERSAO. CADA SUBMISSAO E UMA CARGA NOVA COM BLOCO NOVO, MESMO
//* COM OUTRO CSV NO MESMO DIA; PARA REPROCESSAR O MESMO CSV COM OS
//* MESMOS NUMEROS, RESUBMETER COM PARM='RERUN' NO STEP010. ENQUANTO
//* O STEP010 RODA, INCLUSAO SEM NUMERO NO ONLINE RESPONDE EM USO.
//* AS COLUNAS OPCIONAIS DE MARKETING
//* (E-MAIL/TELEFONE/CORREIO, S/N) VIRAM FUNCOES 'K' NO SYSIN E O
//* PROG002 REGISTRA O CONSENTIMENTO COM HISTORICO (CONHIST).
//*
//STEP010    EXEC PGM=PROG034
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P034CSV    DD DSN=HERC01.PROG034.ENTRADA.CSV,DISP=SHR
//NUMCTL     DD DSN=HERC01.SISTEMA.NUMERACAO,DISP=SHR
//NUMJRN     DD DSN=HERC01.SISTEMA.NUMERACAO.JORNAL,DISP=MOD
//RUNCTL     DD DSN=HERC01.SISTEMA.RUNCTL,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P034SAI    DD DSN=HERC01.PROG034.SYSIN(+1),
//              DISP=(NEW,CATLG,DELETE),
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLIJRNL    DD DSN=HERC01.CLIENTE.JORNAL,DISP=MOD
//CLILOCK    DD DSN=HERC01.CLIENTE.TRAVAS,DISP=SHR
//CLICONS    DD DSN=HERC01.CLIENTE.CONSENTIMENTO,DISP=SHR
//CONHIST    DD DSN=HERC01.CLIENTE.CONSENT.HIST,DISP=MOD
//CLIKYC     DD DSN=HERC01.CLIENTE.REVISAO,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//NUMCTL     DD DSN=HERC01.SISTEMA.NUMERACAO,DISP=SHR
//NUMJRN     DD DSN=HERC01.SISTEMA.NUMERACAO.JORNAL,DISP=MOD
//SYSIN      DD DSN=HERC01.PROG034.SYSIN(+1),DISP=SHR
//SYSOUT     DD SYSOUT=*
