//HERC01AL JOB (PROG085),
//	            'REVISAO DE CASOS COAF',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* REVISAO DOS CASOS DO MONITORAMENTO DE OPERACOES SUSPEITAS PELO
//* COMPLIANCE - ASSUME EM ANALISE ('E'), REGISTRA A COMUNICACAO AO
//* COAF ('C') OU DESCARTA ('D') CASOS ABERTOS PELO PROG084 NA
//* CADEIA (HERC01XB STEP040). O FLUXO VAI NO SYSIN (FUNCAO / CPF /
//* ALERTA / DATA DE ABERTURA / NOTA, UMA LINHA POR CAMPO - A CHAVE
//* SAI IMPRESSA NO RELATORIO DO PROG084; NOTA OBRIGATORIA PARA
//* ENCERRAR) E O ANALISTA EM HERC01.PROG085.PARM, VALIDADO CONTRA O
//* OPERFIL.
//*
//STEP010    EXEC PGM=PROG085
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//AMLCASO    DD DSN=HERC01.COMPLIANCE.CASOS,DISP=OLD
//OPERFIL    DD DSN=HERC01.SISTEMA.OPERADORES,DISP=SHR
//P085PAR    DD DSN=HERC01.PROG085.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//SYSIN      DD DSN=HERC01.PROG085.SYSIN,DISP=SHR
//SYSOUT     DD SYSOUT=*
