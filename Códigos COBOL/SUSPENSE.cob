//* CORRIGIDAS (MESMO TIPO/CONTA/SEQUENCIA DO SUSPENSO); ESTE JOB
//* GRAVA AS CORRIGIDAS EM HERC01.PROG005.RESSUBMISSAO - LIDA PELA
//* CONSOLIDACAO DA CADEIA (DD P026RES DO STEP022 DO EXECBAL, QUE
//* SO A CONSOME PORQUE O PROG024 A DECLARA NO MANIFESTO DE FEEDS
//* DA NOITE - FEDMAN) - E CARREGA O RESTO PARA A
//* NOVA GERACAO DE SUSPENSOS, COM RELATORIO DE AGING DO QUE ESTA
//* PARADO ALEM DO PRAZO (PARM EM HERC01.PROG024.PARM).
//*
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//P024PAR    DD DSN=HERC01.PROG024.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//FEDMAN     DD DSN=HERC01.SISTEMA.FEEDS.MANIFESTO,DISP=MOD
//P024SAI    DD DSN=HERC01.PROG024.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
