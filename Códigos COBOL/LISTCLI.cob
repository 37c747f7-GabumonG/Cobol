//* DIRETORIO/EXTRACAO SELETIVA DO CADASTRO, SOB DEMANDA. O
//* CRITERIO VAI EM HERC01.PROG033.PARM: TIPO ('T' TODOS, 'P'
//* PROFISSAO, 'F' FAIXA DE NUMERO, 'C' SEM CONTATO), PROFISSAO
//* (15), NUMERO INICIAL (6) E FINAL (6). CONTATO SO SAI NO CANAL
//* COM CONSENTIMENTO (CLICONS) - MARKETING NAS SELECOES T/P/F,
//* SERVICO NA 'C'.
//*
//STEP010    EXEC PGM=PROG033
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLICONS    DD DSN=HERC01.CLIENTE.CONSENTIMENTO,DISP=SHR
//P033PAR    DD DSN=HERC01.PROG033.PARM,DISP=SHR
//P033SAI    DD DSN=HERC01.PROG033.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
