//*
//* MANUTENCAO DO MASTER DE CONTAS - ABERTURA (COM TITULAR DO
//* CADASTRO DE CLIENTES), ENCERRAMENTO (SO COM SALDO ZERADO),
//* BLOQUEIO/DESBLOQUEIO, TROCA DE TITULAR, LIMITE DE CHEQUE
//* ESPECIAL, REATIVACAO DE CONTA INATIVA (DORMENTE) E CONSULTA.
//* ABERTURA E TROCA DE TITULAR SAO RECUSADAS PARA CLIENTE COM A
//* REVISAO CADASTRAL BLOQUEADA (CLIKYC, HERC01KY).
//* O FLUXO DE TRANSACOES VAI NO SYSIN (FUNCAO / CONTA / TITULAR
//* OU VALOR DO LIMITE QUANDO COUBER, UMA LINHA POR CAMPO, COMO NO
//* PROG002) E O OPERADOR DA RODADA, GRAVADO NA CONCESSAO DE LIMITE
//* E NA REATIVACAO, EM HERC01.PROG050.PARM.
//* RODAR FORA DA JANELA DO FLUXO DE BALANCEAMENTO - O PROG005 LE
//* O MESMO MASTER.
//*
//STEP010    EXEC PGM=PROG050
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=OLD
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P050PAR    DD DSN=HERC01.PROG050.PARM,DISP=SHR
//CLIKYC     DD DSN=HERC01.CLIENTE.REVISAO,DISP=SHR
//SYSIN      DD DSN=HERC01.PROG050.SYSIN,DISP=SHR
//SYSOUT     DD SYSOUT=*
