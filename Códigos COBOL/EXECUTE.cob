//*   HERC01XF (EXECFIM) - PONTO DE SINCRONIZACAO: SLA, EXCECOES,
//*                      BALANCEAMENTO CRUZADO, RESUMO, VIRADA DE
//*                      DATA E LIBERACAO DO ONLINE
//* O SCHEDULER RODA O HERC01XI PRIMEIRO, DEPOIS SUBMETE JUNTOS O
//* HERC01XA, O HERC01XC E O HERC01XD, E SO SUBMETE O HERC01XB
//* QUANDO O HERC01XA TERMINA: OS DOIS ATUALIZAM O CONTA.MASTER
//* (TRANSFERENCIA DE CONTAS NA FUSAO DE CLIENTES DO PROG002 X
//* POSTAGEM DO PROG005) E A NUMERACAO CENTRAL (NUMCTL/NUMJRN DO
//* PROG002 X PROG057/PROG081), E EM PARALELO UM PERDERIA A
//* ATUALIZACAO DO OUTRO. O HERC01XB NAO CONFIA NO SCHEDULER: O
//* STEP015 DELE (PROG066 COM PARM='PROG003') SO LIBERA O FLUXO
//* COM A AUDITORIA FINAL DO PROG003 NA RODADA. O HERC01XC E O
//* HERC01XD NAO TOCAM NESSES ARQUIVOS. O HERC01XF SO E SUBMETIDO
//* QUANDO OS QUATRO TERMINARAM. CADA FLUXO
//* GRAVA (DISP=MOD) NA GERACAO (0) DE AUDITORIA/EXCECOES QUE O
//* EXECINI CRIOU (AUDITLOG.CLI/BAL/NOT/PRC) - UM ARQUIVO POR
//* FLUXO, ENTAO NAO HA DOIS JOBS GRAVANDO NO MESMO DATASET AO
//CLIJRNL    DD DSN=HERC01.CLIENTE.JORNAL,DISP=MOD
//CLILOCK    DD DSN=HERC01.CLIENTE.TRAVAS,DISP=SHR
//CPFREST    DD DSN=HERC01.SISTEMA.CPF.RESTRITO,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//CLIPEND    DD DSN=HERC01.CLIENTE.PENDENTES,DISP=SHR
//CLICONS    DD DSN=HERC01.CLIENTE.CONSENTIMENTO,DISP=SHR
//CONHIST    DD DSN=HERC01.CLIENTE.CONSENT.HIST,DISP=MOD
//CLIKYC     DD DSN=HERC01.CLIENTE.REVISAO,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//NUMCTL     DD DSN=HERC01.SISTEMA.NUMERACAO,DISP=SHR
//NUMJRN     DD DSN=HERC01.SISTEMA.NUMERACAO.JORNAL,DISP=MOD
//SYSIN      DD DSN=HERC01.PROG002.SYSIN,DISP=SHR
//EXCECOES   DD DSN=HERC01.SISTEMA.EXCECOES.CLI(0),DISP=MOD
//SYSOUT     DD SYSOUT=*
//*
//*        ALTERACOES PROGRAMADAS (FUNCAO F) COM VIGENCIA ATE A DATA
//*        DE PROCESSAMENTO - APLICADAS AQUI, ANTES DO RELATORIO
//*        DIARIO, PARA SAIREM NO JORNAL DO DIA. REJEITADAS VAO PARA
//*        O EXCECOES.
//STEP012    EXEC PGM=PROG002,COND=(0,NE,STEP005)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLIJRNL    DD DSN=HERC01.CLIENTE.JORNAL,DISP=MOD
//CLILOCK    DD DSN=HERC01.CLIENTE.TRAVAS,DISP=SHR
//CPFREST    DD DSN=HERC01.SISTEMA.CPF.RESTRITO,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//CLIPEND    DD DSN=HERC01.CLIENTE.PENDENTES,DISP=SHR
//CLICONS    DD DSN=HERC01.CLIENTE.CONSENTIMENTO,DISP=SHR
//CONHIST    DD DSN=HERC01.CLIENTE.CONSENT.HIST,DISP=MOD
//CLIKYC     DD DSN=HERC01.CLIENTE.REVISAO,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//EXCECOES   DD DSN=HERC01.SISTEMA.EXCECOES.CLI(0),DISP=MOD
//SYSOUT     DD SYSOUT=*
//SYSIN      DD *
E
/*
//*
//*        RELATORIO DIARIO DE MANUTENCAO DO CADASTRO - LISTA AS
//*        INCLUSOES/ALTERACOES/EXCLUSOES QUE O STEP010 GRAVOU NO
//*        JORNAL DE CLIENTES, PARA O LADO FISCAL.
//SYSOUT     DD SYSOUT=*
//*
//*        EXTRACAO DE BOAS-VINDAS DOS CLIENTES INCLUIDOS NO DIA
//*        (PELO JORNAL) PARA O SISTEMA DE CARTAS/E-MAILS - SO OS
//*        CANAIS COM CONSENTIMENTO DE MARKETING NO CLICONS.
//STEP017    EXEC PGM=PROG035,COND=(0,NE,STEP010)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIJRNL    DD DSN=HERC01.CLIENTE.JORNAL,DISP=SHR
//CLICONS    DD DSN=HERC01.CLIENTE.CONSENTIMENTO,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P035SAI    DD DSN=HERC01.PROG035.MALA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        MOVIMENTO DO DIA PARA O CRM COMERCIAL (PELO JORNAL), NO
//*        ENVELOPE PADRAO. O RESUMO (P088REL) VAI NO PACOTE DO
//*        PROG072 NO HERC01XF. CARGA COMPLETA SOB DEMANDA: HERC01CK.
//STEP018    EXEC PGM=PROG088,COND=(0,NE,STEP010)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIJRNL    DD DSN=HERC01.CLIENTE.JORNAL,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLICONS    DD DSN=HERC01.CLIENTE.CONSENTIMENTO,DISP=SHR
//CONHIST    DD DSN=HERC01.CLIENTE.CONSENT.HIST,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P088SAI    DD DSN=HERC01.PROG088.CRM(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//P088REL    DD DSN=HERC01.PROG088.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(1,1)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//STEP020    EXEC PGM=PROG003,COND=(0,NE,STEP010)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P003ENT    DD DSN=HERC01.PROG003.ENTRADA,DISP=SHR
