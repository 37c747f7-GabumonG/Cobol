//* FLUXOS CONCATENADAS - COMO O EXECINI CRIA A GERACAO DA NOITE E
//* CADA TENTATIVA (INCLUSIVE RERUN VIA EXECRER) GRAVA NELA COM
//* DISP=MOD, A NOITE INTEIRA ESTA AQUI, RODADA POR RODADA, SEPARADA
//* PELO RUN-ID. CONFERE O BALANCETE E O SLA, RELATA EXCECOES, FAZ
//* O BALANCEAMENTO CRUZADO, EMITE O RESUMO, VIRA A DATA (SO COM O
//* BALANCEAMENTO LIMPO) E DEVOLVE O SISTEMA AO ONLINE.
//*        PORTAO DE COMPLETUDE - PROVA PELOS DADOS QUE OS QUATRO
//*        FLUXOS TERMINARAM NA RODADA CORRENTE (AUDITORIA FINAL
//*        COM O RUN-ID DO RUNCTL) ANTES DE QUALQUER CONFERENCIA;
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        BALANCETE DE VERIFICACAO - SALDO ESPERADO DE CADA CONTA
//*        = TOTAL TRANSPORTADO (PROVADO NO FECHAMENTO MENSAL) +
//*        MOVIMENTOS DO TRNHIST ATIVO DEPOIS DO CORTE, CONFERIDO
//*        CONTRA O MASTER; RAZAO QUE NAO FECHA TERMINA COM RC=08 E
//*        SEGURA A VIRADA DE DATA JUNTO COM OS DEMAIS GATES. NAO LE
//*        AS GERACOES DE ARQUIVO - A VARREDURA COMPLETA E MENSAL
//*        (HERC01BC). RODA ANTES DO ALERTA DE SLA: O TEMPO DA
//*        RODADA VAI PARA O AUDITLOG.BAL DA NOITE E O STEP055 O
//*        CONFERE. CONTA ACUSADA AQUI SE CONSERTA PELO HERC01RP
//*        (SIMULACAO) E HERC01RC (EFETIVACAO), NUNCA EDITANDO O
//*        VSAM.
//STEP052    EXEC PGM=PROG053,COND=EVEN
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//TRNHIST    DD DSN=HERC01.TRANSACAO.HISTORICO,DISP=SHR
//TRNTRP     DD DSN=HERC01.TRANSACAO.TRANSPORTE,DISP=SHR
//AUDITLOG   DD DSN=HERC01.SISTEMA.AUDITLOG.BAL(0),DISP=MOD
//RUNCTL     DD DSN=HERC01.SISTEMA.RUNCTL,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P053SAI    DD DSN=HERC01.PROG053.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        ALERTA DE SLA - COMPARA TEMPO E ERROS DE CADA PROGRAMA DA
//*        RODADA COM OS LIMITES DE HERC01.PROG028.CONTROLE; QUALQUER
//*        VIOLACAO TERMINA COM RC=08 E ACIONA A OPERACAO. COND=EVEN
//*        PARA O ALERTA SAIR MESMO QUANDO UM STEP ANTERIOR CAIU. O
//*        BALANCETE (STEP052) SO E MEDIDO COM UMA LINHA PROG053 NO
//*        CONTROLE.
//STEP055    EXEC PGM=PROG028,COND=EVEN
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//AUDITLOG   DD DSN=HERC01.SISTEMA.AUDITLOG.CLI(0),DISP=SHR
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        RETORNO DA CONTABILIDADE PARA A INTERFACE CONTABIL
//*        (PROG055) - ATUALIZA O CADASTRO DE INTERFACES, ABRE NO
//*        ARQUIVO DE TRABALHO DE EXCECOES AS LINHAS REJEITADAS
//*        (ANTES DO STEP058A, QUE AS REAPRESENTA) E MARCA COMO
//*        PENDENTE A INTERFACE SEM RETORNO ALEM DO PRAZO DO
//*        P082PAR. O P082ACK E SEMPRE A ULTIMA GERACAO DO RETORNO,
//*        LIDA SEM CONSUMIR: O PROGRAMA PULA A DATA CUJA INTERFACE
//*        JA TEM RETORNO APLICADO, ENTAO NA NOITE SEM RETORNO NOVO
//*        ELE SO VARRE OS PRAZOS. A BASE GDG E SEMEADA COM UMA
//*        GERACAO VAZIA PELO HERC01C2.
//STEP057    EXEC PGM=PROG082,COND=EVEN
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//GLINTF     DD DSN=HERC01.CONTABIL.INTERFACES,DISP=OLD
//P082ACK    DD DSN=HERC01.CONTABIL.RETORNO(0),DISP=SHR
//EXCWRK     DD DSN=HERC01.SISTEMA.EXCECOES.TRABALHO,DISP=OLD
//P082PAR    DD DSN=HERC01.PROG082.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P082SAI    DD DSN=HERC01.PROG082.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        CICLO DE RECONHECIMENTO DAS EXCECOES - CARREGA AS
//*        EXCECOES DA NOITE NO ARQUIVO DE TRABALHO COM ESTADO,
//*        REAPRESENTA AS NAO RESOLVIDAS DE NOITES ANTERIORES E
//SYSOUT     DD SYSOUT=*
//*
//*        INTEGRIDADE CRUZADA DOS MASTERS - PROVA QUE CLIFILE,
//*        CTAMST/TRNHIST E ALUMST/ALUHIS/TURMST CONCORDAM ENTRE SI;
//*        QUALQUER ORFAO TERMINA COM RC=08 E SEGURA A VIRADA DE
//*        DATA JUNTO COM O BALANCEAMENTO CRUZADO.
//STEP062    EXEC PGM=PROG049,COND=EVEN
//TRNHIST    DD DSN=HERC01.TRANSACAO.HISTORICO,DISP=SHR
//ALUMST     DD DSN=HERC01.ALUNO.MASTER,DISP=SHR
//ALUHIS     DD DSN=HERC01.ALUNO.HISTORICO,DISP=SHR
//TURMST     DD DSN=HERC01.ESCOLA.TURMA.MASTER,DISP=SHR
//P049SAI    DD DSN=HERC01.PROG049.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        VIRADA DA DATA DE PROCESSAMENTO - SO QUANDO O
//*        BALANCEAMENTO CRUZADO (STEP059), A INTEGRIDADE CRUZADA
//*        (STEP062) E O BALANCETE (STEP052) FECHARAM LIMPOS; UMA
//*        NOITE DIVERGENTE OU UMA REEXECUCAO PARCIAL NAO ANDA A
//*        DATA.
//STEP070    EXEC PGM=PROG030,
//              COND=((0,NE,STEP050),(0,NE,STEP052),
//              (0,NE,STEP059),(0,NE,STEP062))
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=OLD
//CALFER     DD DSN=HERC01.SISTEMA.CALENDARIO,DISP=SHR
//*        MANIFESTO; RELATORIO AUSENTE TERMINA COM RC=08 E A
//*        FALTA APARECE NA MONTAGEM, NAO NO DEPARTAMENTO UMA
//*        SEMANA DEPOIS. COND=EVEN - OS PACOTES SAEM COM O QUE A
//*        NOITE PRODUZIU. INTERFACE CONTABIL PENDENTE NO GLINTF
//*        (STEP057) SAI EM ALERTA NO MANIFESTO E NOS INDICES.
//STEP090    EXEC PGM=PROG072,COND=EVEN
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P072TAB    DD DSN=HERC01.PROG072.ROTEAMENTO,DISP=SHR
//P021SAI    DD DSN=HERC01.PROG021.SAIDA(+1),DISP=SHR
//P029SAI    DD DSN=HERC01.PROG029.SAIDA(+1),DISP=SHR
//P046SAI    DD DSN=HERC01.PROG046.SAIDA(0),DISP=SHR
//P082SAI    DD DSN=HERC01.PROG082.SAIDA(+1),DISP=SHR
//P088REL    DD DSN=HERC01.PROG088.SAIDA(0),DISP=SHR
//GLINTF     DD DSN=HERC01.CONTABIL.INTERFACES,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P072DP1    DD DSN=HERC01.PROG072.PACOTE1(+1),
//              DISP=(NEW,CATLG,DELETE),
