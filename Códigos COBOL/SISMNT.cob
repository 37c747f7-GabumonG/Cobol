//HERC01SM JOB (PROG108),
//	            'MANUTENCAO TABELAS DE SISTEMA',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* MANUTENCAO DAS TABELAS DE SISTEMA DA CADEIA - CADASTRO DE
//* FILIAIS (FIL), AUSENCIAS DE FILIAL POR FERIADO LOCAL (AUS),
//* TAXA DE JUROS SOBRE SALDO CREDOR (JUR) E MAPA CONTABIL DO
//* EXTRATO DO PROG055 (MAP). O FLUXO VAI NO SYSIN (FUNCAO /
//* TABELA / CHAVE / DADOS, UMA LINHA POR CAMPO) E O OPERADOR DA
//* RODADA, QUE TEM QUE ESTAR ATIVO NO OPERFIL, EM
//* HERC01.PROG108.PARM. FILIAIS E AUSENCIAS MUDAM NA HORA; JUROS
//* E MAPA ENTRAM PENDENTES E SO SAO APLICADOS NA APROVACAO (FUNCAO
//* P) POR OUTRO OPERADOR, SUPERVISOR - ENTRADA E APROVACAO SAO
//* DUAS SUBMISSOES. A FUNCAO V LISTA OS PARES CLASSE+ORIGEM QUE O
//* EXTRATO CONTABIL PRECISA E NAO TEM CONTA. TUDO JORNALIZADO COM
//* IMAGEM ANTES/DEPOIS EM MNTJRNL.
//* RODAR FORA DA JANELA DO HERC01XB E DO HERC01JU - O PROG026, O
//* PROG055 E O PROG052 LEEM AS MESMAS TABELAS.
//*
//STEP010    EXEC PGM=PROG108
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//FILREG     DD DSN=HERC01.SISTEMA.FILIAIS,DISP=OLD
//P026AUS    DD DSN=HERC01.PROG026.AUSENCIAS,DISP=OLD
//JURTAB     DD DSN=HERC01.SISTEMA.TABELA.JUROS,DISP=OLD
//P055MAP    DD DSN=HERC01.PROG055.MAPA,DISP=OLD
//MNTPEND    DD DSN=HERC01.SISTEMA.TABELA.PENDENTE,DISP=OLD
//OPERFIL    DD DSN=HERC01.SISTEMA.OPERADORES,DISP=SHR
//MNTJRNL    DD DSN=HERC01.SISTEMA.TABELA.JORNAL,DISP=MOD
//P108PAR    DD DSN=HERC01.PROG108.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//SYSIN      DD DSN=HERC01.PROG108.SYSIN,DISP=SHR
//SYSOUT     DD SYSOUT=*
