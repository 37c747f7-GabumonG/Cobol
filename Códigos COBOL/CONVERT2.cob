//HERC01C2 JOB (PROG075),
//	            'CONVERSAO DE LAYOUT - VIRADA 2',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* CONVERSAO UNICA DE LAYOUT PARA ESTA VERSAO - RODAR UMA VEZ,
//* COM O ONLINE FECHADO E A CADEIA PARADA, ANTES DA PRIMEIRA
//* NOITE NO RELEASE NOVO, NO MESMO ROTEIRO DO HERC01C1:
//* DESCARREGAR (REPRO), CONVERTER (PROG075), REDEFINIR COM O
//* RECORDSIZE NOVO E RECARREGAR, E ENTAO VERIFICAR (PROG071).
//* RECORDSIZE NOVO POR CLUSTER: CONTAS 121, TRNHIST 76, AGENDA
//* DE POSTAGENS 112, OPERADORES 377 (A SENHA EM CLARO VIRA HASH
//* COM SAL E TODO OPERADOR TROCA A SENHA NO PRIMEIRO SIGN-ON).
//* CLUSTERS NOVOS: HISTORICO DE SALDOS (STEP090)
//* E CONTROLE DO FECHAMENTO MENSAL (STEP100), NASCEM VAZIOS; A
//* NUMERACAO CENTRAL (STEP110) E CARREGADA DEPOIS PELO HERC01NC,
//* O MASTER DE TURMAS (STEP120) PELO HERC01TC; OS RESPONSAVEIS
//* FINANCEIROS DOS ALUNOS (STEP130) NASCEM VAZIOS E SAO VINCULADOS
//* PELO HERC01AM (PROG058, FUNCAO G); O REGISTRO DE CERTIFICADOS DE
//* CONCLUSAO (STEP140) NASCE VAZIO E E GRAVADO PELO HERC01CT; O
//* REGISTRO DE PRECOS PUBLICADOS NO PDV (STEP150) NASCE VAZIO E E
//* GRAVADO PELO HERC01XD (PROG106); AS ALTERACOES PENDENTES DAS
//* TABELAS DE SISTEMA (STEP160) NASCEM VAZIAS E SAO GRAVADAS PELO
//* HERC01SM (PROG108); OS TOTAIS TRANSPORTADOS DAS CONTAS (STEP170)
//* NASCEM VAZIOS E SAO SEMEADOS PELO HERC01BC ANTES DA PRIMEIRA
//* NOITE - SEM ELES O BALANCETE NOTURNO ACUSA TODAS AS CONTAS. A
//* BASE GDG DO RETORNO DA CONTABILIDADE RECEBE UMA GERACAO VAZIA
//* (STEP180) PARA O P082ACK(0) DO HERC01XF ALOCAR ANTES DO
//* PRIMEIRO RETORNO. O DESCARREGAMENTO DOS OPERADORES TRAZ A SENHA
//* EM CLARO: O STEP190 APAGA AS DUAS AREAS DE TRABALHO DELES LOGO
//* QUE O STEP081 RECARREGA O CLUSTER - SE O STEP081 FALHAR, ELAS
//* FICAM, PORQUE SAO A UNICA COPIA DO CADASTRO.
//*
//*        AREAS DE TRABALHO QUE TENHAM SOBRADO DO HERC01C1 - OS
//*        NOMES SAO OS MESMOS; SEM ELAS O DELETE SO DA AVISO.
//STEP040    EXEC PGM=IDCAMS
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DELETE HERC01.CONTA.MASTER.UNLOAD
  DELETE HERC01.CONTA.MASTER.CONVERTIDO
  DELETE HERC01.TRANSACAO.HISTORICO.UNLOAD
  DELETE HERC01.TRANSACAO.HISTORICO.CONVERTIDO
  DELETE HERC01.SISTEMA.AGENDA.POSTAGENS.UNLOAD
  DELETE HERC01.SISTEMA.AGENDA.POSTAGENS.CONVERTIDO
  DELETE HERC01.SISTEMA.OPERADORES.UNLOAD
  DELETE HERC01.SISTEMA.OPERADORES.CONVERTIDO
  SET MAXCC = 0
/*
//*        MASTER DE CONTAS.
//STEP050    EXEC PGM=IDCAMS,COND=(0,NE,STEP040)
//INDD       DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//OUTDD      DD DSN=HERC01.CONTA.MASTER.UNLOAD,
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(20,10)),UNIT=SYSDA
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  REPRO INFILE(INDD) OUTFILE(OUTDD)
/*
//STEP052    EXEC PGM=PROG075,PARM='CTA',COND=(0,NE,STEP050)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CNVENT     DD DSN=HERC01.CONTA.MASTER.UNLOAD,DISP=SHR
//CNVSAI     DD DSN=HERC01.CONTA.MASTER.CONVERTIDO,
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(20,10)),UNIT=SYSDA,
//              DCB=(RECFM=FB,LRECL=121)
//SYSOUT     DD SYSOUT=*
//STEP054    EXEC PGM=IDCAMS,COND=(0,NE,STEP052)
//INDD       DD DSN=HERC01.CONTA.MASTER.CONVERTIDO,DISP=SHR
//OUTDD      DD DSN=HERC01.CONTA.MASTER,DISP=OLD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DELETE HERC01.CONTA.MASTER CLUSTER PURGE
  SET MAXCC = 0
  DEFINE CLUSTER (NAME(HERC01.CONTA.MASTER) -
         INDEXED KEYS(6 0) RECORDSIZE(121 121) -
         TRACKS(20 10)) -
         DATA (NAME(HERC01.CONTA.MASTER.DATA)) -
         INDEX (NAME(HERC01.CONTA.MASTER.INDEX))
  REPRO INFILE(INDD) OUTFILE(OUTDD)
/*
//*
//*        HISTORICO DE TRANSACOES (PERNA PAR DA TRANSFERENCIA).
//STEP070    EXEC PGM=IDCAMS,COND=(0,NE,STEP054)
//INDD       DD DSN=HERC01.TRANSACAO.HISTORICO,DISP=SHR
//OUTDD      DD DSN=HERC01.TRANSACAO.HISTORICO.UNLOAD,
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(30,10)),UNIT=SYSDA
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  REPRO INFILE(INDD) OUTFILE(OUTDD)
/*
//STEP072    EXEC PGM=PROG075,PARM='TRN',COND=(0,NE,STEP070)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CNVENT     DD DSN=HERC01.TRANSACAO.HISTORICO.UNLOAD,DISP=SHR
//CNVSAI     DD DSN=HERC01.TRANSACAO.HISTORICO.CONVERTIDO,
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(30,10)),UNIT=SYSDA,
//              DCB=(RECFM=FB,LRECL=76)
//SYSOUT     DD SYSOUT=*
//STEP074    EXEC PGM=IDCAMS,COND=(0,NE,STEP072)
//INDD       DD DSN=HERC01.TRANSACAO.HISTORICO.CONVERTIDO,DISP=SHR
//OUTDD      DD DSN=HERC01.TRANSACAO.HISTORICO,DISP=OLD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DELETE HERC01.TRANSACAO.HISTORICO CLUSTER PURGE
  SET MAXCC = 0
  DEFINE CLUSTER (NAME(HERC01.TRANSACAO.HISTORICO) -
         INDEXED KEYS(9 0) RECORDSIZE(76 76) -
         TRACKS(30 10)) -
         DATA (NAME(HERC01.TRANSACAO.HISTORICO.DATA)) -
         INDEX (NAME(HERC01.TRANSACAO.HISTORICO.INDEX))
  REPRO INFILE(INDD) OUTFILE(OUTDD)
/*
//*
//*        AGENDA DE POSTAGENS (SITUACAO DE COBRANCA DAS PARCELAS).
//*        PARCELA JA LIBERADA ENTRA COMO POSTADA (VER PROG075).
//STEP076    EXEC PGM=IDCAMS,COND=(0,NE,STEP074)
//INDD       DD DSN=HERC01.SISTEMA.AGENDA.POSTAGENS,DISP=SHR
//OUTDD      DD DSN=HERC01.SISTEMA.AGENDA.POSTAGENS.UNLOAD,
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  REPRO INFILE(INDD) OUTFILE(OUTDD)
/*
//STEP077    EXEC PGM=PROG075,PARM='AGD',COND=(0,NE,STEP076)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CNVENT     DD DSN=HERC01.SISTEMA.AGENDA.POSTAGENS.UNLOAD,DISP=SHR
//CNVSAI     DD DSN=HERC01.SISTEMA.AGENDA.POSTAGENS.CONVERTIDO,
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA,
//              DCB=(RECFM=FB,LRECL=112)
//SYSOUT     DD SYSOUT=*
//STEP078    EXEC PGM=IDCAMS,COND=(0,NE,STEP077)
//INDD       DD DSN=HERC01.SISTEMA.AGENDA.POSTAGENS.CONVERTIDO,
//              DISP=SHR
//OUTDD      DD DSN=HERC01.SISTEMA.AGENDA.POSTAGENS,DISP=OLD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DELETE HERC01.SISTEMA.AGENDA.POSTAGENS CLUSTER PURGE
  SET MAXCC = 0
  DEFINE CLUSTER (NAME(HERC01.SISTEMA.AGENDA.POSTAGENS) -
         INDEXED KEYS(17 0) RECORDSIZE(112 112) -
         TRACKS(10 5)) -
         DATA (NAME(HERC01.SISTEMA.AGENDA.POSTAGENS.DATA)) -
         INDEX (NAME(HERC01.SISTEMA.AGENDA.POSTAGENS.INDEX))
  REPRO INFILE(INDD) OUTFILE(OUTDD)
/*
//*
//*        CADASTRO DE OPERADORES (SENHA SO EM HASH - VER PROG075).
//*        SYSOUT DO STEP080 LISTA OPERADOR SEM SENHA, QUE SO ENTRA
//*        DEPOIS DE O SUPERVISOR DEFINIR UMA PELO MENU.
//STEP079    EXEC PGM=IDCAMS,COND=(0,NE,STEP078)
//INDD       DD DSN=HERC01.SISTEMA.OPERADORES,DISP=SHR
//OUTDD      DD DSN=HERC01.SISTEMA.OPERADORES.UNLOAD,
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(2,2)),UNIT=SYSDA
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  REPRO INFILE(INDD) OUTFILE(OUTDD)
/*
//STEP080    EXEC PGM=PROG075,PARM='OPE',COND=(0,NE,STEP079)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CNVENT     DD DSN=HERC01.SISTEMA.OPERADORES.UNLOAD,DISP=SHR
//CNVSAI     DD DSN=HERC01.SISTEMA.OPERADORES.CONVERTIDO,
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA,
//              DCB=(RECFM=FB,LRECL=377)
//SYSOUT     DD SYSOUT=*
//STEP081    EXEC PGM=IDCAMS,COND=(0,NE,STEP080)
//INDD       DD DSN=HERC01.SISTEMA.OPERADORES.CONVERTIDO,DISP=SHR
//OUTDD      DD DSN=HERC01.SISTEMA.OPERADORES,DISP=OLD
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DELETE HERC01.SISTEMA.OPERADORES CLUSTER PURGE
  SET MAXCC = 0
  DEFINE CLUSTER (NAME(HERC01.SISTEMA.OPERADORES) -
         INDEXED KEYS(8 0) RECORDSIZE(377 377) -
         TRACKS(5 5)) -
         DATA (NAME(HERC01.SISTEMA.OPERADORES.DATA)) -
         INDEX (NAME(HERC01.SISTEMA.OPERADORES.INDEX))
  REPRO INFILE(INDD) OUTFILE(OUTDD)
/*
//*
//*        VERIFICACAO PELOS MESMOS PROGRAMAS DO ARQUIVAMENTO -
//*        SO LIBERAR A PRODUCAO COM TODOS LIMPOS.
//STEP082    EXEC PGM=PROG071,PARM='CTA',COND=EVEN
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//TRNHIST    DD DUMMY
//ALUMST     DD DUMMY
//P012TAB    DD DUMMY
//MSTBKP     DD DSN=HERC01.CONTA.MASTER.CONVERTIDO,DISP=SHR
//P071SAI    DD DSN=HERC01.PROG071.SAIDA.CTA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//STEP084    EXEC PGM=PROG071,PARM='TRN',COND=EVEN
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CTAMST     DD DUMMY
//TRNHIST    DD DSN=HERC01.TRANSACAO.HISTORICO,DISP=SHR
//ALUMST     DD DUMMY
//P012TAB    DD DUMMY
//MSTBKP     DD DSN=HERC01.TRANSACAO.HISTORICO.CONVERTIDO,DISP=SHR
//P071SAI    DD DSN=HERC01.PROG071.SAIDA.TRN(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        HISTORICO DE SALDOS DE FECHAMENTO (PROG077) - CHAVE CONTA
//*        + DATA. NASCE VAZIO: O SALDO EM DATA SO RESPONDE A PARTIR
//*        DA PRIMEIRA NOITE NO RELEASE NOVO.
//STEP090    EXEC PGM=IDCAMS
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DEFINE CLUSTER (NAME(HERC01.CONTA.SALDO.HISTORICO) -
         INDEXED KEYS(14 0) RECORDSIZE(35 35) -
         TRACKS(30 10)) -
         DATA (NAME(HERC01.CONTA.SALDO.HISTORICO.DATA)) -
         INDEX (NAME(HERC01.CONTA.SALDO.HISTORICO.INDEX))
/*
//*
//*        CONTROLE DO FECHAMENTO MENSAL (PROG095) - CHAVE PERIODO
//*        AAAAMM. NASCE VAZIO: O PRIMEIRO HERC01JU ABRE O MES.
//STEP100    EXEC PGM=IDCAMS
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DEFINE CLUSTER (NAME(HERC01.SISTEMA.FECHO.CONTROLE) -
         INDEXED KEYS(6 0) RECORDSIZE(204 204) -
         TRACKS(1 1)) -
         DATA (NAME(HERC01.SISTEMA.FECHO.CONTROLE.DATA)) -
         INDEX (NAME(HERC01.SISTEMA.FECHO.CONTROLE.INDEX))
/*
//*
//*        NUMERACAO CENTRAL (PROG096) - CHAVE NOME DO CONTADOR. OS
//*        CONTADORES SAO CARREGADOS DOS ANTIGOS P034PAR, P052PAR,
//*        P057PAR E P081PAR PELO JOB HERC01NC, ANTES DA PRIMEIRA
//*        CARGA OU NOITE NO RELEASE NOVO.
//STEP110    EXEC PGM=IDCAMS
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DEFINE CLUSTER (NAME(HERC01.SISTEMA.NUMERACAO) -
         INDEXED KEYS(8 0) RECORDSIZE(113 113) -
         TRACKS(1 1)) -
         DATA (NAME(HERC01.SISTEMA.NUMERACAO.DATA)) -
         INDEX (NAME(HERC01.SISTEMA.NUMERACAO.INDEX))
/*
//*
//*        MASTER DE TURMAS (PROG100) - CHAVE CODIGO DA TURMA. AS
//*        TURMAS QUE JA EXISTEM NO ALU-TURMA SAO CARREGADAS PELO
//*        JOB HERC01TC, ANTES DA PRIMEIRA MATRICULA OU PROMOCAO NO
//*        RELEASE NOVO.
//STEP120    EXEC PGM=IDCAMS
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DEFINE CLUSTER (NAME(HERC01.ESCOLA.TURMA.MASTER) -
         INDEXED KEYS(6 0) RECORDSIZE(47 47) -
         TRACKS(1 1)) -
         DATA (NAME(HERC01.ESCOLA.TURMA.MASTER.DATA)) -
         INDEX (NAME(HERC01.ESCOLA.TURMA.MASTER.INDEX))
/*
//*
//*        RESPONSAVEL FINANCEIRO DO ALUNO (PROG058/PROG102) - CHAVE
//*        MATRICULA. NASCE VAZIO: SEM VINCULO O ALUNO SAI COMO
//*        EXCECAO NA RODADA DE MENSALIDADES (HERC01MS).
//STEP130    EXEC PGM=IDCAMS
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DEFINE CLUSTER (NAME(HERC01.ALUNO.RESPONSAVEL) -
         INDEXED KEYS(6 0) RECORDSIZE(49 49) -
         TRACKS(1 1)) -
         DATA (NAME(HERC01.ALUNO.RESPONSAVEL.DATA)) -
         INDEX (NAME(HERC01.ALUNO.RESPONSAVEL.INDEX))
/*
//*
//*        REGISTRO DE CERTIFICADOS DE CONCLUSAO (PROG105) - CHAVE
//*        SERIE + VIA, INDICE ALTERNATIVO PELA MATRICULA (LOCALIZA
//*        O CERTIFICADO DO ALUNO NA SEGUNDA VIA). NASCE VAZIO.
//STEP140    EXEC PGM=IDCAMS
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DEFINE CLUSTER (NAME(HERC01.ESCOLA.CERTIFICADO.REGISTRO) -
         INDEXED KEYS(11 0) RECORDSIZE(63 63) -
         TRACKS(1 1)) -
         DATA (NAME(HERC01.ESCOLA.CERTIFICADO.REGISTRO.DATA)) -
         INDEX (NAME(HERC01.ESCOLA.CERTIFICADO.REGISTRO.INDEX))
  DEFINE ALTERNATEINDEX -
         (NAME(HERC01.ESCOLA.CERTIFICADO.REGISTRO.AIX) -
         RELATE(HERC01.ESCOLA.CERTIFICADO.REGISTRO) -
         KEYS(6 11) NONUNIQUEKEY UPGRADE -
         TRACKS(1 1))
  DEFINE PATH (NAME(HERC01.ESCOLA.CERTIFICADO.REGISTRO.PATH) -
         PATHENTRY(HERC01.ESCOLA.CERTIFICADO.REGISTRO.AIX))
/*
//*
//*        REGISTRO DE PRECOS PUBLICADOS NO PDV DAS LOJAS (PROG106) -
//*        CHAVE PRODUTO + DATA DE VIGENCIA. NASCE VAZIO: A PRIMEIRA
//*        RODADA PUBLICA TODO PRODUTO ATIVO - DEPOIS DELA, RODAR O
//*        CATALOGO COMPLETO (HERC01PB) PARA AS LOJAS CONFERIREM.
//STEP150    EXEC PGM=IDCAMS
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DEFINE CLUSTER (NAME(HERC01.PRODUTO.PRECO.PUBLICADO) -
         INDEXED KEYS(12 0) RECORDSIZE(82 82) -
         TRACKS(5 5)) -
         DATA (NAME(HERC01.PRODUTO.PRECO.PUBLICADO.DATA)) -
         INDEX (NAME(HERC01.PRODUTO.PRECO.PUBLICADO.INDEX))
/*
//*
//*        ALTERACOES PENDENTES DE APROVACAO NA TABELA DE JUROS E NO
//*        MAPA CONTABIL (PROG108) - CHAVE TABELA + CHAVE DO
//*        REGISTRO. NASCE VAZIO.
//STEP160    EXEC PGM=IDCAMS
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DEFINE CLUSTER (NAME(HERC01.SISTEMA.TABELA.PENDENTE) -
         INDEXED KEYS(14 0) RECORDSIZE(97 97) -
         TRACKS(1 1)) -
         DATA (NAME(HERC01.SISTEMA.TABELA.PENDENTE.DATA)) -
         INDEX (NAME(HERC01.SISTEMA.TABELA.PENDENTE.INDEX))
/*
//*
//*        TOTAL TRANSPORTADO POR CONTA (PROG051/PROG053/PROG054) -
//*        CHAVE CONTA. NASCE VAZIO.
//STEP170    EXEC PGM=IDCAMS
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DEFINE CLUSTER (NAME(HERC01.TRANSACAO.TRANSPORTE) -
         INDEXED KEYS(6 0) RECORDSIZE(28 28) -
         TRACKS(5 5)) -
         DATA (NAME(HERC01.TRANSACAO.TRANSPORTE.DATA)) -
         INDEX (NAME(HERC01.TRANSACAO.TRANSPORTE.INDEX))
/*
//*
//*        SEMEIA A BASE GDG DO RETORNO DA CONTABILIDADE COM UMA
//*        GERACAO VAZIA - O PROG082 LE P082ACK(0) TODA NOITE E UMA
//*        BASE SEM GERACAO NAO ALOCA.
//STEP180    EXEC PGM=IEFBR14
//RETSEM     DD DSN=HERC01.CONTABIL.RETORNO(+1),
//              DISP=(NEW,CATLG,CATLG),
//              SPACE=(TRK,(1,1)),UNIT=SYSDA
//*
//*        AREAS DE TRABALHO DOS OPERADORES - O UNLOAD TEM A SENHA
//*        EM CLARO DE CADA OPERADOR E NAO PODE FICAR CATALOGADO.
//STEP190    EXEC PGM=IDCAMS,COND=(0,NE,STEP081)
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DELETE HERC01.SISTEMA.OPERADORES.UNLOAD
  DELETE HERC01.SISTEMA.OPERADORES.CONVERTIDO
/*
