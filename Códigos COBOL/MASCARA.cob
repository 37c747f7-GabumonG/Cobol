//HERC01MK JOB (PROG091),
//	            'COPIA MASCARADA PARA TESTE',
//	            CLASS=A,
//	            MSGCLASS=H,
//	            REGION=8M,TIME=1440,
//	            MSGLEVEL=(1,1),
//	            NOTIFY=HERC01
//*
//* COPIA DOS MASTERS DE PRODUCAO PARA A REGIAO DE TESTE
//* (HERC01.TESTE.*) COM OS DADOS PESSOAIS MASCARADOS - SUBSTITUI A
//* COPIA CRUA DA PRODUCAO, QUE LEVAVA NOME, CPF E E-MAIL REAIS
//* PARA O TESTE. SOB DEMANDA, FORA DA JANELA DO HERC01XA.
//* STEP010 RECRIA OS CLUSTERS DE TESTE E COPIA CONTAS E HISTORICO
//*         DE TRANSACOES (SEM DADO PESSOAL);
//* STEP020 PROG091 GRAVA CLIENTES, ALUNOS E JORNAL DE CLIENTES
//*         MASCARADOS - MESMO CLIENTE, MESMOS VALORES EM TODOS OS
//*         ARQUIVOS. A CHAVE DA TROCA DO CPF (HERC01.PROG091.PARM)
//*         E SO DA PRODUCAO - NAO COPIAR PARA O TESTE;
//* STEP030 RECRIA O INDICE ALTERNADO DE CPF DO CADASTRO DE TESTE;
//* STEP035 COPIA O HISTORICO DE PERIODOS DOS ALUNOS (SEM NOME);
//* STEP040/STEP050 RODAM O PROG023 E O PROG049 SOBRE A COPIA, PARA
//*         PROVAR QUE O CONJUNTO MASCARADO CONTINUA CONSISTENTE - SO
//*         LIBERAR A REGIAO DE TESTE COM OS DOIS EM RC=0. O
//*         CADASTRO DE TURMAS NAO TEM DADO PESSOAL E NAO E COPIADO:
//*         O STEP050 LE O DA PRODUCAO (SHR) PARA CONFERIR ALU-TURMA.
//*
//STEP010    EXEC PGM=IDCAMS
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DELETE HERC01.TESTE.CLIENTE.MASTER CLUSTER PURGE
  DELETE HERC01.TESTE.ALUNO.MASTER CLUSTER PURGE
  DELETE HERC01.TESTE.CONTA.MASTER CLUSTER PURGE
  DELETE HERC01.TESTE.TRANSACAO.HISTORICO CLUSTER PURGE
  DELETE HERC01.TESTE.CLIENTE.JORNAL NONVSAM
  DELETE HERC01.TESTE.ALUNO.HISTORICO NONVSAM
  SET MAXCC = 0
  DEFINE CLUSTER (NAME(HERC01.TESTE.CLIENTE.MASTER) -
         INDEXED KEYS(6 0) RECORDSIZE(208 208) -
         TRACKS(20 10)) -
         DATA (NAME(HERC01.TESTE.CLIENTE.MASTER.DATA)) -
         INDEX (NAME(HERC01.TESTE.CLIENTE.MASTER.INDEX))
  DEFINE CLUSTER (NAME(HERC01.TESTE.ALUNO.MASTER) -
         INDEXED KEYS(6 0) RECORDSIZE(33 33) -
         TRACKS(10 5)) -
         DATA (NAME(HERC01.TESTE.ALUNO.MASTER.DATA)) -
         INDEX (NAME(HERC01.TESTE.ALUNO.MASTER.INDEX))
  DEFINE CLUSTER (NAME(HERC01.TESTE.CONTA.MASTER) -
         INDEXED KEYS(6 0) RECORDSIZE(121 121) -
         TRACKS(20 10)) -
         DATA (NAME(HERC01.TESTE.CONTA.MASTER.DATA)) -
         INDEX (NAME(HERC01.TESTE.CONTA.MASTER.INDEX))
  DEFINE CLUSTER (NAME(HERC01.TESTE.TRANSACAO.HISTORICO) -
         INDEXED KEYS(9 0) RECORDSIZE(76 76) -
         TRACKS(30 10)) -
         DATA (NAME(HERC01.TESTE.TRANSACAO.HISTORICO.DATA)) -
         INDEX (NAME(HERC01.TESTE.TRANSACAO.HISTORICO.INDEX))
  REPRO INDATASET(HERC01.CONTA.MASTER) -
        OUTDATASET(HERC01.TESTE.CONTA.MASTER)
  REPRO INDATASET(HERC01.TRANSACAO.HISTORICO) -
        OUTDATASET(HERC01.TESTE.TRANSACAO.HISTORICO)
/*
//*
//STEP020    EXEC PGM=PROG091,COND=(0,NE,STEP010)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//ALUMST     DD DSN=HERC01.ALUNO.MASTER,DISP=SHR
//CLIJRNL    DD DSN=HERC01.CLIENTE.JORNAL,DISP=SHR
//TSTCLI     DD DSN=HERC01.TESTE.CLIENTE.MASTER,DISP=OLD
//TSTALU     DD DSN=HERC01.TESTE.ALUNO.MASTER,DISP=OLD
//TSTJRN     DD DSN=HERC01.TESTE.CLIENTE.JORNAL,
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(20,10)),UNIT=SYSDA
//P091PAR    DD DSN=HERC01.PROG091.PARM,DISP=SHR
//P091REL    DD DSN=HERC01.PROG091.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(1,1)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//STEP030    EXEC PGM=IDCAMS,COND=(4,LT,STEP020)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//SYSPRINT   DD SYSOUT=*
//SYSIN      DD *
  DEFINE ALTERNATEINDEX (NAME(HERC01.TESTE.CLIENTE.MASTER.AIX) -
         RELATE(HERC01.TESTE.CLIENTE.MASTER) -
         KEYS(11 116) NONUNIQUEKEY UPGRADE -
         TRACKS(10 5))
  BLDINDEX INDATASET(HERC01.TESTE.CLIENTE.MASTER) -
         OUTDATASET(HERC01.TESTE.CLIENTE.MASTER.AIX)
  DEFINE PATH (NAME(HERC01.TESTE.CLIENTE.MASTER.PATH) -
         PATHENTRY(HERC01.TESTE.CLIENTE.MASTER.AIX))
/*
//*
//STEP035    EXEC PGM=IEBGENER,COND=(4,LT,STEP020)
//SYSPRINT   DD SYSOUT=*
//SYSUT1     DD DSN=HERC01.ALUNO.HISTORICO,DISP=SHR
//SYSUT2     DD DSN=HERC01.TESTE.ALUNO.HISTORICO,
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSIN      DD DUMMY
//*
//STEP040    EXEC PGM=PROG023,COND=((4,LT,STEP020),(0,NE,STEP030))
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.TESTE.CLIENTE.MASTER,DISP=SHR
//P023SAI    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
//STEP050    EXEC PGM=PROG049,COND=((4,LT,STEP020),(0,NE,STEP035))
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.TESTE.CLIENTE.MASTER,DISP=SHR
//CTAMST     DD DSN=HERC01.TESTE.CONTA.MASTER,DISP=SHR
//TRNHIST    DD DSN=HERC01.TESTE.TRANSACAO.HISTORICO,DISP=SHR
//ALUMST     DD DSN=HERC01.TESTE.ALUNO.MASTER,DISP=SHR
//ALUHIS     DD DSN=HERC01.TESTE.ALUNO.HISTORICO,DISP=SHR
//TURMST     DD DSN=HERC01.ESCOLA.TURMA.MASTER,DISP=SHR
//P049SAI    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
