//	            NOTIFY=HERC01
//*
//* FLUXO DE BALANCEAMENTO DA CADEIA NOTURNA (VER CABECALHO DO
//* EXECUTE.cob PARA A ARQUITETURA DOS QUATRO FLUXOS). RODA EM
//* PARALELO COM O HERC01XC E O HERC01XD, MAS SO DEPOIS DO
//* HERC01XA: ESTE FLUXO POSTA NO CONTA.MASTER (PROG005) E TIRA
//* NUMEROS DA NUMERACAO CENTRAL (PROG057/PROG081), QUE O PROG002
//* DO HERC01XA TAMBEM ATUALIZA.
//*        PORTAO DE ORDEM - O PROG066 COM PARM='PROG003' PROVA
//*        PELA AUDITORIA DA NOITE QUE O HERC01XA TERMINOU NESTA
//*        RODADA (RUN-ID DO RUNCTL). SUBMETIDO ANTES DA HORA, OU
//*        COM O HERC01XA CAIDO, TERMINA COM RC=16 E O COND DO
//*        STEP020 SEGURA O FLUXO INTEIRO. NO RERUN COM
//*        RESTART=STEPnnn ESTE STEP NAO RODA E NAO SEGURA NADA.
//STEP015    EXEC PGM=PROG066,PARM='PROG003'
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//AUDITLOG   DD DSN=HERC01.SISTEMA.AUDITLOG.CLI(0),DISP=SHR
//RUNCTL     DD DSN=HERC01.SISTEMA.RUNCTL,DISP=SHR
//P066SAI    DD SYSOUT=*
//SYSOUT     DD SYSOUT=*
//*
//*        SORT GROUPS THE RAW TRANSACTION FEED BY ACCOUNT NUMBER
//*        (TR5-CONTA, POSITION 2 FOR 6 BYTES) SO PROG005 CAN BALANCE
//*        RUNNING TOTALS AND CONTROL RECORDS PER ACCOUNT. SECONDARY
//*        (0200-PROCESSAR-LOTE) NEEDS THE TRAILER LAST AND SHOULD NOT
//*        RELY ON SORT PRODUCT TIE-BREAKING TO GET THAT ORDER.
//*        CONSOLIDACAO DAS FILIAIS - OS FEEDS ENTRAM CONCATENADOS
//*        NO DD P026ENT (UMA LINHA DD POR FILIAL E PELO FEED
//*        INTERNO DE COBRANCA), CADA UM COM CABECALHO 'B' E
//*        TRAILER DE CONTROLE 'F'. QUEM COBRA PRESENCA E O
//*        CADASTRO DE FILIAIS (FILREG): FILIAL ATIVA E ESPERADA
//*        SEM FEED TERMINA COM RC=16, SALVO AUSENCIA REGISTRADA
//*        FILIAL NOVA E UMA LINHA NO CADASTRO E UM DD AQUI - NAO
//*        E MAIS MUDANCA DE PROGRAMA. FEED DOBRADO OU TRAILER
//*        DIVERGENTE TERMINA COM RC>0 E O COND DO STEP025 SEGURA
//*        O RESTO DA CADEIA. OS FEEDS OPCIONAIS - JUROS (PROG052,
//*        DD P026JUR), PARCELAS (PROG057, DD P026PAR), A
//*        REAPRESENTACAO DOS SUSPENSOS (PROG024, DD P026RES) E AS
//*        MENSALIDADES ESCOLARES (PROG102, DD P026MEN) -
//*        FICAM SEMPRE ALOCADOS: O PROG026 CONSOME SO O QUE O
//*        MANIFESTO DA NOITE (HERC01.SISTEMA.FEEDS.MANIFESTO,
//*        GRAVADO PELOS PRODUTORES) LISTA PARA A DATA. LISTADO E
//*        AUSENTE/DIFERENTE, OU PRESENTE E NAO LISTADO, TERMINA
//*        COM RC=16 E EXCECAO; A GERACAO ANTIGA JA CONSUMIDA E
//*        IGNORADA. NINGUEM MAIS COMENTA DD CONFORME A NOITE. AS
//*        BASES GDG DE JUROS, RESSUBMISSAO E MENSALIDADES PRECISAM
//*        TER AO MENOS UMA GERACAO (VAZIA NA INSTALACAO) PARA O
//*        (0) ALOCAR.
//*        LIBERACAO DAS POSTAGENS AGENDADAS (PARCELAMENTOS DO
//*        PROG003) - AS PARCELAS VENCIDAS ATE A DATA DE
//*        PROCESSAMENTO VIRAM FEED DE ORIGEM 91 E SAO MARCADAS
//*        COMO LIBERADAS NA AGENDA; RERUN NAO LIBERA DUAS VEZES.
//STEP020    EXEC PGM=PROG057,COND=(0,NE,STEP015)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//AGDFILE    DD DSN=HERC01.SISTEMA.AGENDA.POSTAGENS,DISP=OLD
//NUMCTL     DD DSN=HERC01.SISTEMA.NUMERACAO,DISP=SHR
//NUMJRN     DD DSN=HERC01.SISTEMA.NUMERACAO.JORNAL,DISP=MOD
//RUNCTL     DD DSN=HERC01.SISTEMA.RUNCTL,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//FEDMAN     DD DSN=HERC01.SISTEMA.FEEDS.MANIFESTO,DISP=MOD
//P057SAI    DD DSN=HERC01.PROG005.PARCELAS(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        BAIXA DO RETORNO DE COBRANCA DO BANCO (CNAB 400) - CADA
//*        BOLETO LIQUIDADO QUE CASA COM A PARCELA NA AGENDA (CONTA
//*        E VENCIMENTO) VIRA CREDITO NO FEED DE ORIGEM 92; O QUE
//*        NAO CASA, JA FOI BAIXADO OU FOI PAGO A MENOR VAI PARA
//*        EXCECOES E PARA O RELATORIO DE CONCILIACAO, SEM POSTAR.
//*        RC=04 (HOUVE TITULO EM EXCECAO) NAO SEGURA A CADEIA;
//*        RC=16 (RETORNO INVALIDO OU TRUNCADO) SEGURA O STEP022.
//STEP021    EXEC PGM=PROG081,COND=(0,NE,STEP020)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//AGDFILE    DD DSN=HERC01.SISTEMA.AGENDA.POSTAGENS,DISP=OLD
//RETCNAB    DD DSN=HERC01.COBRANCA.RETORNO(0),DISP=SHR
//NUMCTL     DD DSN=HERC01.SISTEMA.NUMERACAO,DISP=SHR
//NUMJRN     DD DSN=HERC01.SISTEMA.NUMERACAO.JORNAL,DISP=MOD
//RUNCTL     DD DSN=HERC01.SISTEMA.RUNCTL,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//EXCECOES   DD DSN=HERC01.SISTEMA.EXCECOES.BAL(0),DISP=MOD
//P081SAI    DD DSN=HERC01.PROG005.COBRANCA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//P081REL    DD DSN=HERC01.PROG081.RELATORIO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//STEP022    EXEC PGM=PROG026,COND=((0,NE,STEP020),(4,LT,STEP021))
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P026ENT    DD DSN=HERC01.PROG005.FILIAL1,DISP=SHR
//           DD DSN=HERC01.PROG005.FILIAL2,DISP=SHR
//           DD DSN=HERC01.PROG005.FILIAL3,DISP=SHR
//*        FEED DE BOLETOS BAIXADOS NO STEP021 (ORIGEM 92,
//*        ESPERADA='N' NO CADASTRO DE FILIAIS). O CABECALHO LEVA A
//*        DATA DE PROCESSAMENTO E O FEDREG O CONFERE POR GERACAO,
//*        NAO PELO CONTEUDO.
//           DD DSN=HERC01.PROG005.COBRANCA(+1),DISP=SHR
//FILREG     DD DSN=HERC01.SISTEMA.FILIAIS,DISP=SHR
//P026AUS    DD DSN=HERC01.PROG026.AUSENCIAS,DISP=SHR
//FEDREG     DD DSN=HERC01.SISTEMA.FEEDS.CONSUMIDOS,DISP=OLD
//EXCECOES   DD DSN=HERC01.SISTEMA.EXCECOES.BAL(0),DISP=MOD
//*        FEEDS OPCIONAIS - O MANIFESTO DECIDE O CONSUMO. JUROS DA
//*        RODADA MENSAL (PROG052, JOB HERC01JU, ORIGEM 90) E
//*        PARCELAMENTOS LIBERADOS NO STEP020 (ORIGEM 91) - AMBAS
//*        ORIGENS COM ESPERADA='N' NO CADASTRO DE FILIAIS. A
//*        REAPRESENTACAO (JOB HERC01SU) FICA REGISTRADA NO FEDREG
//*        COM ORIGEM 00 QUANDO CONSUMIDA, NO LUGAR DO DELETE. AS
//*        MENSALIDADES DA RODADA MENSAL (PROG102, JOB HERC01MS)
//*        ENTRAM COM ORIGEM 93, TAMBEM ESPERADA='N'.
//FEDMAN     DD DSN=HERC01.SISTEMA.FEEDS.MANIFESTO,DISP=SHR
//P026JUR    DD DSN=HERC01.PROG005.JUROS(0),DISP=SHR
//P026PAR    DD DSN=HERC01.PROG005.PARCELAS(+1),DISP=SHR
//P026RES    DD DSN=HERC01.PROG005.RESSUBMISSAO(0),DISP=SHR
//P026MEN    DD DSN=HERC01.PROG005.MENSALIDADES(0),DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P026SAI    DD DSN=HERC01.PROG005.ENTRADA.BRUTA(+1),
//              DISP=(NEW,CATLG,DELETE),
//P005SAI    DD DSN=HERC01.PROG005.SAIDA(+1),DISP=SHR
//P005SUS    DD DSN=HERC01.PROG005.SUSPENSOS(0),DISP=SHR
//P055MAP    DD DSN=HERC01.PROG055.MAPA,DISP=SHR
//GLINTF     DD DSN=HERC01.CONTABIL.INTERFACES,DISP=OLD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P055SAI    DD DSN=HERC01.PROG055.INTERFACE(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        MOVIMENTO POSTADO REORDENADO POR CONTA PARA O EXTRATO -
//*        A PERNA DE CREDITO DE UMA TRANSFERENCIA (E O ESTORNO DA
//*        PERNA PAR) SAI DO STEP030 JUNTO COM A CONTA DE ORIGEM.
//*        EQUALS MANTEM A ORDEM DE POSTAGEM DENTRO DA CONTA.
//STEP033    EXEC PGM=SORT,COND=(0,NE,STEP030)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//SORTIN     DD DSN=HERC01.PROG005.SAIDA(+1),DISP=SHR
//SORTOUT    DD DSN=HERC01.PROG005.SAIDA.CONTA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//SYSIN      DD *
  SORT FIELDS=(1,6,CH,A),EQUALS
/*
//*
//*        HISTORICO DE SALDOS DE FECHAMENTO - UM REGISTRO POR CONTA
//*        QUE MEXEU NO DIA, COM CORRECAO DOS DIAS ANTERIORES PELO
//*        LANCAMENTO RETRODATADO. BASE DA CONSULTA DE SALDO EM DATA
//*        (PROG001 OPCAO 7) E DO RELATORIO PROG078. RERUN NA MESMA
//*        DATA NAO DUPLICA A CORRECAO RETROATIVA.
//STEP034    EXEC PGM=PROG077,COND=(0,NE,STEP030)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P005SAI    DD DSN=HERC01.PROG005.SAIDA(+1),DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//SALHIS     DD DSN=HERC01.CONTA.SALDO.HISTORICO,DISP=OLD
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//SYSOUT     DD SYSOUT=*
//*
//*        CONCILIACAO DA AGENDA DE PARCELAS COM O RETORNO DO
//*        BALANCEAMENTO - PARCELA LIBERADA NO STEP020 PASSA A
//*        POSTADA OU SUSPENSA CONFORME O P005SAI E OS SUSPENSOS DO
//*        DIA, E A EM ABERTO GANHA OS DIAS DE ATRASO. AGING POR
//*        CONTA E TITULAR (30/60/90+) PARA O CREDITO. RC=04 QUANDO
//*        HOUVE PARCELA SUSPENSA NA NOITE (SO AVISO).
//STEP036    EXEC PGM=PROG079,COND=(0,NE,STEP030)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//AGDFILE    DD DSN=HERC01.SISTEMA.AGENDA.POSTAGENS,DISP=OLD
//P005SAI    DD DSN=HERC01.PROG005.SAIDA(+1),DISP=SHR
//P005SUS    DD DSN=HERC01.PROG005.SUSPENSOS(0),DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P079SAI    DD DSN=HERC01.PROG079.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        EXTRATO POR CONTA A PARTIR DO MOVIMENTO POSTADO NO
//*        STEP030 E DO MASTER DE CONTAS - VAI PARA AS AGENCIAS.
//STEP035    EXEC PGM=PROG025,COND=((0,NE,STEP030),(0,NE,STEP033))
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P005SAI    DD DSN=HERC01.PROG005.SAIDA.CONTA(+1),DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//P025SAI    DD DSN=HERC01.PROG025.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        USO DE LIMITE DE CHEQUE ESPECIAL - CONTAS NEGATIVAS COM
//*        O PERCENTUAL DO LIMITE EM USO E AS QUE PASSARAM DO
//*        LIMITE POR ESTORNO OU LANCAMENTO RETROATIVO DO DIA. RC=04
//*        QUANDO HA CONTA ACIMA DO LIMITE (SO AVISO).
//STEP037    EXEC PGM=PROG074,COND=(0,NE,STEP030)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P005SAI    DD DSN=HERC01.PROG005.SAIDA(+1),DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P074SAI    DD DSN=HERC01.PROG074.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//*        MONITORAMENTO DE OPERACOES SUSPEITAS (COAF) POR CPF -
//*        EXTRAI DO TRNHIST O MOVIMENTO DO PERIODO DO AMLPAR
//*        LIGADO AO TITULAR (CONTA -> CLIENTE -> CPF), ORDENA POR
//*        CPF E DATA E AVALIA: ITEM ACIMA DO LIMITE, FRACIONAMENTO
//*        LOGO ABAIXO DELE, SALTO CONTRA O HISTORICO DO PROPRIO CPF
//*        E CPF RESTRITO COM MOVIMENTO. OS ALERTAS ABREM OU
//*        ATUALIZAM CASOS NO HERC01.COMPLIANCE.CASOS, REVISADOS PELO
//*        JOB HERC01AL (PROG085). RC=04 E SO AVISO (CPF SEM
//*        TITULAR NA EXTRACAO, ALERTA NA AVALIACAO).
//STEP038    EXEC PGM=PROG083,COND=(0,NE,STEP030)
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//TRNHIST    DD DSN=HERC01.TRANSACAO.HISTORICO,DISP=SHR
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//AMLPAR     DD DSN=HERC01.COMPLIANCE.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P083SAI    DD DSN=HERC01.PROG083.MOVIMENTO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//*
//STEP039    EXEC PGM=SORT,COND=((0,NE,STEP030),(4,LT,STEP038))
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//SORTIN     DD DSN=HERC01.PROG083.MOVIMENTO(+1),DISP=SHR
//SORTOUT    DD DSN=HERC01.PROG083.MOVIMENTO.CPF(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
//SYSIN      DD *
  SORT FIELDS=(1,11,CH,A,12,8,CH,A)
/*
//*
//STEP040    EXEC PGM=PROG084,
//              COND=((0,NE,STEP030),(4,LT,STEP038),(0,NE,STEP039))
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//P084ENT    DD DSN=HERC01.PROG083.MOVIMENTO.CPF(+1),DISP=SHR
//AMLCASO    DD DSN=HERC01.COMPLIANCE.CASOS,DISP=OLD
//CPFREST    DD DSN=HERC01.SISTEMA.CPF.RESTRITO,DISP=SHR
//AMLPAR     DD DSN=HERC01.COMPLIANCE.PARM,DISP=SHR
//DATPROC    DD DSN=HERC01.SISTEMA.DATAPROC,DISP=SHR
//P084SAI    DD DSN=HERC01.PROG084.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//SYSOUT     DD SYSOUT=*
