//* CLIENTES INATIVOS ALEM DO PRAZO DE RETENCAO (PARM) E OS
//* MARCADOS COMO EXPURGO PENDENTE, SEMPRE DESCARREGANDO A IMAGEM
//* COMPLETA ANTES DO DELETE. RODAR FORA DA JANELA DA CADEIA
//* NOTURNA E DEPOIS DE UM BACKUP (ARCHIVE.cob) RECENTE. CLIENTE
//* QUE AINDA E TITULAR DE CONTA NAO ENCERRADA NAO E EXPURGADO -
//* SAI COMO RECUSADO NO P032SAI E NAS EXCECOES DO CADASTRO (RC=04).
//* VENCIDA A CARENCIA, O HERC01AN (PROG089) ANONIMIZA O CLIENTE
//* EXPURGADO NA DESCARGA, NO JORNAL E NAS GERACOES ARQUIVADAS.
//*
//STEP010    EXEC PGM=PROG032
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=OLD
//CTAMST     DD DSN=HERC01.CONTA.MASTER,DISP=SHR
//P032OFF    DD DSN=HERC01.CLIENTE.EXPURGO(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(10,5)),UNIT=SYSDA
//P032SAI    DD DSN=HERC01.PROG032.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
//              SPACE=(TRK,(5,5)),UNIT=SYSDA
//EXCECOES   DD DSN=HERC01.SISTEMA.EXCECOES.CLI(0),DISP=MOD
//SYSOUT     DD SYSOUT=*
