//* RECARREGA PELO REPRO; O STEP020 RODA A MESMA VERIFICACAO DO
//* ARQUIVAMENTO (CONTAGEM + AMOSTRA DE CHAVES) ANTES DE ALGUEM
//* APONTAR A PRODUCAO PARA O MASTER RESTAURADO. SO LIBERAR A
//* PRODUCAO COM O STEP020 TERMINANDO COM RC=0. PARA TRAZER O
//* MASTER ATE DEPOIS DO BACKUP, REAPLICANDO O JORNAL, USAR O
//* HERC01RF (ROLLFWD) EM VEZ DESTE JOB.
//*
//STEP010    EXEC PGM=IDCAMS
//STEPLIB    DD DSN=HERC01.LIBS.LOAD,DISP=SHR
