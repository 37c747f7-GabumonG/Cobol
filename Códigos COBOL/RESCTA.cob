  DELETE HERC01.CONTA.MASTER CLUSTER PURGE
  SET MAXCC = 0
  DEFINE CLUSTER (NAME(HERC01.CONTA.MASTER) -
         INDEXED KEYS(6 0) RECORDSIZE(121 121) -
         TRACKS(20 10)) -
         DATA (NAME(HERC01.CONTA.MASTER.DATA)) -
         INDEX (NAME(HERC01.CONTA.MASTER.INDEX))
