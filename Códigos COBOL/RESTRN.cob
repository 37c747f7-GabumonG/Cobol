  DELETE HERC01.TRANSACAO.HISTORICO CLUSTER PURGE
  SET MAXCC = 0
  DEFINE CLUSTER (NAME(HERC01.TRANSACAO.HISTORICO) -
         INDEXED KEYS(9 0) RECORDSIZE(76 76) -
         TRACKS(30 10)) -
         DATA (NAME(HERC01.TRANSACAO.HISTORICO.DATA)) -
         INDEX (NAME(HERC01.TRANSACAO.HISTORICO.INDEX))
