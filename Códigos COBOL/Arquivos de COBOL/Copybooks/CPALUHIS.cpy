*> CPALUHIS - historico de periodos do sistema de notas (ALUHIS,
*> sequencial de linha). Cada rodada do PROG008 acrescenta
*> matricula, periodo (AAAAMM da data de processamento), media e
*> status - as medias deixam de existir so em geracoes planas de
*> saida e viram historico consultavel (boletim, progressao).
*> Um registro por aluno e periodo: nova rodada do PROG008 no
*> mesmo periodo troca o registro ja gravado em vez de acrescentar
*> outro, e o recalculo delta (PROG098) e a recuperacao (PROG099)
*> tambem trocam registros. Linha sequencial nao aceita regravar no
*> lugar um status mais longo, entao os tres gravam o historico
*> inteiro numa copia (ALUNOV) que o job devolve sobre o original.
01  HIS8-REGISTRO.
    05  HIS8-MATRICULA     PIC 9(06).
    05  HIS8-PERIODO       PIC 9(06).
