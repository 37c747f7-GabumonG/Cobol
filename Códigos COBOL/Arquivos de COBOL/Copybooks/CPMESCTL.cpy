*> CPMESCTL - registro de controle do fechamento mensal (MESCTL,
*> indexado pelo periodo AAAAMM). Aberto pelo driver do fechamento
*> (PROG095) quando a primeira etapa do mes e liberada; guarda a
*> situacao de cada etapa na ordem do roteiro - pendente, liberada
*> (job em execucao), concluida ou falhou - com a data de
*> processamento, a data e a hora do ultimo evento e quantas vezes
*> a etapa foi liberada. Etapa concluida nao e liberada de novo no
*> mesmo periodo; etapa que falhou pode ser liberada outra vez.
*> A prova de que a etapa anterior terminou bem vem do AUDITLOG;
*> este registro e o estado para o relatorio de passagem de turno.
01  MES-REGISTRO.
    05  MES-PERIODO          PIC 9(06).
    05  MES-DATA-ABERTURA    PIC 9(08).
    05  MES-SITUACAO         PIC X(01).
        88  MES-ABERTO           VALUE 'A'.
        88  MES-ENCERRADO        VALUE 'E'.
    05  MES-ETAPA OCCURS 7 TIMES.
        10  MES-ETP-CODIGO       PIC X(02).
        10  MES-ETP-SITUACAO     PIC X(01).
            88  MES-ETP-PENDENTE     VALUE 'P'.
            88  MES-ETP-LIBERADA     VALUE 'L'.
            88  MES-ETP-CONCLUIDA    VALUE 'C'.
            88  MES-ETP-FALHOU       VALUE 'F'.
        10  MES-ETP-LIBERACOES   PIC 9(02).
        10  MES-ETP-DATA-PROC    PIC 9(08).
        10  MES-ETP-DATA         PIC 9(08).
        10  MES-ETP-HORA         PIC 9(06).
