*> CPAGDJRN - registro do jornal de manutencao da agenda de
*> postagens (AGDJRNL, sequencial acumulativo), no molde do CPALUJRN
*> dos alunos. Cada parcela que a manutencao de parcelamentos
*> (PROG080) muda ou cria - quitacao antecipada, cancelamento,
*> reprogramacao - gera um registro com operador, chave da agenda e
*> imagem antes/depois completa de AGD-REGISTRO. Parcela criada
*> (lancamento de quitacao, parcela nova da reprogramacao) tem a
*> imagem antes em branco.
01  AGJ-REGISTRO.
    05  AGJ-DATA           PIC 9(08).
    05  AGJ-HORA           PIC 9(06).
    05  AGJ-FUNCAO         PIC X(01).
        88  AGJ-QUITACAO       VALUE 'L'.
        88  AGJ-CANCELAMENTO   VALUE 'C'.
        88  AGJ-REPROGRAMACAO  VALUE 'R'.
    05  AGJ-OPERADOR       PIC X(08).
    05  AGJ-CHAVE          PIC X(17).
    05  AGJ-IMAGEM-ANTES   PIC X(112).
    05  AGJ-IMAGEM-DEPOIS  PIC X(112).
