*> CPNUMJRN - jornal de atribuicoes de numeracao (NUMJRN,
*> sequencial, so cresce). O PROG096 grava uma linha por bloco
*> confirmado ('B'), por rerun que reaproveitou o bloco da mesma
*> data de processamento ('R'), por numero avulso ('U' - inclusao
*> de cliente sem numero no PROG002) e por ajuste do contador a um
*> numero informado por fora ('A'), com programa, run-ID e faixa.
*> E a base do relatorio de atribuicoes (PROG097) e de onde o
*> PROG096 tira o bloco original num rerun.
01  NJR-REGISTRO.
    05  NJR-DATA             PIC 9(08).
    05  NJR-HORA             PIC 9(06).
    05  NJR-CONTADOR         PIC X(08).
    05  NJR-TIPO             PIC X(01).
        88  NJR-BLOCO            VALUE 'B'.
        88  NJR-RERUN            VALUE 'R'.
        88  NJR-AVULSO           VALUE 'U'.
        88  NJR-AJUSTE           VALUE 'A'.
    05  NJR-PROGRAMA         PIC X(08).
    05  NJR-DATA-PROC        PIC 9(08).
    05  NJR-RUN-ID           PIC X(08).
    05  NJR-INICIO           PIC 9(09).
    05  NJR-FIM              PIC 9(09).
    05  NJR-QTDE             PIC 9(09).
