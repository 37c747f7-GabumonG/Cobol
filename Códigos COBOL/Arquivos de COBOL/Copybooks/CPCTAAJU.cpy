*> CPCTAAJU - jornal de acertos de saldo do master de contas
*> (CTAAJU, sequencial, so cresce). Cada correcao efetivada pelo
*> reparo do razao (PROG093) grava um registro com os tres campos de
*> saldo antes e depois, o periodo da foto de fechamento (CTAFMES)
*> de onde o saldo foi recalculado, quem simulou e o supervisor que
*> aprovou - o acerto na mao do VSAM deixa de ser anonimo.
01  AJU-REGISTRO.
    05  AJU-DATA             PIC 9(08).
    05  AJU-HORA             PIC 9(06).
    05  AJU-CONTA            PIC 9(06).
    05  AJU-PERIODO-FOTO     PIC 9(06).
    05  AJU-OPER-SIMULACAO   PIC X(08).
    05  AJU-OPER-APROVACAO   PIC X(08).
    05  AJU-ANTES.
        10  AJU-ANT-SALDO-ANTERIOR PIC S9(11)V99.
        10  AJU-ANT-MVTO-DIA       PIC S9(11)V99.
        10  AJU-ANT-SALDO-ATUAL    PIC S9(11)V99.
    05  AJU-DEPOIS.
        10  AJU-DEP-SALDO-ANTERIOR PIC S9(11)V99.
        10  AJU-DEP-MVTO-DIA       PIC S9(11)V99.
        10  AJU-DEP-SALDO-ATUAL    PIC S9(11)V99.
    05  AJU-DIFERENCA        PIC S9(11)V99.
