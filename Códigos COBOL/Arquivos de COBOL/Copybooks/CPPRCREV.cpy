*> CPPRCREV - item marcado para revisao pela comparacao de precos
*> (P036REV, gravado pelo PROG036): variacao alem da tolerancia
*> contra a rodada anterior do markup. A publicacao de precos
*> (PROG106) retem estes itens ate a liberacao.
01  REV-REGISTRO.
    05  REV-CODIGO         PIC X(04).
    05  REV-DADOS          PIC S9(5).
    05  REV-ANTIGO         PIC S9(6)V99.
    05  REV-NOVO           PIC S9(6)V99.
    05  REV-VARIACAO       PIC S9(5)V99.
