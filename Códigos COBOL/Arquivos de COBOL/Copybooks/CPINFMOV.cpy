*> CPINFMOV - movimento do informe anual de rendimentos, gravado
*> pelo PROG086 e ordenado por CPF, conta e tipo
*> (SORT FIELDS=(1,11,CH,A,12,6,CH,A,18,1,CH,A)) para o PROG087.
*> Tipo 'J': um credito de juros do ano-base (postagem do TRNHIST
*> ou das geracoes de arquivo dentro da faixa de uma rodada do
*> JURREG), com a data em que foi postado; tipo 'S': saldo da conta
*> na foto de fechamento de dezembro (CTAFMES), data 31/12.
*> INF-CLIENTE e o titular ja resolvido (sobrevivente, no caso de
*> cliente incorporado) - e dele o nome e o endereco do informe.
01  INF-REGISTRO.
    05  INF-CPF            PIC X(11).
    05  INF-CONTA          PIC 9(06).
    05  INF-TIPO           PIC X(01).
        88  INF-JUROS          VALUE 'J'.
        88  INF-SALDO          VALUE 'S'.
    05  INF-CLIENTE        PIC 9(06).
    05  INF-VALOR          PIC S9(11)V99.
    05  INF-DATA           PIC 9(08).
