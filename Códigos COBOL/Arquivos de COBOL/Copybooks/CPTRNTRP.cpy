*> CPTRNTRP - total transportado por conta (TRNTRP, indexado pela
*> conta): o saldo da conta provado numa data de corte. Tudo o que
*> mexeu no saldo ate TRP-DATA-CORTE (postagem pela data de
*> postagem, estorno pela data de estorno, as mesmas datas do
*> PROG051) esta dentro de TRP-SALDO; o saldo esperado da conta e
*> TRP-SALDO mais os movimentos do TRNHIST ativo com data posterior
*> ao corte - o balancete noturno (PROG053) nao precisa mais das
*> geracoes de arquivo.
*> Quem prova: o fechamento mensal (PROG051) regrava o total de
*> cada conta que fechou limpa, com o saldo de fechamento e a data
*> de processamento como corte; a varredura completa do PROG053
*> (PARM 'COMPLETO') semeia a conta sem total e refaz o total que
*> nao bate quando o master confere com o historico inteiro. O
*> arquivamento (PROG054) so tira do ativo a postagem que o total
*> da conta ja cobre - o que ainda nao esta coberto espera o
*> proximo fechamento.
*> TRP-ORIGEM: 'F' fechamento provado, 'D' fechamento com abertura
*> derivada (sem foto anterior - semeado sem prova, como a foto),
*> 'V' varredura completa do PROG053.
01  TRP-REGISTRO.
    05  TRP-CONTA          PIC 9(06).
    05  TRP-SALDO          PIC S9(11)V99.
    05  TRP-DATA-CORTE     PIC 9(08).
    05  TRP-ORIGEM         PIC X(01).
        88  TRP-FECHAMENTO     VALUE 'F'.
        88  TRP-FECHO-DERIVADO VALUE 'D'.
        88  TRP-VARREDURA      VALUE 'V'.
