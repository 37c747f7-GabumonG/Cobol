*> vencimento ate a data de processamento vira transacao TR5 na
*> consolidacao (origem 91) e e marcada como liberada com a data -
*> uma reexecucao nao libera a mesma parcela duas vezes.
*> A parcela e um debito na conta (V1 = -AGD-VALOR) e liberar nao e
*> cobrar: o PROG005 pode suspender o lancamento (conta bloqueada,
*> encerrada, inativa ou alem do limite). A conciliacao noturna do
*> PROG079 confere o retorno do balanceamento (P005SAI e P005SUS)
*> e leva a situacao adiante: liberada = emitida sem retorno ainda,
*> postada = debito aceito (AGD-DATA-POSTAGEM), suspensa = recusada
*> pelo balanceamento (AGD-MOTIVO-SUSP e o motivo do CPSUSP5) - a
*> suspensa volta a postada se a reapresentacao do PROG024 passar.
*> AGD-SEQ-EMISSAO e a sequencia TR5 com que o PROG057 emitiu a
*> parcela; AGD-DIAS-ATRASO e recalculado toda noite para a parcela
*> em aberto (liberada ou suspensa) e congela na postagem.
*> O plano (cronograma) e identificado pela conta mais a data do
*> contrato (AGD-DATA-CONTRATO, a data de processamento em que o
*> PROG003 o gerou), e cada parcela guarda a taxa mensal original e
*> a amortizacao que ela carrega - e disso que a manutencao da
*> agenda (PROG080) tira o saldo devedor para cotar a quitacao
*> antecipada e para reprogramar. A quitacao entra na agenda como
*> um lancamento proprio (AGD-TIPO 'Q', parcela 000, vencimento na
*> data da quitacao) e sai no mesmo feed de origem 91; as parcelas
*> que ela liquida passam a antecipadas. Cancelada e reprogramada
*> sao parcelas pendentes retiradas do cronograma (na reprogramacao
*> o saldo volta como parcelas novas do mesmo contrato).
*> A parcela paga por boleto e baixada pelo retorno de cobranca do
*> banco (PROG081): o credito do boleto entra no feed de origem 92
*> e a parcela guarda a data de processamento da baixa, o valor
*> pago e a sequencia TR5 do credito. O debito da parcela continua
*> saindo no vencimento pelo PROG057 - um compensa o outro na
*> conta. Parcela baixada nao entra no aging nem no saldo devedor
*> da quitacao, e segundo pagamento da mesma parcela e excecao.
01  AGD-REGISTRO.
    05  AGD-CHAVE.
        10  AGD-CONTA          PIC 9(06).
        10  AGD-DATA-VENC      PIC 9(08).
        10  AGD-PARCELA        PIC 9(03).
    05  AGD-VALOR          PIC S9(07)V99.
    05  AGD-TIPO           PIC X(01).
        88  AGD-PARCELA-NORMAL VALUE 'N'.
        88  AGD-QUITACAO       VALUE 'Q'.
    05  AGD-SITUACAO       PIC X(01).
        88  AGD-PENDENTE       VALUE 'P'.
        88  AGD-LIBERADA       VALUE 'L'.
        88  AGD-POSTADA        VALUE 'Q'.
        88  AGD-SUSPENSA       VALUE 'S'.
        88  AGD-EM-ABERTO      VALUE 'L' 'S'.
        88  AGD-EMITIDA        VALUE 'L' 'Q' 'S'.
        88  AGD-CANCELADA      VALUE 'C'.
        88  AGD-ANTECIPADA     VALUE 'A'.
        88  AGD-REPROGRAMADA   VALUE 'R'.
    05  AGD-DATA-LIBERACAO PIC 9(08).
    05  AGD-SEQ-EMISSAO    PIC 9(09).
    05  AGD-DATA-POSTAGEM  PIC 9(08).
    05  AGD-MOTIVO-SUSP    PIC X(03).
    05  AGD-DIAS-ATRASO    PIC 9(04).
    05  AGD-DATA-CONTRATO  PIC 9(08).
    05  AGD-TAXA-MENSAL    PIC 9(03)V9(06).
    05  AGD-AMORTIZACAO    PIC S9(07)V99.
    05  AGD-DATA-PAGTO     PIC 9(08).
        88  AGD-SEM-PAGTO      VALUE ZEROS.
    05  AGD-VALOR-PAGO     PIC S9(07)V99.
    05  AGD-SEQ-BAIXA      PIC 9(09).
