*> CPCLIKYC - revisao cadastral periodica do cliente (CLIKYC,
*> indexado pelo numero do cliente). Arquivo a parte do CLIFILE: a
*> imagem do cadastro vai inteira para o jornal, as descargas e o
*> CRM, e a revisao nao e dado que essas copias precisem levar.
*> KYC-DATA-REVISAO e a ultima revisao registrada - pela inclusao
*> do cliente ou pela funcao V do PROG002; zeros = cliente anterior
*> ao controle, nunca revisado. A rodada mensal (PROG090) reavalia
*> a faixa de risco, recalcula o vencimento (revisao + meses da
*> faixa) e escala a revisao vencida:
*>   KYC-FAIXA-RISCO: 'A' alto (CPF restrito ou caso AML aberto ou
*>                    comunicado), 'M' medio (caso AML descartado),
*>                    'B' baixo
*>   KYC-ESTAGIO: 0 em dia           1 vencida - convocacao
*>                2 vencida - ligacao 3 vencida - bloqueio: o PROG050
*>                recusa conta nova para o cliente ate a revisao
*> A revisao registrada volta o estagio a 0.
01  KYC-REGISTRO.
    05  KYC-NUMERO             PIC 9(06).
    05  KYC-DATA-REVISAO       PIC 9(08).
    05  KYC-OPER-REVISAO       PIC X(08).
    05  KYC-FAIXA-RISCO        PIC X(01).
        88  KYC-RISCO-ALTO         VALUE 'A'.
        88  KYC-RISCO-MEDIO        VALUE 'M'.
        88  KYC-RISCO-BAIXO        VALUE 'B'.
    05  KYC-DATA-VENCIMENTO    PIC 9(08).
    05  KYC-ESTAGIO            PIC 9(01).
        88  KYC-EM-DIA             VALUE 0.
        88  KYC-CONVOCADO          VALUE 1.
        88  KYC-LIGACAO            VALUE 2.
        88  KYC-BLOQUEADO          VALUE 3.
    05  KYC-DATA-ESTAGIO       PIC 9(08).
