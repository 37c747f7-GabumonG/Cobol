*> CPAMLMOV - movimento por CPF para o monitoramento de operacoes
*> suspeitas, gravado pelo PROG083 a partir do TRNHIST (postagem
*> -> conta -> CTA-TITULAR -> CLI-CPF) e ordenado por CPF e data
*> (SORT FIELDS=(1,11,CH,A,12,8,CH,A)) para o PROG084. Valor
*> positivo e credito, negativo e debito. MOV-DATA e a data em que
*> o saldo mexeu (HIS-DATA-POSTAGEM, ou HIS-DATA no historico
*> anterior a ela).
01  MOV-REGISTRO.
    05  MOV-CPF            PIC X(11).
    05  MOV-DATA           PIC 9(08).
    05  MOV-CONTA          PIC 9(06).
    05  MOV-SEQ            PIC 9(09).
    05  MOV-VALOR          PIC S9(07)V99.
