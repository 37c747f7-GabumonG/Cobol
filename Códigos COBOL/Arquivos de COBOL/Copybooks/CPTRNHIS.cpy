*> movimento ao mes pela data em que o saldo mexeu, nao pela
*> data-valor. Zeradas em registro anterior a esta versao, os
*> leitores assumem HIS-DATA.
*> HIS-SEQ-PAR liga as duas pernas de uma transferencia entre
*> contas (TR5 tipo 'R'): a perna de debito (conta de origem, na
*> sequencia da transferencia) aponta para a de credito (conta
*> destino, na sequencia de credito) e vice-versa. O estorno de
*> qualquer uma das pernas estorna as duas. A perna de debito
*> guarda V1/V2 com o sinal trocado (HIS-RESULTADO continua sendo
*> V1+V2), e e com esses valores que o estorno dela vem. Zero =
*> transacao avulsa; em branco nas geracoes de arquivo anteriores.
01  HIS-REGISTRO.
    05  HIS-SEQ            PIC 9(09).
    05  HIS-CONTA          PIC 9(06).
        88  HIS-JA-ESTORNADO   VALUE 'S'.
    05  HIS-DATA-POSTAGEM  PIC 9(08).
    05  HIS-DATA-ESTORNO   PIC 9(08).
    05  HIS-SEQ-PAR        PIC 9(09).
