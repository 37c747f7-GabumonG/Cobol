*> CPNUMCTL - contador de numeracao (NUMCTL, indexado pelo nome do
*> contador). Um registro por serie de numeros que o sistema
*> atribui: o proximo numero de cliente (CLIENTE) e a proxima
*> sequencia de transacao de cada origem interna (SEQORI90 juros,
*> SEQORI91 parcelas, SEQORI92 cobranca, SEQORI93 mensalidades)
*> e a serie dos certificados de conclusao (CERTIFIC, PROG105).
*> Quem numera reserva e atualiza pelo PROG096 - fim do PARM
*> atualizado na mao depois da rodada. NUM-RESERVA guarda a
*> reserva em aberto de um programa batch (o bloco vai de
*> NUM-RES-INICIO ate o fim informado na confirmacao); enquanto
*> ela existe, outro programa nao numera na mesma serie.
*> NUM-LIMITE e o maior numero que a serie admite.
01  NUM-REGISTRO.
    05  NUM-CONTADOR         PIC X(08).
    05  NUM-DESCRICAO        PIC X(30).
    05  NUM-PROXIMO          PIC 9(09).
    05  NUM-LIMITE           PIC 9(09).
    05  NUM-RESERVA.
        10  NUM-RES-PROGRAMA     PIC X(08).
        10  NUM-RES-DATA-PROC    PIC 9(08).
        10  NUM-RES-RUN-ID       PIC X(08).
        10  NUM-RES-INICIO       PIC 9(09).
        10  NUM-RES-RERUN        PIC X(01).
        10  NUM-RES-FIM-ANTERIOR PIC 9(09).
    05  NUM-ULT-DATA         PIC 9(08).
    05  NUM-ULT-HORA         PIC 9(06).
