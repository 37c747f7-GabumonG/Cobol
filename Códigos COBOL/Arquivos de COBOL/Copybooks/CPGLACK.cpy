*> CPGLACK - registro do retorno da contabilidade para a interface
*> do PROG055 (P082ACK, sequencial). Uma linha por linha contabil
*> recebida, identificada pela data do movimento e pela chave da
*> linha enviada (conta contabil + classe + origem), com o aceite
*> ('A') ou a rejeicao ('R') e o motivo da recusa. O arquivo pode
*> trazer o retorno de mais de uma noite, agrupado por data.
01  GLA-REGISTRO.
    05  GLA-DATA-MOVTO     PIC 9(08).
    05  GLA-CONTA-GL       PIC X(08).
    05  GLA-CLASSE         PIC X(01).
    05  GLA-ORIGEM         PIC 9(02).
    05  GLA-VALOR          PIC S9(11)V99.
    05  GLA-SITUACAO       PIC X(01).
        88  GLA-ACEITA         VALUE 'A'.
        88  GLA-REJEITADA      VALUE 'R'.
    05  GLA-MOTIVO         PIC X(40).
