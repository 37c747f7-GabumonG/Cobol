*> CPREVCAD - registro de dados do arquivo de convocacao para a
*> revisao cadastral (P090SAI, gravado pelo PROG090 dentro do
*> envelope padrao CPENVEL). Um registro por cliente com revisao
*> a vencer ou vencida:
*>   REV-ACAO 'C' carta/e-mail (a vencer ou estagio 1), 'L' ligacao
*>            (estagio 2), 'B' bloqueio de conta nova (estagio 3)
*> E contato de servico: o canal com revogacao 'R' de servico no
*> CLICONS e o contato devolvido (flags do PROG048) saem em branco.
01  REV-REGISTRO.
    05  REV-TIPO               PIC X(01).
        88  REV-DADOS              VALUE 'D'.
    05  REV-ACAO               PIC X(01).
        88  REV-CARTA              VALUE 'C'.
        88  REV-LIGACAO            VALUE 'L'.
        88  REV-BLOQUEIO           VALUE 'B'.
    05  REV-NUMERO             PIC 9(06).
    05  REV-NOME               PIC X(20).
    05  REV-ENDERECO.
        07  REV-RUA            PIC X(25).
        07  REV-NUM            PIC X(05).
        07  REV-COMPLEMENTO    PIC X(15).
        07  REV-CIDADE         PIC X(20).
        07  REV-UF             PIC X(02).
        07  REV-CEP            PIC X(08).
    05  REV-TELEFONE           PIC X(15).
    05  REV-EMAIL              PIC X(40).
    05  REV-FAIXA-RISCO        PIC X(01).
    05  REV-DATA-REVISAO       PIC 9(08).
    05  REV-DATA-VENCIMENTO    PIC 9(08).
    05  REV-ESTAGIO            PIC 9(01).
