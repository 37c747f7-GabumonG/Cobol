*> CPCNABRT - registro do arquivo retorno de cobranca do banco no
*> padrao CNAB 400 (RETCNAB, sequencial de 400 posicoes), lido pelo
*> PROG081. Tres visoes do mesmo registro pelo tipo na posicao 1:
*> '0' cabecalho (2-9 = '2RETORNO', 10-11 = '01' cobranca), '1'
*> detalhe de titulo e '9' trailer. Datas do banco em DDMMAA.
*> O numero de controle do participante (uso da empresa, pos 38-62)
*> e devolvido pelo banco como foi enviado na remessa: a conta do
*> cliente nas seis primeiras posicoes - e dali, com o vencimento
*> do titulo, que a baixa acha a parcela na agenda.
*> So as ocorrencias de liquidacao ('06' normal, '15' em cartorio,
*> '17' apos baixa) representam dinheiro recebido; as demais
*> (entrada confirmada, baixa, tarifa...) sao so informativas.
01  CNB-REGISTRO.
    05  CNB-TIPO           PIC X(01).
        88  CNB-CABECALHO      VALUE '0'.
        88  CNB-DETALHE        VALUE '1'.
        88  CNB-TRAILER        VALUE '9'.
    05  CNB-CORPO          PIC X(399).
    05  CNB-CORPO-CABECALHO REDEFINES CNB-CORPO.
        10  CNB-CAB-ID-RETORNO PIC X(08).
        10  CNB-CAB-SERVICO    PIC X(02).
        10  CNB-CAB-LIT-SERV   PIC X(15).
        10  CNB-CAB-CODIGO-EMP PIC X(20).
        10  CNB-CAB-NOME-EMP   PIC X(30).
        10  CNB-CAB-BANCO      PIC 9(03).
        10  CNB-CAB-NOME-BANCO PIC X(15).
        10  CNB-CAB-DATA-GRAV  PIC 9(06).
        10  FILLER             PIC X(294).
        10  CNB-CAB-SEQUENCIA  PIC 9(06).
    05  CNB-CORPO-DETALHE REDEFINES CNB-CORPO.
        10  CNB-TIPO-INSCRICAO PIC 9(02).
        10  CNB-INSCRICAO      PIC 9(14).
        10  CNB-ID-EMPRESA     PIC X(20).
        10  CNB-USO-EMPRESA.
            15  CNB-CONTA          PIC X(06).
            15  FILLER             PIC X(19).
        10  FILLER             PIC X(08).
        10  CNB-NOSSO-NUMERO   PIC X(12).
        10  FILLER             PIC X(26).
        10  CNB-OCORRENCIA     PIC X(02).
            88  CNB-LIQUIDACAO     VALUE '06' '15' '17'.
        10  CNB-DATA-OCORRENCIA PIC 9(06).
        10  CNB-DATA-OCOR-R REDEFINES CNB-DATA-OCORRENCIA.
            15  CNB-OCOR-DIA       PIC 9(02).
            15  CNB-OCOR-MES       PIC 9(02).
            15  CNB-OCOR-ANO       PIC 9(02).
        10  CNB-NUMERO-DOCTO   PIC X(10).
        10  FILLER             PIC X(20).
        10  CNB-VENCIMENTO     PIC 9(06).
        10  CNB-VENCIMENTO-R REDEFINES CNB-VENCIMENTO.
            15  CNB-VENC-DIA       PIC 9(02).
            15  CNB-VENC-MES       PIC 9(02).
            15  CNB-VENC-ANO       PIC 9(02).
        10  CNB-VALOR-TITULO   PIC 9(11)V99.
        10  CNB-BANCO-COBRADOR PIC 9(03).
        10  CNB-AGENCIA-COBRAD PIC 9(05).
        10  CNB-ESPECIE        PIC X(02).
        10  CNB-VALOR-TARIFA   PIC 9(11)V99.
        10  CNB-OUTRAS-DESP    PIC 9(11)V99.
        10  CNB-JUROS-ATRASO   PIC 9(11)V99.
        10  CNB-VALOR-IOF      PIC 9(11)V99.
        10  CNB-ABATIMENTO     PIC 9(11)V99.
        10  CNB-DESCONTO       PIC 9(11)V99.
        10  CNB-VALOR-PAGO     PIC 9(11)V99.
        10  CNB-JUROS-MORA     PIC 9(11)V99.
        10  CNB-OUTROS-CRED    PIC 9(11)V99.
        10  FILLER             PIC X(03).
        10  CNB-DATA-CREDITO   PIC 9(06).
        10  FILLER             PIC X(93).
        10  CNB-SEQUENCIA      PIC 9(06).
    05  CNB-CORPO-TRAILER REDEFINES CNB-CORPO.
        10  CNB-TRL-RETORNO    PIC X(01).
        10  CNB-TRL-SERVICO    PIC X(02).
        10  CNB-TRL-BANCO      PIC 9(03).
        10  FILLER             PIC X(387).
        10  CNB-TRL-SEQUENCIA  PIC 9(06).
