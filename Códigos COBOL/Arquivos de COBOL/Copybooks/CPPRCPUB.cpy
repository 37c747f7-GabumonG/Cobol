*> CPPRCPUB - registro de publicacao de precos para as lojas
*> (PRCPUB, indexado por produto + data de vigencia), mantido pelo
*> PROG106. Um registro por preco novo de cada produto:
*>   'P' publicado - mandado ao PDV na PUB-DATA-PUBLICACAO e em
*>       vigor nas lojas a partir da PUB-DATA-VIGENCIA, ate a
*>       vigencia do proximo 'P' do mesmo produto;
*>   'R' retido - a comparacao (PROG036) marcou a variacao para
*>       revisao; nao foi ao PDV e espera liberacao (P106LIB). A
*>       liberacao vira 'P' com a vigencia da rodada que liberou,
*>       o operador em PUB-LIBERADO-POR e a vigencia original do
*>       registro retido em PUB-DATA-RETENCAO.
*> O preco em vigor numa data e o do ultimo 'P' com vigencia ate
*> ela; o reenvio de uma publicacao perdida seleciona os 'P' pela
*> data de publicacao.
01  PUB-REGISTRO.
    05  PUB-CHAVE.
        10  PUB-CODIGO         PIC X(04).
        10  PUB-DATA-VIGENCIA  PIC 9(08).
    05  PUB-DESCRICAO      PIC X(30).
    05  PUB-PRECO          PIC 9(06)V99.
    05  PUB-SITUACAO       PIC X(01).
        88  PUB-PUBLICADO      VALUE 'P'.
        88  PUB-RETIDO         VALUE 'R'.
    05  PUB-DATA-PUBLICACAO PIC 9(08).
    05  PUB-DATA-RETENCAO  PIC 9(08).
    05  PUB-VARIACAO       PIC S9(05)V99.
    05  PUB-LIBERADO-POR   PIC X(08).
