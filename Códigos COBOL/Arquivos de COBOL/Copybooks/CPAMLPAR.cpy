*> CPAMLPAR - registro de controle do monitoramento de operacoes
*> suspeitas (AMLPAR, sequencial de um registro), lido pelo PROG083
*> (extracao) e pelo PROG084 (avaliacao). Janela movel de
*> avaliacao e periodo de historico em dias corridos contados para
*> tras da data de processamento; limite de item isolado; faixa de
*> fracionamento em percentual do limite (credito na faixa e
*> abaixo do limite conta como "logo abaixo") e quantidade minima
*> de itens na faixa; salto = movimento da janela acima de FATOR
*> vezes a media historica por janela, e acima do minimo. Campo
*> zerado ou nao numerico assume o padrao do programa.
01  PAR-REGISTRO.
    05  PAR-JANELA-DIAS    PIC 9(03).
    05  PAR-HISTORICO-DIAS PIC 9(03).
    05  PAR-LIMITE-ITEM    PIC 9(09)V99.
    05  PAR-PCT-FRACIONADO PIC 9(03).
    05  PAR-QTDE-FRACIONADO PIC 9(03).
    05  PAR-FATOR-SALTO    PIC 9(03).
    05  PAR-MINIMO-SALTO   PIC 9(09)V99.
