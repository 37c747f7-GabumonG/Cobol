*> CPJURREG - registro das rodadas de juros (JURREG, indexado pela
*> data de processamento da rodada), gravado pelo PROG052 ao fim de
*> cada rodada que emitiu movimento: a faixa de sequencias usada
*> (cada credito de juros tem uma sequencia da faixa, que vira o
*> HIS-SEQ da postagem no TRNHIST), a quantidade e o total emitido.
*> E por ela que o informe anual de rendimentos (PROG086) separa os
*> juros do resto do historico e amarra o total dos informes as
*> rodadas do ano. Rodada repetida na mesma data regrava a linha.
01  JRG-REGISTRO.
    05  JRG-DATA-RODADA    PIC 9(08).
    05  JRG-SEQ-INICIAL    PIC 9(09).
    05  JRG-SEQ-FINAL      PIC 9(09).
    05  JRG-QTDE           PIC 9(07).
    05  JRG-TOTAL          PIC S9(09)V99.
    05  JRG-TAXA           PIC 9(03)V9(04).
