*> CPINFCTL - registro de controle do informe anual de rendimentos
*> (P086CTL, um registro), gravado pelo PROG086 com o que a extracao
*> levou para o movimento - juros creditados no ano-base (ja
*> amarrados as rodadas do JURREG) e saldos de 31/12. O PROG087
*> confere que a soma dos informes e da declaracao bate com estes
*> totais; divergencia termina com RC=08.
01  CTL-REGISTRO.
    05  CTL-ANO-BASE       PIC 9(04).
    05  CTL-QTDE-JUROS     PIC 9(07).
    05  CTL-TOTAL-JUROS    PIC S9(11)V99.
    05  CTL-QTDE-SALDOS    PIC 9(07).
    05  CTL-TOTAL-SALDOS   PIC S9(13)V99.
