*> de markup CPTABP12: o acrescimo mensal (PROG052) escolhe a taxa
*> com a maior data de vigencia que nao ultrapassa a data de
*> processamento. A taxa e percentual mensal com quatro decimais.
*> Mantida pelo PROG108 (job HERC01SM): vigencia so futura e
*> alteracao aplicada so depois da aprovacao de um segundo
*> operador supervisor (pendencias em MNTPEND, CPMNTPEN).
01  JUR-REGISTRO.
    05  JUR-DATA-VIGENCIA  PIC 9(08).
    05  JUR-TAXA-PCT       PIC 9(03)V9(04).
