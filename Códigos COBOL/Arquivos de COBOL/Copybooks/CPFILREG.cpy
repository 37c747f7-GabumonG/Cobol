*> FIL-HORA-CORTE (HHMM) e o horario-limite combinado de chegada
*> do feed - informativo no relatorio de chegada por filial.
*> Origens reservadas de feeds internos (ex.: 90 JUROS, 91
*> PARCELAMENTOS, 92 COBRANCA - retorno de boletos do banco, 93
*> MENSALIDADES - cobranca mensal da escola) entram como
*> FIL-ESPERADA 'N'.
*> Mantido pelo PROG108 (job HERC01SM), que recusa filial esperada
*> na origem 00 ou na faixa reservada 90-99 e jornaliza cada
*> movimento em MNTJRNL.
01  FIL-REGISTRO.
    05  FIL-CODIGO         PIC 9(02).
    05  FIL-NOME           PIC X(20).
