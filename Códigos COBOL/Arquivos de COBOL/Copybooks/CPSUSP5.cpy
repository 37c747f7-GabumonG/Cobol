*>          009 DEBITO EM CONTA BLOQUEADA
*>          010 DATA-VALOR FUTURA OU ALEM DA JANELA DE RETROACAO
*>          011 ESTORNO SEM REFERENCIA NO ATIVO NEM NO ARQUIVO
*>          012 DEBITO ALEM DO LIMITE DE CHEQUE ESPECIAL DA CONTA
*>          013 TRANSFERENCIA COM CONTA DESTINO INEXISTENTE,
*>              ENCERRADA OU IGUAL A ORIGEM
*>          014 TRANSFERENCIA SEM VALOR POSITIVO OU SEM SEQUENCIA
*>              VALIDA DA PERNA DE CREDITO
*>          015 ESTORNO DE TRANSFERENCIA COM A PERNA PAR AUSENTE,
*>              JA ESTORNADA OU COM A CONTA PAR IMPEDIDA
*>          016 DEBITO EM CONTA INATIVA (DORMENTE)
*> A IMAGEM TEM 59 POSICOES: OS 44 DO TR5 ORIGINAL MAIS CONTA E
*> SEQUENCIA DESTINO DA TRANSFERENCIA (EM BRANCO NOS DEMAIS TIPOS).
01  SUS-REGISTRO.
    05  SUS-DATA-REJEICAO  PIC 9(08).
    05  SUS-MOTIVO         PIC X(03).
    05  SUS-IMAGEM         PIC X(59).
