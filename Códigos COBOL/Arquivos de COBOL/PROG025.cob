*> FORMATADO POR CONTA - SALDO DE ABERTURA, CADA MOVIMENTO COM TIPO
*> N/C, SALDO DE FECHAMENTO - COM CABECALHO DE PAGINA E TOTAIS,
*> PARA AS AGENCIAS PARAREM DE PEDIR FOTO DE SYSOUT.
*> PERNA DE TRANSFERENCIA (TIPO T) E ESTORNO DE PERNA (C) SAEM COM
*> A CONTA DA OUTRA PERNA AO LADO (PAR), PARA O CLIENTE VER DE ONDE
*> VEIO OU PARA ONDE FOI O DINHEIRO. O MOVIMENTO CHEGA REORDENADO
*> POR CONTA (STEP033 DO EXECBAL), JA QUE A PERNA DE CREDITO SAI
*> DO BALANCEAMENTO JUNTO COM A CONTA DE ORIGEM.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    05  RS5-REF-SEQ        PIC 9(09).
    05  RS5-ORIGEM         PIC 9(02).
    05  RS5-DATA-VALOR     PIC 9(08).
    05  RS5-CONTA-PAR      PIC 9(06).
FD  CONTA-MASTER.
COPY CPCTAMST.
FD  P025-SAIDA.
    05  WRM-REF              PIC 9(09).
    05  FILLER               PIC X(11) VALUE ' DT VALOR..'.
    05  WRM-DATA-VALOR       PIC 9(08).
    05  WRM-PAR.
        10  FILLER           PIC X(05) VALUE ' PAR '.
        10  WRM-CONTA-PAR    PIC 9(06).
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(24).
    05  WRT-QTDE             PIC ZZZZZZ9.
    MOVE RS5-RESULTADO TO WRM-VALOR
    MOVE RS5-REF-SEQ   TO WRM-REF
    MOVE RS5-DATA-VALOR TO WRM-DATA-VALOR
    IF RS5-CONTA-PAR IS NUMERIC AND RS5-CONTA-PAR NOT = ZEROS
       MOVE ' PAR '       TO WRM-PAR
       MOVE RS5-CONTA-PAR TO WRM-CONTA-PAR
    ELSE
       MOVE SPACES TO WRM-PAR
    END-IF
    WRITE RS25-REGISTRO FROM WRK-LINHA-MVTO.
0230-FECHAR-CONTA.
    MOVE 'SALDO DE FECHAMENTO..' TO WRS-LABEL
