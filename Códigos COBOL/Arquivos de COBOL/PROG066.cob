*> PREENCHIDO - OS PROGRAMAS SO GRAVAM AUDITORIA AO TERMINAR).
*> FLUXO FALTANDO SAI LISTADO E O PROGRAMA TERMINA COM RC=16 -
*> CONFIE NOS ARQUIVOS, NAO NO SCHEDULER.
*> COM PARM (NOME DE UM PROGRAMA) SO AQUELE PROGRAMA E COBRADO:
*> E ASSIM QUE O HERC01XB PROVA, NO PRIMEIRO STEP, QUE O HERC01XA
*> JA TERMINOU (PARM='PROG003') ANTES DE TOCAR NO CONTA.MASTER E
*> NA NUMERACAO CENTRAL.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-RUN-ID           PIC X(08) VALUE SPACES.
77  WRK-IDX              PIC 9(01) VALUE ZEROS.
77  WRK-QTDE-FLUXOS      PIC 9(01) VALUE 4.
77  WRK-PARM             PIC X(08) VALUE SPACES.
77  WRK-QTDE-FALTANDO    PIC 9(01) VALUE ZEROS.
01  WRK-TAB-FLUXOS.
    05  WRK-FLUXO-ENTRY OCCURS 4 TIMES.
       MOVE 'S' TO WRK-EOF
    END-IF
    PERFORM 0110-LER-RUN-ID
    ACCEPT WRK-PARM FROM COMMAND-LINE
    IF WRK-PARM NOT = SPACES
       MOVE 1        TO WRK-QTDE-FLUXOS
       MOVE WRK-PARM TO WRK-FLUXO-PROGRAMA(1)
    ELSE
       MOVE 'PROG003' TO WRK-FLUXO-PROGRAMA(1)
       MOVE 'PROG005' TO WRK-FLUXO-PROGRAMA(2)
       MOVE 'PROG008' TO WRK-FLUXO-PROGRAMA(3)
       MOVE 'PROG012' TO WRK-FLUXO-PROGRAMA(4)
    END-IF
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-FLUXOS
       MOVE 'N' TO WRK-FLUXO-COMPLETO(WRK-IDX)
       END-IF
       WRITE RS66-REGISTRO FROM WRK-LINHA-FLUXO
    END-PERFORM
    EVALUATE TRUE
    WHEN WRK-QTDE-FALTANDO = 0 AND WRK-PARM NOT = SPACES
       MOVE 'FLUXO ANTERIOR COMPLETO - ESTE FLUXO LIBERADO'
         TO RS66-REGISTRO
       WRITE RS66-REGISTRO
    WHEN WRK-QTDE-FALTANDO = 0
       MOVE 'TODOS OS FLUXOS COMPLETOS - SINCRONIZACAO LIBERADA'
         TO RS66-REGISTRO
       WRITE RS66-REGISTRO
    WHEN WRK-PARM NOT = SPACES
       MOVE 'FLUXO RETIDO - FLUXO ANTERIOR AINDA NAO TERMINOU '
         TO RS66-REGISTRO
       WRITE RS66-REGISTRO
       MOVE 'OU CAIU SEM AUDITORIA' TO RS66-REGISTRO
       WRITE RS66-REGISTRO
    WHEN OTHER
       MOVE 'SINCRONIZACAO RETIDA - EXECFIM SUBMETIDO ANTES DA '
         TO RS66-REGISTRO
       WRITE RS66-REGISTRO
       MOVE 'HORA OU FLUXO CAIDO SEM AUDITORIA' TO RS66-REGISTRO
       WRITE RS66-REGISTRO
    END-EVALUATE
    DISPLAY 'PROG066 - FLUXOS FALTANDO...' WRK-QTDE-FALTANDO
    CLOSE AUDIT-LOG P066-SAIDA.
