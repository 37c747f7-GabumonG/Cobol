IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG074.
*> RELATORIO DIARIO DE USO DE LIMITE DE CHEQUE ESPECIAL. RODA NO
*> FLUXO DE BALANCEAMENTO DEPOIS DO PROG005 E LISTA TODA CONTA COM
*> SALDO NEGATIVO NO MASTER (CTAMST): SALDO, LIMITE APROVADO E O
*> PERCENTUAL DO LIMITE EM USO. CONTA ABAIXO DE -LIMITE SAI COMO
*> EXCEDIDA - ISSO SO ACONTECE POR ESTORNO OU LANCAMENTO
*> RETROATIVO (O DEBITO DO DIA E BARRADO PELO PROG005 COM MOTIVO
*> 012) OU POR REDUCAO DE LIMITE NO PROG050. A CAUSA E APONTADA
*> PELO MOVIMENTO DO DIA (P005SAI): ESTORNO (TIPO C) OU DATA-VALOR
*> ANTERIOR A DATA DE PROCESSAMENTO.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT P074-MOVIMENTO ASSIGN TO "P005SAI"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-MVTO.
    SELECT CONTA-MASTER ASSIGN TO "CTAMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CTA-CONTA
           FILE STATUS  IS WRK-FS-CONTA.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT P074-SAIDA   ASSIGN TO "P074SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  P074-MOVIMENTO.
01  RS5-REGISTRO.
    05  RS5-CONTA          PIC 9(06).
    05  RS5-TIPO           PIC X(01).
    05  RS5-V1             PIC S9(07)V99.
    05  RS5-V2             PIC S9(07)V99.
    05  RS5-RESULTADO      PIC S9(07)V99.
    05  RS5-REF-SEQ        PIC 9(09).
    05  RS5-ORIGEM         PIC 9(02).
    05  RS5-DATA-VALOR     PIC 9(08).
    05  RS5-CONTA-PAR      PIC 9(06).
FD  CONTA-MASTER.
COPY CPCTAMST.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  P074-SAIDA.
01  RS74-REGISTRO           PIC X(90).
WORKING-STORAGE                 SECTION.
77  WRK-FS-MVTO          PIC X(02) VALUE SPACES.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-MVTO-ABERTO      PIC X(01) VALUE 'N'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
78  WRK-MAX-CONTAS       VALUE 2000.
77  WRK-QTDE-TAB         PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX              PIC 9(04) COMP VALUE ZEROS.
77  WRK-CONTA-ACHADA     PIC X(01) VALUE 'N'.
77  WRK-TAB-ESTOURO      PIC X(01) VALUE 'N'.
01  WRK-TAB-CONTAS.
    05  WRK-CTA-ENTRY OCCURS 2000 TIMES.
        10  WRK-CTA-NUMERO     PIC 9(06).
        10  WRK-CTA-ESTORNO    PIC X(01).
        10  WRK-CTA-RETRO      PIC X(01).
77  WRK-CAUSA-ESTORNO    PIC X(01) VALUE 'N'.
77  WRK-CAUSA-RETRO      PIC X(01) VALUE 'N'.
77  WRK-PERC-USO         PIC 9(05)V9 VALUE ZEROS.
77  WRK-QTDE-NEGATIVAS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-LIMITE  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-EXCEDIDAS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-EXC-ESTORNO PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-EXC-RETRO   PIC 9(07) VALUE ZEROS.
77  WRK-TOTAL-NEGATIVO   PIC S9(13)V99 VALUE ZEROS.
01  WRK-CABECALHO-1.
    05  FILLER               PIC X(42)
        VALUE 'PROG074 - USO DE LIMITE DE CHEQUE ESPECIAL'.
    05  FILLER               PIC X(10) VALUE ' DATA-PROC'.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRK-CAB-DATA         PIC 9(08).
01  WRK-CABECALHO-2.
    05  FILLER               PIC X(07) VALUE 'CONTA  '.
    05  FILLER               PIC X(07) VALUE 'TITULAR'.
    05  FILLER               PIC X(16) VALUE '           SALDO'.
    05  FILLER               PIC X(16) VALUE '          LIMITE'.
    05  FILLER               PIC X(09) VALUE '   % USO '.
    05  FILLER               PIC X(20) VALUE ' SITUACAO'.
01  WRK-LINHA-CONTA.
    05  WRC-CONTA            PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-TITULAR          PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-SALDO            PIC -(11)9.99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-LIMITE           PIC Z(11)9.99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-PERC             PIC X(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-SITUACAO         PIC X(30).
01  WRK-PERC-ED              PIC ZZZZ9.9.
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
01  WRK-LINHA-VALOR.
    05  WRV-LABEL            PIC X(26).
    05  WRV-VALOR            PIC -(13)9.99.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-MARCAR-MOVIMENTO UNTIL WRK-FIM-ARQUIVO.
    IF WRK-MVTO-ABERTO = 'S'
       CLOSE P074-MOVIMENTO
    END-IF
    MOVE 'N' TO WRK-EOF
    PERFORM 0250-LER-CONTA
    PERFORM 0300-PROCESSAR-CONTA UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0400-FINALIZAR.
    STOP RUN.
0100-INICIAR.
    PERFORM 0116-LER-DATA-PROC
    OPEN INPUT P074-MOVIMENTO
    OPEN INPUT CONTA-MASTER
    OPEN OUTPUT P074-SAIDA
    IF WRK-FS-CONTA NOT = '00'
       DISPLAY 'MASTER DE CONTAS INDISPONIVEL - STATUS '
               WRK-FS-CONTA
       MOVE 16 TO RETURN-CODE
       CLOSE P074-SAIDA
       STOP RUN
    END-IF
    IF WRK-FS-MVTO NOT = '00'
       DISPLAY 'MOVIMENTO DO DIA AUSENTE - CAUSA DE ESTOURO NAO '
               'SERA APONTADA'
       MOVE 'S' TO WRK-EOF
    ELSE
       MOVE 'S' TO WRK-MVTO-ABERTO
    END-IF
    MOVE WRK-DATA-PROC TO WRK-CAB-DATA
    WRITE RS74-REGISTRO FROM WRK-CABECALHO-1
    WRITE RS74-REGISTRO FROM WRK-CABECALHO-2
    MOVE SPACES TO RS74-REGISTRO
    WRITE RS74-REGISTRO
    PERFORM 0150-LER-MOVIMENTO.
0116-LER-DATA-PROC.
    OPEN INPUT DATA-PROC-FILE
    IF WRK-FS-DTP = '00'
       READ DATA-PROC-FILE
           AT END CONTINUE
           NOT AT END MOVE DTP-DATA-PROC TO WRK-DATA-PROC
       END-READ
       CLOSE DATA-PROC-FILE
    END-IF
    IF WRK-DATA-PROC = ZEROS
       DISPLAY 'DATA DE PROCESSAMENTO AUSENTE - USANDO A DATA '
               'DA MAQUINA'
       ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD
    END-IF.
0150-LER-MOVIMENTO.
    IF NOT WRK-FIM-ARQUIVO
       READ P074-MOVIMENTO
           AT END MOVE 'S' TO WRK-EOF
       END-READ
    END-IF.
0200-MARCAR-MOVIMENTO.
*>  GUARDA SO AS CONTAS QUE TIVERAM ESTORNO OU RETROATIVO NO DIA.
    IF RS5-TIPO = 'C' OR RS5-DATA-VALOR < WRK-DATA-PROC
       PERFORM 0210-LOCALIZAR-CONTA
       IF WRK-CONTA-ACHADA = 'S'
          IF RS5-TIPO = 'C'
             MOVE 'S' TO WRK-CTA-ESTORNO(WRK-IDX)
          END-IF
          IF RS5-DATA-VALOR < WRK-DATA-PROC
             MOVE 'S' TO WRK-CTA-RETRO(WRK-IDX)
          END-IF
       END-IF
    END-IF
    PERFORM 0150-LER-MOVIMENTO.
0210-LOCALIZAR-CONTA.
    MOVE 'N' TO WRK-CONTA-ACHADA
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-TAB
              OR WRK-CONTA-ACHADA = 'S'
       IF WRK-CTA-NUMERO(WRK-IDX) = RS5-CONTA
          MOVE 'S' TO WRK-CONTA-ACHADA
          SUBTRACT 1 FROM WRK-IDX
       END-IF
    END-PERFORM
    IF WRK-CONTA-ACHADA = 'N'
       IF WRK-QTDE-TAB < WRK-MAX-CONTAS
          ADD 1 TO WRK-QTDE-TAB
          MOVE WRK-QTDE-TAB TO WRK-IDX
          MOVE RS5-CONTA TO WRK-CTA-NUMERO(WRK-IDX)
          MOVE 'N' TO WRK-CTA-ESTORNO(WRK-IDX)
                      WRK-CTA-RETRO(WRK-IDX)
          MOVE 'S' TO WRK-CONTA-ACHADA
       ELSE
          IF WRK-TAB-ESTOURO = 'N'
             MOVE 'S' TO WRK-TAB-ESTOURO
             DISPLAY 'TABELA DE CONTAS ESGOTADA - CAUSA DE ESTOURO '
                     'PODE NAO SER APONTADA'
          END-IF
       END-IF
    END-IF.
0250-LER-CONTA.
    READ CONTA-MASTER NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
    END-READ.
0300-PROCESSAR-CONTA.
    IF CTA-SALDO-ATUAL < 0
       PERFORM 0310-LISTAR-CONTA
    END-IF
    PERFORM 0250-LER-CONTA.
0310-LISTAR-CONTA.
    ADD 1 TO WRK-QTDE-NEGATIVAS
    ADD CTA-SALDO-ATUAL TO WRK-TOTAL-NEGATIVO
    MOVE CTA-CONTA       TO WRC-CONTA
    MOVE CTA-TITULAR     TO WRC-TITULAR
    MOVE CTA-SALDO-ATUAL TO WRC-SALDO
    MOVE CTA-LIMITE      TO WRC-LIMITE
    MOVE SPACES          TO WRC-SITUACAO
    IF CTA-LIMITE > 0
       COMPUTE WRK-PERC-USO ROUNDED =
          (0 - CTA-SALDO-ATUAL) * 100 / CTA-LIMITE
          ON SIZE ERROR MOVE 99999.9 TO WRK-PERC-USO
       END-COMPUTE
       MOVE WRK-PERC-USO TO WRK-PERC-ED
       MOVE WRK-PERC-ED  TO WRC-PERC
    ELSE
       ADD 1 TO WRK-QTDE-SEM-LIMITE
       MOVE 'SEM LIM.' TO WRC-PERC
    END-IF
    IF CTA-SALDO-ATUAL < 0 - CTA-LIMITE
       PERFORM 0320-APONTAR-CAUSA
    ELSE
       MOVE 'DENTRO DO LIMITE' TO WRC-SITUACAO
    END-IF
    WRITE RS74-REGISTRO FROM WRK-LINHA-CONTA.
0320-APONTAR-CAUSA.
    ADD 1 TO WRK-QTDE-EXCEDIDAS
    MOVE 'N' TO WRK-CAUSA-ESTORNO WRK-CAUSA-RETRO
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-TAB
       IF WRK-CTA-NUMERO(WRK-IDX) = CTA-CONTA
          MOVE WRK-CTA-ESTORNO(WRK-IDX) TO WRK-CAUSA-ESTORNO
          MOVE WRK-CTA-RETRO(WRK-IDX)   TO WRK-CAUSA-RETRO
       END-IF
    END-PERFORM
    EVALUATE TRUE
       WHEN WRK-CAUSA-ESTORNO = 'S' AND WRK-CAUSA-RETRO = 'S'
          MOVE 'EXCEDIDO - ESTORNO/RETROATIVO' TO WRC-SITUACAO
          ADD 1 TO WRK-QTDE-EXC-ESTORNO WRK-QTDE-EXC-RETRO
       WHEN WRK-CAUSA-ESTORNO = 'S'
          MOVE 'EXCEDIDO - ESTORNO'            TO WRC-SITUACAO
          ADD 1 TO WRK-QTDE-EXC-ESTORNO
       WHEN WRK-CAUSA-RETRO = 'S'
          MOVE 'EXCEDIDO - RETROATIVO'         TO WRC-SITUACAO
          ADD 1 TO WRK-QTDE-EXC-RETRO
       WHEN OTHER
          MOVE 'EXCEDIDO - ANTERIOR'           TO WRC-SITUACAO
    END-EVALUATE.
0400-FINALIZAR.
    MOVE SPACES TO RS74-REGISTRO
    WRITE RS74-REGISTRO
    MOVE 'CONTAS COM SALDO NEGATIVO.' TO WRT-LABEL
    MOVE WRK-QTDE-NEGATIVAS           TO WRT-QTDE
    WRITE RS74-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'NEGATIVAS SEM LIMITE......' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-LIMITE          TO WRT-QTDE
    WRITE RS74-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'ACIMA DO LIMITE...........' TO WRT-LABEL
    MOVE WRK-QTDE-EXCEDIDAS           TO WRT-QTDE
    WRITE RS74-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE '  POR ESTORNO NO DIA......' TO WRT-LABEL
    MOVE WRK-QTDE-EXC-ESTORNO         TO WRT-QTDE
    WRITE RS74-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE '  POR RETROATIVO NO DIA...' TO WRT-LABEL
    MOVE WRK-QTDE-EXC-RETRO           TO WRT-QTDE
    WRITE RS74-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TOTAL DOS SALDOS NEGATIVOS' TO WRV-LABEL
    MOVE WRK-TOTAL-NEGATIVO           TO WRV-VALOR
    WRITE RS74-REGISTRO FROM WRK-LINHA-VALOR
    DISPLAY 'PROG074 - CONTAS NEGATIVAS....' WRK-QTDE-NEGATIVAS
    DISPLAY 'PROG074 - ACIMA DO LIMITE.....' WRK-QTDE-EXCEDIDAS
    CLOSE CONTA-MASTER P074-SAIDA
    IF WRK-QTDE-EXCEDIDAS > 0
       MOVE 04 TO RETURN-CODE
    END-IF.
