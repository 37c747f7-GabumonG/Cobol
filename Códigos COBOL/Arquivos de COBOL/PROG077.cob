IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG077.
*> HISTORICO DE SALDOS DE FECHAMENTO DO DIA. O MASTER DE CONTAS SO
*> CONHECE O SALDO DE HOJE E O DE ABERTURA, E O SALDO DE UMA DATA
*> PASSADA ERA REMONTADO A MAO DO TRNHIST. RODA NO FLUXO DE
*> BALANCEAMENTO LOGO DEPOIS DO PROG005: PARA CADA CONTA DO
*> MOVIMENTO POSTADO (P005SAI) GRAVA NO SALHIS (CHAVE CONTA + DATA)
*> O SALDO DE FECHAMENTO DA DATA DE PROCESSAMENTO. LINHA COM
*> DATA-VALOR ANTERIOR (RETRODATADA) SOMA O RESULTADO NOS REGISTROS
*> DA CONTA DA DATA-VALOR ATE ONTEM E CRIA O DA DATA-VALOR A PARTIR
*> DO SALDO ANTERIOR A ELA, QUANDO HOUVER - O SALDO NUMA DATA SEGUE
*> SENDO O DO ULTIMO REGISTRO ATE ELA. O REGISTRO DE CONTROLE
*> (CONTA ZERO) GUARDA A DATA JA APLICADA: O RERUN NA MESMA DATA
*> REGRAVA OS FECHAMENTOS (O SALDO DO MASTER E O MESMO) MAS NAO
*> SOMA AS CORRECOES RETROATIVAS DE NOVO.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT P077-MOVIMENTO ASSIGN TO "P005SAI"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-MVTO.
    SELECT CONTA-MASTER ASSIGN TO "CTAMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CTA-CONTA
           FILE STATUS  IS WRK-FS-CONTA.
    SELECT SALDO-HIST   ASSIGN TO "SALHIS"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SAL-CHAVE
           FILE STATUS  IS WRK-FS-SAL.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
DATA                            DIVISION.
FILE                            SECTION.
FD  P077-MOVIMENTO.
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
FD  SALDO-HIST.
COPY CPSALHIS.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-MVTO          PIC X(02) VALUE SPACES.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-FS-SAL           PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-SAL          PIC X(01) VALUE 'N'.
    88  WRK-FIM-CONTA-SAL    VALUE 'S'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-RERUN            PIC X(01) VALUE 'N'.
    88  WRK-DATA-JA-APLICADA VALUE 'S'.
77  WRK-CONTA-ANTERIOR   PIC 9(06) VALUE ZEROS.
77  WRK-SALDO-BASE       PIC S9(11)V99 VALUE ZEROS.
77  WRK-BASE-ACHADA      PIC X(01) VALUE 'N'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-QTDE-LIDAS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-FECHAMENTOS PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-RETRO       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-CORRIGIDOS  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-CRIADOS     PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-BASE    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ERROS       PIC 9(07) VALUE ZEROS.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-PROCESSAR-MOVIMENTO UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0300-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    PERFORM 0116-LER-DATA-PROC
    OPEN INPUT CONTA-MASTER
    IF WRK-FS-CONTA NOT = '00'
       DISPLAY 'MASTER DE CONTAS INDISPONIVEL - STATUS '
               WRK-FS-CONTA
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN I-O SALDO-HIST
    IF WRK-FS-SAL = '35'
       OPEN OUTPUT SALDO-HIST
       CLOSE SALDO-HIST
       OPEN I-O SALDO-HIST
    END-IF
    IF WRK-FS-SAL NOT = '00'
       DISPLAY 'HISTORICO DE SALDOS INDISPONIVEL - STATUS '
               WRK-FS-SAL
       CLOSE CONTA-MASTER
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM 0120-VERIFICAR-RERUN
    OPEN INPUT P077-MOVIMENTO
    IF WRK-FS-MVTO NOT = '00'
       DISPLAY 'MOVIMENTO DO DIA AUSENTE - NENHUM SALDO GRAVADO'
       MOVE 'S' TO WRK-EOF
    ELSE
       PERFORM 0150-LER-MOVIMENTO
    END-IF.
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
0120-VERIFICAR-RERUN.
    MOVE ZEROS         TO SAL-CONTA
    MOVE WRK-DATA-PROC TO SAL-DATA
    READ SALDO-HIST
        INVALID KEY CONTINUE
        NOT INVALID KEY
           MOVE 'S' TO WRK-RERUN
           DISPLAY 'DATA ' WRK-DATA-PROC ' JA APLICADA NO HISTORICO '
                   'DE SALDOS - RERUN SO REGRAVA OS FECHAMENTOS'
    END-READ.
0150-LER-MOVIMENTO.
    READ P077-MOVIMENTO
        AT END MOVE 'S' TO WRK-EOF
    END-READ.
0200-PROCESSAR-MOVIMENTO.
    ADD 1 TO WRK-QTDE-LIDAS
    IF RS5-DATA-VALOR < WRK-DATA-PROC AND RS5-DATA-VALOR > ZEROS
       ADD 1 TO WRK-QTDE-RETRO
       IF NOT WRK-DATA-JA-APLICADA
          PERFORM 0220-CORRIGIR-RETROATIVO
       END-IF
    END-IF
*>  O MOVIMENTO SAI DO PROG005 NA ORDEM DE POSTAGEM (POR CONTA, COM
*>  A PERNA DE CREDITO DA TRANSFERENCIA NO MEIO DA CONTA DE ORIGEM) -
*>  CONTA REPETIDA SO REGRAVA O MESMO FECHAMENTO.
    IF RS5-CONTA NOT = WRK-CONTA-ANTERIOR
       PERFORM 0240-GRAVAR-FECHAMENTO
       MOVE RS5-CONTA TO WRK-CONTA-ANTERIOR
    END-IF
    PERFORM 0150-LER-MOVIMENTO.
0220-CORRIGIR-RETROATIVO.
*>  1) SALDO DA CONTA NA VESPERA DA DATA-VALOR - ULTIMO REGISTRO
*>     ANTERIOR A ELA; 2) SE NAO HA REGISTRO NA PROPRIA DATA-VALOR,
*>     CRIA COM ESSE SALDO (SEM REGISTRO ANTERIOR O SALDO DA EPOCA E
*>     DESCONHECIDO E NADA E CRIADO); 3) SOMA O RESULTADO EM TODOS OS
*>     REGISTROS DA DATA-VALOR ATE A VESPERA DA DATA DE PROCESSAMENTO.
    MOVE 'N'   TO WRK-BASE-ACHADA
    MOVE ZEROS TO WRK-SALDO-BASE
    MOVE RS5-CONTA TO SAL-CONTA
    MOVE ZEROS     TO SAL-DATA
    MOVE 'N' TO WRK-EOF-SAL
    START SALDO-HIST KEY IS NOT LESS THAN SAL-CHAVE
        INVALID KEY MOVE 'S' TO WRK-EOF-SAL
    END-START
    PERFORM 0225-LER-BASE UNTIL WRK-FIM-CONTA-SAL
    MOVE RS5-CONTA      TO SAL-CONTA
    MOVE RS5-DATA-VALOR TO SAL-DATA
    READ SALDO-HIST
        INVALID KEY
           IF WRK-BASE-ACHADA = 'S'
              MOVE RS5-CONTA      TO SAL-CONTA
              MOVE RS5-DATA-VALOR TO SAL-DATA
              MOVE WRK-SALDO-BASE TO SAL-SALDO
              MOVE WRK-DATA-PROC  TO SAL-DATA-GRAVACAO
              WRITE SAL-REGISTRO
                  INVALID KEY
                     ADD 1 TO WRK-QTDE-ERROS
                     DISPLAY 'ERRO AO CRIAR O SALDO DA CONTA '
                             RS5-CONTA ' EM ' RS5-DATA-VALOR
                  NOT INVALID KEY
                     ADD 1 TO WRK-QTDE-CRIADOS
              END-WRITE
           ELSE
              ADD 1 TO WRK-QTDE-SEM-BASE
           END-IF
        NOT INVALID KEY CONTINUE
    END-READ
    MOVE RS5-CONTA      TO SAL-CONTA
    MOVE RS5-DATA-VALOR TO SAL-DATA
    MOVE 'N' TO WRK-EOF-SAL
    START SALDO-HIST KEY IS NOT LESS THAN SAL-CHAVE
        INVALID KEY MOVE 'S' TO WRK-EOF-SAL
    END-START
    PERFORM 0230-SOMAR-RETROATIVO UNTIL WRK-FIM-CONTA-SAL.
0225-LER-BASE.
    READ SALDO-HIST NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF-SAL
        NOT AT END
           IF SAL-CONTA NOT = RS5-CONTA
              OR SAL-DATA NOT < RS5-DATA-VALOR
              MOVE 'S' TO WRK-EOF-SAL
           ELSE
              MOVE SAL-SALDO TO WRK-SALDO-BASE
              MOVE 'S'       TO WRK-BASE-ACHADA
           END-IF
    END-READ.
0230-SOMAR-RETROATIVO.
    READ SALDO-HIST NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF-SAL
        NOT AT END
           IF SAL-CONTA NOT = RS5-CONTA
              OR SAL-DATA NOT < WRK-DATA-PROC
              MOVE 'S' TO WRK-EOF-SAL
           ELSE
              ADD RS5-RESULTADO TO SAL-SALDO
              MOVE WRK-DATA-PROC TO SAL-DATA-GRAVACAO
              REWRITE SAL-REGISTRO
                  INVALID KEY
                     ADD 1 TO WRK-QTDE-ERROS
                     DISPLAY 'ERRO AO CORRIGIR O SALDO DA CONTA '
                             SAL-CONTA ' EM ' SAL-DATA
                  NOT INVALID KEY
                     ADD 1 TO WRK-QTDE-CORRIGIDOS
              END-REWRITE
           END-IF
    END-READ.
0240-GRAVAR-FECHAMENTO.
    MOVE RS5-CONTA TO CTA-CONTA
    READ CONTA-MASTER
        INVALID KEY
           ADD 1 TO WRK-QTDE-ERROS
           DISPLAY 'CONTA ' RS5-CONTA ' DO MOVIMENTO AUSENTE NO '
                   'MASTER - SALDO NAO GRAVADO'
        NOT INVALID KEY
           MOVE CTA-CONTA       TO SAL-CONTA
           MOVE WRK-DATA-PROC   TO SAL-DATA
           MOVE CTA-SALDO-ATUAL TO SAL-SALDO
           MOVE WRK-DATA-PROC   TO SAL-DATA-GRAVACAO
           WRITE SAL-REGISTRO
               INVALID KEY
                  REWRITE SAL-REGISTRO
                      INVALID KEY
                         ADD 1 TO WRK-QTDE-ERROS
                         DISPLAY 'ERRO AO GRAVAR O SALDO DA CONTA '
                                 CTA-CONTA
                  END-REWRITE
           END-WRITE
           ADD 1 TO WRK-QTDE-FECHAMENTOS
    END-READ.
0300-FINALIZAR.
    IF NOT WRK-DATA-JA-APLICADA
       MOVE ZEROS         TO SAL-CONTA SAL-SALDO
       MOVE WRK-DATA-PROC TO SAL-DATA SAL-DATA-GRAVACAO
       WRITE SAL-REGISTRO
           INVALID KEY
              DISPLAY 'ERRO AO GRAVAR O CONTROLE DA DATA '
                      WRK-DATA-PROC
              ADD 1 TO WRK-QTDE-ERROS
       END-WRITE
    END-IF
    DISPLAY 'PROG077 - LINHAS DE MOVIMENTO...' WRK-QTDE-LIDAS
    DISPLAY 'PROG077 - SALDOS DE FECHAMENTO..' WRK-QTDE-FECHAMENTOS
    DISPLAY 'PROG077 - LINHAS RETRODATADAS...' WRK-QTDE-RETRO
    DISPLAY 'PROG077 - SALDOS CORRIGIDOS.....' WRK-QTDE-CORRIGIDOS
    DISPLAY 'PROG077 - SALDOS CRIADOS........' WRK-QTDE-CRIADOS
    DISPLAY 'PROG077 - RETRO SEM HISTORICO...' WRK-QTDE-SEM-BASE
    DISPLAY 'PROG077 - ERROS.................' WRK-QTDE-ERROS
    IF WRK-QTDE-ERROS > 0
       MOVE 08 TO WRK-RC
    END-IF
    IF WRK-FS-MVTO = '00' OR WRK-FS-MVTO = '10'
       CLOSE P077-MOVIMENTO
    END-IF
    CLOSE CONTA-MASTER SALDO-HIST.
