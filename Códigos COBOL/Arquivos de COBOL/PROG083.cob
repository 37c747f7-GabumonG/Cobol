IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG083.
*> EXTRACAO DO MOVIMENTO POR PESSOA PARA O MONITORAMENTO DE
*> OPERACOES SUSPEITAS (COAF). TODO RELATORIO DO SISTEMA E POR
*> CONTA - UM CLIENTE COM TRES CONTAS PODE PARTIR UM DEPOSITO
*> GRANDE EM CREDITOS PEQUENOS E NINGUEM VE. ESTE PROGRAMA LE O
*> HISTORICO DE TRANSACOES (TRNHIST) DO PERIODO DE HISTORICO MAIS
*> A JANELA DE AVALIACAO DO AMLPAR, LIGA CADA POSTAGEM AO TITULAR
*> (HIS-CONTA -> CTA-TITULAR -> CLI-CPF, SEGUINDO O CLI-MERGE-PARA
*> DE CLIENTE INCORPORADO) E GRAVA O MOVIMENTO POR CPF (P083SAI,
*> CPAMLMOV) - O SORT DA CADEIA ORDENA POR CPF E DATA E O PROG084
*> AVALIA. POSTAGEM ESTORNADA NAO ENTRA: O DINHEIRO NAO FICOU.
*> POSTAGEM DE CONTA SEM TITULAR, OU DE TITULAR AUSENTE DO
*> CADASTRO OU SEM CPF, NAO TEM A QUEM SER SOMADA - E CONTADA E
*> TERMINA COM RC=04 (O PROG049 APONTA A CAUSA).
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT TRANSACAO-HIST ASSIGN TO "TRNHIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS HIS-SEQ
           FILE STATUS  IS WRK-FS-HIST.
    SELECT CONTA-MASTER ASSIGN TO "CTAMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CTA-CONTA
           FILE STATUS  IS WRK-FS-CONTA.
    SELECT CLIENTE-FILE  ASSIGN TO "CLIFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CLI-NUMERO
           ALTERNATE RECORD KEY IS CLI-CPF WITH DUPLICATES
           FILE STATUS  IS WRK-FS-CLIENTE.
    SELECT AML-PARM     ASSIGN TO "AMLPAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P083-SAIDA   ASSIGN TO "P083SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
DATA                            DIVISION.
FILE                            SECTION.
FD  TRANSACAO-HIST.
COPY CPTRNHIS.
FD  CONTA-MASTER.
COPY CPCTAMST.
FD  CLIENTE-FILE.
COPY CPCLIENT.
FD  AML-PARM.
COPY CPAMLPAR.
FD  P083-SAIDA.
COPY CPAMLMOV.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-HIST          PIC X(02) VALUE SPACES.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-FS-CLIENTE       PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-HIS-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CTA-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CLI-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-JANELA-DIAS      PIC 9(03) VALUE 30.
77  WRK-HISTORICO-DIAS   PIC 9(03) VALUE 180.
77  WRK-DATA-CORTE       PIC 9(08) VALUE ZEROS.
77  WRK-DATA-MOVTO       PIC 9(08) VALUE ZEROS.
*>  ULTIMA CONTA RESOLVIDA - O HISTORICO CHEGA COM A MESMA CONTA EM
*>  SEQUENCIAS PROXIMAS, COMO NO PROG049.
77  WRK-CONTA-CACHE      PIC 9(06) VALUE ZEROS.
77  WRK-CPF-CACHE        PIC X(11) VALUE SPACES.
77  WRK-CONTA-CACHE-OK   PIC X(01) VALUE ' '.
77  WRK-QTDE-LIDAS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-GRAVADAS    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-FORA-PERIODO PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ESTORNADAS  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-TITULAR PIC 9(07) VALUE ZEROS.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-LER-TRANSACAO UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0500-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0110-LER-PARAMETROS
    COMPUTE WRK-DATA-CORTE = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(WRK-DATA-PROC)
             - WRK-JANELA-DIAS - WRK-HISTORICO-DIAS)
    DISPLAY 'MOVIMENTO A PARTIR DE....' WRK-DATA-CORTE
    OPEN OUTPUT P083-SAIDA
    OPEN INPUT TRANSACAO-HIST
    OPEN INPUT CONTA-MASTER
    OPEN INPUT CLIENTE-FILE
    MOVE 'N' TO WRK-EOF
    IF WRK-FS-HIST = '00'
       MOVE 'S' TO WRK-HIS-ABERTO
    ELSE
       DISPLAY 'TRNHIST INDISPONIVEL - STATUS ' WRK-FS-HIST
       MOVE 'S' TO WRK-EOF
       MOVE 16 TO WRK-RC
    END-IF
    IF WRK-FS-CONTA = '00'
       MOVE 'S' TO WRK-CTA-ABERTO
    ELSE
       DISPLAY 'CTAMST INDISPONIVEL - STATUS ' WRK-FS-CONTA
       MOVE 'S' TO WRK-EOF
       MOVE 16 TO WRK-RC
    END-IF
    IF WRK-FS-CLIENTE = '00'
       MOVE 'S' TO WRK-CLI-ABERTO
    ELSE
       DISPLAY 'CLIFILE INDISPONIVEL - STATUS ' WRK-FS-CLIENTE
       MOVE 'S' TO WRK-EOF
       MOVE 16 TO WRK-RC
    END-IF.
0110-LER-PARAMETROS.
    OPEN INPUT AML-PARM
    IF WRK-FS-PARM = '00'
       READ AML-PARM
           AT END CONTINUE
           NOT AT END
              IF PAR-JANELA-DIAS IS NUMERIC AND PAR-JANELA-DIAS > 0
                 MOVE PAR-JANELA-DIAS TO WRK-JANELA-DIAS
              END-IF
              IF PAR-HISTORICO-DIAS IS NUMERIC
                 AND PAR-HISTORICO-DIAS > 0
                 MOVE PAR-HISTORICO-DIAS TO WRK-HISTORICO-DIAS
              END-IF
       END-READ
       CLOSE AML-PARM
    END-IF
    DISPLAY 'JANELA (DIAS)............' WRK-JANELA-DIAS
    DISPLAY 'HISTORICO (DIAS).........' WRK-HISTORICO-DIAS.
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
0200-LER-TRANSACAO.
    READ TRANSACAO-HIST NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-LIDAS
           PERFORM 0210-SELECIONAR-TRANSACAO
    END-READ.
0210-SELECIONAR-TRANSACAO.
    IF HIS-DATA-POSTAGEM IS NUMERIC AND HIS-DATA-POSTAGEM > 0
       MOVE HIS-DATA-POSTAGEM TO WRK-DATA-MOVTO
    ELSE
       MOVE HIS-DATA TO WRK-DATA-MOVTO
    END-IF
    EVALUATE TRUE
       WHEN WRK-DATA-MOVTO <= WRK-DATA-CORTE
            OR WRK-DATA-MOVTO > WRK-DATA-PROC
          ADD 1 TO WRK-QTDE-FORA-PERIODO
       WHEN HIS-JA-ESTORNADO
          ADD 1 TO WRK-QTDE-ESTORNADAS
       WHEN OTHER
          PERFORM 0220-RESOLVER-CPF
          IF WRK-CONTA-CACHE-OK = 'S'
             MOVE WRK-CPF-CACHE  TO MOV-CPF
             MOVE WRK-DATA-MOVTO TO MOV-DATA
             MOVE HIS-CONTA      TO MOV-CONTA
             MOVE HIS-SEQ        TO MOV-SEQ
             MOVE HIS-RESULTADO  TO MOV-VALOR
             WRITE MOV-REGISTRO
             ADD 1 TO WRK-QTDE-GRAVADAS
          ELSE
             ADD 1 TO WRK-QTDE-SEM-TITULAR
             IF WRK-RC < 04
                MOVE 04 TO WRK-RC
             END-IF
          END-IF
    END-EVALUATE.
0220-RESOLVER-CPF.
    IF HIS-CONTA NOT = WRK-CONTA-CACHE OR WRK-CONTA-CACHE-OK = ' '
       MOVE HIS-CONTA TO WRK-CONTA-CACHE CTA-CONTA
       MOVE 'N'       TO WRK-CONTA-CACHE-OK
       MOVE SPACES    TO WRK-CPF-CACHE
       READ CONTA-MASTER
           INVALID KEY CONTINUE
           NOT INVALID KEY
              IF CTA-TITULAR > 0
                 PERFORM 0230-LER-TITULAR
              END-IF
       END-READ
    END-IF.
0230-LER-TITULAR.
*>  CLIENTE INCORPORADO RESPONDE PELO SOBREVIVENTE - O MOVIMENTO
*>  DA CONTA ANTIGA SOMA COM O DA PESSOA QUE FICOU.
    MOVE CTA-TITULAR TO CLI-NUMERO
    READ CLIENTE-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
           IF CLI-INCORPORADO AND CLI-MERGE-PARA > 0
              MOVE CLI-MERGE-PARA TO CLI-NUMERO
              READ CLIENTE-FILE
                  INVALID KEY MOVE SPACES TO CLI-CPF
              END-READ
           END-IF
           IF CLI-CPF NOT = SPACES
              MOVE CLI-CPF TO WRK-CPF-CACHE
              MOVE 'S'     TO WRK-CONTA-CACHE-OK
           END-IF
    END-READ.
0500-FINALIZAR.
    DISPLAY 'PROG083 - LIDAS.........' WRK-QTDE-LIDAS
    DISPLAY 'PROG083 - GRAVADAS......' WRK-QTDE-GRAVADAS
    DISPLAY 'PROG083 - FORA PERIODO..' WRK-QTDE-FORA-PERIODO
    DISPLAY 'PROG083 - ESTORNADAS....' WRK-QTDE-ESTORNADAS
    DISPLAY 'PROG083 - SEM TITULAR...' WRK-QTDE-SEM-TITULAR
    IF WRK-HIS-ABERTO = 'S'
       CLOSE TRANSACAO-HIST
    END-IF
    IF WRK-CTA-ABERTO = 'S'
       CLOSE CONTA-MASTER
    END-IF
    IF WRK-CLI-ABERTO = 'S'
       CLOSE CLIENTE-FILE
    END-IF
    CLOSE P083-SAIDA.
