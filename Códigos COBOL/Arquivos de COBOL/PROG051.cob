*>   3. GRAVA A FOTO DE FECHAMENTO DO MES (CTAFMES) E IMPRIME O
*>      EXTRATO MENSAL POR CONTA (ABERTURA, CADA MOVIMENTO COM
*>      MARCA DE ESTORNO, FECHAMENTO) EM P051SAI - AS AGENCIAS
*>      PARAM DE GRAMPEAR TRINTA EXTRATOS DIARIOS;
*>   4. REGRAVA O TOTAL TRANSPORTADO (TRNTRP - CPTRNTRP) DE CADA
*>      CONTA QUE FECHOU LIMPA: SALDO DE FECHAMENTO COM A DATA DE
*>      PROCESSAMENTO COMO CORTE. E O TOTAL PROVADO DE ONDE O
*>      BALANCETE NOTURNO (PROG053) PARTE, E O QUE O ARQUIVAMENTO
*>      (PROG054) EXIGE ANTES DE TIRAR UMA POSTAGEM DO ATIVO. CONTA
*>      DIVERGENTE FICA COM O TOTAL ANTERIOR.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
           FILE STATUS  IS WRK-FS-ANT.
    SELECT FECHO-MENSAL ASSIGN TO "CTAFMES"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOTAL-TRANSPORTADO ASSIGN TO "TRNTRP"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TRP-CONTA
           FILE STATUS  IS WRK-FS-TRP.
    SELECT CALENDARIO   ASSIGN TO "CALFER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-CAL.
    05  FME-CONTA          PIC 9(06).
    05  FME-PERIODO        PIC 9(06).
    05  FME-SALDO          PIC S9(11)V99.
FD  TOTAL-TRANSPORTADO.
COPY CPTRNTRP.
FD  CALENDARIO.
01  CAL-REGISTRO.
    05  CAL-DATA-FERIADO   PIC 9(08).
77  WRK-FS-HIST          PIC X(02) VALUE SPACES.
77  WRK-FS-ANT           PIC X(02) VALUE SPACES.
77  WRK-FS-CAL           PIC X(02) VALUE SPACES.
77  WRK-FS-TRP           PIC X(02) VALUE SPACES.
77  WRK-TRP-DISPONIVEL   PIC X(01) VALUE 'N'.
77  WRK-QTDE-TRANSPORTES PIC 9(07) VALUE ZEROS.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
          MOVE 08 TO WRK-RC
       END-IF
       PERFORM 0120-CARREGAR-FECHO-ANTERIOR
       PERFORM 0128-ABRIR-TRANSPORTE
    END-IF.
0116-LER-DATA-PROC.
    OPEN INPUT DATA-PROC-FILE
              SET WRK-FIM-ANTERIOR TO TRUE
           END-IF
    END-READ.
0128-ABRIR-TRANSPORTE.
*>  SEM O TOTAL TRANSPORTADO A FOTO DO MES AINDA SAI, MAS O
*>  FECHAMENTO TERMINA COM RC=08 - O BALANCETE NOTURNO E O
*>  ARQUIVAMENTO FICARIAM PRESOS AO TOTAL DO MES ANTERIOR.
    OPEN I-O TOTAL-TRANSPORTADO
    IF WRK-FS-TRP = '35'
       OPEN OUTPUT TOTAL-TRANSPORTADO
       CLOSE TOTAL-TRANSPORTADO
       OPEN I-O TOTAL-TRANSPORTADO
    END-IF
    IF WRK-FS-TRP = '00'
       MOVE 'S' TO WRK-TRP-DISPONIVEL
    ELSE
       DISPLAY 'TOTAL TRANSPORTADO INDISPONIVEL - STATUS '
               WRK-FS-TRP
       MOVE 08 TO WRK-RC
    END-IF.
0130-CARREGAR-MOVIMENTOS-MES.
    MOVE 'N' TO WRK-EOF
    PERFORM 0135-LER-MOVIMENTO UNTIL WRK-FIM-ARQUIVO
       MOVE CTA-SALDO-ATUAL  TO FME-SALDO
       WRITE FME-REGISTRO
       PERFORM 0230-IMPRIMIR-EXTRATO-MENSAL
       IF WRK-TRP-DISPONIVEL = 'S'
          PERFORM 0240-PROVAR-TRANSPORTE
       END-IF
    ELSE
       ADD 1 TO WRK-QTDE-DIVERGENTES
       MOVE 08 TO WRK-RC
    WRITE RS51-REGISTRO FROM WRK-LINHA-SALDO
    MOVE SPACES TO RS51-REGISTRO
    WRITE RS51-REGISTRO.
0240-PROVAR-TRANSPORTE.
*>  O SALDO DE FECHAMENTO PROVADO PASSA A SER O TOTAL TRANSPORTADO
*>  DA CONTA, COM CORTE NA DATA DE PROCESSAMENTO - O FECHAMENTO
*>  RODA DEPOIS DO BALANCEAMENTO DO ULTIMO DIA UTIL, ENTAO TUDO O
*>  QUE MEXEU NO SALDO ATE ESSA DATA JA ESTA NELE. ABERTURA
*>  DERIVADA (SEM FOTO ANTERIOR) SEMEIA O TOTAL SEM PROVA, COMO
*>  SEMEIA A FOTO.
    MOVE CTA-CONTA       TO TRP-CONTA
    MOVE CTA-SALDO-ATUAL TO TRP-SALDO
    MOVE WRK-DATA-PROC   TO TRP-DATA-CORTE
    IF WRK-ABERTURA-ACHADA = 'S'
       SET TRP-FECHAMENTO TO TRUE
    ELSE
       SET TRP-FECHO-DERIVADO TO TRUE
    END-IF
    REWRITE TRP-REGISTRO
        INVALID KEY
           WRITE TRP-REGISTRO
               INVALID KEY
                  MOVE 08 TO WRK-RC
                  DISPLAY 'ERRO AO GRAVAR O TOTAL TRANSPORTADO DA '
                          'CONTA ' CTA-CONTA ' - STATUS ' WRK-FS-TRP
               NOT INVALID KEY
                  ADD 1 TO WRK-QTDE-TRANSPORTES
           END-WRITE
        NOT INVALID KEY
           ADD 1 TO WRK-QTDE-TRANSPORTES
    END-REWRITE.
0300-FINALIZAR.
    MOVE 'CONTAS NO MASTER........' TO WRT-LABEL
    MOVE WRK-QTDE-CONTAS            TO WRT-QTDE
    MOVE 'ABERTURAS DERIVADAS.....' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-FOTO          TO WRT-QTDE
    WRITE RS51-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TOTAIS TRANSPORTADOS....' TO WRT-LABEL
    MOVE WRK-QTDE-TRANSPORTES       TO WRT-QTDE
    WRITE RS51-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG051 - FECHADAS......' WRK-QTDE-FECHADAS
    DISPLAY 'PROG051 - DIVERGENTES...' WRK-QTDE-DIVERGENTES
    IF WRK-FS-CONTA = '00' OR WRK-FS-CONTA = '10'
       CLOSE CONTA-MASTER
    END-IF
    IF WRK-TRP-DISPONIVEL = 'S'
       CLOSE TOTAL-TRANSPORTADO
    END-IF
    CLOSE FECHO-MENSAL P051-SAIDA.
0900-ENCERRAR-SEM-FECHO.
    DISPLAY 'PROG051 - FORA DO ULTIMO DIA UTIL - NADA GRAVADO'.
