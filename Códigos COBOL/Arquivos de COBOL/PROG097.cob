IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG097.
*> RELATORIO E CARGA DA NUMERACAO CENTRAL (NUMCTL/NUMJRN, MANTIDOS
*> PELO PROG096). O PARM DO EXEC TRAZ O MODO:
*>   'R [AAAAMM]' - RELATORIO DE ATRIBUICOES (P097REL): CADA LINHA
*>             DO JORNAL - BLOCO, RERUN, AVULSO OU AJUSTE - COM
*>             CONTADOR, PROGRAMA, DATA DE PROCESSAMENTO, RUN-ID E
*>             FAIXA, SO DO PERIODO QUANDO INFORMADO; DEPOIS A
*>             SITUACAO DE CADA CONTADOR, COM O PROXIMO NUMERO, O
*>             LIMITE E A RESERVA EM ABERTO (PROGRAMA QUE CAIU ANTES
*>             DE CONFIRMAR - O RERUN DELE RETOMA A RESERVA);
*>   'I'     - CARGA INICIAL DOS CONTADORES A PARTIR DOS ANTIGOS
*>             ARQUIVOS DE PARAMETRO: CLIENTE DO P034PAR (PROXIMO
*>             NUMERO LIVRE), SEQORI90/91/92 DO P052PAR, P057PAR E
*>             P081PAR (BASE + 1); SEQORI93 (MENSALIDADES) E
*>             CERTIFIC (SERIE DOS CERTIFICADOS DE CONCLUSAO)
*>             NASCERAM DEPOIS DOS ARQUIVOS DE PARAMETRO E COMECAM
*>             EM 1.
*>             CONTADOR JA CADASTRADO NAO E MEXIDO - A CARGA PODE
*>             SER REPETIDA SEM ESTRAGO.
*> RC=04: NA CARGA, ALGUM CONTADOR JA EXISTIA; RC=16: PARM INVALIDO
*> OU NUMCTL INDISPONIVEL.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT NUMERO-CONTROLE ASSIGN TO "NUMCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS NUM-CONTADOR
           FILE STATUS  IS WRK-FS-NUM.
    SELECT NUMERO-JORNAL ASSIGN TO "NUMJRN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-NJR.
    SELECT P034-PARM    ASSIGN TO "P034PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P052-PARM    ASSIGN TO "P052PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P057-PARM    ASSIGN TO "P057PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P081-PARM    ASSIGN TO "P081PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P097-RELATO  ASSIGN TO "P097REL"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  NUMERO-CONTROLE.
COPY CPNUMCTL.
FD  NUMERO-JORNAL.
COPY CPNUMJRN.
FD  P034-PARM.
01  P034-REGISTRO.
    05  P034-PROXIMO-NUMERO PIC 9(06).
FD  P052-PARM.
01  P052-REGISTRO.
    05  P052-SEQ-BASE      PIC 9(09).
FD  P057-PARM.
01  P057-REGISTRO.
    05  P057-SEQ-BASE      PIC 9(09).
FD  P081-PARM.
01  P081-REGISTRO.
    05  P081-SEQ-BASE      PIC 9(09).
FD  P097-RELATO.
01  RS97-REGISTRO           PIC X(100).
WORKING-STORAGE                 SECTION.
77  WRK-FS-NUM           PIC X(02) VALUE SPACES.
77  WRK-FS-NJR           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-CTL-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-PARM             PIC X(40) VALUE SPACES.
77  WRK-MODO             PIC X(01) VALUE SPACES.
    88  WRK-RELATORIO        VALUE 'R'.
    88  WRK-CARGA            VALUE 'I'.
77  WRK-PARM-PERIODO     PIC X(06) VALUE SPACES.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-MOTIVO           PIC X(60) VALUE SPACES.
77  WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
77  WRK-HORA-AGORA       PIC 9(08) VALUE ZEROS.
77  WRK-IDX              PIC 9(04) COMP VALUE ZEROS.
77  WRK-PROXIMO-LIDO     PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-BLOCOS      PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-RERUNS      PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-AVULSOS     PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-AJUSTES     PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-NUMEROS     PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-CONTADORES  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-RESERVAS    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-CARREGADOS  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-EXISTENTES  PIC 9(07) VALUE ZEROS.
*>  CONTADORES DA CARGA INICIAL - CARREGADOS NO 0105.
78  WRK-MAX-CONTADORES   VALUE 6.
01  WRK-TAB-CONTADORES.
    05  CTD-ENTRY OCCURS 6 TIMES.
        10  CTD-CODIGO           PIC X(08).
        10  CTD-DESCRICAO        PIC X(30).
        10  CTD-LIMITE           PIC 9(09).
        10  CTD-ORIGEM           PIC X(07).
01  WRK-CABEC-JORNAL.
    05  FILLER               PIC X(46) VALUE
        'DATA     HORA   CONTADOR T PROGRAMA DATA-PROC '.
    05  FILLER               PIC X(39) VALUE
        'RUN-ID   INICIO    FIM       QUANTIDADE'.
01  WRK-LINHA-JORNAL.
    05  WRJ-DATA             PIC 9(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRJ-HORA             PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRJ-CONTADOR         PIC X(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRJ-TIPO             PIC X(01).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRJ-PROGRAMA         PIC X(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRJ-DATA-PROC        PIC 9(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  WRJ-RUN-ID           PIC X(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRJ-INICIO           PIC 9(09).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRJ-FIM              PIC 9(09).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRJ-QTDE             PIC ZZZZZZZZ9.
01  WRK-CABEC-CONTADOR.
    05  FILLER               PIC X(49) VALUE
        'CONTADOR DESCRICAO                      PROXIMO  '.
    05  FILLER               PIC X(38) VALUE
        ' LIMITE    RESERVA  RUN-ID   INICIO   '.
01  WRK-LINHA-CONTADOR.
    05  WRC-CONTADOR         PIC X(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-DESCRICAO        PIC X(30).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-PROXIMO          PIC 9(09).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-LIMITE           PIC 9(09).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-RES-PROGRAMA     PIC X(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-RES-RUN-ID       PIC X(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-RES-INICIO       PIC Z(08)9.
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF WRK-RC < 16
       EVALUATE TRUE
          WHEN WRK-RELATORIO
             PERFORM 0200-LISTAR-JORNAL
             PERFORM 0300-LISTAR-CONTADORES
          WHEN WRK-CARGA
             PERFORM 0400-CARREGAR-CONTADORES
       END-EVALUATE
    END-IF
    PERFORM 0900-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    ACCEPT WRK-PARM FROM COMMAND-LINE
    MOVE WRK-PARM(1:1) TO WRK-MODO
    MOVE WRK-PARM(3:6) TO WRK-PARM-PERIODO
    ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
    ACCEPT WRK-HORA-AGORA FROM TIME
    PERFORM 0105-CARREGAR-CONTADORES
    OPEN OUTPUT P097-RELATO
    MOVE 'PROG097 - NUMERACAO CENTRAL' TO RS97-REGISTRO
    WRITE RS97-REGISTRO
    MOVE SPACES TO RS97-REGISTRO
    STRING 'PARM ' WRK-PARM(1:8) ' - EMITIDO EM ' WRK-DATA-HOJE
           DELIMITED BY SIZE INTO RS97-REGISTRO
    END-STRING
    WRITE RS97-REGISTRO
    MOVE SPACES TO RS97-REGISTRO
    WRITE RS97-REGISTRO
    EVALUATE TRUE
       WHEN NOT WRK-RELATORIO AND NOT WRK-CARGA
          MOVE 'MODO INVALIDO NO PARM (R OU I) - NADA FEITO'
            TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
       WHEN WRK-CARGA
          CONTINUE
       WHEN WRK-PARM-PERIODO NOT = SPACES
            AND WRK-PARM-PERIODO NOT NUMERIC
          MOVE 'PERIODO DO PARM NAO NUMERICO (AAAAMM) - NADA FEITO'
            TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
    END-EVALUATE
    IF WRK-RC < 16
       PERFORM 0120-ABRIR-CONTROLE
    END-IF.
0105-CARREGAR-CONTADORES.
    MOVE 'CLIENTE'  TO CTD-CODIGO(1)
    MOVE 'NUMERO DE CLIENTE' TO CTD-DESCRICAO(1)
    MOVE 999999     TO CTD-LIMITE(1)
    MOVE 'P034PAR'  TO CTD-ORIGEM(1)
    MOVE 'SEQORI90' TO CTD-CODIGO(2)
    MOVE 'SEQUENCIA ORIGEM 90 (JUROS)' TO CTD-DESCRICAO(2)
    MOVE 999999999  TO CTD-LIMITE(2)
    MOVE 'P052PAR'  TO CTD-ORIGEM(2)
    MOVE 'SEQORI91' TO CTD-CODIGO(3)
    MOVE 'SEQUENCIA ORIGEM 91 (PARCELAS)' TO CTD-DESCRICAO(3)
    MOVE 999999999  TO CTD-LIMITE(3)
    MOVE 'P057PAR'  TO CTD-ORIGEM(3)
    MOVE 'SEQORI92' TO CTD-CODIGO(4)
    MOVE 'SEQUENCIA ORIGEM 92 (COBRANCA)' TO CTD-DESCRICAO(4)
    MOVE 999999999  TO CTD-LIMITE(4)
    MOVE 'P081PAR'  TO CTD-ORIGEM(4)
    MOVE 'SEQORI93' TO CTD-CODIGO(5)
    MOVE 'SEQUENCIA ORIGEM 93 (MENSAL.)' TO CTD-DESCRICAO(5)
    MOVE 999999999  TO CTD-LIMITE(5)
    MOVE 'NENHUM'   TO CTD-ORIGEM(5)
    MOVE 'CERTIFIC' TO CTD-CODIGO(6)
    MOVE 'SERIE DO CERTIFICADO CONCLUSAO' TO CTD-DESCRICAO(6)
    MOVE 999999999  TO CTD-LIMITE(6)
    MOVE 'NENHUM'   TO CTD-ORIGEM(6).
0120-ABRIR-CONTROLE.
    IF WRK-CARGA
       OPEN I-O NUMERO-CONTROLE
       IF WRK-FS-NUM = '35'
          OPEN OUTPUT NUMERO-CONTROLE
          CLOSE NUMERO-CONTROLE
          OPEN I-O NUMERO-CONTROLE
       END-IF
    ELSE
       OPEN INPUT NUMERO-CONTROLE
    END-IF
    IF WRK-FS-NUM = '00'
       MOVE 'S' TO WRK-CTL-ABERTO
    ELSE
       MOVE SPACES TO WRK-MOTIVO
       STRING 'NUMERACAO CENTRAL (NUMCTL) INDISPONIVEL - STATUS '
              WRK-FS-NUM
              DELIMITED BY SIZE INTO WRK-MOTIVO
       END-STRING
       PERFORM 0190-RECUSAR-RODADA
    END-IF.
0190-RECUSAR-RODADA.
    MOVE 16 TO WRK-RC
    PERFORM 0195-REGISTRAR-MOTIVO.
0195-REGISTRAR-MOTIVO.
    MOVE WRK-MOTIVO TO RS97-REGISTRO
    WRITE RS97-REGISTRO
    DISPLAY WRK-MOTIVO.
0200-LISTAR-JORNAL.
    MOVE 'ATRIBUICOES (T: B BLOCO, R RERUN, U AVULSO, A AJUSTE)'
      TO RS97-REGISTRO
    WRITE RS97-REGISTRO
    WRITE RS97-REGISTRO FROM WRK-CABEC-JORNAL
    OPEN INPUT NUMERO-JORNAL
    IF WRK-FS-NJR = '00'
       MOVE 'N' TO WRK-EOF
       PERFORM 0210-LER-JORNAL UNTIL WRK-FIM-ARQUIVO
       CLOSE NUMERO-JORNAL
    ELSE
       MOVE 'JORNAL DE NUMERACAO (NUMJRN) AUSENTE - NADA A LISTAR'
         TO RS97-REGISTRO
       WRITE RS97-REGISTRO
    END-IF
    MOVE SPACES TO RS97-REGISTRO
    WRITE RS97-REGISTRO
    MOVE 'BLOCOS CONFIRMADOS......' TO WRT-LABEL
    MOVE WRK-QTDE-BLOCOS            TO WRT-QTDE
    WRITE RS97-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'RERUNS NO MESMO BLOCO...' TO WRT-LABEL
    MOVE WRK-QTDE-RERUNS            TO WRT-QTDE
    WRITE RS97-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'NUMEROS AVULSOS.........' TO WRT-LABEL
    MOVE WRK-QTDE-AVULSOS           TO WRT-QTDE
    WRITE RS97-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'AJUSTES.................' TO WRT-LABEL
    MOVE WRK-QTDE-AJUSTES           TO WRT-QTDE
    WRITE RS97-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'NUMEROS ATRIBUIDOS......' TO WRT-LABEL
    MOVE WRK-QTDE-NUMEROS           TO WRT-QTDE
    WRITE RS97-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE SPACES TO RS97-REGISTRO
    WRITE RS97-REGISTRO.
0210-LER-JORNAL.
    READ NUMERO-JORNAL
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           IF WRK-PARM-PERIODO = SPACES
              OR NJR-DATA-PROC(1:6) = WRK-PARM-PERIODO
              PERFORM 0220-LISTAR-ATRIBUICAO
           END-IF
    END-READ.
0220-LISTAR-ATRIBUICAO.
*>  NUMEROS ATRIBUIDOS NAO CONTAM O RERUN - A FAIXA E A DO BLOCO
*>  ORIGINAL, JA CONTADO.
    EVALUATE TRUE
       WHEN NJR-BLOCO
          ADD 1 TO WRK-QTDE-BLOCOS
          ADD NJR-QTDE TO WRK-QTDE-NUMEROS
       WHEN NJR-RERUN
          ADD 1 TO WRK-QTDE-RERUNS
       WHEN NJR-AVULSO
          ADD 1 TO WRK-QTDE-AVULSOS
          ADD NJR-QTDE TO WRK-QTDE-NUMEROS
       WHEN NJR-AJUSTE
          ADD 1 TO WRK-QTDE-AJUSTES
    END-EVALUATE
    MOVE NJR-DATA      TO WRJ-DATA
    MOVE NJR-HORA      TO WRJ-HORA
    MOVE NJR-CONTADOR  TO WRJ-CONTADOR
    MOVE NJR-TIPO      TO WRJ-TIPO
    MOVE NJR-PROGRAMA  TO WRJ-PROGRAMA
    MOVE NJR-DATA-PROC TO WRJ-DATA-PROC
    MOVE NJR-RUN-ID    TO WRJ-RUN-ID
    MOVE NJR-INICIO    TO WRJ-INICIO
    MOVE NJR-FIM       TO WRJ-FIM
    MOVE NJR-QTDE      TO WRJ-QTDE
    WRITE RS97-REGISTRO FROM WRK-LINHA-JORNAL.
0300-LISTAR-CONTADORES.
    MOVE 'SITUACAO DOS CONTADORES' TO RS97-REGISTRO
    WRITE RS97-REGISTRO
    WRITE RS97-REGISTRO FROM WRK-CABEC-CONTADOR
    MOVE LOW-VALUES TO NUM-CONTADOR
    START NUMERO-CONTROLE KEY IS NOT LESS THAN NUM-CONTADOR
        INVALID KEY MOVE 'S' TO WRK-EOF
        NOT INVALID KEY MOVE 'N' TO WRK-EOF
    END-START
    PERFORM 0310-LER-CONTADOR UNTIL WRK-FIM-ARQUIVO
    MOVE SPACES TO RS97-REGISTRO
    WRITE RS97-REGISTRO
    MOVE 'CONTADORES..............' TO WRT-LABEL
    MOVE WRK-QTDE-CONTADORES        TO WRT-QTDE
    WRITE RS97-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'RESERVAS EM ABERTO......' TO WRT-LABEL
    MOVE WRK-QTDE-RESERVAS          TO WRT-QTDE
    WRITE RS97-REGISTRO FROM WRK-LINHA-TOTAL.
0310-LER-CONTADOR.
    READ NUMERO-CONTROLE NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-CONTADORES
           MOVE NUM-CONTADOR     TO WRC-CONTADOR
           MOVE NUM-DESCRICAO    TO WRC-DESCRICAO
           MOVE NUM-PROXIMO      TO WRC-PROXIMO
           MOVE NUM-LIMITE       TO WRC-LIMITE
           MOVE NUM-RES-PROGRAMA TO WRC-RES-PROGRAMA
           MOVE NUM-RES-RUN-ID   TO WRC-RES-RUN-ID
           MOVE ZEROS            TO WRC-RES-INICIO
           IF NUM-RES-PROGRAMA NOT = SPACES
              ADD 1 TO WRK-QTDE-RESERVAS
              MOVE NUM-RES-INICIO TO WRC-RES-INICIO
           END-IF
           WRITE RS97-REGISTRO FROM WRK-LINHA-CONTADOR
    END-READ.
0400-CARREGAR-CONTADORES.
    PERFORM 0410-CARREGAR-CONTADOR
            VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-MAX-CONTADORES
    MOVE SPACES TO RS97-REGISTRO
    WRITE RS97-REGISTRO
    MOVE 'CONTADORES CARREGADOS...' TO WRT-LABEL
    MOVE WRK-QTDE-CARREGADOS        TO WRT-QTDE
    WRITE RS97-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'JA EXISTENTES (MANTIDOS)' TO WRT-LABEL
    MOVE WRK-QTDE-EXISTENTES        TO WRT-QTDE
    WRITE RS97-REGISTRO FROM WRK-LINHA-TOTAL
    IF WRK-QTDE-EXISTENTES > 0 AND WRK-RC < 4
       MOVE 4 TO WRK-RC
    END-IF.
0410-CARREGAR-CONTADOR.
    MOVE CTD-CODIGO(WRK-IDX) TO NUM-CONTADOR
    READ NUMERO-CONTROLE
        INVALID KEY
           PERFORM 0420-LER-PARAMETRO-ANTIGO
           PERFORM 0430-GRAVAR-CONTADOR
        NOT INVALID KEY
           ADD 1 TO WRK-QTDE-EXISTENTES
           MOVE SPACES TO WRK-MOTIVO
           STRING CTD-CODIGO(WRK-IDX) ' JA CADASTRADO - PROXIMO '
                  NUM-PROXIMO ' MANTIDO'
                  DELIMITED BY SIZE INTO WRK-MOTIVO
           END-STRING
           PERFORM 0195-REGISTRAR-MOTIVO
    END-READ.
0420-LER-PARAMETRO-ANTIGO.
*>  O P034PAR TEM O PROXIMO NUMERO LIVRE; OS DEMAIS A ULTIMA
*>  SEQUENCIA USADA (BASE). SEM O ARQUIVO, A SERIE COMECA EM 1.
    MOVE ZEROS TO WRK-PROXIMO-LIDO
    EVALUATE CTD-ORIGEM(WRK-IDX)
       WHEN 'P034PAR'
          OPEN INPUT P034-PARM
          IF WRK-FS-PARM = '00'
             READ P034-PARM
                 AT END CONTINUE
                 NOT AT END
                    MOVE P034-PROXIMO-NUMERO TO WRK-PROXIMO-LIDO
             END-READ
             CLOSE P034-PARM
          END-IF
       WHEN 'P052PAR'
          OPEN INPUT P052-PARM
          IF WRK-FS-PARM = '00'
             READ P052-PARM
                 AT END CONTINUE
                 NOT AT END
                    COMPUTE WRK-PROXIMO-LIDO = P052-SEQ-BASE + 1
             END-READ
             CLOSE P052-PARM
          END-IF
       WHEN 'P057PAR'
          OPEN INPUT P057-PARM
          IF WRK-FS-PARM = '00'
             READ P057-PARM
                 AT END CONTINUE
                 NOT AT END
                    COMPUTE WRK-PROXIMO-LIDO = P057-SEQ-BASE + 1
             END-READ
             CLOSE P057-PARM
          END-IF
       WHEN 'P081PAR'
          OPEN INPUT P081-PARM
          IF WRK-FS-PARM = '00'
             READ P081-PARM
                 AT END CONTINUE
                 NOT AT END
                    COMPUTE WRK-PROXIMO-LIDO = P081-SEQ-BASE + 1
             END-READ
             CLOSE P081-PARM
          END-IF
    END-EVALUATE
    IF WRK-PROXIMO-LIDO = ZEROS
       MOVE 1 TO WRK-PROXIMO-LIDO
    END-IF.
0430-GRAVAR-CONTADOR.
    MOVE SPACES                 TO NUM-REGISTRO
    MOVE CTD-CODIGO(WRK-IDX)    TO NUM-CONTADOR
    MOVE CTD-DESCRICAO(WRK-IDX) TO NUM-DESCRICAO
    MOVE WRK-PROXIMO-LIDO       TO NUM-PROXIMO
    MOVE CTD-LIMITE(WRK-IDX)    TO NUM-LIMITE
    MOVE ZEROS TO NUM-RES-DATA-PROC NUM-RES-INICIO
                  NUM-RES-FIM-ANTERIOR
    MOVE WRK-DATA-HOJE          TO NUM-ULT-DATA
    MOVE WRK-HORA-AGORA(1:6)    TO NUM-ULT-HORA
    WRITE NUM-REGISTRO
        INVALID KEY
           MOVE SPACES TO WRK-MOTIVO
           STRING 'ERRO AO GRAVAR O CONTADOR ' NUM-CONTADOR
                  ' - STATUS ' WRK-FS-NUM
                  DELIMITED BY SIZE INTO WRK-MOTIVO
           END-STRING
           PERFORM 0190-RECUSAR-RODADA
        NOT INVALID KEY
           ADD 1 TO WRK-QTDE-CARREGADOS
           MOVE SPACES TO WRK-MOTIVO
           IF CTD-ORIGEM(WRK-IDX) = 'NENHUM'
              STRING NUM-CONTADOR ' CRIADO - PROXIMO ' NUM-PROXIMO
                     DELIMITED BY SIZE INTO WRK-MOTIVO
              END-STRING
           ELSE
              STRING NUM-CONTADOR ' CARREGADO DO '
                     CTD-ORIGEM(WRK-IDX) ' - PROXIMO ' NUM-PROXIMO
                     DELIMITED BY SIZE INTO WRK-MOTIVO
              END-STRING
           END-IF
           PERFORM 0195-REGISTRAR-MOTIVO
    END-WRITE.
0900-FINALIZAR.
    IF WRK-CTL-ABERTO = 'S'
       CLOSE NUMERO-CONTROLE
    END-IF
    DISPLAY 'PROG097 - RETORNO.......' WRK-RC
    CLOSE P097-RELATO.
