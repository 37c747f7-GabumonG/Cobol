*> SUMIR COM O DINHEIRO DA TENTATIVA FALHADA (O MESMO BURACO QUE
*> O PROG026 FECHOU ADIANDO O REGISTRO EM FEDREG) - E NO DIA UTIL
*> SEGUINTE ELA CONTINUA SEM PODER SER LIBERADA DE NOVO. AS
*> SEQUENCIAS DAS TRANSACOES SAEM DE UM BLOCO RESERVADO NO CONTADOR
*> SEQORI91 DA NUMERACAO CENTRAL (PROG096) E CONFIRMADO NO FIM; NUM
*> RERUN DA MESMA DATA O PROG096 DEVOLVE O MESMO BLOCO E O FEED SAI
*> IDENTICO. SEM RESERVA NADA E LIBERADO (RC=16).
*> A PARCELA SAI COMO DEBITO NA CONTA (V1 = -AGD-VALOR) E A
*> SEQUENCIA EMITIDA FICA NA AGENDA (AGD-SEQ-EMISSAO) PARA A
*> CONCILIACAO DO PROG079 CASAR O RETORNO DO BALANCEAMENTO. NO
*> RERUN, A PARCELA JA CONCILIADA (POSTADA OU SUSPENSA) NA MESMA
*> DATA TAMBEM E REEMITIDA E VOLTA A LIBERADA - A CONCILIACAO DA
*> NOVA TENTATIVA A REAVALIA.
*> NOITE SEM PARCELA VENCIDA NAO EMITE ENVELOPE NENHUM - O
*> ARQUIVO SAI VAZIO E A CONSOLIDACAO O TRATA COMO BLOCO AUSENTE;
*> UM ENVELOPE VAZIO TODA NOITE REPETIRIA A MESMA CHAVE NO
*> CADASTRO DE FEEDS CONSUMIDOS E BARRARIA A CADEIA A TOA.
*> COM A AGENDA DISPONIVEL, A RODADA DECLARA O FEED NO MANIFESTO
*> DA NOITE (FEDMAN) COM QUANTIDADE E TOTAL, MESMO VAZIO - A
*> CONSOLIDACAO (PROG026) SO CONSOME A GERACAO LISTADA.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AGD-CHAVE
           FILE STATUS  IS WRK-FS-AGD.
    SELECT P057-SAIDA   ASSIGN TO "P057SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P057-RELATO  ASSIGN TO "P057REL"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FEED-MANIFESTO ASSIGN TO "FEDMAN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-MAN.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
FILE                            SECTION.
FD  AGENDA-POSTAGENS.
COPY CPAGENDA.
FD  P057-SAIDA.
01  SAI-REGISTRO           PIC X(42).
FD  P057-RELATO.
01  RS57-REGISTRO          PIC X(80).
FD  FEED-MANIFESTO.
COPY CPFEDMAN.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-AGD           PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-FS-MAN           PIC X(02) VALUE SPACES.
77  WRK-HORA-MAN         PIC 9(08) VALUE ZEROS.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-SEQ-BASE         PIC 9(09) VALUE ZEROS.
77  WRK-SEQ-ATUAL        PIC 9(09) VALUE ZEROS.
77  WRK-RESERVADO        PIC X(01) VALUE 'N'.
77  WRK-TOTAL-LIBERADO   PIC S9(09)V99 VALUE ZEROS.
77  WRK-TOTAL-ED         PIC -(9)9.99.
77  WRK-QTDE-LIDAS       PIC 9(07) VALUE ZEROS.
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
COPY LKPROG96.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
       MOVE 'S' TO WRK-EOF
    END-IF
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0110-RESERVAR-SEQUENCIAS
    MOVE 'PROG057 - LIBERACAO DE POSTAGENS AGENDADAS'
      TO RS57-REGISTRO
    WRITE RS57-REGISTRO.
               'DA MAQUINA'
       ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD
    END-IF.
0110-RESERVAR-SEQUENCIAS.
    MOVE SPACES        TO LK-PROG096-PARM
    SET LK96-RESERVAR  TO TRUE
    MOVE 'SEQORI91'    TO LK96-CONTADOR
    MOVE 'PROG057'     TO LK96-PROGRAMA
    MOVE WRK-DATA-PROC TO LK96-DATA-PROC
    MOVE ZEROS         TO LK96-INICIO LK96-FIM
    CALL 'PROG096' USING LK-PROG096-PARM
    IF LK96-OK
       MOVE 'S' TO WRK-RESERVADO
       COMPUTE WRK-SEQ-BASE = LK96-INICIO - 1
       MOVE WRK-SEQ-BASE TO WRK-SEQ-ATUAL
       IF LK96-RERUN = 'S'
          DISPLAY 'RERUN NA DATA - MESMO BLOCO DE SEQUENCIAS'
       END-IF
       DISPLAY 'BASE DE SEQUENCIAS..' WRK-SEQ-BASE
    ELSE
       DISPLAY 'SEQUENCIAS DA ORIGEM 91 NAO RESERVADAS - RETORNO '
               LK96-RETORNO ' - NADA LIBERADO'
       MOVE 16  TO RETURN-CODE
       MOVE 'S' TO WRK-EOF
    END-IF.
0118-GRAVAR-CABECALHO-FILIAL.
*>  O CABECALHO SO SAI NA PRIMEIRA PARCELA LIBERADA - NOITE SEM
*>  LIBERACAO PRODUZ ARQUIVO VAZIO, SEM ENVELOPE.
    MOVE 'B'                 TO WRK-TIPO
    MOVE WRK-ORIGEM-PARCELAS TO WRK-CONTA
    MOVE ZEROS               TO WRK-V1 WRK-V2 WRK-REF-SEQ
    MOVE WRK-DATA-PROC       TO WRK-DATA-VALOR
    WRITE SAI-REGISTRO FROM WRK-REGISTRO-TR5.
0119-GRAVAR-TRAILER-FILIAL.
    MOVE SPACES              TO WRK-REGISTRO-TR5
        NOT AT END
           ADD 1 TO WRK-QTDE-LIDAS
           IF (AGD-PENDENTE AND AGD-DATA-VENC <= WRK-DATA-PROC)
              OR (AGD-EMITIDA
                  AND AGD-DATA-LIBERACAO = WRK-DATA-PROC)
              PERFORM 0210-EMITIR-E-MARCAR
           END-IF
    IF WRK-CABECALHO-GRAVADO = 'N'
       PERFORM 0118-GRAVAR-CABECALHO-FILIAL
    END-IF
    IF AGD-EMITIDA
       ADD 1 TO WRK-QTDE-REEMITIDAS
    END-IF
    ADD 1 TO WRK-SEQ-ATUAL WRK-QTDE-LIBERADAS
    SUBTRACT AGD-VALOR FROM WRK-TOTAL-LIBERADO
    MOVE SPACES        TO WRK-REGISTRO-TR5
    MOVE 'D'           TO WRK-TIPO
    MOVE AGD-CONTA     TO WRK-CONTA
    COMPUTE WRK-V1 = 0 - AGD-VALOR
    MOVE ZEROS         TO WRK-V2
    MOVE WRK-SEQ-ATUAL TO WRK-REF-SEQ
    MOVE WRK-DATA-PROC TO WRK-DATA-VALOR
    WRITE SAI-REGISTRO FROM WRK-REGISTRO-TR5
    MOVE 'L'           TO AGD-SITUACAO
    MOVE WRK-DATA-PROC TO AGD-DATA-LIBERACAO
    MOVE WRK-SEQ-ATUAL TO AGD-SEQ-EMISSAO
    MOVE ZEROS         TO AGD-DATA-POSTAGEM AGD-DIAS-ATRASO
    MOVE SPACES        TO AGD-MOTIVO-SUSP
    REWRITE AGD-REGISTRO
        INVALID KEY
           DISPLAY 'ERRO AO MARCAR A PARCELA ' AGD-PARCELA
    END-STRING
    WRITE RS57-REGISTRO
    DISPLAY 'PROG057 - LIBERADAS.....' WRK-QTDE-LIBERADAS
    IF WRK-RESERVADO = 'S'
       PERFORM 0330-CONFIRMAR-SEQUENCIAS
    END-IF
    IF WRK-FS-AGD = '00' OR WRK-FS-AGD = '10'
       CLOSE AGENDA-POSTAGENS
       IF WRK-RESERVADO = 'S' AND LK96-OK
          PERFORM 0320-GRAVAR-MANIFESTO
       END-IF
    END-IF
    CLOSE P057-SAIDA P057-RELATO.
0320-GRAVAR-MANIFESTO.
*>  SEM A LINHA NO MANIFESTO A CONSOLIDACAO RECUSA A GERACAO COMO
*>  NAO LISTADA - FALHA AQUI TERMINA COM RC=08 PARA ALGUEM OLHAR.
    OPEN EXTEND FEED-MANIFESTO
    IF WRK-FS-MAN = '35'
       OPEN OUTPUT FEED-MANIFESTO
       CLOSE FEED-MANIFESTO
       OPEN EXTEND FEED-MANIFESTO
    END-IF
    IF WRK-FS-MAN NOT = '00'
       DISPLAY 'MANIFESTO DE FEEDS OPCIONAIS INDISPONIVEL - STATUS '
               WRK-FS-MAN
       MOVE 08 TO RETURN-CODE
    ELSE
       MOVE SPACES              TO MAN-REGISTRO
       MOVE WRK-DATA-PROC       TO MAN-DATA-PROC
       SET MAN-FEED-PARCELAS    TO TRUE
       MOVE WRK-ORIGEM-PARCELAS TO MAN-ORIGEM
       MOVE WRK-QTDE-LIBERADAS  TO MAN-QTDE
       MOVE WRK-TOTAL-LIBERADO  TO MAN-TOTAL
       MOVE 'PROG057'           TO MAN-PROGRAMA
       ACCEPT WRK-HORA-MAN FROM TIME
       MOVE WRK-HORA-MAN(1:6)   TO MAN-HORA
       WRITE MAN-REGISTRO
       CLOSE FEED-MANIFESTO
    END-IF.
0330-CONFIRMAR-SEQUENCIAS.
*>  SEM A CONFIRMACAO A FAIXA PODE SER DADA DE NOVO A OUTRA RODADA -
*>  FALHA AQUI TERMINA COM RC=16 E O FEED NAO ENTRA NO MANIFESTO -
*>  A CADEIA NAO O CONSOME.
    SET LK96-CONFIRMAR TO TRUE
    MOVE WRK-SEQ-ATUAL TO LK96-FIM
    CALL 'PROG096' USING LK-PROG096-PARM
    IF NOT LK96-OK
       DISPLAY 'SEQUENCIAS DA ORIGEM 91 NAO CONFIRMADAS - RETORNO '
               LK96-RETORNO
       MOVE 16 TO RETURN-CODE
    END-IF.
