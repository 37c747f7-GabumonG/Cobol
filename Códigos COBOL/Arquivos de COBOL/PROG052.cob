*> O MOVIMENTO ENTRA NA CONSOLIDACAO (PROG026), PASSA PELO SORT,
*> PELO PROG005 E PELO TRNHIST COMO QUALQUER MOVIMENTO DE FILIAL,
*> VISIVEL NO EXTRATO E NA AUDITORIA, EM VEZ DE CUTUCAR SALDO
*> DIRETO NO MASTER. AS SEQUENCIAS DAS TRANSACOES SAEM DE UM BLOCO
*> RESERVADO NO CONTADOR SEQORI90 DA NUMERACAO CENTRAL (PROG096),
*> CONFIRMADO NO FIM COM A ULTIMA SEQUENCIA EMITIDA - RERUN NA MESMA
*> DATA DE PROCESSAMENTO RECEBE O MESMO BLOCO E SAI IGUAL. SEM
*> RESERVA NADA E EMITIDO (RC=16).
*> A RODADA FICA REGISTRADA NO JURREG (FAIXA DE SEQUENCIAS, QTDE E
*> TOTAL) - E O QUE O INFORME ANUAL DE RENDIMENTOS (PROG086) USA
*> PARA ACHAR OS JUROS NO TRNHIST E AMARRAR OS TOTAIS DO ANO.
*> AO FIM DA RODADA O FEED DE JUROS E DECLARADO NO MANIFESTO DA
*> NOITE (FEDMAN) COM QUANTIDADE E TOTAL - E O QUE FAZ A
*> CONSOLIDACAO (PROG026) CONSUMIR A GERACAO SEM MEXER NO JCL; A
*> DATA DE PROCESSAMENTO VAI NA DATA-VALOR DO CABECALHO 'B' E
*> IDENTIFICA A GERACAO.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS JUR-DATA-VIGENCIA
           FILE STATUS  IS WRK-FS-JUR.
    SELECT REGISTRO-JUROS ASSIGN TO "JURREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS JRG-DATA-RODADA
           FILE STATUS  IS WRK-FS-JRG.
    SELECT P052-SAIDA   ASSIGN TO "P052SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P052-RELATO  ASSIGN TO "P052REL"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FEED-MANIFESTO ASSIGN TO "FEDMAN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-MAN.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
COPY CPCTAMST.
FD  TABELA-JUROS.
COPY CPTABJUR.
FD  REGISTRO-JUROS.
COPY CPJURREG.
FD  P052-SAIDA.
01  SAI-REGISTRO           PIC X(42).
FD  P052-RELATO.
01  RS52-REGISTRO          PIC X(80).
FD  FEED-MANIFESTO.
COPY CPFEDMAN.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-FS-JUR           PIC X(02) VALUE SPACES.
77  WRK-FS-JUR-BUSCA     PIC X(02) VALUE SPACES.
77  WRK-FS-JRG           PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-FS-MAN           PIC X(02) VALUE SPACES.
77  WRK-HORA-MAN         PIC 9(08) VALUE ZEROS.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-TAXA-ACHADA      PIC X(01) VALUE 'N'.
77  WRK-SEQ-BASE         PIC 9(09) VALUE ZEROS.
77  WRK-SEQ-ATUAL        PIC 9(09) VALUE ZEROS.
77  WRK-RESERVADO        PIC X(01) VALUE 'N'.
77  WRK-JUROS            PIC S9(07)V99 VALUE ZEROS.
77  WRK-JUROS-ED         PIC -(7)9.99.
77  WRK-TOTAL-JUROS      PIC S9(09)V99 VALUE ZEROS.
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
COPY LKPROG96.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    EVALUATE TRUE
       WHEN WRK-TAXA-ACHADA = 'N'
          PERFORM 0900-ENCERRAR-SEM-TAXA
       WHEN WRK-RESERVADO = 'N'
          PERFORM 0910-ENCERRAR-SEM-NUMERACAO
       WHEN OTHER
          PERFORM 0118-GRAVAR-CABECALHO-FILIAL
          PERFORM 0200-ACRESCER-CONTA UNTIL WRK-FIM-ARQUIVO
          PERFORM 0300-FINALIZAR
    END-EVALUATE
    STOP RUN.
0100-INICIAR.
    OPEN INPUT CONTA-MASTER
       MOVE 'S' TO WRK-EOF
    END-IF
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0114-PROCURAR-TAXA-VIGENTE
    IF WRK-TAXA-ACHADA = 'S'
       PERFORM 0110-RESERVAR-SEQUENCIAS
    END-IF
    MOVE 'PROG052 - ACRESCIMO MENSAL DE JUROS' TO RS52-REGISTRO
    WRITE RS52-REGISTRO.
0116-LER-DATA-PROC.
               'DA MAQUINA'
       ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD
    END-IF.
0110-RESERVAR-SEQUENCIAS.
    MOVE SPACES        TO LK-PROG096-PARM
    SET LK96-RESERVAR  TO TRUE
    MOVE 'SEQORI90'    TO LK96-CONTADOR
    MOVE 'PROG052'     TO LK96-PROGRAMA
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
       DISPLAY 'SEQUENCIAS DA ORIGEM 90 NAO RESERVADAS - RETORNO '
               LK96-RETORNO
    END-IF.
0114-PROCURAR-TAXA-VIGENTE.
*>  ANDA PELAS VIGENCIAS EM ORDEM E GUARDA A ULTIMA QUE NAO PASSA
*>  DA DATA DE PROCESSAMENTO - MESMO CAMINHO DO PROG012 NA TABELA
    MOVE 'B'              TO WRK-TIPO
    MOVE WRK-ORIGEM-JUROS TO WRK-CONTA
    MOVE ZEROS            TO WRK-V1 WRK-V2 WRK-REF-SEQ
    MOVE WRK-DATA-PROC    TO WRK-DATA-VALOR
    WRITE SAI-REGISTRO FROM WRK-REGISTRO-TR5.
0119-GRAVAR-TRAILER-FILIAL.
    MOVE SPACES           TO WRK-REGISTRO-TR5
           INTO RS52-REGISTRO
    END-STRING
    WRITE RS52-REGISTRO
    IF WRK-QTDE-EMITIDAS > 0
       PERFORM 0310-REGISTRAR-RODADA
    END-IF
    PERFORM 0330-CONFIRMAR-SEQUENCIAS
    IF LK96-OK
       PERFORM 0320-GRAVAR-MANIFESTO
    END-IF
    DISPLAY 'PROG052 - EMITIDAS......' WRK-QTDE-EMITIDAS
    CLOSE CONTA-MASTER P052-SAIDA P052-RELATO.
0310-REGISTRAR-RODADA.
*>  SEM O REGISTRO OS JUROS DA RODADA NAO APARECEM NO INFORME
*>  ANUAL - FALHA AQUI TERMINA COM RC=08 PARA ALGUEM OLHAR.
    OPEN I-O REGISTRO-JUROS
    IF WRK-FS-JRG = '35'
       OPEN OUTPUT REGISTRO-JUROS
       CLOSE REGISTRO-JUROS
       OPEN I-O REGISTRO-JUROS
    END-IF
    IF WRK-FS-JRG NOT = '00'
       DISPLAY 'REGISTRO DE RODADAS DE JUROS INDISPONIVEL - STATUS '
               WRK-FS-JRG
       MOVE 08 TO RETURN-CODE
    ELSE
       MOVE WRK-DATA-PROC     TO JRG-DATA-RODADA
       COMPUTE JRG-SEQ-INICIAL = WRK-SEQ-BASE + 1
       MOVE WRK-SEQ-ATUAL     TO JRG-SEQ-FINAL
       MOVE WRK-QTDE-EMITIDAS TO JRG-QTDE
       MOVE WRK-TOTAL-JUROS   TO JRG-TOTAL
       MOVE WRK-TAXA-VIGENTE  TO JRG-TAXA
       WRITE JRG-REGISTRO
           INVALID KEY
              REWRITE JRG-REGISTRO
                  INVALID KEY
                     DISPLAY 'ERRO AO REGISTRAR A RODADA DE JUROS'
                     MOVE 08 TO RETURN-CODE
              END-REWRITE
       END-WRITE
       CLOSE REGISTRO-JUROS
    END-IF.
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
       MOVE SPACES            TO MAN-REGISTRO
       MOVE WRK-DATA-PROC     TO MAN-DATA-PROC
       SET MAN-FEED-JUROS     TO TRUE
       MOVE WRK-ORIGEM-JUROS  TO MAN-ORIGEM
       MOVE WRK-QTDE-EMITIDAS TO MAN-QTDE
       MOVE WRK-TOTAL-JUROS   TO MAN-TOTAL
       MOVE 'PROG052'         TO MAN-PROGRAMA
       ACCEPT WRK-HORA-MAN FROM TIME
       MOVE WRK-HORA-MAN(1:6) TO MAN-HORA
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
       DISPLAY 'SEQUENCIAS DA ORIGEM 90 NAO CONFIRMADAS - RETORNO '
               LK96-RETORNO
       MOVE 16 TO RETURN-CODE
    END-IF.
0900-ENCERRAR-SEM-TAXA.
    DISPLAY 'SEM TAXA DE JUROS VIGENTE - NENHUMA TRANSACAO EMITIDA'
    MOVE 'SEM TAXA DE JUROS VIGENTE - NADA EMITIDO'
    WRITE RS52-REGISTRO
    MOVE 08 TO RETURN-CODE
    CLOSE CONTA-MASTER P052-SAIDA P052-RELATO.
0910-ENCERRAR-SEM-NUMERACAO.
    MOVE 'NUMERACAO CENTRAL SEM RESERVA PARA A ORIGEM 90 - NADA '
       & 'EMITIDO' TO RS52-REGISTRO
    WRITE RS52-REGISTRO
    MOVE 16 TO RETURN-CODE
    CLOSE CONTA-MASTER P052-SAIDA P052-RELATO.
