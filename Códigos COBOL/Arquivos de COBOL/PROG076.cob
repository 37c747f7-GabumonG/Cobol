IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG076.
*> RODADA DE INATIVIDADE DO MASTER DE CONTAS (CTAMST). NINGUEM
*> OLHAVA CTA-DATA-ULT-MVTO: CONTA SEM LANCAMENTO HA ANOS SEGUIA
*> ATIVA E ACEITANDO DEBITO. A RODADA E PERIODICA (JOB HERC01IN,
*> DEPOIS DO EXECBAL) E MARCA COMO INATIVA ('I', DORMENTE) A CONTA
*> ATIVA CUJO ULTIMO MOVIMENTO - OU A ULTIMA REATIVACAO, O QUE FOR
*> MAIS RECENTE - E ANTERIOR A DATA DE CORTE. A DATA DE CORTE VOLTA
*> DA DATA DE PROCESSAMENTO (DATPROC) O NUMERO DE DIAS UTEIS DO
*> P076PAR, PULANDO FINS DE SEMANA E OS FERIADOS DO CALFER - MESMA
*> REGRA DE DIA UTIL DO PROG030. O PROG005 SUSPENDE DEBITO EM
*> CONTA INATIVA (MOTIVO 016) E ACEITA CREDITO; A VOLTA A ATIVA E
*> PELA REATIVACAO DO PROG050 (FUNCAO R).
*> O RELATORIO (P076SAI) LISTA AS CONTAS MARCADAS NA RODADA E AS QUE
*> JA ESTAVAM INATIVAS, COM NOME E CONTATO DO TITULAR NO CADASTRO
*> DE CLIENTES (CLIFILE), PARA A AGENCIA PROCURAR O CLIENTE.
*> P076PAR: DIAS UTEIS (4 POSICOES; ZERO OU AUSENTE = 250) E, NA
*> POSICAO 5, 'S' PARA SIMULAR - SO O RELATORIO, SEM REGRAVAR O
*> MASTER. TERMINA COM RC=04 QUANDO ALGUMA CONTA FOR MARCADA.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
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
    SELECT CALENDARIO   ASSIGN TO "CALFER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-CAL.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT P076-PARM    ASSIGN TO "P076PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P076-SAIDA   ASSIGN TO "P076SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  CONTA-MASTER.
COPY CPCTAMST.
FD  CLIENTE-FILE.
COPY CPCLIENT.
FD  CALENDARIO.
01  CAL-REGISTRO.
    05  CAL-DATA-FERIADO   PIC 9(08).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  P076-PARM.
01  PARM-REGISTRO.
    05  PARM-DIAS-UTEIS    PIC X(04).
    05  PARM-SIMULACAO     PIC X(01).
FD  P076-SAIDA.
01  RS76-REGISTRO           PIC X(100).
WORKING-STORAGE                 SECTION.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-FS-CLIENTE       PIC X(02) VALUE SPACES.
77  WRK-FS-CAL           PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-CAL          PIC X(01) VALUE 'N'.
    88  WRK-FIM-CALENDARIO   VALUE 'S'.
77  WRK-SIMULACAO        PIC X(01) VALUE 'N'.
    88  WRK-SIMULAR          VALUE 'S'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-DIAS-UTEIS       PIC 9(04) VALUE 250.
77  WRK-DATA-CORTE       PIC 9(08) VALUE ZEROS.
77  WRK-DATA-REFERENCIA  PIC 9(08) VALUE ZEROS.
78  WRK-MAX-FERIADOS     VALUE 100.
77  WRK-QTDE-FERIADOS    PIC 9(03) COMP VALUE ZEROS.
01  WRK-TAB-FERIADOS.
    05  WRK-FERIADO OCCURS 100 TIMES PIC 9(08).
77  WRK-DIAS-INT         PIC 9(08) VALUE ZEROS.
77  WRK-DATA-TESTE       PIC 9(08) VALUE ZEROS.
77  WRK-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
77  WRK-DIA-UTIL         PIC X(01) VALUE 'N'.
77  WRK-UTEIS-CONTADOS   PIC 9(04) VALUE ZEROS.
77  WRK-IDX              PIC 9(04) COMP VALUE ZEROS.
77  WRK-SITUACAO         PIC X(01) VALUE SPACES.
    88  WRK-MARCADA-AGORA    VALUE 'M'.
    88  WRK-JA-INATIVA       VALUE 'J'.
77  WRK-QTDE-LIDAS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-MARCADAS    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-JA-INATIVAS PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-CLIENTE PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ERROS       PIC 9(07) VALUE ZEROS.
77  WRK-TOTAL-SALDO      PIC S9(13)V99 VALUE ZEROS.
01  WRK-CABECALHO-1.
    05  FILLER               PIC X(37)
        VALUE 'PROG076 - CONTAS INATIVAS (DORMENTES)'.
    05  FILLER               PIC X(10) VALUE ' DATA-PROC'.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRK-CAB-DATA         PIC 9(08).
    05  FILLER               PIC X(07) VALUE ' CORTE '.
    05  WRK-CAB-CORTE        PIC 9(08).
    05  FILLER               PIC X(07) VALUE ' UTEIS '.
    05  WRK-CAB-UTEIS        PIC ZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRK-CAB-SIMULACAO    PIC X(09).
01  WRK-CABECALHO-2.
    05  FILLER               PIC X(07) VALUE 'CONTA  '.
    05  FILLER               PIC X(07) VALUE 'TITULAR'.
    05  FILLER               PIC X(21) VALUE 'NOME'.
    05  FILLER               PIC X(09) VALUE 'ULT.MVTO '.
    05  FILLER               PIC X(16) VALUE '           SALDO'.
    05  FILLER               PIC X(20) VALUE ' SITUACAO'.
01  WRK-CABECALHO-3.
    05  FILLER               PIC X(14) VALUE SPACES.
    05  FILLER               PIC X(16) VALUE 'TELEFONE'.
    05  FILLER               PIC X(40) VALUE 'E-MAIL'.
01  WRK-LINHA-CONTA.
    05  WRC-CONTA            PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-TITULAR          PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-NOME             PIC X(20).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-ULT-MVTO         PIC 9(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-SALDO            PIC -(11)9.99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-SITUACAO         PIC X(30).
01  WRK-LINHA-CONTATO.
    05  FILLER               PIC X(14) VALUE SPACES.
    05  WRL-TELEFONE         PIC X(15).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-EMAIL            PIC X(40).
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
01  WRK-LINHA-VALOR.
    05  WRV-LABEL            PIC X(26).
    05  WRV-VALOR            PIC -(13)9.99.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0250-LER-CONTA.
    PERFORM 0300-PROCESSAR-CONTA UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0400-FINALIZAR.
    STOP RUN.
0100-INICIAR.
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0110-LER-PARAMETROS
    PERFORM 0120-CARREGAR-CALENDARIO
    PERFORM 0130-CALCULAR-CORTE
    OPEN I-O CONTA-MASTER
    OPEN OUTPUT P076-SAIDA
    IF WRK-FS-CONTA NOT = '00'
       DISPLAY 'MASTER DE CONTAS INDISPONIVEL - STATUS '
               WRK-FS-CONTA
       MOVE 16 TO RETURN-CODE
       CLOSE P076-SAIDA
       STOP RUN
    END-IF
    OPEN INPUT CLIENTE-FILE
    IF WRK-FS-CLIENTE NOT = '00'
       DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL - RELATORIO SEM '
               'NOME E CONTATO'
    END-IF
    MOVE WRK-DATA-PROC  TO WRK-CAB-DATA
    MOVE WRK-DATA-CORTE TO WRK-CAB-CORTE
    MOVE WRK-DIAS-UTEIS TO WRK-CAB-UTEIS
    IF WRK-SIMULAR
       MOVE 'SIMULACAO' TO WRK-CAB-SIMULACAO
    ELSE
       MOVE SPACES      TO WRK-CAB-SIMULACAO
    END-IF
    WRITE RS76-REGISTRO FROM WRK-CABECALHO-1
    WRITE RS76-REGISTRO FROM WRK-CABECALHO-2
    WRITE RS76-REGISTRO FROM WRK-CABECALHO-3
    MOVE SPACES TO RS76-REGISTRO
    WRITE RS76-REGISTRO.
0110-LER-PARAMETROS.
    OPEN INPUT P076-PARM
    IF WRK-FS-PARM = '00'
       READ P076-PARM
           AT END CONTINUE
           NOT AT END
              IF PARM-DIAS-UTEIS IS NUMERIC
                 AND PARM-DIAS-UTEIS NOT = '0000'
                 MOVE PARM-DIAS-UTEIS TO WRK-DIAS-UTEIS
              END-IF
              IF PARM-SIMULACAO = 'S'
                 MOVE 'S' TO WRK-SIMULACAO
              END-IF
       END-READ
       CLOSE P076-PARM
    END-IF
    DISPLAY 'DIAS UTEIS SEM MOVIMENTO......' WRK-DIAS-UTEIS
    IF WRK-SIMULAR
       DISPLAY 'SIMULACAO - O MASTER NAO SERA REGRAVADO'
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
0120-CARREGAR-CALENDARIO.
    OPEN INPUT CALENDARIO
    IF WRK-FS-CAL NOT = '00'
       SET WRK-FIM-CALENDARIO TO TRUE
       DISPLAY 'CALENDARIO DE FERIADOS AUSENTE - SO FINS DE '
               'SEMANA SERAO PULADOS'
    END-IF
    PERFORM 0125-LER-FERIADO UNTIL WRK-FIM-CALENDARIO
    IF WRK-FS-CAL = '00' OR WRK-FS-CAL = '10'
       CLOSE CALENDARIO
    END-IF.
0125-LER-FERIADO.
    READ CALENDARIO
        AT END SET WRK-FIM-CALENDARIO TO TRUE
        NOT AT END
           IF WRK-QTDE-FERIADOS < WRK-MAX-FERIADOS
              ADD 1 TO WRK-QTDE-FERIADOS
              MOVE CAL-DATA-FERIADO TO WRK-FERIADO(WRK-QTDE-FERIADOS)
           ELSE
              DISPLAY 'TABELA DE FERIADOS CHEIA - FERIADO IGNORADO'
              SET WRK-FIM-CALENDARIO TO TRUE
           END-IF
    END-READ.
0130-CALCULAR-CORTE.
*>  VOLTA DIA A DIA A PARTIR DA DATA DE PROCESSAMENTO ATE CONTAR OS
*>  DIAS UTEIS DO PARAMETRO. CONTA CUJO ULTIMO MOVIMENTO FOR ANTERIOR
*>  AO DIA ALCANCADO ESTA HA MAIS DIAS UTEIS SEM LANCAMENTO.
    COMPUTE WRK-DIAS-INT = FUNCTION INTEGER-OF-DATE(WRK-DATA-PROC)
    MOVE ZEROS TO WRK-UTEIS-CONTADOS
    PERFORM 0135-TESTAR-DIA-ANTERIOR
            UNTIL WRK-UTEIS-CONTADOS NOT < WRK-DIAS-UTEIS
    MOVE WRK-DATA-TESTE TO WRK-DATA-CORTE
    DISPLAY 'DATA DE CORTE.................' WRK-DATA-CORTE.
0135-TESTAR-DIA-ANTERIOR.
    SUBTRACT 1 FROM WRK-DIAS-INT
    COMPUTE WRK-DATA-TESTE = FUNCTION DATE-OF-INTEGER(WRK-DIAS-INT)
    COMPUTE WRK-DIA-SEMANA = FUNCTION MOD(WRK-DIAS-INT, 7)
    IF WRK-DIA-SEMANA = 6 OR WRK-DIA-SEMANA = 0
       MOVE 'N' TO WRK-DIA-UTIL
    ELSE
       MOVE 'S' TO WRK-DIA-UTIL
       PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-FERIADOS
          IF WRK-FERIADO(WRK-IDX) = WRK-DATA-TESTE
             MOVE 'N' TO WRK-DIA-UTIL
          END-IF
       END-PERFORM
    END-IF
    IF WRK-DIA-UTIL = 'S'
       ADD 1 TO WRK-UTEIS-CONTADOS
    END-IF.
0250-LER-CONTA.
    READ CONTA-MASTER NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
    END-READ.
0300-PROCESSAR-CONTA.
    ADD 1 TO WRK-QTDE-LIDAS
    MOVE SPACES TO WRK-SITUACAO
    EVALUATE TRUE
       WHEN CTA-INATIVA
          SET WRK-JA-INATIVA TO TRUE
       WHEN CTA-ATIVA
          PERFORM 0310-VERIFICAR-INATIVIDADE
    END-EVALUATE
    IF WRK-MARCADA-AGORA OR WRK-JA-INATIVA
       PERFORM 0330-LISTAR-CONTA
    END-IF
    PERFORM 0250-LER-CONTA.
0310-VERIFICAR-INATIVIDADE.
*>  A REATIVACAO VALE COMO MOVIMENTO - SEM ISSO A CONTA REATIVADA E
*>  AINDA SEM LANCAMENTO VOLTARIA A INATIVA NA RODADA SEGUINTE.
    MOVE CTA-DATA-ULT-MVTO TO WRK-DATA-REFERENCIA
    IF CTA-DATA-REATIVACAO > WRK-DATA-REFERENCIA
       MOVE CTA-DATA-REATIVACAO TO WRK-DATA-REFERENCIA
    END-IF
    IF WRK-DATA-REFERENCIA < WRK-DATA-CORTE
       SET WRK-MARCADA-AGORA TO TRUE
       IF NOT WRK-SIMULAR
          PERFORM 0320-INATIVAR-CONTA
       END-IF
    END-IF.
0320-INATIVAR-CONTA.
    MOVE 'I'           TO CTA-STATUS
    MOVE WRK-DATA-PROC TO CTA-DATA-INATIVACAO
    REWRITE CTA-REGISTRO
    IF WRK-FS-CONTA NOT = '00'
       DISPLAY 'ERRO AO REGRAVAR A CONTA ' CTA-CONTA ' - STATUS '
               WRK-FS-CONTA
       ADD 1 TO WRK-QTDE-ERROS
       MOVE SPACES TO WRK-SITUACAO
    END-IF.
0330-LISTAR-CONTA.
    MOVE CTA-CONTA         TO WRC-CONTA
    MOVE CTA-TITULAR       TO WRC-TITULAR
    MOVE CTA-DATA-ULT-MVTO TO WRC-ULT-MVTO
    MOVE CTA-SALDO-ATUAL   TO WRC-SALDO
    ADD CTA-SALDO-ATUAL    TO WRK-TOTAL-SALDO
    IF WRK-MARCADA-AGORA
       ADD 1 TO WRK-QTDE-MARCADAS
       IF WRK-SIMULAR
          MOVE 'SERIA INATIVADA'          TO WRC-SITUACAO
       ELSE
          MOVE 'INATIVADA NESTA RODADA'   TO WRC-SITUACAO
       END-IF
    ELSE
       ADD 1 TO WRK-QTDE-JA-INATIVAS
       MOVE 'INATIVA DESDE '              TO WRC-SITUACAO
       MOVE CTA-DATA-INATIVACAO           TO WRC-SITUACAO(15:8)
    END-IF
    PERFORM 0340-BUSCAR-TITULAR
    WRITE RS76-REGISTRO FROM WRK-LINHA-CONTA
    WRITE RS76-REGISTRO FROM WRK-LINHA-CONTATO.
0340-BUSCAR-TITULAR.
    MOVE SPACES TO WRC-NOME WRL-TELEFONE WRL-EMAIL
    IF WRK-FS-CLIENTE = '00' OR WRK-FS-CLIENTE = '23'
       MOVE CTA-TITULAR TO CLI-NUMERO
       READ CLIENTE-FILE
           INVALID KEY
              ADD 1 TO WRK-QTDE-SEM-CLIENTE
              MOVE '*** NAO CADASTRADO' TO WRC-NOME
           NOT INVALID KEY
              MOVE CLI-NOME     TO WRC-NOME
              IF CLI-TEL-RUIM = 'S'
                 MOVE 'TEL. DEVOLVIDO' TO WRL-TELEFONE
              ELSE
                 MOVE CLI-TELEFONE TO WRL-TELEFONE
              END-IF
              IF CLI-EMAIL-RUIM = 'S'
                 MOVE 'E-MAIL DEVOLVIDO' TO WRL-EMAIL
              ELSE
                 MOVE CLI-EMAIL TO WRL-EMAIL
              END-IF
       END-READ
    END-IF.
0400-FINALIZAR.
    MOVE SPACES TO RS76-REGISTRO
    WRITE RS76-REGISTRO
    MOVE 'CONTAS LIDAS..............' TO WRT-LABEL
    MOVE WRK-QTDE-LIDAS               TO WRT-QTDE
    WRITE RS76-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'INATIVADAS NESTA RODADA...' TO WRT-LABEL
    MOVE WRK-QTDE-MARCADAS            TO WRT-QTDE
    WRITE RS76-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'JA INATIVAS...............' TO WRT-LABEL
    MOVE WRK-QTDE-JA-INATIVAS         TO WRT-QTDE
    WRITE RS76-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TITULAR NAO CADASTRADO....' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-CLIENTE         TO WRT-QTDE
    WRITE RS76-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'ERROS DE REGRAVACAO.......' TO WRT-LABEL
    MOVE WRK-QTDE-ERROS               TO WRT-QTDE
    WRITE RS76-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'SALDO DAS CONTAS LISTADAS.' TO WRV-LABEL
    MOVE WRK-TOTAL-SALDO              TO WRV-VALOR
    WRITE RS76-REGISTRO FROM WRK-LINHA-VALOR
    DISPLAY 'PROG076 - CONTAS LIDAS........' WRK-QTDE-LIDAS
    DISPLAY 'PROG076 - INATIVADAS..........' WRK-QTDE-MARCADAS
    DISPLAY 'PROG076 - JA INATIVAS.........' WRK-QTDE-JA-INATIVAS
    IF WRK-FS-CLIENTE = '00' OR WRK-FS-CLIENTE = '23'
       CLOSE CLIENTE-FILE
    END-IF
    CLOSE CONTA-MASTER P076-SAIDA
    EVALUATE TRUE
       WHEN WRK-QTDE-ERROS > 0
          MOVE 08 TO RETURN-CODE
       WHEN WRK-QTDE-MARCADAS > 0
          MOVE 04 TO RETURN-CODE
    END-EVALUATE.
