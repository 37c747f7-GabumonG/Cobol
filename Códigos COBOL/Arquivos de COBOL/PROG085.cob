IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG085.
*> REVISAO DOS CASOS DO MONITORAMENTO DE OPERACOES SUSPEITAS
*> (AMLCASO, ABERTOS PELO PROG084). O COMPLIANCE AGE VIA SYSIN:
*>   E - EM ANALISE  (CASO ASSUMIDO POR UM ANALISTA)
*>   C - COMUNICADO  (OPERACAO COMUNICADA AO COAF - ENCERRA)
*>   D - DESCARTADO  (SEM INDICIO APOS ANALISE - ENCERRA)
*> CADA TRANSACAO TRAZ A CHAVE DO CASO (CPF / ALERTA / DATA DE
*> ABERTURA, IMPRESSOS NO RELATORIO DO PROG084) E UMA NOTA -
*> OBRIGATORIA PARA ENCERRAR: COMUNICACAO E DESCARTE PRECISAM DE
*> JUSTIFICATIVA PARA A AUDITORIA. O OPERADOR VEM DO P085PAR E
*> PRECISA EXISTIR ATIVO NO OPERFIL, COMO NO PROG069. CASO
*> ENCERRADO NAO VOLTA - NOVA OCORRENCIA ABRE CASO NOVO.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT CASO-FILE    ASSIGN TO "AMLCASO"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AML-CHAVE
           FILE STATUS  IS WRK-FS-CASO.
    SELECT OPERADOR-FILE ASSIGN TO "OPERFIL"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS OPE-USUARIO
           FILE STATUS  IS WRK-FS-OPER.
    SELECT P085-PARM    ASSIGN TO "P085PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
DATA                            DIVISION.
FILE                            SECTION.
FD  CASO-FILE.
COPY CPAMLCAS.
FD  OPERADOR-FILE.
COPY CPOPERFL.
FD  P085-PARM.
01  PARM-REGISTRO.
    05  PARM-OPERADOR      PIC X(08).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-CASO          PIC X(02) VALUE SPACES.
77  WRK-FS-OPER          PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-FUNCAO           PIC X(01).
    88  WRK-EM-ANALISE       VALUE 'E'.
    88  WRK-COMUNICAR        VALUE 'C'.
    88  WRK-DESCARTAR        VALUE 'D'.
    88  WRK-FUNCAO-VALIDA    VALUE 'E' 'C' 'D'.
77  WRK-RETORNO          PIC X(02) VALUE '00'.
    88  WRK-OK               VALUE '00'.
    88  WRK-NAO-ENCONTRADO   VALUE '04'.
    88  WRK-DADO-INVALIDO    VALUE '12'.
    88  WRK-OPERADOR-INVALIDO VALUE '16'.
77  WRK-CPF              PIC X(11) VALUE SPACES.
77  WRK-ALERTA           PIC X(03) VALUE SPACES.
77  WRK-DATA-ABERTURA    PIC 9(08) VALUE ZEROS.
77  WRK-NOTA             PIC X(30) VALUE SPACES.
77  WRK-OPERADOR         PIC X(08) VALUE SPACES.
77  WRK-OPERADOR-OK      PIC X(01) VALUE 'N'.
77  WRK-CASO-ABERTO      PIC X(01) VALUE 'N'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-QTDE-PROCESSADAS PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-ERROS       PIC 9(05) VALUE ZEROS.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF WRK-OPERADOR-OK = 'N'
       DISPLAY 'OPERADOR INVALIDO - NENHUMA ACAO APLICADA'
       MOVE 08 TO RETURN-CODE
    ELSE
       PERFORM 0200-PROCESSAR-ACAO UNTIL WRK-FIM-ARQUIVO
       IF WRK-QTDE-ERROS > 0
          MOVE 04 TO RETURN-CODE
       END-IF
    END-IF
    PERFORM 0300-FINALIZAR.
    STOP RUN.
0100-INICIAR.
    OPEN I-O CASO-FILE
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0110-LER-PARAMETROS
    PERFORM 0120-VALIDAR-OPERADOR
    IF WRK-FS-CASO = '00'
       MOVE 'S' TO WRK-CASO-ABERTO
    ELSE
       DISPLAY 'ARQUIVO DE CASOS INDISPONIVEL - STATUS '
               WRK-FS-CASO
       MOVE 'N' TO WRK-OPERADOR-OK
    END-IF.
0110-LER-PARAMETROS.
    OPEN INPUT P085-PARM
    IF WRK-FS-PARM = '00'
       READ P085-PARM
           AT END CONTINUE
           NOT AT END MOVE PARM-OPERADOR TO WRK-OPERADOR
       END-READ
       CLOSE P085-PARM
    END-IF
    DISPLAY 'OPERADOR DA RODADA..' WRK-OPERADOR.
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
0120-VALIDAR-OPERADOR.
    MOVE 'N' TO WRK-OPERADOR-OK
    OPEN INPUT OPERADOR-FILE
    IF WRK-FS-OPER NOT = '00'
       DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL'
    ELSE
       MOVE WRK-OPERADOR TO OPE-USUARIO
       READ OPERADOR-FILE
           INVALID KEY
              DISPLAY 'OPERADOR ' WRK-OPERADOR ' NAO CONSTA NO '
                      'CADASTRO'
           NOT INVALID KEY
              IF OPE-ATIVO
                 MOVE 'S' TO WRK-OPERADOR-OK
              ELSE
                 DISPLAY 'OPERADOR ' WRK-OPERADOR ' NAO ESTA '
                         'ATIVO (STATUS ' OPE-STATUS ')'
              END-IF
       END-READ
       CLOSE OPERADOR-FILE
    END-IF.
0200-PROCESSAR-ACAO.
    ACCEPT WRK-FUNCAO
        ON EXCEPTION SET WRK-FIM-ARQUIVO TO TRUE
    END-ACCEPT
    IF NOT WRK-FIM-ARQUIVO
       ACCEPT WRK-CPF
       ACCEPT WRK-ALERTA
       ACCEPT WRK-DATA-ABERTURA
       ACCEPT WRK-NOTA
       ADD 1 TO WRK-QTDE-PROCESSADAS
       MOVE '00' TO WRK-RETORNO
       EVALUATE TRUE
          WHEN NOT WRK-FUNCAO-VALIDA
             MOVE '12' TO WRK-RETORNO
             DISPLAY 'FUNCAO INVALIDA.....' WRK-FUNCAO
          WHEN NOT WRK-EM-ANALISE AND WRK-NOTA = SPACES
             MOVE '12' TO WRK-RETORNO
             DISPLAY 'ENCERRAMENTO EXIGE NOTA DE JUSTIFICATIVA'
          WHEN OTHER
             PERFORM 0210-APLICAR-ACAO
       END-EVALUATE
       IF NOT WRK-OK
          ADD 1 TO WRK-QTDE-ERROS
       END-IF
       DISPLAY 'RETORNO.....' WRK-RETORNO
    END-IF.
0210-APLICAR-ACAO.
    MOVE WRK-CPF           TO AML-CPF
    MOVE WRK-ALERTA        TO AML-ALERTA
    MOVE WRK-DATA-ABERTURA TO AML-DATA-ABERTURA
    READ CASO-FILE
        INVALID KEY
           MOVE '04' TO WRK-RETORNO
           DISPLAY 'CASO NAO ENCONTRADO NO ARQUIVO DE CASOS'
        NOT INVALID KEY
           PERFORM 0220-ATUALIZAR-CASO
    END-READ.
0220-ATUALIZAR-CASO.
    IF NOT AML-PENDENTE
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'CASO JA ENCERRADO (' AML-SITUACAO ') - NADA A FAZER'
    ELSE
       MOVE WRK-FUNCAO    TO AML-SITUACAO
       MOVE WRK-OPERADOR  TO AML-OPERADOR
       MOVE WRK-DATA-PROC TO AML-DATA-ACAO
       MOVE WRK-NOTA      TO AML-NOTA
       REWRITE AML-REGISTRO
           INVALID KEY
              MOVE '04' TO WRK-RETORNO
              DISPLAY 'ERRO AO REGRAVAR O CASO'
           NOT INVALID KEY
              DISPLAY 'CASO ATUALIZADO PARA ' AML-SITUACAO
                      ' POR ' WRK-OPERADOR
       END-REWRITE
    END-IF.
0300-FINALIZAR.
    DISPLAY 'PROG085 - ACOES.........' WRK-QTDE-PROCESSADAS
    DISPLAY 'PROG085 - COM ERRO......' WRK-QTDE-ERROS
    IF WRK-CASO-ABERTO = 'S'
       CLOSE CASO-FILE
    END-IF.
