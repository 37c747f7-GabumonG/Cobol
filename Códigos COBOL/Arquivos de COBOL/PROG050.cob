*>       NO CADASTRO DE CLIENTES)
*>   E - ENCERRAR       B - BLOQUEAR       D - DESBLOQUEAR
*>   T - TROCAR TITULAR (CONTA + NOVO TITULAR)
*>   L - LIMITE DE CHEQUE ESPECIAL (CONTA + VALOR APROVADO; ZERO
*>       RETIRA O LIMITE) - GRAVA DATA E OPERADOR DA CONCESSAO
*>   R - REATIVAR CONTA INATIVA (DORMENTE, MARCADA PELO PROG076) -
*>       GRAVA DATA E OPERADOR DA REATIVACAO
*>   Q - CONSULTAR
*> A ABERTURA E A TROCA DE TITULAR SAO RECUSADAS PARA CLIENTE COM A
*> REVISAO CADASTRAL VENCIDA NO ULTIMO ESTAGIO (CLIKYC, ESCALADA
*> PELO PROG090) ATE A REVISAO SER REGISTRADA NO PROG002 (FUNCAO V).
*> O PROG005 HONRA O STATUS: MOVIMENTO EM CONTA ENCERRADA OU
*> INEXISTENTE VAI PARA SUSPENSOS E CONTA BLOQUEADA SO ACEITA
*> CREDITO, ASSIM COMO A INATIVA. ENCERRAMENTO SO COM SALDO
*> ZERADO. DEBITO QUE LEVARIA O SALDO ABAIXO DE -LIMITE TAMBEM VAI
*> PARA SUSPENSOS. O OPERADOR RESPONSAVEL VEM DO P050PAR, COMO NO
*> PROG058.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT P050-PARM    ASSIGN TO "P050PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT CLIENTE-KYC  ASSIGN TO "CLIKYC"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS KYC-NUMERO
           FILE STATUS  IS WRK-FS-KYC.
DATA                            DIVISION.
FILE                            SECTION.
FD  CONTA-MASTER.
COPY CPCLIENT.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  P050-PARM.
01  PARM-REGISTRO.
    05  PARM-OPERADOR      PIC X(08).
FD  CLIENTE-KYC.
COPY CPCLIKYC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-FS-CLIENTE       PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-KYC           PIC X(02) VALUE SPACES.
77  WRK-KYC-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-FUNCAO           PIC X(01).
    88  WRK-BLOQUEAR         VALUE 'B'.
    88  WRK-DESBLOQUEAR      VALUE 'D'.
    88  WRK-TROCAR-TITULAR   VALUE 'T'.
    88  WRK-LIMITE           VALUE 'L'.
    88  WRK-REATIVAR         VALUE 'R'.
    88  WRK-CONSULTAR        VALUE 'Q'.
77  WRK-RETORNO          PIC X(02) VALUE '00'.
    88  WRK-OK               VALUE '00'.
    88  WRK-TITULAR-INVALIDO VALUE '12'.
    88  WRK-SALDO-PENDENTE   VALUE '16'.
    88  WRK-STATUS-INVALIDO  VALUE '20'.
    88  WRK-VALOR-INVALIDO   VALUE '24'.
    88  WRK-REVISAO-VENCIDA  VALUE '28'.
77  WRK-CONTA            PIC 9(06) VALUE ZEROS.
77  WRK-TITULAR          PIC 9(06) VALUE ZEROS.
77  WRK-LIMITE-NOVO      PIC 9(11)V99 VALUE ZEROS.
77  WRK-OPERADOR         PIC X(08) VALUE 'BATCH'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-SALDO-ED         PIC -(11)9.99.
77  WRK-QTDE-PROCESSADAS PIC 9(05) VALUE ZEROS.
       DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL - TITULARES NAO '
               'SERAO VALIDADOS'
    END-IF
    OPEN INPUT CLIENTE-KYC
    IF WRK-FS-KYC = '00'
       MOVE 'S' TO WRK-KYC-ABERTO
    ELSE
       DISPLAY 'REVISAO CADASTRAL INDISPONIVEL - BLOQUEIO POR '
               'REVISAO VENCIDA NAO SERA VERIFICADO'
    END-IF
    PERFORM 0110-LER-PARAMETROS
    PERFORM 0116-LER-DATA-PROC.
0110-LER-PARAMETROS.
    OPEN INPUT P050-PARM
    IF WRK-FS-PARM = '00'
       READ P050-PARM
           AT END CONTINUE
           NOT AT END
              IF PARM-OPERADOR NOT = SPACES
                 MOVE PARM-OPERADOR TO WRK-OPERADOR
              END-IF
       END-READ
       CLOSE P050-PARM
    END-IF
    DISPLAY 'OPERADOR RESPONSAVEL' WRK-OPERADOR.
0116-LER-DATA-PROC.
    OPEN INPUT DATA-PROC-FILE
    IF WRK-FS-DTP = '00'
       IF WRK-ABRIR OR WRK-TROCAR-TITULAR
          ACCEPT WRK-TITULAR
       END-IF
       IF WRK-LIMITE
          ACCEPT WRK-LIMITE-NOVO
       END-IF
       ADD 1 TO WRK-QTDE-PROCESSADAS
       MOVE '00' TO WRK-RETORNO
       EVALUATE TRUE
          WHEN WRK-BLOQUEAR       PERFORM 0230-BLOQUEAR-CONTA
          WHEN WRK-DESBLOQUEAR    PERFORM 0235-DESBLOQUEAR-CONTA
          WHEN WRK-TROCAR-TITULAR PERFORM 0240-TROCAR-TITULAR
          WHEN WRK-LIMITE         PERFORM 0245-CONCEDER-LIMITE
          WHEN WRK-REATIVAR       PERFORM 0247-REATIVAR-CONTA
          WHEN WRK-CONSULTAR      PERFORM 0250-CONSULTAR-CONTA
          WHEN OTHER
             MOVE '20' TO WRK-RETORNO
                         '(STATUS ' CLI-STATUS ')'
              END-IF
       END-READ
    END-IF
    IF WRK-OK AND WRK-KYC-ABERTO = 'S'
       PERFORM 0207-VERIFICAR-REVISAO
    END-IF.
0207-VERIFICAR-REVISAO.
*>  REVISAO CADASTRAL VENCIDA NO ULTIMO ESTAGIO BLOQUEIA CONTA NOVA
*>  PARA O CLIENTE - A AGENCIA REGISTRA A REVISAO NO PROG002
*>  (FUNCAO V) E A ABERTURA PASSA. CLIENTE SEM REGISTRO NAO E
*>  BLOQUEADO - A RODADA MENSAL AINDA NAO O AVALIOU.
    MOVE WRK-TITULAR TO KYC-NUMERO
    READ CLIENTE-KYC
        INVALID KEY CONTINUE
        NOT INVALID KEY
           IF KYC-BLOQUEADO
              MOVE '28' TO WRK-RETORNO
              DISPLAY 'TITULAR ' WRK-TITULAR ' COM REVISAO CADASTRAL '
                      'VENCIDA DESDE ' KYC-DATA-VENCIMENTO
                      ' - REGISTRAR A REVISAO ANTES'
           END-IF
    END-READ.
0210-ABRIR-CONTA.
    PERFORM 0205-VALIDAR-TITULAR
    IF WRK-OK
       MOVE 'A'           TO CTA-STATUS
       MOVE WRK-TITULAR   TO CTA-TITULAR
       MOVE WRK-DATA-PROC TO CTA-DATA-ABERTURA
       MOVE ZEROS         TO CTA-LIMITE CTA-DATA-LIMITE
       MOVE SPACES        TO CTA-OPER-LIMITE
       MOVE ZEROS         TO CTA-DATA-INATIVACAO CTA-DATA-REATIVACAO
       MOVE SPACES        TO CTA-OPER-REATIVACAO
       WRITE CTA-REGISTRO
           INVALID KEY
              MOVE '08' TO WRK-RETORNO
       DISPLAY 'CONTA ' WRK-CONTA ' VINCULADA AO TITULAR '
               WRK-TITULAR
    END-IF.
0245-CONCEDER-LIMITE.
*>  O LIMITE VALE A PARTIR DO PROXIMO BALANCEAMENTO. REDUZIR O
*>  LIMITE ABAIXO DO QUE A CONTA JA USA E ACEITO - A CONTA PASSA A
*>  CONSTAR COMO EXCEDIDA NO RELATORIO DE USO DE LIMITE (PROG074)
*>  E NOVOS DEBITOS VAO PARA SUSPENSOS ATE O SALDO VOLTAR.
    PERFORM 0215-LER-CONTA
    IF WRK-OK
       EVALUATE TRUE
          WHEN WRK-LIMITE-NOVO NOT NUMERIC
             MOVE '24' TO WRK-RETORNO
             DISPLAY 'VALOR DE LIMITE INVALIDO'
          WHEN CTA-ENCERRADA
             MOVE '20' TO WRK-RETORNO
             DISPLAY 'CONTA ENCERRADA NAO RECEBE LIMITE'
          WHEN OTHER
             MOVE WRK-LIMITE-NOVO TO CTA-LIMITE
             MOVE WRK-DATA-PROC   TO CTA-DATA-LIMITE
             MOVE WRK-OPERADOR    TO CTA-OPER-LIMITE
             PERFORM 0260-REGRAVAR-CONTA
             MOVE CTA-LIMITE TO WRK-SALDO-ED
             DISPLAY 'CONTA ' WRK-CONTA ' COM LIMITE ' WRK-SALDO-ED
                     ' CONCEDIDO POR ' WRK-OPERADOR
       END-EVALUATE
    END-IF.
0247-REATIVAR-CONTA.
*>  SO A CONTA INATIVA E REATIVADA - BLOQUEIO TEM O DESBLOQUEIO
*>  PROPRIO. A DATA DA REATIVACAO VALE COMO ULTIMO MOVIMENTO PARA A
*>  RODADA DE INATIVIDADE (PROG076), QUE CONTA O PRAZO DE NOVO.
    PERFORM 0215-LER-CONTA
    IF WRK-OK
       IF NOT CTA-INATIVA
          MOVE '20' TO WRK-RETORNO
          DISPLAY 'CONTA ' WRK-CONTA ' NAO ESTA INATIVA (STATUS '
                  CTA-STATUS ')'
       ELSE
          MOVE 'A'           TO CTA-STATUS
          MOVE WRK-DATA-PROC TO CTA-DATA-REATIVACAO
          MOVE WRK-OPERADOR  TO CTA-OPER-REATIVACAO
          PERFORM 0260-REGRAVAR-CONTA
          DISPLAY 'CONTA ' WRK-CONTA ' REATIVADA POR ' WRK-OPERADOR
       END-IF
    END-IF.
0250-CONSULTAR-CONTA.
    PERFORM 0215-LER-CONTA
    IF WRK-OK
       MOVE CTA-SALDO-ATUAL TO WRK-SALDO-ED
       DISPLAY 'SALDO ATUAL.....' WRK-SALDO-ED
       DISPLAY 'ULTIMO MVTO.....' CTA-DATA-ULT-MVTO
       MOVE CTA-LIMITE TO WRK-SALDO-ED
       DISPLAY 'LIMITE..........' WRK-SALDO-ED
       DISPLAY 'CONCEDIDO EM....' CTA-DATA-LIMITE
               ' POR ' CTA-OPER-LIMITE
       DISPLAY 'INATIVADA EM....' CTA-DATA-INATIVACAO
       DISPLAY 'REATIVADA EM....' CTA-DATA-REATIVACAO
               ' POR ' CTA-OPER-REATIVACAO
    END-IF.
0260-REGRAVAR-CONTA.
    REWRITE CTA-REGISTRO
0300-FINALIZAR.
    DISPLAY 'PROG050 - TRANSACOES....' WRK-QTDE-PROCESSADAS
    DISPLAY 'PROG050 - COM ERRO......' WRK-QTDE-ERROS
    IF WRK-KYC-ABERTO = 'S'
       CLOSE CLIENTE-KYC
    END-IF
    CLOSE CONTA-MASTER CLIENTE-FILE.
