IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG096.
*> ATRIBUICAO CENTRAL DE NUMERACAO. CHAMADO (CALL 'PROG096' USING
*> LK-PROG096-PARM) POR QUEM NUMERA: O PROG034 (NUMERO DE CLIENTE
*> NA CARGA), O PROG052, O PROG057 E O PROG081 (SEQUENCIA DAS
*> TRANSACOES GERADAS NAS ORIGENS INTERNAS 90, 91 E 92) E O PROG002
*> (INCLUSAO DE CLIENTE). CADA SERIE E UM CONTADOR NO NUMCTL; CADA
*> ATRIBUICAO VAI PARA O JORNAL NUMJRN COM PROGRAMA, RUN-ID E FAIXA.
*> ABRE E FECHA OS ARQUIVOS A CADA CHAMADA.
*>   'R' - RESERVA DO BLOCO DE UM PROGRAMA BATCH. DEVOLVE EM
*>         LK96-INICIO O PRIMEIRO NUMERO. SE O JORNAL JA TEM BLOCO DO
*>         MESMO CONTADOR, PROGRAMA E DATA DE PROCESSAMENTO, E RERUN:
*>         DEVOLVE O MESMO INICIO, LK96-RERUN 'S' E EM LK96-FIM O FIM
*>         DO BLOCO ORIGINAL - A SAIDA SAI IGUAL A DA PRIMEIRA RODADA.
*>         QUEM PASSA LK96-RERUN-PEDIDO 'N' RECEBE SEMPRE BLOCO NOVO
*>         (OUTRA ENTRADA NA MESMA DATA); COM 'S' O BLOCO REUSADO E O
*>         ULTIMO DAQUELA DATA, NAO O PRIMEIRO.
*>         A RESERVA FICA ANOTADA NO CONTADOR ATE A CONFIRMACAO;
*>   'C' - CONFIRMACAO, COM O ULTIMO NUMERO USADO EM LK96-FIM
*>         (INICIO - 1 SE NADA FOI NUMERADO). AVANCA O CONTADOR,
*>         GRAVA O JORNAL E LIBERA A RESERVA. RERUN QUE PASSA DO FIM
*>         DO BLOCO ORIGINAL SO E ACEITO SE O BLOCO AINDA E O ULTIMO
*>         DA SERIE;
*>   'U' - UM NUMERO AVULSO (INCLUSAO SEM NUMERO NO PROG002);
*>   'A' - AJUSTE: NUMERO INFORMADO POR FORA EM LK96-INICIO (CARGA,
*>         INCLUSAO COM NUMERO) - SE NAO E MENOR QUE O PROXIMO DA
*>         SERIE, O CONTADOR PASSA PARA DEPOIS DELE.
*> RETORNO: '00' OK; '04' CONTADOR NAO CADASTRADO; '08' FAIXA
*> ESGOTADA (LIMITE DA SERIE) OU RERUN QUE NAO CABE NO BLOCO; '12'
*> SERIE RESERVADA POR OUTRO PROGRAMA (OU CONFIRMACAO SEM RESERVA);
*> '16' FUNCAO INVALIDA OU NUMCTL/NUMJRN INDISPONIVEL.
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
    SELECT RUN-CONTROLE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-RUN.
DATA                            DIVISION.
FILE                            SECTION.
FD  NUMERO-CONTROLE.
COPY CPNUMCTL.
FD  NUMERO-JORNAL.
COPY CPNUMJRN.
FD  RUN-CONTROLE.
COPY CPRUNCTL.
WORKING-STORAGE                 SECTION.
77  WRK-FS-NUM           PIC X(02) VALUE SPACES.
77  WRK-FS-NJR           PIC X(02) VALUE SPACES.
77  WRK-FS-RUN           PIC X(02) VALUE SPACES.
77  WRK-CTL-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-RUN-ID           PIC X(08) VALUE SPACES.
77  WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
77  WRK-HORA-AGORA       PIC 9(08) VALUE ZEROS.
*>  BLOCO ORIGINAL DO MESMO CONTADOR, PROGRAMA E DATA NO JORNAL.
77  WRK-BLOCO-ACHADO     PIC X(01) VALUE 'N'.
77  WRK-BLOCO-INICIO     PIC 9(09) VALUE ZEROS.
77  WRK-BLOCO-FIM        PIC 9(09) VALUE ZEROS.
*>  DADOS DA LINHA DO JORNAL.
77  WRK-NJR-TIPO         PIC X(01) VALUE SPACE.
77  WRK-NJR-INICIO       PIC 9(09) VALUE ZEROS.
77  WRK-NJR-FIM          PIC 9(09) VALUE ZEROS.
77  WRK-NJR-QTDE         PIC 9(09) VALUE ZEROS.
LINKAGE                         SECTION.
COPY LKPROG96.
PROCEDURE                       DIVISION USING LK-PROG096-PARM.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF LK96-OK
       EVALUATE TRUE
          WHEN LK96-RESERVAR
             PERFORM 0200-RESERVAR-BLOCO
          WHEN LK96-CONFIRMAR
             PERFORM 0300-CONFIRMAR-BLOCO
          WHEN LK96-AVULSO
             PERFORM 0400-ATRIBUIR-AVULSO
          WHEN LK96-AJUSTAR
             PERFORM 0500-AJUSTAR-CONTADOR
       END-EVALUATE
    END-IF
    PERFORM 0900-FINALIZAR.
    GOBACK.
0100-INICIAR.
    MOVE '00' TO LK96-RETORNO
    MOVE 'N'  TO WRK-CTL-ABERTO
    MOVE 'N'  TO LK96-RERUN
    ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
    ACCEPT WRK-HORA-AGORA FROM TIME
    MOVE 'AVULSO' TO WRK-RUN-ID
    PERFORM 0117-LER-RUN-ID
    IF NOT LK96-RESERVAR AND NOT LK96-CONFIRMAR
       AND NOT LK96-AVULSO AND NOT LK96-AJUSTAR
       DISPLAY 'PROG096 - FUNCAO INVALIDA: ' LK96-FUNCAO
       MOVE '16' TO LK96-RETORNO
    ELSE
       PERFORM 0120-LER-CONTADOR
    END-IF.
0117-LER-RUN-ID.
    OPEN INPUT RUN-CONTROLE
    IF WRK-FS-RUN = '00'
       READ RUN-CONTROLE
           AT END CONTINUE
           NOT AT END MOVE RUN-ID TO WRK-RUN-ID
       END-READ
       CLOSE RUN-CONTROLE
    END-IF.
0120-LER-CONTADOR.
    OPEN I-O NUMERO-CONTROLE
    IF WRK-FS-NUM NOT = '00'
       DISPLAY 'PROG096 - NUMCTL INDISPONIVEL, STATUS ' WRK-FS-NUM
       MOVE '16' TO LK96-RETORNO
    ELSE
       MOVE 'S' TO WRK-CTL-ABERTO
       MOVE LK96-CONTADOR TO NUM-CONTADOR
       READ NUMERO-CONTROLE
           INVALID KEY
              DISPLAY 'PROG096 - CONTADOR NAO CADASTRADO: '
                      LK96-CONTADOR
              MOVE '04' TO LK96-RETORNO
       END-READ
    END-IF.
0200-RESERVAR-BLOCO.
    IF NUM-RES-PROGRAMA NOT = SPACES
       AND NUM-RES-PROGRAMA NOT = LK96-PROGRAMA
       DISPLAY 'PROG096 - ' NUM-CONTADOR ' RESERVADO POR '
               NUM-RES-PROGRAMA ' RUN ' NUM-RES-RUN-ID
       MOVE '12' TO LK96-RETORNO
    ELSE
*>     O MESMO PROGRAMA RETOMA A PROPRIA RESERVA (RODADA ANTERIOR
*>     QUE CAIU ANTES DE CONFIRMAR).
       IF LK96-RERUN-NAO
          MOVE 'N' TO WRK-BLOCO-ACHADO
       ELSE
          PERFORM 0250-PROCURAR-BLOCO-ANTERIOR
       END-IF
       MOVE LK96-PROGRAMA  TO NUM-RES-PROGRAMA
       MOVE LK96-DATA-PROC TO NUM-RES-DATA-PROC
       MOVE WRK-RUN-ID     TO NUM-RES-RUN-ID
       IF WRK-BLOCO-ACHADO = 'S'
          MOVE WRK-BLOCO-INICIO TO NUM-RES-INICIO
          MOVE 'S'              TO NUM-RES-RERUN
          MOVE WRK-BLOCO-FIM    TO NUM-RES-FIM-ANTERIOR
       ELSE
          MOVE NUM-PROXIMO      TO NUM-RES-INICIO
          MOVE 'N'              TO NUM-RES-RERUN
          MOVE ZEROS            TO NUM-RES-FIM-ANTERIOR
       END-IF
       PERFORM 0800-REGRAVAR-CONTADOR
       IF LK96-OK
          MOVE NUM-RES-INICIO       TO LK96-INICIO
          MOVE NUM-RES-FIM-ANTERIOR TO LK96-FIM
          MOVE NUM-RES-RERUN        TO LK96-RERUN
       END-IF
    END-IF.
0250-PROCURAR-BLOCO-ANTERIOR.
    MOVE 'N'   TO WRK-BLOCO-ACHADO
    MOVE ZEROS TO WRK-BLOCO-INICIO WRK-BLOCO-FIM
    OPEN INPUT NUMERO-JORNAL
    IF WRK-FS-NJR = '00'
       MOVE 'N' TO WRK-EOF
       PERFORM 0260-LER-JORNAL UNTIL WRK-FIM-ARQUIVO
       CLOSE NUMERO-JORNAL
    END-IF.
0260-LER-JORNAL.
*>  O INICIO E O DO ULTIMO BLOCO DA DATA (SO HA MAIS DE UM QUANDO
*>  O CHAMADOR PEDIU BLOCO NOVO); O FIM E O MAIOR JA CONFIRMADO PARA
*>  ELE PELA PRIMEIRA RODADA OU POR UM RERUN.
    READ NUMERO-JORNAL
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           IF NJR-CONTADOR = LK96-CONTADOR
              AND NJR-PROGRAMA = LK96-PROGRAMA
              AND NJR-DATA-PROC = LK96-DATA-PROC
              AND (NJR-BLOCO OR NJR-RERUN)
              IF WRK-BLOCO-ACHADO = 'N' OR NJR-BLOCO
                 MOVE 'S'        TO WRK-BLOCO-ACHADO
                 MOVE NJR-INICIO TO WRK-BLOCO-INICIO
                 MOVE NJR-FIM    TO WRK-BLOCO-FIM
              END-IF
              IF NJR-INICIO = WRK-BLOCO-INICIO
                 AND NJR-FIM > WRK-BLOCO-FIM
                 MOVE NJR-FIM TO WRK-BLOCO-FIM
              END-IF
           END-IF
    END-READ.
0300-CONFIRMAR-BLOCO.
    IF NUM-RES-PROGRAMA NOT = LK96-PROGRAMA
       DISPLAY 'PROG096 - ' NUM-CONTADOR ' SEM RESERVA DE '
               LK96-PROGRAMA ' - CONFIRMACAO RECUSADA'
       MOVE '12' TO LK96-RETORNO
    ELSE
       MOVE NUM-RES-INICIO TO WRK-NJR-INICIO
       IF LK96-FIM < NUM-RES-INICIO
          MOVE ZEROS TO WRK-NJR-QTDE
          COMPUTE WRK-NJR-FIM = NUM-RES-INICIO - 1
       ELSE
          MOVE LK96-FIM TO WRK-NJR-FIM
          COMPUTE WRK-NJR-QTDE = LK96-FIM - NUM-RES-INICIO + 1
       END-IF
       IF WRK-NJR-FIM > NUM-LIMITE
          DISPLAY 'PROG096 - ' NUM-CONTADOR ' PASSOU DO LIMITE '
                  NUM-LIMITE
          MOVE '08' TO LK96-RETORNO
       END-IF
       IF LK96-OK
          IF NUM-RES-RERUN = 'S'
             PERFORM 0310-CONFIRMAR-RERUN
          ELSE
             MOVE 'B' TO WRK-NJR-TIPO
             IF WRK-NJR-FIM >= NUM-PROXIMO
                COMPUTE NUM-PROXIMO = WRK-NJR-FIM + 1
             END-IF
          END-IF
       END-IF
*>     CONFIRMADA OU NAO, A RESERVA E LIBERADA - O CONTADOR SO ANDA
*>     QUANDO A CONFIRMACAO E ACEITA.
       IF LK96-OK
          PERFORM 0700-GRAVAR-JORNAL
       END-IF
       IF NOT LK96-OK
          PERFORM 0810-RELER-CONTADOR
       END-IF
       MOVE SPACES TO NUM-RES-PROGRAMA NUM-RES-RUN-ID NUM-RES-RERUN
       MOVE ZEROS  TO NUM-RES-DATA-PROC NUM-RES-INICIO
                      NUM-RES-FIM-ANTERIOR
       PERFORM 0800-REGRAVAR-CONTADOR
    END-IF.
0310-CONFIRMAR-RERUN.
*>  O RERUN CABE NO BLOCO ORIGINAL; SE PRECISA DE MAIS NUMEROS, SO
*>  CRESCE SE NINGUEM NUMEROU DEPOIS DO BLOCO.
    MOVE 'R' TO WRK-NJR-TIPO
    IF WRK-NJR-FIM > NUM-RES-FIM-ANTERIOR
       IF NUM-PROXIMO = NUM-RES-FIM-ANTERIOR + 1
          COMPUTE NUM-PROXIMO = WRK-NJR-FIM + 1
       ELSE
          DISPLAY 'PROG096 - RERUN DE ' LK96-PROGRAMA ' USOU ATE '
                  WRK-NJR-FIM ' E O BLOCO ORIGINAL IA ATE '
                  NUM-RES-FIM-ANTERIOR
          DISPLAY 'PROG096 - NUMEROS SEGUINTES JA ATRIBUIDOS - '
                  'CONFIRMACAO RECUSADA'
          MOVE '08' TO LK96-RETORNO
       END-IF
    END-IF.
0400-ATRIBUIR-AVULSO.
    EVALUATE TRUE
       WHEN NUM-RES-PROGRAMA NOT = SPACES
          MOVE '12' TO LK96-RETORNO
       WHEN NUM-PROXIMO > NUM-LIMITE
          DISPLAY 'PROG096 - ' NUM-CONTADOR ' ESGOTADO (LIMITE '
                  NUM-LIMITE ')'
          MOVE '08' TO LK96-RETORNO
       WHEN OTHER
          MOVE 'U'         TO WRK-NJR-TIPO
          MOVE NUM-PROXIMO TO WRK-NJR-INICIO WRK-NJR-FIM
                              LK96-INICIO LK96-FIM
          MOVE 1           TO WRK-NJR-QTDE
          PERFORM 0700-GRAVAR-JORNAL
          IF LK96-OK
             ADD 1 TO NUM-PROXIMO
             PERFORM 0800-REGRAVAR-CONTADOR
          END-IF
    END-EVALUATE.
0500-AJUSTAR-CONTADOR.
    EVALUATE TRUE
       WHEN NUM-RES-PROGRAMA NOT = SPACES
          MOVE '12' TO LK96-RETORNO
       WHEN LK96-INICIO > NUM-LIMITE
          MOVE '08' TO LK96-RETORNO
       WHEN LK96-INICIO < NUM-PROXIMO
          CONTINUE
       WHEN OTHER
*>        NO JORNAL, A FAIXA PULADA ATE O NUMERO INFORMADO.
          MOVE 'A'         TO WRK-NJR-TIPO
          MOVE NUM-PROXIMO TO WRK-NJR-INICIO
          MOVE LK96-INICIO TO WRK-NJR-FIM
          COMPUTE WRK-NJR-QTDE = LK96-INICIO - NUM-PROXIMO + 1
          PERFORM 0700-GRAVAR-JORNAL
          IF LK96-OK
             COMPUTE NUM-PROXIMO = LK96-INICIO + 1
             PERFORM 0800-REGRAVAR-CONTADOR
          END-IF
    END-EVALUATE.
0700-GRAVAR-JORNAL.
    OPEN EXTEND NUMERO-JORNAL
    IF WRK-FS-NJR = '35'
       OPEN OUTPUT NUMERO-JORNAL
       CLOSE NUMERO-JORNAL
       OPEN EXTEND NUMERO-JORNAL
    END-IF
    IF WRK-FS-NJR NOT = '00'
       DISPLAY 'PROG096 - NUMJRN INDISPONIVEL, STATUS ' WRK-FS-NJR
       MOVE '16' TO LK96-RETORNO
    ELSE
       MOVE WRK-DATA-HOJE       TO NJR-DATA
       MOVE WRK-HORA-AGORA(1:6) TO NJR-HORA
       MOVE NUM-CONTADOR        TO NJR-CONTADOR
       MOVE WRK-NJR-TIPO        TO NJR-TIPO
       MOVE LK96-PROGRAMA       TO NJR-PROGRAMA
       MOVE LK96-DATA-PROC      TO NJR-DATA-PROC
       MOVE WRK-RUN-ID          TO NJR-RUN-ID
       MOVE WRK-NJR-INICIO      TO NJR-INICIO
       MOVE WRK-NJR-FIM         TO NJR-FIM
       MOVE WRK-NJR-QTDE        TO NJR-QTDE
       WRITE NJR-REGISTRO
       CLOSE NUMERO-JORNAL
    END-IF.
0800-REGRAVAR-CONTADOR.
    MOVE WRK-DATA-HOJE       TO NUM-ULT-DATA
    MOVE WRK-HORA-AGORA(1:6) TO NUM-ULT-HORA
    REWRITE NUM-REGISTRO
        INVALID KEY
           DISPLAY 'PROG096 - ERRO AO REGRAVAR ' NUM-CONTADOR
                   ', STATUS ' WRK-FS-NUM
           MOVE '16' TO LK96-RETORNO
    END-REWRITE.
0810-RELER-CONTADOR.
*>  CONFIRMACAO RECUSADA: DESFAZ O QUE FOI MEXIDO NO REGISTRO.
    MOVE LK96-CONTADOR TO NUM-CONTADOR
    READ NUMERO-CONTROLE
        INVALID KEY CONTINUE
    END-READ.
0900-FINALIZAR.
    IF WRK-CTL-ABERTO = 'S'
       CLOSE NUMERO-CONTROLE
    END-IF.
