IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG095.
*> DRIVER DO FECHAMENTO MENSAL. O ROTEIRO DO MES E FIXO: JUROS
*> (HERC01JU) ANTES DO EXECBAL DA NOITE, A CADEIA NOTURNA
*> (HERC01XB), O FECHAMENTO DE CONTAS (HERC01FM), E DEPOIS A
*> RETENCAO DO TRNHIST (HERC01TH), O HOUSEKEEPING DA AUDITORIA
*> (HERC01HK), O DO JORNAL DE CLIENTES (HERC01JH) E A TENDENCIA
*> (HERC01TR). CADA JOB DO ROTEIRO CHAMA ESTE PROGRAMA NO PRIMEIRO
*> STEP PARA PEDIR A LIBERACAO E NO FIM PARA DAR A ETAPA COMO
*> CONCLUIDA OU COMO FALHA; A SITUACAO DE CADA ETAPA FICA NO
*> CONTROLE DO FECHAMENTO (MESCTL), UM REGISTRO POR PERIODO.
*> O PARM DO EXEC TRAZ O MODO, A ETAPA E, OPCIONALMENTE, O PERIODO
*> (AAAAMM) - SEM PERIODO, AS TRES PRIMEIRAS ETAPAS USAM O MES DA
*> DATA DE PROCESSAMENTO (RODAM ANTES DA VIRADA DO EXECFIM) E AS
*> DEMAIS O FECHAMENTO ABERTO MAIS ANTIGO:
*>   'L EE'  - LIBERACAO: A ETAPA ANTERIOR TEM QUE ESTAR CONCLUIDA
*>             NO CONTROLE E COM RETORNO '00' NO AUDITLOG DO
*>             FECHAMENTO PARA O MESMO PERIODO. A ETAPA JU ABRE O
*>             PERIODO. A CADEIA NOTURNA NAO PASSA PELO DRIVER: E
*>             DADA COMO CONCLUIDA PELO REGISTRO DE AUDITORIA DO
*>             PROG005 (AUDITLOG.BAL) DE UMA NOITE DO PERIODO
*>             POSTERIOR A CONCLUSAO DOS JUROS, NA LIBERACAO DO FM.
*>             A HORA DO AUDITLOG E DE RELOGIO E A DATA E A DE
*>             PROCESSAMENTO, ENTAO NA MESMA DATA DOS JUROS A ORDEM
*>             E PROVADA PELO CONSUMO: O FEED DE JUROS (ORIGEM 90)
*>             GERADO NAQUELA DATA TEM QUE CONSTAR NO CADASTRO DE
*>             FEEDS CONSUMIDOS (FEDREG) - SO O PROG026 DAQUELA
*>             NOITE O REGISTRA, ANTES DO PROG005. DATA DE
*>             PROCESSAMENTO POSTERIOR A DOS JUROS BASTA;
*>   'C EE'  - CONCLUSAO DA ETAPA LIBERADA (ULTIMO STEP DO JOB);
*>   'F EE'  - FALHA DA ETAPA LIBERADA (STEP COM COND=EVEN) - A
*>             ETAPA PODE SER LIBERADA DE NOVO DEPOIS DA CORRECAO;
*>   'S'     - SO O RELATORIO DE SITUACAO (JOB HERC01MC).
*> CONCLUSAO E FALHA VAO PARA O AUDITLOG DO FECHAMENTO (AUDMES), NO
*> LEIAUTE DO CPAUDIT, COM O NOME DO JOB, O RUN-ID 'M'+AAAAMM E O
*> TIPO 'M'. TODA RODADA IMPRIME A SITUACAO DO MES (P095REL) - O
*> QUE ESTA FEITO, PENDENTE OU FALHOU E A PROXIMA ETAPA - PARA A
*> PASSAGEM DO FECHAMENTO ENTRE TURNOS.
*> RC=04: ETAPA ANTERIOR AINDA PENDENTE OU PERIODO NAO ABERTO - O
*> JOB NAO RODA E PODE SER SUBMETIDO DE NOVO; RC=08: ETAPA ANTERIOR
*> FALHOU OU SEM RETORNO '00' NO AUDITLOG; RC=16: ETAPA JA
*> CONCLUIDA OU JA LIBERADA NO PERIODO (SEGUNDA RODADA RECUSADA),
*> PARM INVALIDO OU CONTROLE INDISPONIVEL.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT CONTROLE-MES ASSIGN TO "MESCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS MES-PERIODO
           FILE STATUS  IS WRK-FS-MES.
    SELECT AUDIT-LOG    ASSIGN TO "AUDITLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-AUDIT.
    SELECT AUDIT-MES    ASSIGN TO "AUDMES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-AMS.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT FEED-REGISTRO ASSIGN TO "FEDREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS FED-CHAVE
           FILE STATUS  IS WRK-FS-FEDREG.
    SELECT P095-RELATO  ASSIGN TO "P095REL"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  CONTROLE-MES.
COPY CPMESCTL.
*>  OS DOIS LOGS TEM O LEIAUTE DO CPAUDIT, MONTADO NA WORKING.
FD  AUDIT-LOG.
01  AUL-REGISTRO            PIC X(61).
FD  AUDIT-MES.
01  AMS-REGISTRO            PIC X(61).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  FEED-REGISTRO.
COPY CPFEDREG.
FD  P095-RELATO.
01  RS95-REGISTRO           PIC X(90).
WORKING-STORAGE                 SECTION.
COPY CPAUDIT.
77  WRK-FS-MES           PIC X(02) VALUE SPACES.
77  WRK-FS-AUDIT         PIC X(02) VALUE SPACES.
77  WRK-FS-AMS           PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-FS-FEDREG        PIC X(02) VALUE SPACES.
77  WRK-MES-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-MES-ACHADO       PIC X(01) VALUE 'N'.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-PARM             PIC X(40) VALUE SPACES.
77  WRK-MODO             PIC X(01) VALUE SPACES.
    88  WRK-LIBERAR          VALUE 'L'.
    88  WRK-CONCLUIR         VALUE 'C'.
    88  WRK-FALHAR           VALUE 'F'.
    88  WRK-SITUACAO         VALUE 'S'.
77  WRK-COD-ETAPA        PIC X(02) VALUE SPACES.
77  WRK-PARM-PERIODO     PIC X(06) VALUE SPACES.
77  WRK-PERIODO          PIC 9(06) VALUE ZEROS.
77  WRK-RUN-ID-MES       PIC X(08) VALUE SPACES.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
77  WRK-HORA-AGORA       PIC 9(08) VALUE ZEROS.
77  WRK-MOTIVO           PIC X(60) VALUE SPACES.
77  WRK-IDX              PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX-ETAPA        PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX-ANTERIOR     PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX-AUD          PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX-PROXIMA      PIC 9(04) COMP VALUE ZEROS.
*>  EVIDENCIA DA CADEIA NOTURNA: A ULTIMA NOITE DO PERIODO EM QUE O
*>  PROG005 GRAVOU O RESUMO DA RODADA (RETORNO '00' OU '08').
77  WRK-BAL-ACHADO       PIC X(01) VALUE 'N'.
77  WRK-BAL-DATA         PIC 9(08) VALUE ZEROS.
77  WRK-BAL-HORA         PIC 9(06) VALUE ZEROS.
77  WRK-JUROS-CONSUMIDOS PIC X(01) VALUE 'N'.
78  WRK-ORIGEM-JUROS     VALUE 90.
*>  DADOS DO REGISTRO QUE VAI PARA O AUDITLOG DO FECHAMENTO.
77  WRK-AMS-RETORNO      PIC X(02) VALUE SPACES.
77  WRK-AMS-HORA-INICIO  PIC 9(06) VALUE ZEROS.
77  WRK-AMS-DATA-PROC    PIC 9(08) VALUE ZEROS.
*>  ROTEIRO DO MES, NA ORDEM - CARREGADO NO 0105. ETP-RETORNO-AUD E
*>  O ULTIMO RETORNO DA ETAPA NO AUDITLOG DO FECHAMENTO DO PERIODO.
78  WRK-MAX-ETAPAS       VALUE 7.
78  WRK-ETAPA-CADEIA     VALUE 2.
01  WRK-TAB-ETAPAS.
    05  ETP-ENTRY OCCURS 7 TIMES.
        10  ETP-CODIGO           PIC X(02).
        10  ETP-JOB              PIC X(08).
        10  ETP-DESCRICAO        PIC X(30).
        10  ETP-RETORNO-AUD      PIC X(02).
01  WRK-LINHA-CABEC.
    05  FILLER               PIC X(43) VALUE
        'ET JOB      DESCRICAO                      '.
    05  FILLER               PIC X(39) VALUE
        'SITUACAO   LB DATA-PROC DATA     HORA  '.
01  WRK-LINHA-ETAPA.
    05  WRE-CODIGO           PIC X(02).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRE-JOB              PIC X(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRE-DESCRICAO        PIC X(30).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRE-SITUACAO         PIC X(10).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRE-LIBERACOES       PIC Z9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRE-DATA-PROC        PIC 9(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRE-DATA             PIC 9(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRE-HORA             PIC 9(06).
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF WRK-RC < 16
       EVALUATE TRUE
          WHEN WRK-LIBERAR
             PERFORM 0300-LIBERAR-ETAPA
          WHEN WRK-CONCLUIR
             PERFORM 0400-CONCLUIR-ETAPA
          WHEN WRK-FALHAR
             PERFORM 0450-REGISTRAR-FALHA
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-IF
    PERFORM 0800-EMITIR-SITUACAO.
    PERFORM 0900-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    ACCEPT WRK-PARM FROM COMMAND-LINE
    MOVE WRK-PARM(1:1) TO WRK-MODO
    MOVE WRK-PARM(3:2) TO WRK-COD-ETAPA
    MOVE WRK-PARM(6:6) TO WRK-PARM-PERIODO
    ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
    ACCEPT WRK-HORA-AGORA FROM TIME
    PERFORM 0105-CARREGAR-ETAPAS
    PERFORM 0116-LER-DATA-PROC
    OPEN OUTPUT P095-RELATO
    MOVE 'PROG095 - CONTROLE DO FECHAMENTO MENSAL' TO RS95-REGISTRO
    WRITE RS95-REGISTRO
    MOVE SPACES TO RS95-REGISTRO
    STRING 'PARM ' WRK-PARM(1:11) ' - DATA DE PROCESSAMENTO '
           WRK-DATA-PROC
           DELIMITED BY SIZE INTO RS95-REGISTRO
    END-STRING
    WRITE RS95-REGISTRO
    MOVE SPACES TO RS95-REGISTRO
    WRITE RS95-REGISTRO
    PERFORM 0130-LOCALIZAR-ETAPA
    EVALUATE TRUE
       WHEN NOT WRK-LIBERAR AND NOT WRK-CONCLUIR
            AND NOT WRK-FALHAR AND NOT WRK-SITUACAO
          MOVE 'MODO INVALIDO NO PARM (L, C, F OU S) - NADA FEITO'
            TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
       WHEN WRK-SITUACAO
          CONTINUE
       WHEN WRK-IDX-ETAPA = 0
          MOVE 'ETAPA AUSENTE OU FORA DO ROTEIRO NO PARM - NADA FEITO'
            TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
       WHEN WRK-IDX-ETAPA = WRK-ETAPA-CADEIA
          MOVE 'A CADEIA NOTURNA NAO PASSA PELO DRIVER - NADA FEITO'
            TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
    END-EVALUATE
    IF WRK-PARM-PERIODO NOT = SPACES AND WRK-PARM-PERIODO NOT NUMERIC
       MOVE 'PERIODO DO PARM NAO NUMERICO (AAAAMM) - NADA FEITO'
         TO WRK-MOTIVO
       PERFORM 0190-RECUSAR-RODADA
    END-IF
    IF WRK-RC < 16
       PERFORM 0120-ABRIR-CONTROLE
    END-IF
    IF WRK-RC < 16
       PERFORM 0140-DEFINIR-PERIODO
    END-IF.
0105-CARREGAR-ETAPAS.
    MOVE 'JU'       TO ETP-CODIGO(1)
    MOVE 'HERC01JU' TO ETP-JOB(1)
    MOVE 'JUROS SOBRE SALDO CREDOR' TO ETP-DESCRICAO(1)
    MOVE 'BA'       TO ETP-CODIGO(2)
    MOVE 'HERC01XB' TO ETP-JOB(2)
    MOVE 'CADEIA NOTURNA (EXECBAL)' TO ETP-DESCRICAO(2)
    MOVE 'FM'       TO ETP-CODIGO(3)
    MOVE 'HERC01FM' TO ETP-JOB(3)
    MOVE 'FECHAMENTO MENSAL DE CONTAS' TO ETP-DESCRICAO(3)
    MOVE 'TH'       TO ETP-CODIGO(4)
    MOVE 'HERC01TH' TO ETP-JOB(4)
    MOVE 'RETENCAO DO TRNHIST' TO ETP-DESCRICAO(4)
    MOVE 'HK'       TO ETP-CODIGO(5)
    MOVE 'HERC01HK' TO ETP-JOB(5)
    MOVE 'HOUSEKEEPING DA AUDITORIA' TO ETP-DESCRICAO(5)
    MOVE 'JH'       TO ETP-CODIGO(6)
    MOVE 'HERC01JH' TO ETP-JOB(6)
    MOVE 'HOUSEKEEPING DO JORNAL' TO ETP-DESCRICAO(6)
    MOVE 'TR'       TO ETP-CODIGO(7)
    MOVE 'HERC01TR' TO ETP-JOB(7)
    MOVE 'TENDENCIA MENSAL' TO ETP-DESCRICAO(7)
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-MAX-ETAPAS
       MOVE SPACES TO ETP-RETORNO-AUD(WRK-IDX)
    END-PERFORM.
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
0120-ABRIR-CONTROLE.
    IF WRK-SITUACAO
       OPEN INPUT CONTROLE-MES
    ELSE
       OPEN I-O CONTROLE-MES
       IF WRK-FS-MES = '35'
          OPEN OUTPUT CONTROLE-MES
          CLOSE CONTROLE-MES
          OPEN I-O CONTROLE-MES
       END-IF
    END-IF
    IF WRK-FS-MES = '00'
       MOVE 'S' TO WRK-MES-ABERTO
    ELSE
       IF NOT WRK-SITUACAO
          MOVE 'CONTROLE DO FECHAMENTO (MESCTL) INDISPONIVEL - '
             & 'NADA FEITO' TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
       END-IF
    END-IF.
0130-LOCALIZAR-ETAPA.
    MOVE ZEROS TO WRK-IDX-ETAPA
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-MAX-ETAPAS OR WRK-IDX-ETAPA > 0
       IF ETP-CODIGO(WRK-IDX) = WRK-COD-ETAPA
          MOVE WRK-IDX TO WRK-IDX-ETAPA
       END-IF
    END-PERFORM.
0140-DEFINIR-PERIODO.
*>  JUROS, CADEIA E FECHAMENTO DE CONTAS RODAM NA NOITE DO ULTIMO
*>  DIA UTIL, ANTES DA VIRADA DA DATA; OS HOUSEKEEPINGS PODEM RODAR
*>  DEPOIS DELA E FICAM COM O FECHAMENTO ABERTO MAIS ANTIGO.
    MOVE 'N' TO WRK-MES-ACHADO
    EVALUATE TRUE
       WHEN WRK-PARM-PERIODO NOT = SPACES
          MOVE WRK-PARM-PERIODO TO WRK-PERIODO
       WHEN WRK-IDX-ETAPA > 0 AND WRK-IDX-ETAPA <= 3
          MOVE WRK-DATA-PROC(1:6) TO WRK-PERIODO
       WHEN OTHER
          PERFORM 0145-BUSCAR-MES-ABERTO
          IF WRK-MES-ACHADO = 'N'
             MOVE WRK-DATA-PROC(1:6) TO WRK-PERIODO
          END-IF
    END-EVALUATE
    IF WRK-MES-ACHADO = 'N' AND WRK-MES-ABERTO = 'S'
       MOVE WRK-PERIODO TO MES-PERIODO
       READ CONTROLE-MES
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'S' TO WRK-MES-ACHADO
       END-READ
    END-IF
    MOVE SPACES TO WRK-RUN-ID-MES
    STRING 'M' WRK-PERIODO DELIMITED BY SIZE INTO WRK-RUN-ID-MES
    END-STRING.
0145-BUSCAR-MES-ABERTO.
    IF WRK-MES-ABERTO = 'S'
       MOVE ZEROS TO MES-PERIODO
       START CONTROLE-MES KEY IS NOT LESS THAN MES-PERIODO
           INVALID KEY MOVE 'S' TO WRK-EOF
           NOT INVALID KEY MOVE 'N' TO WRK-EOF
       END-START
       PERFORM 0146-LER-PROXIMO-MES
               UNTIL WRK-FIM-ARQUIVO OR WRK-MES-ACHADO = 'S'
    END-IF.
0146-LER-PROXIMO-MES.
    READ CONTROLE-MES NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           IF MES-ABERTO
              MOVE 'S' TO WRK-MES-ACHADO
              MOVE MES-PERIODO TO WRK-PERIODO
           END-IF
    END-READ.
0190-RECUSAR-RODADA.
    MOVE 16 TO WRK-RC
    PERFORM 0195-REGISTRAR-MOTIVO.
0195-REGISTRAR-MOTIVO.
    MOVE WRK-MOTIVO TO RS95-REGISTRO
    WRITE RS95-REGISTRO
    DISPLAY WRK-MOTIVO.
0200-LER-AUDITORIA.
*>  RETORNO DE CADA ETAPA DO PERIODO NO AUDITLOG DO FECHAMENTO (O
*>  ULTIMO REGISTRO VALE) E A ULTIMA RODADA DO PROG005 NO PERIODO.
    OPEN INPUT AUDIT-LOG
    IF WRK-FS-AUDIT = '00'
       MOVE 'N' TO WRK-EOF
       PERFORM 0210-LER-REGISTRO-AUDITORIA UNTIL WRK-FIM-ARQUIVO
       CLOSE AUDIT-LOG
    ELSE
       DISPLAY 'AUDITLOG DO FECHAMENTO AUSENTE - SEM RETORNOS DE '
               'ETAPAS'
    END-IF.
0210-LER-REGISTRO-AUDITORIA.
    READ AUDIT-LOG INTO AUDIT-REGISTRO
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           IF AUD-TIPO-EXEC = 'M' AND AUD-RUN-ID = WRK-RUN-ID-MES
              PERFORM 0215-GUARDAR-RETORNO-ETAPA
           END-IF
           IF AUD-PROGRAMA = 'PROG005'
              AND AUD-DATA-EXEC(1:6) = WRK-PERIODO
              AND (AUD-RETORNO = '00' OR AUD-RETORNO = '08')
              PERFORM 0220-GUARDAR-RODADA-CADEIA
           END-IF
    END-READ.
0215-GUARDAR-RETORNO-ETAPA.
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-MAX-ETAPAS
       IF ETP-JOB(WRK-IDX) = AUD-PROGRAMA
          MOVE AUD-RETORNO TO ETP-RETORNO-AUD(WRK-IDX)
       END-IF
    END-PERFORM.
0220-GUARDAR-RODADA-CADEIA.
    IF AUD-DATA-EXEC > WRK-BAL-DATA
       OR (AUD-DATA-EXEC = WRK-BAL-DATA
           AND AUD-HORA-INICIO > WRK-BAL-HORA)
       MOVE 'S'             TO WRK-BAL-ACHADO
       MOVE AUD-DATA-EXEC   TO WRK-BAL-DATA
       MOVE AUD-HORA-INICIO TO WRK-BAL-HORA
    END-IF.
0300-LIBERAR-ETAPA.
    IF WRK-MES-ACHADO = 'N'
       IF WRK-IDX-ETAPA = 1
          PERFORM 0310-ABRIR-PERIODO
       ELSE
          MOVE 4 TO WRK-RC
          MOVE SPACES TO WRK-MOTIVO
          STRING 'FECHAMENTO DE ' WRK-PERIODO
                 ' NAO ABERTO (JUROS NAO RODOU) - ETAPA NAO LIBERADA'
                 DELIMITED BY SIZE INTO WRK-MOTIVO
          END-STRING
          PERFORM 0195-REGISTRAR-MOTIVO
       END-IF
    END-IF
    IF WRK-RC = 0
       EVALUATE TRUE
          WHEN MES-ETP-CONCLUIDA(WRK-IDX-ETAPA)
             MOVE 'ETAPA JA CONCLUIDA NO PERIODO - SEGUNDA RODADA '
               & 'RECUSADA' TO WRK-MOTIVO
             PERFORM 0190-RECUSAR-RODADA
          WHEN MES-ETP-LIBERADA(WRK-IDX-ETAPA)
             MOVE 'ETAPA JA LIBERADA NO PERIODO (EM EXECUCAO) - '
               & 'RECUSADA' TO WRK-MOTIVO
             PERFORM 0190-RECUSAR-RODADA
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-IF
    IF WRK-RC = 0 AND WRK-IDX-ETAPA > 1
       PERFORM 0200-LER-AUDITORIA
       PERFORM 0320-CONFERIR-ETAPA-ANTERIOR
    END-IF
    IF WRK-RC = 0
       SET MES-ETP-LIBERADA(WRK-IDX-ETAPA) TO TRUE
       ADD 1 TO MES-ETP-LIBERACOES(WRK-IDX-ETAPA)
       MOVE WRK-DATA-PROC TO MES-ETP-DATA-PROC(WRK-IDX-ETAPA)
       MOVE WRK-DATA-HOJE TO MES-ETP-DATA(WRK-IDX-ETAPA)
       MOVE WRK-HORA-AGORA(1:6) TO MES-ETP-HORA(WRK-IDX-ETAPA)
       PERFORM 0600-REGRAVAR-CONTROLE
       IF WRK-RC = 0
          MOVE SPACES TO WRK-MOTIVO
          STRING 'ETAPA ' WRK-COD-ETAPA ' LIBERADA PARA O PERIODO '
                 WRK-PERIODO
                 DELIMITED BY SIZE INTO WRK-MOTIVO
          END-STRING
          PERFORM 0195-REGISTRAR-MOTIVO
       END-IF
    END-IF.
0310-ABRIR-PERIODO.
    MOVE WRK-PERIODO   TO MES-PERIODO
    MOVE WRK-DATA-HOJE TO MES-DATA-ABERTURA
    SET MES-ABERTO TO TRUE
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-MAX-ETAPAS
       MOVE ETP-CODIGO(WRK-IDX) TO MES-ETP-CODIGO(WRK-IDX)
       SET MES-ETP-PENDENTE(WRK-IDX) TO TRUE
       MOVE ZEROS TO MES-ETP-LIBERACOES(WRK-IDX)
                     MES-ETP-DATA-PROC(WRK-IDX)
                     MES-ETP-DATA(WRK-IDX)
                     MES-ETP-HORA(WRK-IDX)
    END-PERFORM
    WRITE MES-REGISTRO
        INVALID KEY
           MOVE 'ERRO AO ABRIR O PERIODO NO MESCTL - NADA FEITO'
             TO WRK-MOTIVO
           PERFORM 0190-RECUSAR-RODADA
        NOT INVALID KEY
           MOVE 'S' TO WRK-MES-ACHADO
    END-WRITE.
0320-CONFERIR-ETAPA-ANTERIOR.
    COMPUTE WRK-IDX-ANTERIOR = WRK-IDX-ETAPA - 1
    IF WRK-IDX-ANTERIOR = WRK-ETAPA-CADEIA
       AND NOT MES-ETP-CONCLUIDA(WRK-IDX-ANTERIOR)
       PERFORM 0330-CONCLUIR-CADEIA-NOTURNA
    END-IF
    MOVE SPACES TO WRK-MOTIVO
    EVALUATE TRUE
       WHEN MES-ETP-PENDENTE(WRK-IDX-ANTERIOR)
          MOVE 4 TO WRK-RC
          STRING 'ETAPA ANTERIOR ' ETP-CODIGO(WRK-IDX-ANTERIOR)
                 ' PENDENTE - ETAPA NAO LIBERADA'
                 DELIMITED BY SIZE INTO WRK-MOTIVO
          END-STRING
       WHEN MES-ETP-LIBERADA(WRK-IDX-ANTERIOR)
          MOVE 4 TO WRK-RC
          STRING 'ETAPA ANTERIOR ' ETP-CODIGO(WRK-IDX-ANTERIOR)
                 ' AINDA EM EXECUCAO - ETAPA NAO LIBERADA'
                 DELIMITED BY SIZE INTO WRK-MOTIVO
          END-STRING
       WHEN MES-ETP-FALHOU(WRK-IDX-ANTERIOR)
          MOVE 8 TO WRK-RC
          STRING 'ETAPA ANTERIOR ' ETP-CODIGO(WRK-IDX-ANTERIOR)
                 ' FALHOU - ETAPA NAO LIBERADA'
                 DELIMITED BY SIZE INTO WRK-MOTIVO
          END-STRING
       WHEN ETP-RETORNO-AUD(WRK-IDX-ANTERIOR) NOT = '00'
          MOVE 8 TO WRK-RC
          STRING 'ETAPA ANTERIOR ' ETP-CODIGO(WRK-IDX-ANTERIOR)
                 ' SEM RETORNO 00 NO AUDITLOG DO PERIODO'
                 ' - ETAPA NAO LIBERADA'
                 DELIMITED BY SIZE INTO WRK-MOTIVO
          END-STRING
       WHEN OTHER
          CONTINUE
    END-EVALUATE
    IF WRK-RC NOT = 0
       PERFORM 0195-REGISTRAR-MOTIVO
    END-IF.
0330-CONCLUIR-CADEIA-NOTURNA.
*>  A CADEIA CONTA SE O PROG005 RODOU NO PERIODO DEPOIS DA CONCLUSAO
*>  DOS JUROS - DATA DE PROCESSAMENTO POSTERIOR; OU A MESMA, COM O
*>  FEED DE JUROS DAQUELA DATA JA CONSUMIDO PELO PROG026.
    IF MES-ETP-CONCLUIDA(1) AND WRK-BAL-ACHADO = 'S'
       MOVE 'N' TO WRK-JUROS-CONSUMIDOS
       IF WRK-BAL-DATA > MES-ETP-DATA-PROC(1)
          MOVE 'S' TO WRK-JUROS-CONSUMIDOS
       END-IF
       IF WRK-BAL-DATA = MES-ETP-DATA-PROC(1)
          PERFORM 0335-CONFERIR-CONSUMO-JUROS
       END-IF
       IF WRK-JUROS-CONSUMIDOS = 'S'
          SET MES-ETP-CONCLUIDA(WRK-ETAPA-CADEIA) TO TRUE
          ADD 1 TO MES-ETP-LIBERACOES(WRK-ETAPA-CADEIA)
          MOVE WRK-BAL-DATA  TO MES-ETP-DATA-PROC(WRK-ETAPA-CADEIA)
          MOVE WRK-DATA-HOJE TO MES-ETP-DATA(WRK-ETAPA-CADEIA)
          MOVE WRK-BAL-HORA  TO MES-ETP-HORA(WRK-ETAPA-CADEIA)
          MOVE WRK-ETAPA-CADEIA TO WRK-IDX-AUD
          MOVE '00'          TO WRK-AMS-RETORNO
          MOVE WRK-BAL-HORA  TO WRK-AMS-HORA-INICIO
          MOVE WRK-BAL-DATA  TO WRK-AMS-DATA-PROC
          PERFORM 0500-GRAVAR-AUDITORIA-MES
          MOVE '00' TO ETP-RETORNO-AUD(WRK-ETAPA-CADEIA)
       END-IF
    END-IF.
0335-CONFERIR-CONSUMO-JUROS.
*>  SEM FEDREG ALOCADO NADA E PROVADO NA MESMA DATA - A CADEIA FICA
*>  PENDENTE E CONTA NA NOITE SEGUINTE.
    OPEN INPUT FEED-REGISTRO
    IF WRK-FS-FEDREG = '00'
       MOVE WRK-ORIGEM-JUROS     TO FED-GER-ORIGEM
       MOVE MES-ETP-DATA-PROC(1) TO FED-GER-DATA
       MOVE ZEROS                TO FED-GER-COMPLEMENTO
       READ FEED-REGISTRO
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'S' TO WRK-JUROS-CONSUMIDOS
       END-READ
       CLOSE FEED-REGISTRO
    ELSE
       DISPLAY 'FEDREG INDISPONIVEL - STATUS ' WRK-FS-FEDREG
               ' - CADEIA DA DATA DOS JUROS NAO CONFERIDA'
    END-IF.
0400-CONCLUIR-ETAPA.
    IF WRK-MES-ACHADO = 'N' OR NOT MES-ETP-LIBERADA(WRK-IDX-ETAPA)
       MOVE 'ETAPA NAO ESTA LIBERADA NO PERIODO - CONCLUSAO RECUSADA'
         TO WRK-MOTIVO
       PERFORM 0190-RECUSAR-RODADA
    ELSE
       MOVE WRK-IDX-ETAPA TO WRK-IDX-AUD
       MOVE '00' TO WRK-AMS-RETORNO
       MOVE MES-ETP-HORA(WRK-IDX-ETAPA) TO WRK-AMS-HORA-INICIO
       MOVE MES-ETP-DATA-PROC(WRK-IDX-ETAPA) TO WRK-AMS-DATA-PROC
       SET MES-ETP-CONCLUIDA(WRK-IDX-ETAPA) TO TRUE
       MOVE WRK-DATA-HOJE TO MES-ETP-DATA(WRK-IDX-ETAPA)
       MOVE WRK-HORA-AGORA(1:6) TO MES-ETP-HORA(WRK-IDX-ETAPA)
       IF WRK-IDX-ETAPA = WRK-MAX-ETAPAS
          SET MES-ENCERRADO TO TRUE
       END-IF
       PERFORM 0600-REGRAVAR-CONTROLE
       IF WRK-RC = 0
          PERFORM 0500-GRAVAR-AUDITORIA-MES
          MOVE SPACES TO WRK-MOTIVO
          STRING 'ETAPA ' WRK-COD-ETAPA ' CONCLUIDA NO PERIODO '
                 WRK-PERIODO
                 DELIMITED BY SIZE INTO WRK-MOTIVO
          END-STRING
          PERFORM 0195-REGISTRAR-MOTIVO
       END-IF
    END-IF.
0450-REGISTRAR-FALHA.
*>  SO A ETAPA LIBERADA VIRA FALHA; SE O JOB CAIU NA PROPRIA
*>  LIBERACAO NAO HA O QUE MARCAR.
    IF WRK-MES-ACHADO = 'N' OR NOT MES-ETP-LIBERADA(WRK-IDX-ETAPA)
       MOVE 'ETAPA NAO ESTA LIBERADA NO PERIODO - NADA A MARCAR'
         TO WRK-MOTIVO
       PERFORM 0195-REGISTRAR-MOTIVO
    ELSE
       MOVE WRK-IDX-ETAPA TO WRK-IDX-AUD
       MOVE '16' TO WRK-AMS-RETORNO
       MOVE MES-ETP-HORA(WRK-IDX-ETAPA) TO WRK-AMS-HORA-INICIO
       MOVE MES-ETP-DATA-PROC(WRK-IDX-ETAPA) TO WRK-AMS-DATA-PROC
       SET MES-ETP-FALHOU(WRK-IDX-ETAPA) TO TRUE
       MOVE WRK-DATA-HOJE TO MES-ETP-DATA(WRK-IDX-ETAPA)
       MOVE WRK-HORA-AGORA(1:6) TO MES-ETP-HORA(WRK-IDX-ETAPA)
       PERFORM 0600-REGRAVAR-CONTROLE
       IF WRK-RC = 0
          PERFORM 0500-GRAVAR-AUDITORIA-MES
          MOVE SPACES TO WRK-MOTIVO
          STRING 'ETAPA ' WRK-COD-ETAPA ' MARCADA COMO FALHA NO '
                 'PERIODO ' WRK-PERIODO
                 DELIMITED BY SIZE INTO WRK-MOTIVO
          END-STRING
          PERFORM 0195-REGISTRAR-MOTIVO
       END-IF
    END-IF.
0500-GRAVAR-AUDITORIA-MES.
    OPEN EXTEND AUDIT-MES
    IF WRK-FS-AMS = '35'
       OPEN OUTPUT AUDIT-MES
       CLOSE AUDIT-MES
       OPEN EXTEND AUDIT-MES
    END-IF
    IF WRK-FS-AMS NOT = '00'
       MOVE 8 TO WRK-RC
       MOVE 'AUDITLOG DO FECHAMENTO (AUDMES) INDISPONIVEL' TO WRK-MOTIVO
       PERFORM 0195-REGISTRAR-MOTIVO
    ELSE
       MOVE SPACES TO AUDIT-REGISTRO
       MOVE ETP-JOB(WRK-IDX-AUD)   TO AUD-PROGRAMA
       MOVE WRK-AMS-DATA-PROC      TO AUD-DATA-EXEC
       MOVE WRK-AMS-HORA-INICIO    TO AUD-HORA-INICIO
       MOVE WRK-HORA-AGORA(1:6)    TO AUD-HORA-FIM
       MOVE MES-ETP-LIBERACOES(WRK-IDX-AUD) TO AUD-QTDE-PROCESSADA
       IF WRK-AMS-RETORNO = '00'
          MOVE ZEROS TO AUD-QTDE-ERRO
       ELSE
          MOVE 1 TO AUD-QTDE-ERRO
       END-IF
       MOVE WRK-AMS-RETORNO        TO AUD-RETORNO
       MOVE 'PROG095'              TO AUD-OPERADOR
       MOVE WRK-RUN-ID-MES         TO AUD-RUN-ID
       MOVE 'M'                    TO AUD-TIPO-EXEC
       WRITE AMS-REGISTRO FROM AUDIT-REGISTRO
       CLOSE AUDIT-MES
    END-IF.
0600-REGRAVAR-CONTROLE.
    REWRITE MES-REGISTRO
        INVALID KEY
           MOVE 'ERRO AO REGRAVAR O MESCTL - SITUACAO NAO ATUALIZADA'
             TO WRK-MOTIVO
           PERFORM 0190-RECUSAR-RODADA
    END-REWRITE.
0800-EMITIR-SITUACAO.
    MOVE SPACES TO RS95-REGISTRO
    WRITE RS95-REGISTRO
    IF WRK-MES-ACHADO = 'N'
       MOVE SPACES TO RS95-REGISTRO
       STRING 'SITUACAO DO FECHAMENTO ' WRK-PERIODO
              ': NAO ABERTO (AGUARDA O JOB HERC01JU)'
              DELIMITED BY SIZE INTO RS95-REGISTRO
       END-STRING
       WRITE RS95-REGISTRO
    ELSE
       MOVE SPACES TO RS95-REGISTRO
       IF MES-ENCERRADO
          STRING 'SITUACAO DO FECHAMENTO ' MES-PERIODO
                 ' - ABERTO EM ' MES-DATA-ABERTURA ' - ENCERRADO'
                 DELIMITED BY SIZE INTO RS95-REGISTRO
          END-STRING
       ELSE
          STRING 'SITUACAO DO FECHAMENTO ' MES-PERIODO
                 ' - ABERTO EM ' MES-DATA-ABERTURA ' - EM ANDAMENTO'
                 DELIMITED BY SIZE INTO RS95-REGISTRO
          END-STRING
       END-IF
       WRITE RS95-REGISTRO
       WRITE RS95-REGISTRO FROM WRK-LINHA-CABEC
       MOVE ZEROS TO WRK-IDX-PROXIMA
       PERFORM 0810-LINHA-ETAPA VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-MAX-ETAPAS
       PERFORM 0820-LINHA-PROXIMA
    END-IF.
0810-LINHA-ETAPA.
    MOVE ETP-CODIGO(WRK-IDX)     TO WRE-CODIGO
    MOVE ETP-JOB(WRK-IDX)        TO WRE-JOB
    MOVE ETP-DESCRICAO(WRK-IDX)  TO WRE-DESCRICAO
    EVALUATE TRUE
       WHEN MES-ETP-PENDENTE(WRK-IDX)
          MOVE 'PENDENTE'   TO WRE-SITUACAO
       WHEN MES-ETP-LIBERADA(WRK-IDX)
          MOVE 'EM EXECUC.' TO WRE-SITUACAO
       WHEN MES-ETP-CONCLUIDA(WRK-IDX)
          MOVE 'CONCLUIDA'  TO WRE-SITUACAO
       WHEN MES-ETP-FALHOU(WRK-IDX)
          MOVE 'FALHOU'     TO WRE-SITUACAO
       WHEN OTHER
          MOVE '?'          TO WRE-SITUACAO
    END-EVALUATE
    MOVE MES-ETP-LIBERACOES(WRK-IDX) TO WRE-LIBERACOES
    MOVE MES-ETP-DATA-PROC(WRK-IDX)  TO WRE-DATA-PROC
    MOVE MES-ETP-DATA(WRK-IDX)       TO WRE-DATA
    MOVE MES-ETP-HORA(WRK-IDX)       TO WRE-HORA
    WRITE RS95-REGISTRO FROM WRK-LINHA-ETAPA
    IF WRK-IDX-PROXIMA = 0 AND NOT MES-ETP-CONCLUIDA(WRK-IDX)
       MOVE WRK-IDX TO WRK-IDX-PROXIMA
    END-IF.
0820-LINHA-PROXIMA.
    MOVE SPACES TO RS95-REGISTRO
    WRITE RS95-REGISTRO
    MOVE SPACES TO RS95-REGISTRO
    IF WRK-IDX-PROXIMA = 0
       MOVE 'FECHAMENTO CONCLUIDO - TODAS AS ETAPAS DO MES RODARAM'
         TO RS95-REGISTRO
    ELSE
       EVALUATE TRUE
          WHEN MES-ETP-FALHOU(WRK-IDX-PROXIMA)
             STRING 'ETAPA ' ETP-CODIGO(WRK-IDX-PROXIMA)
                    ' FALHOU - CORRIGIR E RESUBMETER O JOB '
                    ETP-JOB(WRK-IDX-PROXIMA)
                    DELIMITED BY SIZE INTO RS95-REGISTRO
             END-STRING
          WHEN MES-ETP-LIBERADA(WRK-IDX-PROXIMA)
             STRING 'ETAPA ' ETP-CODIGO(WRK-IDX-PROXIMA)
                    ' EM EXECUCAO - AGUARDAR O FIM DO JOB '
                    ETP-JOB(WRK-IDX-PROXIMA)
                    DELIMITED BY SIZE INTO RS95-REGISTRO
             END-STRING
          WHEN OTHER
             STRING 'PROXIMA ETAPA: ' ETP-CODIGO(WRK-IDX-PROXIMA)
                    ' - JOB ' ETP-JOB(WRK-IDX-PROXIMA) ' - '
                    ETP-DESCRICAO(WRK-IDX-PROXIMA)
                    DELIMITED BY SIZE INTO RS95-REGISTRO
             END-STRING
       END-EVALUATE
    END-IF
    WRITE RS95-REGISTRO.
0900-FINALIZAR.
    IF WRK-MES-ABERTO = 'S'
       CLOSE CONTROLE-MES
    END-IF
    CLOSE P095-RELATO
    DISPLAY 'PROG095 - MODO ' WRK-MODO ' ETAPA ' WRK-COD-ETAPA
            ' PERIODO ' WRK-PERIODO ' RC ' WRK-RC.
