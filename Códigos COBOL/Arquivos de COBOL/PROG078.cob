IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG078.
*> RELATORIO DE SALDO EM DATA E SALDO MEDIO DIARIO DO MES, A PARTIR
*> DO HISTORICO DE SALDOS DE FECHAMENTO (SALHIS, GRAVADO PELO
*> PROG077). PARA CADA CONTA DO MASTER (OU SO A CONTA INFORMADA):
*>   - O SALDO NA DATA DE CONSULTA: O DO ULTIMO REGISTRO DA CONTA
*>     COM DATA ATE ELA;
*>   - O SALDO MEDIO DIARIO DO PERIODO (AAAAMM): A SOMA DO SALDO DE
*>     CADA DIA CORRIDO DO MES (DIA SEM REGISTRO VALE O SALDO DO
*>     ULTIMO REGISTRO ANTERIOR) DIVIDIDA PELOS DIAS. NO MES CORRENTE
*>     CONTA SO ATE A DATA DE PROCESSAMENTO; DIAS ANTERIORES AO
*>     PRIMEIRO REGISTRO DA CONTA (HISTORICO AINDA NAO EXISTIA OU
*>     CONTA ABERTA NO MES) FICAM FORA DA MEDIA.
*> P078PAR: DATA DE CONSULTA (AAAAMMDD), PERIODO (AAAAMM) E CONTA;
*> ZERO EM QUALQUER UM = DATA DE PROCESSAMENTO, MES DA DATA DE
*> CONSULTA E TODAS AS CONTAS. NO FECHAMENTO MENSAL
*> (HERC01FM) RODA SEM PARAMETRO E DA A MEDIA DO MES QUE FECHA.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT CONTA-MASTER ASSIGN TO "CTAMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CTA-CONTA
           FILE STATUS  IS WRK-FS-CONTA.
    SELECT SALDO-HIST   ASSIGN TO "SALHIS"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SAL-CHAVE
           FILE STATUS  IS WRK-FS-SAL.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT P078-PARM    ASSIGN TO "P078PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P078-SAIDA   ASSIGN TO "P078SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  CONTA-MASTER.
COPY CPCTAMST.
FD  SALDO-HIST.
COPY CPSALHIS.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  P078-PARM.
01  PARM-REGISTRO.
    05  PARM-DATA-CONSULTA PIC X(08).
    05  PARM-PERIODO       PIC X(06).
    05  PARM-CONTA         PIC X(06).
FD  P078-SAIDA.
01  RS78-REGISTRO           PIC X(100).
WORKING-STORAGE                 SECTION.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-FS-SAL           PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-SAL          PIC X(01) VALUE 'N'.
    88  WRK-FIM-CONTA-SAL    VALUE 'S'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-DATA-CONSULTA    PIC 9(08) VALUE ZEROS.
77  WRK-PERIODO          PIC 9(06) VALUE ZEROS.
77  WRK-CONTA-PEDIDA     PIC 9(06) VALUE ZEROS.
01  WRK-DATA-AUX.
    05  WRK-AUX-ANO          PIC 9(04).
    05  WRK-AUX-MES          PIC 9(02).
    05  WRK-AUX-DIA          PIC 9(02).
01  WRK-DATA-AUX-NUM REDEFINES WRK-DATA-AUX PIC 9(08).
77  WRK-INT-INICIO       PIC 9(08) VALUE ZEROS.
77  WRK-INT-FIM          PIC 9(08) VALUE ZEROS.
77  WRK-INT-REGISTRO     PIC 9(08) VALUE ZEROS.
77  WRK-INT-TRECHO       PIC 9(08) VALUE ZEROS.
77  WRK-DIAS-TRECHO      PIC 9(05) VALUE ZEROS.
77  WRK-DIAS-MEDIA       PIC 9(05) VALUE ZEROS.
77  WRK-SALDO-TRECHO     PIC S9(11)V99 VALUE ZEROS.
77  WRK-TRECHO-ABERTO    PIC X(01) VALUE 'N'.
77  WRK-SOMA-SALDOS      PIC S9(15)V99 VALUE ZEROS.
77  WRK-SALDO-MEDIO      PIC S9(11)V99 VALUE ZEROS.
77  WRK-SALDO-DATA       PIC S9(11)V99 VALUE ZEROS.
77  WRK-SALDO-ACHADO     PIC X(01) VALUE 'N'.
77  WRK-DATA-POSICAO     PIC 9(08) VALUE ZEROS.
77  WRK-QTDE-CONTAS      PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-HIST    PIC 9(07) VALUE ZEROS.
77  WRK-TOTAL-DATA       PIC S9(13)V99 VALUE ZEROS.
77  WRK-TOTAL-MEDIO      PIC S9(13)V99 VALUE ZEROS.
01  WRK-CABECALHO-1.
    05  FILLER               PIC X(38)
        VALUE 'PROG078 - SALDO EM DATA / SALDO MEDIO'.
    05  FILLER               PIC X(10) VALUE ' DATA-PROC'.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRK-CAB-DATA         PIC 9(08).
01  WRK-CABECALHO-2.
    05  FILLER               PIC X(18) VALUE 'SALDO NA DATA.....'.
    05  WRK-CAB-CONSULTA     PIC 9(08).
    05  FILLER               PIC X(22) VALUE '   MEDIA DIARIA DO MES'.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRK-CAB-PERIODO      PIC 9(06).
01  WRK-CABECALHO-3.
    05  FILLER               PIC X(07) VALUE 'CONTA  '.
    05  FILLER               PIC X(07) VALUE 'TITULAR'.
    05  FILLER               PIC X(17) VALUE '   SALDO NA DATA '.
    05  FILLER               PIC X(09) VALUE 'POSICAO  '.
    05  FILLER               PIC X(16) VALUE '     SALDO MEDIO'.
    05  FILLER               PIC X(06) VALUE '  DIAS'.
01  WRK-LINHA-CONTA.
    05  WRC-CONTA            PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-TITULAR          PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-SALDO-DATA       PIC -(11)9.99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-POSICAO          PIC X(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-SALDO-MEDIO      PIC -(11)9.99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-DIAS             PIC ZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-OBS              PIC X(20).
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
    PERFORM 0130-CALCULAR-PERIODO
    OPEN INPUT CONTA-MASTER
    OPEN INPUT SALDO-HIST
    OPEN OUTPUT P078-SAIDA
    IF WRK-FS-CONTA NOT = '00' OR WRK-FS-SAL NOT = '00'
       DISPLAY 'MASTER DE CONTAS OU HISTORICO DE SALDOS '
               'INDISPONIVEL - STATUS ' WRK-FS-CONTA ' ' WRK-FS-SAL
       MOVE 16 TO RETURN-CODE
       CLOSE P078-SAIDA
       STOP RUN
    END-IF
    IF WRK-CONTA-PEDIDA > 0
       MOVE WRK-CONTA-PEDIDA TO CTA-CONTA
       START CONTA-MASTER KEY IS NOT LESS THAN CTA-CONTA
           INVALID KEY MOVE 'S' TO WRK-EOF
       END-START
    END-IF
    MOVE WRK-DATA-PROC     TO WRK-CAB-DATA
    MOVE WRK-DATA-CONSULTA TO WRK-CAB-CONSULTA
    MOVE WRK-PERIODO       TO WRK-CAB-PERIODO
    WRITE RS78-REGISTRO FROM WRK-CABECALHO-1
    WRITE RS78-REGISTRO FROM WRK-CABECALHO-2
    WRITE RS78-REGISTRO FROM WRK-CABECALHO-3
    MOVE SPACES TO RS78-REGISTRO
    WRITE RS78-REGISTRO.
0110-LER-PARAMETROS.
    OPEN INPUT P078-PARM
    IF WRK-FS-PARM = '00'
       READ P078-PARM
           AT END CONTINUE
           NOT AT END
              IF PARM-DATA-CONSULTA IS NUMERIC
                 MOVE PARM-DATA-CONSULTA TO WRK-DATA-CONSULTA
              END-IF
              IF PARM-PERIODO IS NUMERIC
                 MOVE PARM-PERIODO TO WRK-PERIODO
              END-IF
              IF PARM-CONTA IS NUMERIC
                 MOVE PARM-CONTA TO WRK-CONTA-PEDIDA
              END-IF
       END-READ
       CLOSE P078-PARM
    END-IF
    IF WRK-DATA-CONSULTA = ZEROS
       MOVE WRK-DATA-PROC TO WRK-DATA-CONSULTA
    END-IF
    IF WRK-PERIODO = ZEROS
       MOVE WRK-DATA-CONSULTA(1:6) TO WRK-PERIODO
    END-IF
    DISPLAY 'DATA DE CONSULTA..............' WRK-DATA-CONSULTA
    DISPLAY 'PERIODO DA MEDIA..............' WRK-PERIODO.
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
0130-CALCULAR-PERIODO.
*>  PRIMEIRO E ULTIMO DIA DO MES EM DIAS CORRIDOS (INTEGER-OF-DATE):
*>  O ULTIMO E A VESPERA DO PRIMEIRO DIA DO MES SEGUINTE, LIMITADO A
*>  DATA DE PROCESSAMENTO.
    MOVE WRK-PERIODO TO WRK-DATA-AUX(1:6)
    MOVE 01          TO WRK-AUX-DIA
    COMPUTE WRK-INT-INICIO =
       FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX-NUM)
    IF WRK-AUX-MES = 12
       ADD 1 TO WRK-AUX-ANO
       MOVE 01 TO WRK-AUX-MES
    ELSE
       ADD 1 TO WRK-AUX-MES
    END-IF
    COMPUTE WRK-INT-FIM =
       FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX-NUM) - 1
    IF WRK-INT-FIM > FUNCTION INTEGER-OF-DATE(WRK-DATA-PROC)
       COMPUTE WRK-INT-FIM = FUNCTION INTEGER-OF-DATE(WRK-DATA-PROC)
    END-IF.
0250-LER-CONTA.
    IF NOT WRK-FIM-ARQUIVO
       READ CONTA-MASTER NEXT RECORD
           AT END MOVE 'S' TO WRK-EOF
       END-READ
       IF WRK-CONTA-PEDIDA > 0 AND NOT WRK-FIM-ARQUIVO
          AND CTA-CONTA NOT = WRK-CONTA-PEDIDA
          MOVE 'S' TO WRK-EOF
       END-IF
    END-IF.
0300-PROCESSAR-CONTA.
    ADD 1 TO WRK-QTDE-CONTAS
    MOVE 'N'   TO WRK-SALDO-ACHADO WRK-TRECHO-ABERTO
    MOVE ZEROS TO WRK-SALDO-DATA WRK-DATA-POSICAO WRK-SOMA-SALDOS
                  WRK-DIAS-MEDIA WRK-SALDO-MEDIO
    MOVE CTA-CONTA TO SAL-CONTA
    MOVE ZEROS     TO SAL-DATA
    MOVE 'N' TO WRK-EOF-SAL
    START SALDO-HIST KEY IS NOT LESS THAN SAL-CHAVE
        INVALID KEY MOVE 'S' TO WRK-EOF-SAL
    END-START
    PERFORM 0310-LER-SALDO UNTIL WRK-FIM-CONTA-SAL
*>  FECHA O ULTIMO TRECHO NO FIM DO PERIODO.
    IF WRK-TRECHO-ABERTO = 'S' AND WRK-INT-TRECHO NOT > WRK-INT-FIM
       COMPUTE WRK-DIAS-TRECHO = WRK-INT-FIM + 1 - WRK-INT-TRECHO
       PERFORM 0330-ACUMULAR-TRECHO
    END-IF
    IF WRK-DIAS-MEDIA > 0
       COMPUTE WRK-SALDO-MEDIO ROUNDED =
          WRK-SOMA-SALDOS / WRK-DIAS-MEDIA
    END-IF
    PERFORM 0340-LISTAR-CONTA
    PERFORM 0250-LER-CONTA.
0310-LER-SALDO.
    READ SALDO-HIST NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF-SAL
        NOT AT END
           IF SAL-CONTA NOT = CTA-CONTA
              MOVE 'S' TO WRK-EOF-SAL
           ELSE
              PERFORM 0320-APLICAR-SALDO
           END-IF
    END-READ.
0320-APLICAR-SALDO.
    IF SAL-DATA NOT > WRK-DATA-CONSULTA
       MOVE SAL-SALDO TO WRK-SALDO-DATA
       MOVE SAL-DATA  TO WRK-DATA-POSICAO
       MOVE 'S'       TO WRK-SALDO-ACHADO
    END-IF
    COMPUTE WRK-INT-REGISTRO = FUNCTION INTEGER-OF-DATE(SAL-DATA)
    EVALUATE TRUE
       WHEN WRK-INT-REGISTRO NOT > WRK-INT-INICIO
*>        SALDO VIGENTE NO PRIMEIRO DIA DO MES.
          MOVE SAL-SALDO      TO WRK-SALDO-TRECHO
          MOVE WRK-INT-INICIO TO WRK-INT-TRECHO
          MOVE 'S'            TO WRK-TRECHO-ABERTO
       WHEN WRK-INT-REGISTRO NOT > WRK-INT-FIM
          IF WRK-TRECHO-ABERTO = 'S'
             COMPUTE WRK-DIAS-TRECHO =
                WRK-INT-REGISTRO - WRK-INT-TRECHO
             PERFORM 0330-ACUMULAR-TRECHO
          END-IF
          MOVE SAL-SALDO        TO WRK-SALDO-TRECHO
          MOVE WRK-INT-REGISTRO TO WRK-INT-TRECHO
          MOVE 'S'              TO WRK-TRECHO-ABERTO
       WHEN OTHER
          CONTINUE
    END-EVALUATE.
0330-ACUMULAR-TRECHO.
    COMPUTE WRK-SOMA-SALDOS =
       WRK-SOMA-SALDOS + WRK-SALDO-TRECHO * WRK-DIAS-TRECHO
    ADD WRK-DIAS-TRECHO TO WRK-DIAS-MEDIA.
0340-LISTAR-CONTA.
    MOVE CTA-CONTA       TO WRC-CONTA
    MOVE CTA-TITULAR     TO WRC-TITULAR
    MOVE SPACES          TO WRC-OBS
    IF WRK-SALDO-ACHADO = 'S'
       MOVE WRK-SALDO-DATA   TO WRC-SALDO-DATA
       MOVE WRK-DATA-POSICAO TO WRC-POSICAO
       ADD WRK-SALDO-DATA    TO WRK-TOTAL-DATA
    ELSE
       MOVE ZEROS            TO WRC-SALDO-DATA
       MOVE SPACES           TO WRC-POSICAO
       MOVE 'SEM HISTORICO'  TO WRC-OBS
       ADD 1 TO WRK-QTDE-SEM-HIST
    END-IF
    MOVE WRK-SALDO-MEDIO TO WRC-SALDO-MEDIO
    MOVE WRK-DIAS-MEDIA  TO WRC-DIAS
    ADD WRK-SALDO-MEDIO  TO WRK-TOTAL-MEDIO
    IF WRK-DIAS-MEDIA > 0 AND WRK-DIAS-MEDIA <
       WRK-INT-FIM + 1 - WRK-INT-INICIO
       MOVE 'MEDIA PARCIAL' TO WRC-OBS
    END-IF
    WRITE RS78-REGISTRO FROM WRK-LINHA-CONTA.
0400-FINALIZAR.
    MOVE SPACES TO RS78-REGISTRO
    WRITE RS78-REGISTRO
    MOVE 'CONTAS LISTADAS...........' TO WRT-LABEL
    MOVE WRK-QTDE-CONTAS              TO WRT-QTDE
    WRITE RS78-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'SEM HISTORICO NA DATA.....' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-HIST            TO WRT-QTDE
    WRITE RS78-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TOTAL DOS SALDOS NA DATA..' TO WRV-LABEL
    MOVE WRK-TOTAL-DATA               TO WRV-VALOR
    WRITE RS78-REGISTRO FROM WRK-LINHA-VALOR
    MOVE 'TOTAL DOS SALDOS MEDIOS...' TO WRV-LABEL
    MOVE WRK-TOTAL-MEDIO              TO WRV-VALOR
    WRITE RS78-REGISTRO FROM WRK-LINHA-VALOR
    DISPLAY 'PROG078 - CONTAS LISTADAS.....' WRK-QTDE-CONTAS
    DISPLAY 'PROG078 - SEM HISTORICO.......' WRK-QTDE-SEM-HIST
    CLOSE CONTA-MASTER SALDO-HIST P078-SAIDA.
