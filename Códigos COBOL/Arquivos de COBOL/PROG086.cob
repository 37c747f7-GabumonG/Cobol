IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG086.
*> EXTRACAO DO INFORME ANUAL DE RENDIMENTOS. TODO FEVEREIRO AS
*> AGENCIAS DATILOGRAFAVAM OS INFORMES PARA O CLIENTE DECLARAR O
*> IMPOSTO - OS DADOS JA ESTAO NO SISTEMA:
*>   1. AS RODADAS DE JUROS DO ANO-BASE (JURREG, GRAVADO PELO
*>      PROG052) DAO A FAIXA DE SEQUENCIAS DE CADA RODADA; TODA
*>      POSTAGEM DO TRNHIST E DAS GERACOES DE ARQUIVO (TRNARC,
*>      PROG054) DENTRO DE UMA FAIXA E JURO CREDITADO - ESTORNADA
*>      NAO E RENDIMENTO E SO ENTRA NA CONFERENCIA;
*>   2. O SALDO DE 31/12 DE CADA CONTA VEM DA FOTO DE FECHAMENTO DE
*>      DEZEMBRO (CTAFMES, PROG051).
*> CADA ITEM E LIGADO AO TITULAR (CONTA -> CTA-TITULAR -> CLI-CPF,
*> SEGUINDO O CLI-MERGE-PARA) E GRAVADO NO MOVIMENTO DO INFORME
*> (P086SAI, CPINFMOV), QUE O SORT ORDENA POR CPF PARA O PROG087.
*> O RELATORIO (P086REL) AMARRA CADA RODADA: EMITIDO PELO PROG052 =
*> CREDITADO + ESTORNADO + NAO LOCALIZADO (SUSPENSO NA POSTAGEM OU
*> FORA DAS GERACOES RETIDAS). OS TOTAIS EXTRAIDOS VAO NO REGISTRO
*> DE CONTROLE (P086CTL) PARA O PROG087 CONFERIR OS INFORMES.
*> ANO-BASE NO P086PAR (AUSENTE: ANO ANTERIOR AO DA DATA DE
*> PROCESSAMENTO). RC=04 PARA RODADA QUE NAO AMARRA OU ITEM SEM
*> TITULAR; RC=08 SEM A FOTO DE DEZEMBRO DO ANO-BASE.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT REGISTRO-JUROS ASSIGN TO "JURREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS JRG-DATA-RODADA
           FILE STATUS  IS WRK-FS-JRG.
    SELECT TRANSACAO-HIST ASSIGN TO "TRNHIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS HIS-SEQ
           FILE STATUS  IS WRK-FS-HIST.
    SELECT HIST-ARQUIVO ASSIGN TO "TRNARC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-ARQ.
    SELECT FECHO-MENSAL ASSIGN TO "CTAFMES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-FME.
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
    SELECT P086-PARM    ASSIGN TO "P086PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P086-SAIDA   ASSIGN TO "P086SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P086-CONTROLE ASSIGN TO "P086CTL"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P086-RELATO  ASSIGN TO "P086REL"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
DATA                            DIVISION.
FILE                            SECTION.
FD  REGISTRO-JUROS.
COPY CPJURREG.
FD  TRANSACAO-HIST.
COPY CPTRNHIS.
FD  HIST-ARQUIVO.
01  ARC-REGISTRO.
    05  ARC-SEQ            PIC 9(09).
    05  ARC-CONTA          PIC 9(06).
    05  ARC-V1             PIC S9(07)V99.
    05  ARC-V2             PIC S9(07)V99.
    05  ARC-RESULTADO      PIC S9(07)V99.
    05  ARC-DATA           PIC 9(08).
    05  ARC-ESTORNADO      PIC X(01).
    05  ARC-DATA-POSTAGEM  PIC X(08).
    05  ARC-DATA-ESTORNO   PIC X(08).
    05  ARC-SEQ-PAR        PIC X(09).
FD  FECHO-MENSAL.
01  FME-REGISTRO.
    05  FME-CONTA          PIC 9(06).
    05  FME-PERIODO        PIC 9(06).
    05  FME-SALDO          PIC S9(11)V99.
FD  CONTA-MASTER.
COPY CPCTAMST.
FD  CLIENTE-FILE.
COPY CPCLIENT.
FD  P086-PARM.
01  PARM-REGISTRO.
    05  PARM-ANO-BASE      PIC 9(04).
FD  P086-SAIDA.
COPY CPINFMOV.
FD  P086-CONTROLE.
COPY CPINFCTL.
FD  P086-RELATO.
01  RS86-REGISTRO          PIC X(133).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-JRG           PIC X(02) VALUE SPACES.
77  WRK-FS-HIST          PIC X(02) VALUE SPACES.
77  WRK-FS-ARQ           PIC X(02) VALUE SPACES.
77  WRK-FS-FME           PIC X(02) VALUE SPACES.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-FS-CLIENTE       PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-CTA-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CLI-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-ANO-BASE         PIC 9(04) VALUE ZEROS.
77  WRK-PERIODO-DEZ      PIC 9(06) VALUE ZEROS.
77  WRK-DATA-DEZ         PIC 9(08) VALUE ZEROS.
*>  RODADAS DE JUROS DO ANO-BASE (UMA POR MES, COM FOLGA PARA
*>  RODADA EXTRA)
78  WRK-MAX-RODADAS      VALUE 24.
77  WRK-QTDE-RODADAS     PIC 9(02) COMP VALUE ZEROS.
77  WRK-IDX              PIC 9(02) COMP VALUE ZEROS.
77  WRK-RODADA           PIC 9(02) COMP VALUE ZEROS.
01  WRK-TAB-RODADAS.
    05  WRK-ROD-ENTRY OCCURS 24 TIMES.
        10  WRK-ROD-DATA       PIC 9(08).
        10  WRK-ROD-SEQ-INI    PIC 9(09).
        10  WRK-ROD-SEQ-FIM    PIC 9(09).
        10  WRK-ROD-QTDE       PIC 9(07).
        10  WRK-ROD-TOTAL      PIC S9(09)V99.
        10  WRK-ROD-QTDE-CRED  PIC 9(07).
        10  WRK-ROD-CREDITADO  PIC S9(09)V99.
        10  WRK-ROD-QTDE-EST   PIC 9(07).
        10  WRK-ROD-ESTORNADO  PIC S9(09)V99.
*>  POSTAGEM EM MAOS, DO ATIVO OU DO ARQUIVO
01  WRK-POSTAGEM.
    05  WRK-POS-SEQ          PIC 9(09).
    05  WRK-POS-CONTA        PIC 9(06).
    05  WRK-POS-VALOR        PIC S9(07)V99.
    05  WRK-POS-DATA         PIC 9(08).
    05  WRK-POS-ESTORNADA    PIC X(01).
*>  ULTIMA CONTA RESOLVIDA, COMO NO PROG083
77  WRK-CONTA-CACHE      PIC 9(06) VALUE ZEROS.
77  WRK-CPF-CACHE        PIC X(11) VALUE SPACES.
77  WRK-CLIENTE-CACHE    PIC 9(06) VALUE ZEROS.
77  WRK-CONTA-CACHE-OK   PIC X(01) VALUE ' '.
77  WRK-DIFERENCA        PIC S9(09)V99 VALUE ZEROS.
*>  CONTADORES
77  WRK-QTDE-HIS-LIDOS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ARQ-LIDOS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-FME-LIDOS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-TITULAR PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-JUROS       PIC 9(07) VALUE ZEROS.
77  WRK-TOTAL-JUROS      PIC S9(11)V99 VALUE ZEROS.
77  WRK-QTDE-SALDOS      PIC 9(07) VALUE ZEROS.
77  WRK-TOTAL-SALDOS     PIC S9(13)V99 VALUE ZEROS.
77  WRK-TOTAL-EMITIDO    PIC S9(11)V99 VALUE ZEROS.
01  WRK-LINHA-RODADA.
    05  FILLER               PIC X(08) VALUE 'RODADA  '.
    05  WRR-DATA             PIC 9(08).
    05  FILLER               PIC X(09) VALUE ' EMITIDO '.
    05  WRR-QTDE             PIC ZZZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRR-TOTAL            PIC -(9)9.99.
    05  FILLER               PIC X(12) VALUE ' CREDITADO  '.
    05  WRR-CREDITADO        PIC -(9)9.99.
    05  FILLER               PIC X(12) VALUE ' ESTORNADO  '.
    05  WRR-ESTORNADO        PIC -(9)9.99.
    05  FILLER               PIC X(16) VALUE ' NAO LOCALIZADO '.
    05  WRR-DIFERENCA        PIC -(9)9.99.
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
01  WRK-LINHA-VALOR.
    05  WRV-LABEL            PIC X(26).
    05  WRV-VALOR            PIC -(13)9.99.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-CARREGAR-RODADAS.
    PERFORM 0300-LER-HISTORICO.
    PERFORM 0400-LER-ARQUIVO.
    PERFORM 0500-LER-FOTO-DEZEMBRO.
    PERFORM 0600-CONFERIR-RODADAS.
    PERFORM 0700-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0110-LER-PARAMETROS
    COMPUTE WRK-PERIODO-DEZ = WRK-ANO-BASE * 100 + 12
    COMPUTE WRK-DATA-DEZ    = WRK-ANO-BASE * 10000 + 1231
    OPEN OUTPUT P086-SAIDA P086-RELATO
    MOVE SPACES TO RS86-REGISTRO
    STRING 'PROG086 - INFORME DE RENDIMENTOS - ANO-BASE '
                         DELIMITED BY SIZE
           WRK-ANO-BASE  DELIMITED BY SIZE
           INTO RS86-REGISTRO
    END-STRING
    WRITE RS86-REGISTRO
    MOVE SPACES TO RS86-REGISTRO
    WRITE RS86-REGISTRO
    OPEN INPUT CONTA-MASTER
    IF WRK-FS-CONTA = '00'
       MOVE 'S' TO WRK-CTA-ABERTO
    ELSE
       DISPLAY 'CTAMST INDISPONIVEL - STATUS ' WRK-FS-CONTA
       MOVE 16 TO WRK-RC
    END-IF
    OPEN INPUT CLIENTE-FILE
    IF WRK-FS-CLIENTE = '00'
       MOVE 'S' TO WRK-CLI-ABERTO
    ELSE
       DISPLAY 'CLIFILE INDISPONIVEL - STATUS ' WRK-FS-CLIENTE
       MOVE 16 TO WRK-RC
    END-IF.
0110-LER-PARAMETROS.
    COMPUTE WRK-ANO-BASE = WRK-DATA-PROC / 10000 - 1
    OPEN INPUT P086-PARM
    IF WRK-FS-PARM = '00'
       READ P086-PARM
           AT END CONTINUE
           NOT AT END
              IF PARM-ANO-BASE IS NUMERIC AND PARM-ANO-BASE > 0
                 MOVE PARM-ANO-BASE TO WRK-ANO-BASE
              END-IF
       END-READ
       CLOSE P086-PARM
    END-IF
    DISPLAY 'ANO-BASE DO INFORME.....' WRK-ANO-BASE.
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
0200-CARREGAR-RODADAS.
    OPEN INPUT REGISTRO-JUROS
    IF WRK-FS-JRG NOT = '00'
       DISPLAY 'REGISTRO DE RODADAS DE JUROS INDISPONIVEL - STATUS '
               WRK-FS-JRG
    ELSE
       MOVE WRK-ANO-BASE TO JRG-DATA-RODADA(1:4)
       MOVE '0101'       TO JRG-DATA-RODADA(5:4)
       MOVE 'N'          TO WRK-EOF
       START REGISTRO-JUROS KEY IS NOT LESS THAN JRG-DATA-RODADA
           INVALID KEY MOVE 'S' TO WRK-EOF
       END-START
       PERFORM 0210-LER-RODADA UNTIL WRK-FIM-ARQUIVO
       CLOSE REGISTRO-JUROS
    END-IF
    IF WRK-QTDE-RODADAS = 0
       DISPLAY 'NENHUMA RODADA DE JUROS REGISTRADA NO ANO-BASE'
       IF WRK-RC < 04
          MOVE 04 TO WRK-RC
       END-IF
    END-IF.
0210-LER-RODADA.
    READ REGISTRO-JUROS NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           IF JRG-DATA-RODADA(1:4) NOT = WRK-ANO-BASE
              MOVE 'S' TO WRK-EOF
           ELSE
              IF WRK-QTDE-RODADAS < WRK-MAX-RODADAS
                 ADD 1 TO WRK-QTDE-RODADAS
                 MOVE WRK-QTDE-RODADAS TO WRK-IDX
                 MOVE JRG-DATA-RODADA TO WRK-ROD-DATA(WRK-IDX)
                 MOVE JRG-SEQ-INICIAL TO WRK-ROD-SEQ-INI(WRK-IDX)
                 MOVE JRG-SEQ-FINAL   TO WRK-ROD-SEQ-FIM(WRK-IDX)
                 MOVE JRG-QTDE        TO WRK-ROD-QTDE(WRK-IDX)
                 MOVE JRG-TOTAL       TO WRK-ROD-TOTAL(WRK-IDX)
                 MOVE ZEROS TO WRK-ROD-QTDE-CRED(WRK-IDX)
                               WRK-ROD-CREDITADO(WRK-IDX)
                               WRK-ROD-QTDE-EST(WRK-IDX)
                               WRK-ROD-ESTORNADO(WRK-IDX)
                 ADD JRG-TOTAL TO WRK-TOTAL-EMITIDO
              ELSE
                 DISPLAY 'TABELA DE RODADAS CHEIA - RODADA '
                         JRG-DATA-RODADA ' IGNORADA'
                 MOVE 08 TO WRK-RC
              END-IF
           END-IF
    END-READ.
0300-LER-HISTORICO.
    IF WRK-QTDE-RODADAS > 0
       OPEN INPUT TRANSACAO-HIST
       MOVE 'N' TO WRK-EOF
       IF WRK-FS-HIST NOT = '00'
          DISPLAY 'TRNHIST INDISPONIVEL - STATUS ' WRK-FS-HIST
          MOVE 16 TO WRK-RC
          MOVE 'S' TO WRK-EOF
       END-IF
       PERFORM 0310-LER-POSTAGEM-ATIVA UNTIL WRK-FIM-ARQUIVO
       IF WRK-FS-HIST = '00' OR WRK-FS-HIST = '10'
          CLOSE TRANSACAO-HIST
       END-IF
    END-IF.
0310-LER-POSTAGEM-ATIVA.
    READ TRANSACAO-HIST NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-HIS-LIDOS
           MOVE HIS-SEQ       TO WRK-POS-SEQ
           MOVE HIS-CONTA     TO WRK-POS-CONTA
           MOVE HIS-RESULTADO TO WRK-POS-VALOR
           MOVE HIS-ESTORNADO TO WRK-POS-ESTORNADA
           IF HIS-DATA-POSTAGEM IS NUMERIC AND HIS-DATA-POSTAGEM > 0
              MOVE HIS-DATA-POSTAGEM TO WRK-POS-DATA
           ELSE
              MOVE HIS-DATA TO WRK-POS-DATA
           END-IF
           PERFORM 0350-CLASSIFICAR-POSTAGEM
    END-READ.
0350-CLASSIFICAR-POSTAGEM.
*>  A FAIXA DA RODADA DIZ SE E JURO; A SEQUENCIA FORA DE TODAS AS
*>  FAIXAS DO ANO E OUTRO MOVIMENTO E NAO INTERESSA AO INFORME.
    MOVE ZEROS TO WRK-RODADA
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-RODADAS OR WRK-RODADA > 0
       IF WRK-POS-SEQ >= WRK-ROD-SEQ-INI(WRK-IDX)
          AND WRK-POS-SEQ <= WRK-ROD-SEQ-FIM(WRK-IDX)
          MOVE WRK-IDX TO WRK-RODADA
       END-IF
    END-PERFORM
    IF WRK-RODADA > 0
       IF WRK-POS-ESTORNADA = 'S'
          ADD 1             TO WRK-ROD-QTDE-EST(WRK-RODADA)
          ADD WRK-POS-VALOR TO WRK-ROD-ESTORNADO(WRK-RODADA)
       ELSE
          ADD 1             TO WRK-ROD-QTDE-CRED(WRK-RODADA)
          ADD WRK-POS-VALOR TO WRK-ROD-CREDITADO(WRK-RODADA)
          PERFORM 0360-GRAVAR-JUROS
       END-IF
    END-IF.
0360-GRAVAR-JUROS.
    PERFORM 0800-RESOLVER-CPF
    IF WRK-CONTA-CACHE-OK = 'S'
       MOVE WRK-CPF-CACHE     TO INF-CPF
       MOVE WRK-POS-CONTA     TO INF-CONTA
       MOVE 'J'               TO INF-TIPO
       MOVE WRK-CLIENTE-CACHE TO INF-CLIENTE
       MOVE WRK-POS-VALOR     TO INF-VALOR
       MOVE WRK-POS-DATA      TO INF-DATA
       WRITE INF-REGISTRO
       ADD 1             TO WRK-QTDE-JUROS
       ADD WRK-POS-VALOR TO WRK-TOTAL-JUROS
    ELSE
       PERFORM 0810-RELATAR-SEM-TITULAR
    END-IF.
0400-LER-ARQUIVO.
*>  GERACOES DE ARQUIVO SAO OPCIONAIS - ANO-BASE AINDA TODO NO
*>  ATIVO DISPENSA O DD.
    IF WRK-QTDE-RODADAS > 0
       OPEN INPUT HIST-ARQUIVO
       MOVE 'N' TO WRK-EOF
       IF WRK-FS-ARQ NOT = '00'
          DISPLAY 'SEM GERACOES DE ARQUIVO DO HISTORICO'
          MOVE 'S' TO WRK-EOF
       END-IF
       PERFORM 0410-LER-POSTAGEM-ARQUIVADA UNTIL WRK-FIM-ARQUIVO
       IF WRK-FS-ARQ = '00' OR WRK-FS-ARQ = '10'
          CLOSE HIST-ARQUIVO
       END-IF
    END-IF.
0410-LER-POSTAGEM-ARQUIVADA.
    READ HIST-ARQUIVO
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-ARQ-LIDOS
           MOVE ARC-SEQ       TO WRK-POS-SEQ
           MOVE ARC-CONTA     TO WRK-POS-CONTA
           MOVE ARC-RESULTADO TO WRK-POS-VALOR
           MOVE ARC-ESTORNADO TO WRK-POS-ESTORNADA
           IF ARC-DATA-POSTAGEM IS NUMERIC
              AND ARC-DATA-POSTAGEM NOT = ZEROS
              MOVE ARC-DATA-POSTAGEM TO WRK-POS-DATA
           ELSE
              MOVE ARC-DATA TO WRK-POS-DATA
           END-IF
           PERFORM 0350-CLASSIFICAR-POSTAGEM
    END-READ.
0500-LER-FOTO-DEZEMBRO.
    OPEN INPUT FECHO-MENSAL
    MOVE 'N' TO WRK-EOF
    IF WRK-FS-FME NOT = '00'
       DISPLAY 'FOTO DE FECHAMENTO INDISPONIVEL - STATUS '
               WRK-FS-FME
       MOVE 'S' TO WRK-EOF
    END-IF
    PERFORM 0510-LER-SALDO UNTIL WRK-FIM-ARQUIVO
    IF WRK-FS-FME = '00' OR WRK-FS-FME = '10'
       CLOSE FECHO-MENSAL
    END-IF
    IF WRK-QTDE-SALDOS = 0
       DISPLAY 'FOTO DE DEZEMBRO DO ANO-BASE AUSENTE - INFORMES SEM '
               'SALDO'
       IF WRK-RC < 08
          MOVE 08 TO WRK-RC
       END-IF
    END-IF.
0510-LER-SALDO.
    READ FECHO-MENSAL
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-FME-LIDOS
           IF FME-PERIODO = WRK-PERIODO-DEZ
              PERFORM 0520-GRAVAR-SALDO
           END-IF
    END-READ.
0520-GRAVAR-SALDO.
    MOVE FME-CONTA TO WRK-POS-CONTA
    MOVE ZEROS     TO WRK-POS-SEQ
    PERFORM 0800-RESOLVER-CPF
    IF WRK-CONTA-CACHE-OK = 'S'
       MOVE WRK-CPF-CACHE     TO INF-CPF
       MOVE FME-CONTA         TO INF-CONTA
       MOVE 'S'               TO INF-TIPO
       MOVE WRK-CLIENTE-CACHE TO INF-CLIENTE
       MOVE FME-SALDO         TO INF-VALOR
       MOVE WRK-DATA-DEZ      TO INF-DATA
       WRITE INF-REGISTRO
       ADD 1         TO WRK-QTDE-SALDOS
       ADD FME-SALDO TO WRK-TOTAL-SALDOS
    ELSE
       PERFORM 0810-RELATAR-SEM-TITULAR
    END-IF.
0600-CONFERIR-RODADAS.
*>  EMITIDO = CREDITADO + ESTORNADO + NAO LOCALIZADO. O NAO
*>  LOCALIZADO E O QUE O PROG005 SUSPENDEU OU O QUE JA SAIU DAS
*>  GERACOES RETIDAS - FICA NO RELATORIO PARA A CONTABILIDADE.
    MOVE 'CONFERENCIA DAS RODADAS DE JUROS DO ANO-BASE'
      TO RS86-REGISTRO
    WRITE RS86-REGISTRO
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-RODADAS
       COMPUTE WRK-DIFERENCA = WRK-ROD-TOTAL(WRK-IDX)
                             - WRK-ROD-CREDITADO(WRK-IDX)
                             - WRK-ROD-ESTORNADO(WRK-IDX)
       MOVE WRK-ROD-DATA(WRK-IDX)      TO WRR-DATA
       MOVE WRK-ROD-QTDE(WRK-IDX)      TO WRR-QTDE
       MOVE WRK-ROD-TOTAL(WRK-IDX)     TO WRR-TOTAL
       MOVE WRK-ROD-CREDITADO(WRK-IDX) TO WRR-CREDITADO
       MOVE WRK-ROD-ESTORNADO(WRK-IDX) TO WRR-ESTORNADO
       MOVE WRK-DIFERENCA              TO WRR-DIFERENCA
       WRITE RS86-REGISTRO FROM WRK-LINHA-RODADA
       IF WRK-DIFERENCA NOT = ZEROS AND WRK-RC < 04
          MOVE 04 TO WRK-RC
       END-IF
    END-PERFORM.
0700-FINALIZAR.
    MOVE WRK-ANO-BASE     TO CTL-ANO-BASE
    MOVE WRK-QTDE-JUROS   TO CTL-QTDE-JUROS
    MOVE WRK-TOTAL-JUROS  TO CTL-TOTAL-JUROS
    MOVE WRK-QTDE-SALDOS  TO CTL-QTDE-SALDOS
    MOVE WRK-TOTAL-SALDOS TO CTL-TOTAL-SALDOS
    OPEN OUTPUT P086-CONTROLE
    WRITE CTL-REGISTRO
    CLOSE P086-CONTROLE
    MOVE SPACES TO RS86-REGISTRO
    WRITE RS86-REGISTRO
    MOVE 'RODADAS DO ANO-BASE.......' TO WRT-LABEL
    MOVE WRK-QTDE-RODADAS             TO WRT-QTDE
    WRITE RS86-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TOTAL EMITIDO NAS RODADAS.' TO WRV-LABEL
    MOVE WRK-TOTAL-EMITIDO            TO WRV-VALOR
    WRITE RS86-REGISTRO FROM WRK-LINHA-VALOR
    MOVE 'CREDITOS DE JUROS EXTR....' TO WRT-LABEL
    MOVE WRK-QTDE-JUROS               TO WRT-QTDE
    WRITE RS86-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TOTAL DE JUROS EXTRAIDO...' TO WRV-LABEL
    MOVE WRK-TOTAL-JUROS              TO WRV-VALOR
    WRITE RS86-REGISTRO FROM WRK-LINHA-VALOR
    MOVE 'SALDOS DE 31/12 EXTRAIDOS.' TO WRT-LABEL
    MOVE WRK-QTDE-SALDOS              TO WRT-QTDE
    WRITE RS86-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TOTAL DOS SALDOS 31/12....' TO WRV-LABEL
    MOVE WRK-TOTAL-SALDOS             TO WRV-VALOR
    WRITE RS86-REGISTRO FROM WRK-LINHA-VALOR
    MOVE 'ITENS SEM TITULAR.........' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-TITULAR         TO WRT-QTDE
    WRITE RS86-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG086 - JUROS.........' WRK-QTDE-JUROS
    DISPLAY 'PROG086 - SALDOS........' WRK-QTDE-SALDOS
    DISPLAY 'PROG086 - RETURN-CODE...' WRK-RC
    IF WRK-CTA-ABERTO = 'S'
       CLOSE CONTA-MASTER
    END-IF
    IF WRK-CLI-ABERTO = 'S'
       CLOSE CLIENTE-FILE
    END-IF
    CLOSE P086-SAIDA P086-RELATO.
0800-RESOLVER-CPF.
    IF WRK-POS-CONTA NOT = WRK-CONTA-CACHE
       OR WRK-CONTA-CACHE-OK = ' '
       MOVE WRK-POS-CONTA TO WRK-CONTA-CACHE CTA-CONTA
       MOVE 'N'           TO WRK-CONTA-CACHE-OK
       MOVE SPACES        TO WRK-CPF-CACHE
       MOVE ZEROS         TO WRK-CLIENTE-CACHE
       IF WRK-CTA-ABERTO = 'S' AND WRK-CLI-ABERTO = 'S'
          READ CONTA-MASTER
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF CTA-TITULAR > 0
                    PERFORM 0805-LER-TITULAR
                 END-IF
          END-READ
       END-IF
    END-IF.
0805-LER-TITULAR.
    MOVE CTA-TITULAR TO CLI-NUMERO
    READ CLIENTE-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
           IF CLI-INCORPORADO AND CLI-MERGE-PARA > 0
              MOVE CLI-MERGE-PARA TO CLI-NUMERO
              READ CLIENTE-FILE
                  INVALID KEY MOVE SPACES TO CLI-CPF
              END-READ
           END-IF
           IF CLI-CPF NOT = SPACES
              MOVE CLI-CPF    TO WRK-CPF-CACHE
              MOVE CLI-NUMERO TO WRK-CLIENTE-CACHE
              MOVE 'S'        TO WRK-CONTA-CACHE-OK
           END-IF
    END-READ.
0810-RELATAR-SEM-TITULAR.
    ADD 1 TO WRK-QTDE-SEM-TITULAR
    IF WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF
    MOVE SPACES TO RS86-REGISTRO
    STRING 'CONTA ' DELIMITED BY SIZE
           WRK-POS-CONTA DELIMITED BY SIZE
           ' SEM TITULAR/CPF - FORA DO INFORME (SEQ '
                         DELIMITED BY SIZE
           WRK-POS-SEQ   DELIMITED BY SIZE
           ')'           DELIMITED BY SIZE
           INTO RS86-REGISTRO
    END-STRING
    WRITE RS86-REGISTRO.
