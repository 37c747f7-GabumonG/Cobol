IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG098.
*> MANUTENCAO DO HISTORICO DE PERIODOS (ALUHIS) PELO RECALCULO
*> DELTA. O HERC01RG RECALCULA SO OS ALUNOS CORRIGIDOS E NAO MEXE
*> NO HISTORICO (O BOLETIM CONTARIA O PERIODO EM DOBRO), E A MEDIA
*> ANTIGA FICAVA VALENDO PARA O BOLETIM (PROG037), A PROMOCAO
*> (PROG061) E O PAINEL DA COORDENACAO (PROG062). ESTE PROGRAMA LE
*> O P008STA DELTA DA RODADA (REGISTROS TIPO 'C') E COPIA O ALUHIS
*> INTEIRO PARA O ALUNOV, COM O REGISTRO DO PERIODO DE CADA ALUNO
*> CORRIGIDO TROCADO PELA MEDIA E PELO STATUS NOVOS, JORNALIZANDO NO
*> ALUJNV (FUNCAO 'H') A IMAGEM ANTES/DEPOIS DO REGISTRO DO
*> HISTORICO. O ALUHIS E SEQUENCIAL DE LINHA E NAO ACEITA REGRAVAR
*> NO LUGAR UM STATUS MAIS LONGO (APROVADO -> RECUPERACAO); O JOB
*> DEVOLVE A COPIA SOBRE O ORIGINAL E ACRESCENTA O JORNAL DA RODADA
*> AO ALUJRNL SO COM RC ATE 04 - RODADA RECUSADA NAO JORNALIZA.
*> O PERIODO E O AAAAMM DA DATA DE PROCESSAMENTO; O PARM DO EXEC
*> ('AAAAMM') CORRIGE UM PERIODO ANTERIOR. ALUNO SEM O PERIODO NO
*> HISTORICO NAO E INCLUIDO - SAI NO RELATORIO PARA A SECRETARIA.
*> RC=04: ALGUM CORRIGIDO SEM O PERIODO NO HISTORICO; RC=16: PARM
*> INVALIDO, DELTA, ALUHIS, ALUNOV OU ALUJNV INDISPONIVEL, COPIA OU
*> JORNAL INCOMPLETO OU DELTA MAIOR QUE A TABELA (NADA E REGRAVADO).
ENVIRONMENT                     DIVISION.
CONFIGURATION                   SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT ALUNO-HIST   ASSIGN TO "ALUHIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-HIS.
    SELECT ALUNO-HIST-NOVO ASSIGN TO "ALUNOV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-NOV.
    SELECT HIS-CORRECAO ASSIGN TO "P008STA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-COR.
    SELECT ALUNO-JORNAL ASSIGN TO "ALUJNV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-JORNAL.
    SELECT P098-SAIDA   ASSIGN TO "P098SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
DATA                            DIVISION.
FILE                            SECTION.
FD  ALUNO-HIST.
COPY CPALUHIS.
FD  ALUNO-HIST-NOVO.
01  NOV8-REGISTRO           PIC X(28).
FD  HIS-CORRECAO.
01  COR-REGISTRO.
    05  COR-MATRICULA      PIC 9(06).
    05  COR-NOME           PIC X(20).
    05  COR-MEDIA.
        10  COR-MEDIA-INT      PIC 9(03).
        10  FILLER             PIC X(01).
        10  COR-MEDIA-DEC      PIC 9(02).
    05  COR-STATUS         PIC X(11).
    05  COR-TURMA          PIC X(06).
    05  COR-TIPO           PIC X(01).
        88  COR-CORRECAO       VALUE 'C'.
FD  ALUNO-JORNAL.
COPY CPALUJRN.
FD  P098-SAIDA.
01  RS98-REGISTRO           PIC X(80).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-HIS           PIC X(02) VALUE SPACES.
77  WRK-FS-COR           PIC X(02) VALUE SPACES.
77  WRK-FS-NOV           PIC X(02) VALUE SPACES.
77  WRK-FS-JORNAL        PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-PARM             PIC X(40) VALUE SPACES.
77  WRK-PERIODO          PIC 9(06) VALUE ZEROS.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-OPERADOR         PIC X(08) VALUE 'REGRADE'.
77  WRK-HORA-JORNAL      PIC 9(08) VALUE ZEROS.
77  WRK-IMAGEM-ANTES     PIC X(33) VALUE SPACES.
77  WRK-IMAGEM-DEPOIS    PIC X(33) VALUE SPACES.
77  WRK-HIS-ABERTO       PIC X(01) VALUE 'N'.
78  WRK-MAX-CORRECOES    VALUE 500.
77  WRK-QTDE-CORRECOES   PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX              PIC 9(04) COMP VALUE ZEROS.
77  WRK-ACHADO           PIC 9(04) COMP VALUE ZEROS.
01  WRK-TAB-CORRECOES.
    05  WRK-COR-ENTRY OCCURS 500 TIMES.
        10  WRK-COR-MATRICULA  PIC 9(06).
        10  WRK-COR-MEDIA      PIC 9(03)V99.
        10  WRK-COR-STATUS     PIC X(11).
        10  WRK-COR-APLICADA   PIC X(01).
77  WRK-QTDE-LIDOS       PIC 9(06) VALUE ZEROS.
77  WRK-QTDE-IGNORADOS   PIC 9(06) VALUE ZEROS.
77  WRK-QTDE-REGRAVADOS  PIC 9(06) VALUE ZEROS.
77  WRK-QTDE-INALTERADOS PIC 9(06) VALUE ZEROS.
77  WRK-QTDE-SEM-PERIODO PIC 9(06) VALUE ZEROS.
77  WRK-QTDE-HIS-LIDOS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-HIS-COPIA   PIC 9(07) VALUE ZEROS.
01  WRK-LINHA-DETALHE.
    05  WRL-MATRICULA        PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-PERIODO          PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-MEDIA-ANTES      PIC ZZ9,99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-STATUS-ANTES     PIC X(11).
    05  FILLER               PIC X(04) VALUE ' -> '.
    05  WRL-MEDIA-DEPOIS     PIC ZZ9,99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-STATUS-DEPOIS    PIC X(11).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-OBSERVACAO       PIC X(22).
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF WRK-RC < 16
       PERFORM 0200-APLICAR-CORRECOES
    END-IF.
    IF WRK-RC < 16
       PERFORM 0250-LISTAR-SEM-PERIODO
    END-IF.
    PERFORM 0300-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE.
    STOP RUN.
0100-INICIAR.
    PERFORM 0116-LER-DATA-PROC
    ACCEPT WRK-PARM FROM COMMAND-LINE
    IF WRK-PARM(1:6) = SPACES
       MOVE WRK-DATA-PROC(1:6) TO WRK-PERIODO
    ELSE
       IF WRK-PARM(1:6) NUMERIC
          MOVE WRK-PARM(1:6) TO WRK-PERIODO
       ELSE
          DISPLAY 'PARM INVALIDO - INFORME O PERIODO AAAAMM: '
                  WRK-PARM(1:6)
          MOVE 16 TO WRK-RC
       END-IF
    END-IF
    DISPLAY 'PERIODO CORRIGIDO...' WRK-PERIODO
    OPEN OUTPUT P098-SAIDA
    MOVE 'PROG098 - CORRECAO DO HISTORICO DE PERIODOS PELO REGRADE'
      TO RS98-REGISTRO
    WRITE RS98-REGISTRO
    MOVE SPACES TO RS98-REGISTRO
    STRING 'PERIODO ' WRK-PERIODO ' - DATA DE PROCESSAMENTO '
           WRK-DATA-PROC DELIMITED BY SIZE
           INTO RS98-REGISTRO
    END-STRING
    WRITE RS98-REGISTRO
    IF WRK-RC < 16
       PERFORM 0120-CARREGAR-CORRECOES
    END-IF
    IF WRK-RC < 16
       OPEN INPUT ALUNO-HIST
       IF WRK-FS-HIS NOT = '00'
          DISPLAY 'ALUHIS INDISPONIVEL - STATUS ' WRK-FS-HIS
          MOVE 16 TO WRK-RC
       END-IF
    END-IF
    IF WRK-RC < 16
       OPEN OUTPUT ALUNO-HIST-NOVO
       IF WRK-FS-NOV NOT = '00'
          DISPLAY 'COPIA DO ALUHIS (ALUNOV) INDISPONIVEL - STATUS '
                  WRK-FS-NOV
          MOVE 16 TO WRK-RC
          CLOSE ALUNO-HIST
       ELSE
          MOVE 'S' TO WRK-HIS-ABERTO
          OPEN OUTPUT ALUNO-JORNAL
          IF WRK-FS-JORNAL NOT = '00'
             DISPLAY 'JORNAL DA RODADA (ALUJNV) INDISPONIVEL - STATUS '
                     WRK-FS-JORNAL
             MOVE 16 TO WRK-RC
          END-IF
       END-IF
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
0120-CARREGAR-CORRECOES.
*>     SO OS REGISTROS DE CORRECAO COM MEDIA CALCULADA - ALUNO NAO
*>     MATRICULADO OU COM NOTA INVALIDA NAO VAI PARA O HISTORICO NA
*>     RODADA NORMAL E TAMBEM NAO E CORRIGIDO AQUI. O MESMO ALUNO
*>     DUAS VEZES NO DELTA: VALE O ULTIMO.
    MOVE 'N' TO WRK-EOF
    OPEN INPUT HIS-CORRECAO
    IF WRK-FS-COR NOT = '00'
       DISPLAY 'DELTA DO RECALCULO (P008STA) INDISPONIVEL - STATUS '
               WRK-FS-COR
       MOVE 16 TO WRK-RC
    ELSE
       PERFORM 0125-LER-CORRECAO UNTIL WRK-FIM-ARQUIVO
       CLOSE HIS-CORRECAO
    END-IF
    DISPLAY 'CORRECOES CARREGADAS' WRK-QTDE-CORRECOES.
0125-LER-CORRECAO.
    READ HIS-CORRECAO
        AT END SET WRK-FIM-ARQUIVO TO TRUE
        NOT AT END
           ADD 1 TO WRK-QTDE-LIDOS
           IF NOT COR-CORRECAO
              OR COR-STATUS = 'NAO-MATRIC' OR COR-STATUS = 'INVALIDO'
              OR COR-MEDIA-INT NOT NUMERIC
              OR COR-MEDIA-DEC NOT NUMERIC
              ADD 1 TO WRK-QTDE-IGNORADOS
           ELSE
              PERFORM 0130-GUARDAR-CORRECAO
           END-IF
    END-READ.
0130-GUARDAR-CORRECAO.
    MOVE ZEROS TO WRK-ACHADO
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-CORRECOES OR WRK-ACHADO > 0
       IF WRK-COR-MATRICULA(WRK-IDX) = COR-MATRICULA
          MOVE WRK-IDX TO WRK-ACHADO
       END-IF
    END-PERFORM
    IF WRK-ACHADO = 0
       IF WRK-QTDE-CORRECOES < WRK-MAX-CORRECOES
          ADD 1 TO WRK-QTDE-CORRECOES
          MOVE WRK-QTDE-CORRECOES TO WRK-ACHADO
       ELSE
          DISPLAY 'TABELA DE CORRECOES CHEIA - DELTA RECUSADO, '
                  'NADA FOI REGRAVADO'
          MOVE 16 TO WRK-RC
          SET WRK-FIM-ARQUIVO TO TRUE
       END-IF
    END-IF
    IF WRK-ACHADO > 0
       MOVE COR-MATRICULA TO WRK-COR-MATRICULA(WRK-ACHADO)
       COMPUTE WRK-COR-MEDIA(WRK-ACHADO) =
          COR-MEDIA-INT + COR-MEDIA-DEC / 100
       MOVE COR-STATUS    TO WRK-COR-STATUS(WRK-ACHADO)
       MOVE 'N'           TO WRK-COR-APLICADA(WRK-ACHADO)
    END-IF.
0200-APLICAR-CORRECOES.
    MOVE 'N' TO WRK-EOF
    PERFORM 0210-LER-HISTORICO UNTIL WRK-FIM-ARQUIVO.
0210-LER-HISTORICO.
*>     TODO REGISTRO VAI PARA A COPIA, NA ORDEM DO ORIGINAL. UM
*>     PERIODO DUPLICADO POR RODADAS ANTIGAS DO EXECNOT TEM TODAS
*>     AS COPIAS ACERTADAS PARA O MESMO VALOR.
    READ ALUNO-HIST
        AT END SET WRK-FIM-ARQUIVO TO TRUE
        NOT AT END
           ADD 1 TO WRK-QTDE-HIS-LIDOS
           MOVE ZEROS TO WRK-ACHADO
           IF HIS8-PERIODO = WRK-PERIODO
              PERFORM 0220-LOCALIZAR-CORRECAO
           END-IF
           IF WRK-ACHADO > 0
              PERFORM 0230-CORRIGIR-PERIODO
           ELSE
              PERFORM 0235-GRAVAR-COPIA
           END-IF
    END-READ.
0220-LOCALIZAR-CORRECAO.
    MOVE ZEROS TO WRK-ACHADO
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-CORRECOES OR WRK-ACHADO > 0
       IF WRK-COR-MATRICULA(WRK-IDX) = HIS8-MATRICULA
          MOVE WRK-IDX TO WRK-ACHADO
       END-IF
    END-PERFORM.
0230-CORRIGIR-PERIODO.
    MOVE 'S' TO WRK-COR-APLICADA(WRK-ACHADO)
    MOVE HIS8-MATRICULA TO WRL-MATRICULA
    MOVE HIS8-PERIODO   TO WRL-PERIODO
    MOVE HIS8-MEDIA     TO WRL-MEDIA-ANTES
    MOVE HIS8-STATUS    TO WRL-STATUS-ANTES
    MOVE WRK-COR-MEDIA(WRK-ACHADO)  TO WRL-MEDIA-DEPOIS
    MOVE WRK-COR-STATUS(WRK-ACHADO) TO WRL-STATUS-DEPOIS
    IF HIS8-MEDIA = WRK-COR-MEDIA(WRK-ACHADO)
       AND HIS8-STATUS = WRK-COR-STATUS(WRK-ACHADO)
       ADD 1 TO WRK-QTDE-INALTERADOS
       MOVE 'SEM ALTERACAO' TO WRL-OBSERVACAO
       PERFORM 0235-GRAVAR-COPIA
    ELSE
       MOVE HIS8-REGISTRO TO WRK-IMAGEM-ANTES
       MOVE WRK-COR-MEDIA(WRK-ACHADO)  TO HIS8-MEDIA
       MOVE WRK-COR-STATUS(WRK-ACHADO) TO HIS8-STATUS
       PERFORM 0235-GRAVAR-COPIA
       IF WRK-FS-NOV = '00'
          ADD 1 TO WRK-QTDE-REGRAVADOS
          MOVE 'REGRAVADO' TO WRL-OBSERVACAO
          PERFORM 0240-GRAVAR-JORNAL
       END-IF
    END-IF
    IF WRK-FS-NOV NOT = '00'
       MOVE 'ERRO NA REGRAVACAO' TO WRL-OBSERVACAO
    END-IF
    WRITE RS98-REGISTRO FROM WRK-LINHA-DETALHE.
0235-GRAVAR-COPIA.
    WRITE NOV8-REGISTRO FROM HIS8-REGISTRO
    IF WRK-FS-NOV = '00'
       ADD 1 TO WRK-QTDE-HIS-COPIA
    ELSE
       DISPLAY 'ERRO AO GRAVAR A COPIA DO ALUHIS - MATRICULA '
               HIS8-MATRICULA ' - STATUS ' WRK-FS-NOV
       MOVE 16 TO WRK-RC
       SET WRK-FIM-ARQUIVO TO TRUE
    END-IF.
0240-GRAVAR-JORNAL.
    MOVE HIS8-REGISTRO TO WRK-IMAGEM-DEPOIS
    MOVE WRK-DATA-PROC TO AJR-DATA
    ACCEPT WRK-HORA-JORNAL FROM TIME
    MOVE WRK-HORA-JORNAL(1:6) TO AJR-HORA
    MOVE 'H'                  TO AJR-FUNCAO
    MOVE WRK-OPERADOR         TO AJR-OPERADOR
    MOVE HIS8-MATRICULA       TO AJR-MATRICULA
    MOVE WRK-IMAGEM-ANTES     TO AJR-IMAGEM-ANTES
    MOVE WRK-IMAGEM-DEPOIS    TO AJR-IMAGEM-DEPOIS
    WRITE AJR-REGISTRO
    IF WRK-FS-JORNAL NOT = '00'
       DISPLAY 'ERRO AO GRAVAR O JORNAL DA RODADA - MATRICULA '
               HIS8-MATRICULA ' - STATUS ' WRK-FS-JORNAL
       MOVE 16 TO WRK-RC
       SET WRK-FIM-ARQUIVO TO TRUE
    END-IF.
0250-LISTAR-SEM-PERIODO.
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-CORRECOES
       IF WRK-COR-APLICADA(WRK-IDX) = 'N'
          PERFORM 0260-REGISTRAR-SEM-PERIODO
       END-IF
    END-PERFORM
    IF WRK-QTDE-SEM-PERIODO > 0 AND WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF.
0260-REGISTRAR-SEM-PERIODO.
    ADD 1 TO WRK-QTDE-SEM-PERIODO
    MOVE WRK-COR-MATRICULA(WRK-IDX) TO WRL-MATRICULA
    MOVE WRK-PERIODO                TO WRL-PERIODO
    MOVE ZEROS                      TO WRL-MEDIA-ANTES
    MOVE SPACES                     TO WRL-STATUS-ANTES
    MOVE WRK-COR-MEDIA(WRK-IDX)     TO WRL-MEDIA-DEPOIS
    MOVE WRK-COR-STATUS(WRK-IDX)    TO WRL-STATUS-DEPOIS
    MOVE 'SEM PERIODO NO ALUHIS'    TO WRL-OBSERVACAO
    WRITE RS98-REGISTRO FROM WRK-LINHA-DETALHE.
0300-FINALIZAR.
*>  A COPIA TEM DE TER TODOS OS REGISTROS DO ORIGINAL - SE NAO
*>  TIVER, O JOB NAO A DEVOLVE SOBRE O ALUHIS.
    IF WRK-HIS-ABERTO = 'S' AND WRK-RC < 16
       AND WRK-QTDE-HIS-COPIA NOT = WRK-QTDE-HIS-LIDOS
       DISPLAY 'COPIA DO ALUHIS INCOMPLETA - LIDOS '
               WRK-QTDE-HIS-LIDOS ' COPIADOS ' WRK-QTDE-HIS-COPIA
       MOVE 16 TO WRK-RC
    END-IF
    MOVE SPACES TO RS98-REGISTRO
    WRITE RS98-REGISTRO
    MOVE 'REGISTROS DO DELTA LIDOS.' TO WRT-LABEL
    MOVE WRK-QTDE-LIDOS              TO WRT-QTDE
    WRITE RS98-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'IGNORADOS (SEM MEDIA)....' TO WRT-LABEL
    MOVE WRK-QTDE-IGNORADOS          TO WRT-QTDE
    WRITE RS98-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'PERIODOS REGRAVADOS......' TO WRT-LABEL
    MOVE WRK-QTDE-REGRAVADOS         TO WRT-QTDE
    WRITE RS98-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'PERIODOS SEM ALTERACAO...' TO WRT-LABEL
    MOVE WRK-QTDE-INALTERADOS        TO WRT-QTDE
    WRITE RS98-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'SEM PERIODO NO ALUHIS....' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-PERIODO        TO WRT-QTDE
    WRITE RS98-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'REGISTROS NA COPIA.......' TO WRT-LABEL
    MOVE WRK-QTDE-HIS-COPIA          TO WRT-QTDE
    WRITE RS98-REGISTRO FROM WRK-LINHA-TOTAL
    IF WRK-RC = 16
       MOVE 'RODADA RECUSADA - VER AS MENSAGENS DO SYSOUT'
         TO RS98-REGISTRO
       WRITE RS98-REGISTRO
    END-IF
    DISPLAY 'PROG098 - REGRAVADOS....' WRK-QTDE-REGRAVADOS
    DISPLAY 'PROG098 - SEM PERIODO...' WRK-QTDE-SEM-PERIODO
    IF WRK-HIS-ABERTO = 'S'
       CLOSE ALUNO-HIST ALUNO-HIST-NOVO ALUNO-JORNAL
    END-IF
    CLOSE P098-SAIDA.
