IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG099.
*> PROVA DE RECUPERACAO. O PROG008 PARA EM 'RECUPERACAO' E A PROVA
*> ERA APURADA NO PAPEL - O BOLETIM (PROG037) E A PROMOCAO (PROG061)
*> DECIDIAM COM A MEDIA DE ANTES DA RECUPERACAO. ESTE PROGRAMA LE AS
*> NOTAS DA PROVA (P099PRV: MATRICULA, TURMA, NOTA) E, PARA CADA
*> ALUNO EM RECUPERACAO NO PERIODO DO HISTORICO (ALUHIS), APLICA A
*> REGRA DO P008PAR E GRAVA A MEDIA FINAL E O STATUS
*> (APROVADO/REPROVADO), JORNALIZANDO NO ALUJNV (FUNCAO 'E'). O
*> ALUHIS E SO LIDO: O HISTORICO SAI INTEIRO NA COPIA DO ALUNOV,
*> COM OS DECIDIDOS TROCADOS, E O JOB A DEVOLVE SOBRE O ORIGINAL E
*> ACRESCENTA O JORNAL DA RODADA AO ALUJRNL SO COM RC ATE 04 - O
*> MESMO METODO DO PROG008 E DO PROG098.
*> REGRA (PARM-REGRA-RECUPERACAO):
*>   'M' - MAIOR ENTRE A MEDIA E A MEDIA DE (MEDIA + PROVA) - PADRAO
*>   'P' - MAIOR ENTRE A MEDIA E A NOTA DA PROVA
*>   'A' - MEDIA DE (MEDIA + PROVA), MESMO QUE FIQUE MENOR
*> COM PARM-TETO-RECUPERACAO 'S' (PADRAO) A MEDIA FINAL NAO PASSA
*> DO CORTE DE APROVACAO. ALUNO EM RECUPERACAO SEM PROVA E
*> REPROVADO COM A MEDIA ORIGINAL. SAIDAS PARA A SECRETARIA: A
*> LISTAGEM (P099SAI) E O CSV (P099CSV, PONTO DECIMAL).
*> O PERIODO E O AAAAMM DA DATA DE PROCESSAMENTO; O PARM DO EXEC
*> ('AAAAMM') PROCESSA UM PERIODO ANTERIOR. ALUNO JA DECIDIDO NAO
*> ESTA MAIS EM RECUPERACAO - RODAR DE NOVO NAO O REPROCESSA.
*> RC=04: PROVA SEM ALUNO EM RECUPERACAO, TURMA QUE NAO CONFERE OU
*> NOTA INVALIDA (O ALUNO FICA EM RECUPERACAO ATE A CORRECAO);
*> RC=16: PARM INVALIDO, ALUHIS, ALUNOV OU ALUJNV INDISPONIVEL,
*> COPIA OU JORNAL INCOMPLETO OU PROVAS ALEM DA TABELA (NADA E
*> REGRAVADO).
ENVIRONMENT                     DIVISION.
CONFIGURATION                   SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT ALUNO-MASTER ASSIGN TO "ALUMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ALU-MATRICULA
           FILE STATUS  IS WRK-FS-ALU.
    SELECT ALUNO-HIST   ASSIGN TO "ALUHIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-HIS.
    SELECT ALUNO-HIST-NOVO ASSIGN TO "ALUNOV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-NOV.
    SELECT ALUNO-JORNAL ASSIGN TO "ALUJNV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-JORNAL.
    SELECT P099-PROVA   ASSIGN TO "P099PRV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PRV.
    SELECT P008-PARM    ASSIGN TO "P008PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P099-SAIDA   ASSIGN TO "P099SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P099-CSV     ASSIGN TO "P099CSV"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
DATA                            DIVISION.
FILE                            SECTION.
FD  ALUNO-MASTER.
COPY CPALUMST.
FD  ALUNO-HIST.
COPY CPALUHIS.
FD  ALUNO-HIST-NOVO.
01  NOV8-REGISTRO           PIC X(28).
FD  ALUNO-JORNAL.
COPY CPALUJRN.
FD  P099-PROVA.
01  PRV-REGISTRO.
    05  PRV-MATRICULA      PIC 9(06).
    05  PRV-TURMA          PIC X(06).
    05  PRV-NOTA           PIC 9(02)V99.
FD  P008-PARM.
01  PARM-REGISTRO.
    05  PARM-CORTE-APROVACAO   PIC 9(02)V99.
    05  PARM-CORTE-RECUPERACAO PIC 9(02)V99.
    05  PARM-FORMATO-DECIMAL   PIC X(01).
    05  PARM-REGRA-RECUPERACAO PIC X(01).
    05  PARM-TETO-RECUPERACAO  PIC X(01).
FD  P099-SAIDA.
01  RS99-REGISTRO           PIC X(90).
FD  P099-CSV.
01  CSV99-LINHA             PIC X(80).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-ALU           PIC X(02) VALUE SPACES.
77  WRK-FS-HIS           PIC X(02) VALUE SPACES.
77  WRK-FS-NOV           PIC X(02) VALUE SPACES.
77  WRK-QTDE-HIS-LIDOS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-HIS-COPIA   PIC 9(07) VALUE ZEROS.
77  WRK-FS-JORNAL        PIC X(02) VALUE SPACES.
77  WRK-FS-PRV           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-PARM             PIC X(40) VALUE SPACES.
77  WRK-PERIODO          PIC 9(06) VALUE ZEROS.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-OPERADOR         PIC X(08) VALUE 'RECUPERA'.
77  WRK-HORA-JORNAL      PIC 9(08) VALUE ZEROS.
77  WRK-IMAGEM-ANTES     PIC X(33) VALUE SPACES.
77  WRK-IMAGEM-DEPOIS    PIC X(33) VALUE SPACES.
77  WRK-HIS-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-TEM-ALUMST       PIC X(01) VALUE 'N'.
77  WRK-CORTE-APROVACAO  PIC 9(02)V99 VALUE 6.
77  WRK-REGRA            PIC X(01) VALUE 'M'.
    88  WRK-REGRA-MAIOR-MEDIA VALUE 'M'.
    88  WRK-REGRA-MAIOR-PROVA VALUE 'P'.
    88  WRK-REGRA-ARITMETICA  VALUE 'A'.
77  WRK-TETO             PIC X(01) VALUE 'S'.
    88  WRK-LIMITA-AO-CORTE   VALUE 'S'.
77  WRK-MEDIA-ORIGINAL   PIC 9(03)V99 VALUE ZEROS.
77  WRK-MEDIA-PROVA      PIC 9(03)V99 VALUE ZEROS.
77  WRK-MEDIA-FINAL      PIC 9(03)V99 VALUE ZEROS.
77  WRK-STATUS-FINAL     PIC X(11) VALUE SPACES.
78  WRK-NOTA-MAXIMA      VALUE 10.
78  WRK-MAX-PROVAS       VALUE 500.
77  WRK-QTDE-PROVAS      PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX              PIC 9(04) COMP VALUE ZEROS.
77  WRK-ACHADO           PIC 9(04) COMP VALUE ZEROS.
01  WRK-TAB-PROVAS.
    05  WRK-PRV-ENTRY OCCURS 500 TIMES.
        10  WRK-PRV-MATRICULA  PIC 9(06).
        10  WRK-PRV-TURMA      PIC X(06).
        10  WRK-PRV-NOTA       PIC 9(02)V99.
        10  WRK-PRV-SITUACAO   PIC X(01).
            88  WRK-PRV-PENDENTE     VALUE 'P'.
            88  WRK-PRV-APLICADA     VALUE 'A'.
            88  WRK-PRV-INVALIDA     VALUE 'I'.
77  WRK-QTDE-LIDAS       PIC 9(06) VALUE ZEROS.
77  WRK-QTDE-RECUPERACAO PIC 9(06) VALUE ZEROS.
77  WRK-QTDE-APROVADOS   PIC 9(06) VALUE ZEROS.
77  WRK-QTDE-REPROVADOS  PIC 9(06) VALUE ZEROS.
77  WRK-QTDE-SEM-PROVA   PIC 9(06) VALUE ZEROS.
77  WRK-QTDE-PENDENTES   PIC 9(06) VALUE ZEROS.
77  WRK-QTDE-SOBRA       PIC 9(06) VALUE ZEROS.
01  WRK-CSV-PARTES.
    05  WRK-CSV-INTEIRO      PIC 9(03).
    05  WRK-CSV-DECIMAL      PIC 9(02).
01  WRK-CSV-NUMERO REDEFINES WRK-CSV-PARTES PIC 9(03)V99.
77  WRK-CSV-MEDIA        PIC X(06) VALUE SPACES.
77  WRK-CSV-PROVA        PIC X(06) VALUE SPACES.
77  WRK-CSV-FINAL        PIC X(06) VALUE SPACES.
77  WRK-CSV-VALOR        PIC X(06) VALUE SPACES.
01  WRK-CABECALHO-COL.
    05  FILLER               PIC X(42) VALUE
        'MATRIC NOME                 TURMA    MEDIA'.
    05  FILLER               PIC X(37) VALUE
        '  PROVA  FINAL STATUS      OBSERVACAO'.
01  WRK-LINHA-DETALHE.
    05  WRL-MATRICULA        PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-NOME             PIC X(20).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-TURMA            PIC X(06).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  WRL-MEDIA            PIC ZZ9,99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-PROVA            PIC ZZ9,99.
    05  WRL-PROVA-X REDEFINES WRL-PROVA PIC X(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-FINAL            PIC ZZ9,99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-STATUS           PIC X(11).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-OBSERVACAO       PIC X(21).
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF WRK-RC < 16
       PERFORM 0200-PROCESSAR-PERIODO
    END-IF.
    IF WRK-RC < 16
       PERFORM 0250-LISTAR-PROVAS-SOBRANDO
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
    DISPLAY 'PERIODO DA RECUPERACAO..' WRK-PERIODO
    PERFORM 0110-LER-PARAMETROS
    OPEN OUTPUT P099-SAIDA
    OPEN OUTPUT P099-CSV
    MOVE 'PROG099 - RESULTADO DA PROVA DE RECUPERACAO'
      TO RS99-REGISTRO
    WRITE RS99-REGISTRO
    MOVE SPACES TO RS99-REGISTRO
    STRING 'PERIODO ' WRK-PERIODO ' - REGRA ' WRK-REGRA
           ' - TETO NO CORTE ' WRK-TETO DELIMITED BY SIZE
           INTO RS99-REGISTRO
    END-STRING
    WRITE RS99-REGISTRO
    WRITE RS99-REGISTRO FROM WRK-CABECALHO-COL
    MOVE 'MATRICULA,NOME,TURMA,MEDIA,PROVA,FINAL,STATUS'
      TO CSV99-LINHA
    WRITE CSV99-LINHA
    OPEN INPUT ALUNO-MASTER
    IF WRK-FS-ALU = '00'
       MOVE 'S' TO WRK-TEM-ALUMST
    ELSE
       DISPLAY 'MASTER DE ALUNOS INDISPONIVEL - LISTAGEM SEM NOME '
               'E TURMA NAO CONFERIDA'
    END-IF
    IF WRK-RC < 16
       PERFORM 0120-CARREGAR-PROVAS
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
0110-LER-PARAMETROS.
*>     O CORTE DE APROVACAO E A REGRA DA RECUPERACAO VEM DO MESMO
*>     REGISTRO DE CONTROLE DO PROG008 - UM CORTE SO PARA A RODADA
*>     NORMAL E PARA A PROVA.
    OPEN INPUT P008-PARM
    IF WRK-FS-PARM = '00'
       READ P008-PARM
           AT END CONTINUE
           NOT AT END
              IF PARM-CORTE-APROVACAO > 0
                 MOVE PARM-CORTE-APROVACAO TO WRK-CORTE-APROVACAO
              END-IF
              IF PARM-REGRA-RECUPERACAO = 'M' OR 'P' OR 'A'
                 MOVE PARM-REGRA-RECUPERACAO TO WRK-REGRA
              END-IF
              IF PARM-TETO-RECUPERACAO = 'S' OR 'N'
                 MOVE PARM-TETO-RECUPERACAO TO WRK-TETO
              END-IF
       END-READ
       CLOSE P008-PARM
    END-IF
    DISPLAY 'CORTE APROVACAO.........' WRK-CORTE-APROVACAO
    DISPLAY 'REGRA DA RECUPERACAO....' WRK-REGRA
    DISPLAY 'TETO NO CORTE...........' WRK-TETO.
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
0120-CARREGAR-PROVAS.
*>     SEM ARQUIVO DE PROVAS, NINGUEM FEZ A PROVA - TODOS OS ALUNOS
*>     EM RECUPERACAO DO PERIODO SAEM REPROVADOS.
    MOVE 'N' TO WRK-EOF
    OPEN INPUT P099-PROVA
    IF WRK-FS-PRV NOT = '00'
       SET WRK-FIM-ARQUIVO TO TRUE
       DISPLAY 'ARQUIVO DE PROVAS AUSENTE - NENHUMA PROVA LANCADA'
    END-IF
    PERFORM 0125-LER-PROVA UNTIL WRK-FIM-ARQUIVO
    IF WRK-FS-PRV = '00' OR WRK-FS-PRV = '10'
       CLOSE P099-PROVA
    END-IF
    DISPLAY 'PROVAS CARREGADAS.......' WRK-QTDE-PROVAS.
0125-LER-PROVA.
    READ P099-PROVA
        AT END SET WRK-FIM-ARQUIVO TO TRUE
        NOT AT END
           ADD 1 TO WRK-QTDE-LIDAS
           IF WRK-QTDE-PROVAS < WRK-MAX-PROVAS
              ADD 1 TO WRK-QTDE-PROVAS
              MOVE PRV-MATRICULA TO
                   WRK-PRV-MATRICULA(WRK-QTDE-PROVAS)
              MOVE PRV-TURMA TO WRK-PRV-TURMA(WRK-QTDE-PROVAS)
              IF PRV-NOTA NUMERIC AND PRV-NOTA NOT > WRK-NOTA-MAXIMA
                 MOVE PRV-NOTA TO WRK-PRV-NOTA(WRK-QTDE-PROVAS)
                 SET WRK-PRV-PENDENTE(WRK-QTDE-PROVAS) TO TRUE
              ELSE
                 MOVE ZEROS TO WRK-PRV-NOTA(WRK-QTDE-PROVAS)
                 SET WRK-PRV-INVALIDA(WRK-QTDE-PROVAS) TO TRUE
              END-IF
           ELSE
              DISPLAY 'TABELA DE PROVAS CHEIA - ARQUIVO RECUSADO, '
                      'NADA FOI REGRAVADO'
              MOVE 16 TO WRK-RC
              SET WRK-FIM-ARQUIVO TO TRUE
           END-IF
    END-READ.
0200-PROCESSAR-PERIODO.
    MOVE 'N' TO WRK-EOF
    PERFORM 0210-LER-HISTORICO UNTIL WRK-FIM-ARQUIVO.
0210-LER-HISTORICO.
*>  TODO REGISTRO VAI PARA A COPIA, NA ORDEM DO ORIGINAL - O ALUNO
*>  DECIDIDO COM A MEDIA FINAL E O STATUS NOVOS (0260).
    READ ALUNO-HIST
        AT END SET WRK-FIM-ARQUIVO TO TRUE
        NOT AT END
           ADD 1 TO WRK-QTDE-HIS-LIDOS
           IF HIS8-PERIODO = WRK-PERIODO
              AND HIS8-STATUS = 'RECUPERACAO'
              ADD 1 TO WRK-QTDE-RECUPERACAO
              PERFORM 0220-DECIDIR-RECUPERACAO
           ELSE
              PERFORM 0265-GRAVAR-COPIA
           END-IF
    END-READ.
0220-DECIDIR-RECUPERACAO.
    MOVE HIS8-MATRICULA TO WRL-MATRICULA
    MOVE SPACES         TO WRL-NOME
    MOVE SPACES         TO WRL-TURMA
    IF WRK-TEM-ALUMST = 'S'
       MOVE HIS8-MATRICULA TO ALU-MATRICULA
       READ ALUNO-MASTER
           INVALID KEY CONTINUE
           NOT INVALID KEY
              MOVE ALU-NOME  TO WRL-NOME
              MOVE ALU-TURMA TO WRL-TURMA
       END-READ
    END-IF
    MOVE HIS8-MEDIA TO WRK-MEDIA-ORIGINAL
    MOVE HIS8-MEDIA TO WRL-MEDIA
    MOVE ZEROS TO WRK-ACHADO
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-PROVAS OR WRK-ACHADO > 0
       IF WRK-PRV-MATRICULA(WRK-IDX) = HIS8-MATRICULA
          MOVE WRK-IDX TO WRK-ACHADO
       END-IF
    END-PERFORM
    EVALUATE TRUE
       WHEN WRK-ACHADO = 0
          PERFORM 0240-REPROVAR-SEM-PROVA
       WHEN WRK-PRV-INVALIDA(WRK-ACHADO)
          PERFORM 0245-DEIXAR-PENDENTE
          MOVE 'NOTA INVALIDA' TO WRL-OBSERVACAO
          WRITE RS99-REGISTRO FROM WRK-LINHA-DETALHE
          PERFORM 0265-GRAVAR-COPIA
       WHEN WRK-TEM-ALUMST = 'S'
            AND WRL-TURMA NOT = WRK-PRV-TURMA(WRK-ACHADO)
          PERFORM 0245-DEIXAR-PENDENTE
          MOVE 'TURMA NAO CONFERE' TO WRL-OBSERVACAO
          WRITE RS99-REGISTRO FROM WRK-LINHA-DETALHE
          PERFORM 0265-GRAVAR-COPIA
       WHEN OTHER
          PERFORM 0230-APLICAR-REGRA
    END-EVALUATE.
0230-APLICAR-REGRA.
    SET WRK-PRV-APLICADA(WRK-ACHADO) TO TRUE
    MOVE WRK-PRV-NOTA(WRK-ACHADO) TO WRK-MEDIA-PROVA
    EVALUATE TRUE
       WHEN WRK-REGRA-MAIOR-PROVA
          MOVE WRK-MEDIA-PROVA TO WRK-MEDIA-FINAL
       WHEN OTHER
          COMPUTE WRK-MEDIA-FINAL ROUNDED =
             (WRK-MEDIA-ORIGINAL + WRK-MEDIA-PROVA) / 2
    END-EVALUATE
    IF NOT WRK-REGRA-ARITMETICA
       AND WRK-MEDIA-FINAL < WRK-MEDIA-ORIGINAL
       MOVE WRK-MEDIA-ORIGINAL TO WRK-MEDIA-FINAL
    END-IF
    IF WRK-LIMITA-AO-CORTE
       AND WRK-MEDIA-FINAL > WRK-CORTE-APROVACAO
       MOVE WRK-CORTE-APROVACAO TO WRK-MEDIA-FINAL
    END-IF
    IF WRK-MEDIA-FINAL >= WRK-CORTE-APROVACAO
       MOVE 'APROVADO'  TO WRK-STATUS-FINAL
       ADD 1 TO WRK-QTDE-APROVADOS
       MOVE 'APROVADO NA PROVA' TO WRL-OBSERVACAO
    ELSE
       MOVE 'REPROVADO' TO WRK-STATUS-FINAL
       ADD 1 TO WRK-QTDE-REPROVADOS
       MOVE 'REPROVADO NA PROVA' TO WRL-OBSERVACAO
    END-IF
    MOVE WRK-MEDIA-PROVA TO WRL-PROVA
    MOVE WRK-MEDIA-PROVA TO WRK-CSV-NUMERO
    PERFORM 0290-FORMATAR-CSV
    MOVE WRK-CSV-VALOR   TO WRK-CSV-PROVA
    PERFORM 0260-REGRAVAR-HISTORICO.
0240-REPROVAR-SEM-PROVA.
    ADD 1 TO WRK-QTDE-SEM-PROVA WRK-QTDE-REPROVADOS
    MOVE WRK-MEDIA-ORIGINAL TO WRK-MEDIA-FINAL
    MOVE 'REPROVADO'        TO WRK-STATUS-FINAL
    MOVE SPACES             TO WRL-PROVA-X
    MOVE SPACES             TO WRK-CSV-PROVA
    MOVE 'SEM PROVA'        TO WRL-OBSERVACAO
    PERFORM 0260-REGRAVAR-HISTORICO.
0245-DEIXAR-PENDENTE.
*>     PROVA LANCADA COM ERRO - O ALUNO CONTINUA EM RECUPERACAO E A
*>     RODADA SEGUINTE, COM A PROVA CORRIGIDA, O DECIDE.
    ADD 1 TO WRK-QTDE-PENDENTES
    IF WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF
    IF WRK-PRV-INVALIDA(WRK-ACHADO)
       MOVE SPACES TO WRL-PROVA-X
    ELSE
       MOVE WRK-PRV-NOTA(WRK-ACHADO) TO WRL-PROVA
    END-IF
    SET WRK-PRV-APLICADA(WRK-ACHADO) TO TRUE
    MOVE WRK-MEDIA-ORIGINAL TO WRL-FINAL
    MOVE 'RECUPERACAO'      TO WRL-STATUS.
0260-REGRAVAR-HISTORICO.
    MOVE HIS8-REGISTRO    TO WRK-IMAGEM-ANTES
    MOVE WRK-MEDIA-FINAL  TO HIS8-MEDIA
    MOVE WRK-STATUS-FINAL TO HIS8-STATUS
    PERFORM 0265-GRAVAR-COPIA
    IF WRK-FS-NOV = '00'
       PERFORM 0270-GRAVAR-JORNAL
    ELSE
       MOVE 'ERRO NA REGRAVACAO' TO WRL-OBSERVACAO
    END-IF
    MOVE WRK-MEDIA-FINAL  TO WRL-FINAL
    MOVE WRK-STATUS-FINAL TO WRL-STATUS
    WRITE RS99-REGISTRO FROM WRK-LINHA-DETALHE
    PERFORM 0280-GRAVAR-CSV.
0265-GRAVAR-COPIA.
    WRITE NOV8-REGISTRO FROM HIS8-REGISTRO
    IF WRK-FS-NOV = '00'
       ADD 1 TO WRK-QTDE-HIS-COPIA
    ELSE
       DISPLAY 'ERRO AO GRAVAR A COPIA DO ALUHIS - MATRICULA '
               HIS8-MATRICULA ' - STATUS ' WRK-FS-NOV
       MOVE 16 TO WRK-RC
       SET WRK-FIM-ARQUIVO TO TRUE
    END-IF.
0270-GRAVAR-JORNAL.
    MOVE HIS8-REGISTRO TO WRK-IMAGEM-DEPOIS
    MOVE WRK-DATA-PROC TO AJR-DATA
    ACCEPT WRK-HORA-JORNAL FROM TIME
    MOVE WRK-HORA-JORNAL(1:6) TO AJR-HORA
    MOVE 'E'                  TO AJR-FUNCAO
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
0280-GRAVAR-CSV.
    MOVE WRK-MEDIA-ORIGINAL TO WRK-CSV-NUMERO
    PERFORM 0290-FORMATAR-CSV
    MOVE WRK-CSV-VALOR      TO WRK-CSV-MEDIA
    MOVE WRK-MEDIA-FINAL    TO WRK-CSV-NUMERO
    PERFORM 0290-FORMATAR-CSV
    MOVE WRK-CSV-VALOR      TO WRK-CSV-FINAL
    MOVE SPACES TO CSV99-LINHA
    STRING WRL-MATRICULA    DELIMITED BY SIZE
           ','              DELIMITED BY SIZE
           WRL-NOME         DELIMITED BY '  '
           ','              DELIMITED BY SIZE
           WRL-TURMA        DELIMITED BY SPACE
           ','              DELIMITED BY SIZE
           WRK-CSV-MEDIA    DELIMITED BY SIZE
           ','              DELIMITED BY SIZE
           WRK-CSV-PROVA    DELIMITED BY SPACE
           ','              DELIMITED BY SIZE
           WRK-CSV-FINAL    DELIMITED BY SIZE
           ','              DELIMITED BY SIZE
           WRK-STATUS-FINAL DELIMITED BY SPACE
           INTO CSV99-LINHA
    END-STRING
    WRITE CSV99-LINHA.
0290-FORMATAR-CSV.
*>     O CSV E FORMATO DE INTERCAMBIO - SEMPRE PONTO DECIMAL, COMO O
*>     P008CSV.
    MOVE SPACES TO WRK-CSV-VALOR
    STRING WRK-CSV-INTEIRO DELIMITED BY SIZE
           '.'             DELIMITED BY SIZE
           WRK-CSV-DECIMAL DELIMITED BY SIZE
           INTO WRK-CSV-VALOR
    END-STRING.
0250-LISTAR-PROVAS-SOBRANDO.
*>     PROVA DE QUEM NAO ESTA EM RECUPERACAO NO PERIODO - MATRICULA
*>     DIGITADA ERRADA OU ALUNO JA DECIDIDO NUMA RODADA ANTERIOR.
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-PROVAS
       IF NOT WRK-PRV-APLICADA(WRK-IDX)
          PERFORM 0255-REGISTRAR-SOBRA
       END-IF
    END-PERFORM
    IF WRK-QTDE-SOBRA > 0 AND WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF.
0255-REGISTRAR-SOBRA.
    ADD 1 TO WRK-QTDE-SOBRA
    MOVE WRK-PRV-MATRICULA(WRK-IDX) TO WRL-MATRICULA
    MOVE SPACES                     TO WRL-NOME
    MOVE WRK-PRV-TURMA(WRK-IDX)     TO WRL-TURMA
    MOVE ZEROS                      TO WRL-MEDIA WRL-FINAL
    MOVE WRK-PRV-NOTA(WRK-IDX)      TO WRL-PROVA
    MOVE SPACES                     TO WRL-STATUS
    MOVE 'NAO ESTA EM RECUPER.'     TO WRL-OBSERVACAO
    WRITE RS99-REGISTRO FROM WRK-LINHA-DETALHE.
0300-FINALIZAR.
*>  A COPIA TEM DE TER TODOS OS REGISTROS DO ORIGINAL - SE NAO
*>  TIVER, O JOB NAO A DEVOLVE SOBRE O ALUHIS.
    IF WRK-HIS-ABERTO = 'S' AND WRK-RC < 16
       AND WRK-QTDE-HIS-COPIA NOT = WRK-QTDE-HIS-LIDOS
       DISPLAY 'COPIA DO ALUHIS INCOMPLETA - LIDOS '
               WRK-QTDE-HIS-LIDOS ' COPIADOS ' WRK-QTDE-HIS-COPIA
       MOVE 16 TO WRK-RC
    END-IF
    MOVE SPACES TO RS99-REGISTRO
    WRITE RS99-REGISTRO
    MOVE 'PROVAS LIDAS.............' TO WRT-LABEL
    MOVE WRK-QTDE-LIDAS              TO WRT-QTDE
    WRITE RS99-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'ALUNOS EM RECUPERACAO....' TO WRT-LABEL
    MOVE WRK-QTDE-RECUPERACAO        TO WRT-QTDE
    WRITE RS99-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'APROVADOS NA PROVA.......' TO WRT-LABEL
    MOVE WRK-QTDE-APROVADOS          TO WRT-QTDE
    WRITE RS99-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'REPROVADOS...............' TO WRT-LABEL
    MOVE WRK-QTDE-REPROVADOS         TO WRT-QTDE
    WRITE RS99-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE '  DOS QUAIS SEM PROVA....' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-PROVA          TO WRT-QTDE
    WRITE RS99-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'PENDENTES (PROVA C/ ERRO)' TO WRT-LABEL
    MOVE WRK-QTDE-PENDENTES          TO WRT-QTDE
    WRITE RS99-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'PROVAS SEM RECUPERACAO...' TO WRT-LABEL
    MOVE WRK-QTDE-SOBRA              TO WRT-QTDE
    WRITE RS99-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'REGISTROS NA COPIA.......' TO WRT-LABEL
    MOVE WRK-QTDE-HIS-COPIA          TO WRT-QTDE
    WRITE RS99-REGISTRO FROM WRK-LINHA-TOTAL
    IF WRK-RC = 16
       MOVE 'RODADA RECUSADA - VER AS MENSAGENS DO SYSOUT'
         TO RS99-REGISTRO
       WRITE RS99-REGISTRO
    END-IF
    DISPLAY 'PROG099 - APROVADOS.....' WRK-QTDE-APROVADOS
    DISPLAY 'PROG099 - REPROVADOS....' WRK-QTDE-REPROVADOS
    DISPLAY 'PROG099 - PENDENTES.....' WRK-QTDE-PENDENTES
    IF WRK-HIS-ABERTO = 'S'
       CLOSE ALUNO-HIST ALUNO-HIST-NOVO ALUNO-JORNAL
    END-IF
    IF WRK-TEM-ALUMST = 'S'
       CLOSE ALUNO-MASTER
    END-IF
    CLOSE P099-SAIDA P099-CSV.
