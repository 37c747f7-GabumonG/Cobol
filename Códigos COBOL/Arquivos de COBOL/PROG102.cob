IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG102.
*> RODADA MENSAL DE MENSALIDADES ESCOLARES. PERCORRE O MASTER DE
*> ALUNOS (ALUMST) E, PARA CADA ALUNO MATRICULADO, DEBITA A
*> MENSALIDADE NA CONTA DO RESPONSAVEL FINANCEIRO (ALURSP, MANTIDO
*> PELO PROG058, FUNCAO G). ALUNO TRANCADO, DESLIGADO OU CONCLUIDO
*> NAO E COBRADO. O VALOR VEM DA TABELA DE MENSALIDADES (MENTAB,
*> CPTABMEN) PELA SERIE DA TURMA DO ALUNO NO MASTER DE TURMAS
*> (TURMST). OS DEBITOS SAEM COMO TRANSACOES TR5 (V1 = -VALOR) NUM
*> FEED COM ENVELOPE DE FILIAL DE ORIGEM 93, RESERVADA NO CADASTRO
*> DE FILIAIS COMO A 90 (JUROS), 91 (PARCELAMENTOS) E 92
*> (COBRANCA), E A RODADA DECLARA O FEED NO MANIFESTO DA NOITE
*> (FEDMAN) - O PROG026 DO EXECBAL CONSOME A GERACAO PELO DD
*> P026MEN E O DEBITO PASSA PELO SORT, PELO PROG005 E PELO TRNHIST
*> COMO QUALQUER MOVIMENTO. O CABECALHO 'B' LEVA A DATA DE
*> PROCESSAMENTO NA DATA-VALOR - E ELA, NAO QUANTIDADE/TOTAL, QUE
*> IDENTIFICA A GERACAO NA CONSOLIDACAO: O MES COM A MESMA TURMA E
*> A MESMA TABELA DO ANTERIOR NAO E RECUSADO COMO JA CONSUMIDO.
*> A COMPETENCIA (AAAAMM) VEM DO PARM OU, SEM ELE, DO MES DA DATA DE
*> PROCESSAMENTO; COMPETENCIA FUTURA E RECUSADA. CADA DEBITO FICA
*> MARCADO NO VINCULO (ALR-COBRANCA) COM A COMPETENCIA, A DATA E A
*> SEQUENCIA: ALUNO JA COBRADO NA COMPETENCIA NAO SAI DE NOVO. NO
*> RERUN DA MESMA DATA O PROG096 DEVOLVE O MESMO BLOCO DO CONTADOR
*> SEQORI93 E O ALUNO COBRADO NESTA DATA E REEMITIDO - O FEED SAI
*> IDENTICO, COMO NO PROG057.
*> ALUNO MATRICULADO SEM RESPONSAVEL, COM CONTA INEXISTENTE OU
*> ENCERRADA, TURMA SEM CADASTRO OU SERIE SEM MENSALIDADE NA TABELA
*> NAO E COBRADO E SAI NO RELATORIO (P102REL) COMO EXCECAO, RC=04.
*> RC=16 PARA PARM INVALIDO, ARQUIVO INDISPONIVEL, TABELA VAZIA OU
*> SEQUENCIAS NAO RESERVADAS - NADA E COBRADO. SEM DEBITO A EMITIR
*> O FEED SAI VAZIO, SEM ENVELOPE.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT ALUNO-MASTER ASSIGN TO "ALUMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ALU-MATRICULA
           FILE STATUS  IS WRK-FS-ALU.
    SELECT ALUNO-RESPONSAVEL ASSIGN TO "ALURSP"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ALR-MATRICULA
           FILE STATUS  IS WRK-FS-RSP.
    SELECT TURMA-MASTER ASSIGN TO "TURMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS TUR-CODIGO
           FILE STATUS  IS WRK-FS-TUR.
    SELECT CONTA-MASTER ASSIGN TO "CTAMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CTA-CONTA
           FILE STATUS  IS WRK-FS-CONTA.
    SELECT TABELA-MENSALIDADES ASSIGN TO "MENTAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-MNS.
    SELECT P102-SAIDA   ASSIGN TO "P102SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P102-RELATO  ASSIGN TO "P102REL"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FEED-MANIFESTO ASSIGN TO "FEDMAN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-MAN.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
DATA                            DIVISION.
FILE                            SECTION.
FD  ALUNO-MASTER.
COPY CPALUMST.
FD  ALUNO-RESPONSAVEL.
COPY CPALURSP.
FD  TURMA-MASTER.
COPY CPTURMST.
FD  CONTA-MASTER.
COPY CPCTAMST.
FD  TABELA-MENSALIDADES.
COPY CPTABMEN.
FD  P102-SAIDA.
01  SAI-REGISTRO           PIC X(42).
FD  P102-RELATO.
01  RS102-REGISTRO         PIC X(80).
FD  FEED-MANIFESTO.
COPY CPFEDMAN.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-ALU           PIC X(02) VALUE SPACES.
77  WRK-FS-RSP           PIC X(02) VALUE SPACES.
77  WRK-FS-TUR           PIC X(02) VALUE SPACES.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-FS-MNS           PIC X(02) VALUE SPACES.
77  WRK-FS-MAN           PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-ALU-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-RSP-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-TUR-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CTA-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-MNS          PIC X(01) VALUE 'N'.
    88  WRK-FIM-TABELA       VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-PARM             PIC X(20) VALUE SPACES.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-MES-PROC         PIC 9(06) VALUE ZEROS.
01  WRK-COMPETENCIA.
    05  WRK-COMP-ANO         PIC 9(04).
    05  WRK-COMP-MES         PIC 9(02).
01  WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).
77  WRK-HORA-MAN         PIC 9(08) VALUE ZEROS.
77  WRK-SEQ-BASE         PIC 9(09) VALUE ZEROS.
77  WRK-SEQ-ATUAL        PIC 9(09) VALUE ZEROS.
77  WRK-RESERVADO        PIC X(01) VALUE 'N'.
77  WRK-CABECALHO-GRAVADO PIC X(01) VALUE 'N'.
78  WRK-ORIGEM-MENSALIDADES VALUE 93.
*>  ALUNO CORRENTE
77  WRK-MOTIVO           PIC X(20) VALUE SPACES.
77  WRK-SITUACAO-ALUNO   PIC X(20) VALUE SPACES.
77  WRK-VALOR            PIC 9(05)V99 VALUE ZEROS.
77  WRK-VALOR-DEBITO     PIC S9(07)V99 VALUE ZEROS.
*>  TABELA DE MENSALIDADES - CARREGADA NO 0120.
78  WRK-MAX-MENSALIDADES VALUE 50.
77  WRK-QTDE-MENSALIDADES PIC 9(02) COMP VALUE ZEROS.
77  WRK-IDX              PIC 9(02) COMP VALUE ZEROS.
77  WRK-IDX-ACHADO       PIC 9(02) COMP VALUE ZEROS.
01  WRK-TAB-MENSALIDADES.
    05  WRK-MNS-ENTRY OCCURS 50 TIMES.
        10  WRK-MNS-SERIE      PIC X(02).
        10  WRK-MNS-VALOR      PIC 9(05)V99.
*>  CONTADORES
77  WRK-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-MATRICULADOS PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-NAO-COBRAVEIS PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-COBRADOS    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-REEMITIDOS  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-JA-COBRADOS PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-EXCECOES    PIC 9(07) VALUE ZEROS.
77  WRK-TOTAL-COBRADO    PIC S9(09)V99 VALUE ZEROS.
77  WRK-TOTAL-ED         PIC -(9)9.99.
01  WRK-REGISTRO-TR5.
    05  WRK-TIPO           PIC X(01).
    05  WRK-CONTA          PIC 9(06).
    05  WRK-DADOS.
        10  WRK-V1             PIC S9(07)V99.
        10  WRK-V2             PIC S9(07)V99.
        10  WRK-REF-SEQ        PIC 9(09).
    05  WRK-DADOS-TRAILER REDEFINES WRK-DADOS.
        10  WRK-TOTAL-CTRL     PIC S9(09)V99.
        10  WRK-QTDE-CTRL      PIC 9(07).
        10  FILLER             PIC X(09).
    05  WRK-DATA-VALOR     PIC X(08).
01  WRK-LINHA-COLUNAS.
    05  FILLER               PIC X(07) VALUE 'MATRIC'.
    05  FILLER               PIC X(21) VALUE 'NOME'.
    05  FILLER               PIC X(07) VALUE 'TURMA'.
    05  FILLER               PIC X(07) VALUE 'CONTA'.
    05  FILLER               PIC X(10) VALUE '    VALOR'.
    05  FILLER               PIC X(08) VALUE 'SITUACAO'.
01  WRK-LINHA-ALUNO.
    05  WRL-MATRICULA        PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-NOME             PIC X(20).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-TURMA            PIC X(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-CONTA            PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-VALOR            PIC -(5)9.99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-SITUACAO         PIC X(20).
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
COPY LKPROG96.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-PROCESSAR-ALUNO UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0300-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0105-LER-COMPETENCIA
    OPEN OUTPUT P102-SAIDA
    OPEN OUTPUT P102-RELATO
    MOVE 'PROG102 - MENSALIDADES ESCOLARES' TO RS102-REGISTRO
    WRITE RS102-REGISTRO
    MOVE SPACES TO RS102-REGISTRO
    STRING 'COMPETENCIA ' WRK-COMPETENCIA ' - PROCESSAMENTO '
           WRK-DATA-PROC DELIMITED BY SIZE INTO RS102-REGISTRO
    END-STRING
    WRITE RS102-REGISTRO
    MOVE SPACES TO RS102-REGISTRO
    WRITE RS102-REGISTRO
    WRITE RS102-REGISTRO FROM WRK-LINHA-COLUNAS
    IF NOT WRK-FIM-ARQUIVO
       PERFORM 0110-ABRIR-ARQUIVOS
    END-IF
    IF NOT WRK-FIM-ARQUIVO
       PERFORM 0120-CARREGAR-MENSALIDADES
    END-IF
    IF NOT WRK-FIM-ARQUIVO
       PERFORM 0130-RESERVAR-SEQUENCIAS
    END-IF.
0105-LER-COMPETENCIA.
    ACCEPT WRK-PARM FROM COMMAND-LINE
    COMPUTE WRK-MES-PROC = WRK-DATA-PROC / 100
    IF WRK-PARM(1:6) = SPACES
       MOVE WRK-MES-PROC TO WRK-COMPETENCIA-N
    ELSE
       MOVE WRK-PARM(1:6) TO WRK-COMPETENCIA
       IF WRK-COMPETENCIA IS NOT NUMERIC
          OR WRK-COMP-MES < 01 OR WRK-COMP-MES > 12
          DISPLAY 'PARM INVALIDO - COMPETENCIA AAAAMM: '
                  WRK-PARM(1:6)
          MOVE 16  TO WRK-RC
          MOVE 'S' TO WRK-EOF
       END-IF
    END-IF
    IF NOT WRK-FIM-ARQUIVO AND WRK-COMPETENCIA-N > WRK-MES-PROC
       DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ' POSTERIOR AO MES DA '
               'DATA DE PROCESSAMENTO - NADA COBRADO'
       MOVE 16  TO WRK-RC
       MOVE 'S' TO WRK-EOF
    END-IF
    DISPLAY 'COMPETENCIA.........' WRK-COMPETENCIA.
0110-ABRIR-ARQUIVOS.
    OPEN INPUT ALUNO-MASTER
    IF WRK-FS-ALU = '00'
       MOVE 'S' TO WRK-ALU-ABERTO
    ELSE
       DISPLAY 'MASTER DE ALUNOS INDISPONIVEL - STATUS ' WRK-FS-ALU
       MOVE 16  TO WRK-RC
       MOVE 'S' TO WRK-EOF
    END-IF
    OPEN I-O ALUNO-RESPONSAVEL
    IF WRK-FS-RSP = '00'
       MOVE 'S' TO WRK-RSP-ABERTO
    ELSE
       DISPLAY 'VINCULOS DE RESPONSAVEL INDISPONIVEIS - STATUS '
               WRK-FS-RSP
       MOVE 16  TO WRK-RC
       MOVE 'S' TO WRK-EOF
    END-IF
    OPEN INPUT TURMA-MASTER
    IF WRK-FS-TUR = '00'
       MOVE 'S' TO WRK-TUR-ABERTO
    ELSE
       DISPLAY 'MASTER DE TURMAS INDISPONIVEL - STATUS ' WRK-FS-TUR
       MOVE 16  TO WRK-RC
       MOVE 'S' TO WRK-EOF
    END-IF
    OPEN INPUT CONTA-MASTER
    IF WRK-FS-CONTA = '00'
       MOVE 'S' TO WRK-CTA-ABERTO
    ELSE
       DISPLAY 'MASTER DE CONTAS INDISPONIVEL - STATUS '
               WRK-FS-CONTA
       MOVE 16  TO WRK-RC
       MOVE 'S' TO WRK-EOF
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
0118-GRAVAR-CABECALHO-FILIAL.
*>  O CABECALHO SO SAI NO PRIMEIRO DEBITO EMITIDO - RODADA SEM
*>  ALUNO A COBRAR PRODUZ ARQUIVO VAZIO, SEM ENVELOPE.
    MOVE 'S' TO WRK-CABECALHO-GRAVADO
    MOVE SPACES                  TO WRK-REGISTRO-TR5
    MOVE 'B'                     TO WRK-TIPO
    MOVE WRK-ORIGEM-MENSALIDADES TO WRK-CONTA
    MOVE ZEROS                   TO WRK-V1 WRK-V2 WRK-REF-SEQ
    MOVE WRK-DATA-PROC           TO WRK-DATA-VALOR
    WRITE SAI-REGISTRO FROM WRK-REGISTRO-TR5.
0119-GRAVAR-TRAILER-FILIAL.
    MOVE SPACES                  TO WRK-REGISTRO-TR5
    MOVE 'F'                     TO WRK-TIPO
    MOVE WRK-ORIGEM-MENSALIDADES TO WRK-CONTA
    MOVE WRK-TOTAL-COBRADO       TO WRK-TOTAL-CTRL
    MOVE WRK-QTDE-COBRADOS       TO WRK-QTDE-CTRL
    WRITE SAI-REGISTRO FROM WRK-REGISTRO-TR5.
0120-CARREGAR-MENSALIDADES.
    OPEN INPUT TABELA-MENSALIDADES
    IF WRK-FS-MNS NOT = '00'
       DISPLAY 'TABELA DE MENSALIDADES INDISPONIVEL - STATUS '
               WRK-FS-MNS
       SET WRK-FIM-TABELA TO TRUE
    END-IF
    PERFORM 0125-LER-MENSALIDADE UNTIL WRK-FIM-TABELA
    IF WRK-FS-MNS = '00' OR WRK-FS-MNS = '10'
       CLOSE TABELA-MENSALIDADES
    END-IF
    IF WRK-QTDE-MENSALIDADES = 0
       DISPLAY 'TABELA DE MENSALIDADES VAZIA - NADA COBRADO'
       MOVE 16  TO WRK-RC
       MOVE 'S' TO WRK-EOF
    END-IF.
0125-LER-MENSALIDADE.
    READ TABELA-MENSALIDADES
        AT END SET WRK-FIM-TABELA TO TRUE
        NOT AT END
           EVALUATE TRUE
              WHEN MNS-SERIE = SPACES
                   OR MNS-VALOR IS NOT NUMERIC
                   OR MNS-VALOR = ZEROS
                 DISPLAY 'LINHA INVALIDA NA TABELA DE MENSALIDADES '
                         'IGNORADA - SERIE ' MNS-SERIE
              WHEN WRK-QTDE-MENSALIDADES NOT < WRK-MAX-MENSALIDADES
                 DISPLAY 'TABELA DE MENSALIDADES CHEIA - SERIE '
                         MNS-SERIE ' IGNORADA'
              WHEN OTHER
                 ADD 1 TO WRK-QTDE-MENSALIDADES
                 MOVE MNS-SERIE
                   TO WRK-MNS-SERIE(WRK-QTDE-MENSALIDADES)
                 MOVE MNS-VALOR
                   TO WRK-MNS-VALOR(WRK-QTDE-MENSALIDADES)
           END-EVALUATE
    END-READ.
0130-RESERVAR-SEQUENCIAS.
    MOVE SPACES        TO LK-PROG096-PARM
    SET LK96-RESERVAR  TO TRUE
    MOVE 'SEQORI93'    TO LK96-CONTADOR
    MOVE 'PROG102'     TO LK96-PROGRAMA
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
       DISPLAY 'SEQUENCIAS DA ORIGEM 93 NAO RESERVADAS - RETORNO '
               LK96-RETORNO ' - NADA COBRADO'
       MOVE 16  TO WRK-RC
       MOVE 'S' TO WRK-EOF
    END-IF.
0200-PROCESSAR-ALUNO.
    READ ALUNO-MASTER NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-LIDOS
           IF ALU-MATRICULADO
              PERFORM 0210-COBRAR-ALUNO
           ELSE
              ADD 1 TO WRK-QTDE-NAO-COBRAVEIS
           END-IF
    END-READ.
0210-COBRAR-ALUNO.
    ADD 1 TO WRK-QTDE-MATRICULADOS
    MOVE SPACES TO WRK-MOTIVO
    MOVE ZEROS  TO WRK-VALOR
    PERFORM 0220-LOCALIZAR-RESPONSAVEL
    IF WRK-MOTIVO = SPACES
       PERFORM 0230-CONFERIR-CONTA
    END-IF
    IF WRK-MOTIVO = SPACES
       PERFORM 0240-LOCALIZAR-MENSALIDADE
    END-IF
    IF WRK-MOTIVO = SPACES
       PERFORM 0250-DECIDIR-COBRANCA
    ELSE
       PERFORM 0260-REGISTRAR-EXCECAO
    END-IF
    MOVE ALU-MATRICULA      TO WRL-MATRICULA
    MOVE ALU-NOME           TO WRL-NOME
    MOVE ALU-TURMA          TO WRL-TURMA
    MOVE ALR-CONTA          TO WRL-CONTA
    MOVE WRK-VALOR          TO WRL-VALOR
    MOVE WRK-SITUACAO-ALUNO TO WRL-SITUACAO
    WRITE RS102-REGISTRO FROM WRK-LINHA-ALUNO.
0220-LOCALIZAR-RESPONSAVEL.
    MOVE ALU-MATRICULA TO ALR-MATRICULA
    READ ALUNO-RESPONSAVEL
        INVALID KEY
           MOVE ZEROS TO ALR-CLIENTE ALR-CONTA
    END-READ
    IF ALR-CLIENTE = ZEROS
       MOVE 'SEM RESPONSAVEL' TO WRK-MOTIVO
    END-IF.
0230-CONFERIR-CONTA.
*>  O VINCULO FOI CONFERIDO NA MANUTENCAO; A CONTA PODE TER SIDO
*>  ENCERRADA DEPOIS - DEBITO EM CONTA ENCERRADA SO IRIA PARA
*>  SUSPENSOS.
    MOVE ALR-CONTA TO CTA-CONTA
    READ CONTA-MASTER
        INVALID KEY
           MOVE 'CONTA NAO CADASTRADA' TO WRK-MOTIVO
    END-READ
    IF WRK-MOTIVO = SPACES AND CTA-ENCERRADA
       MOVE 'CONTA ENCERRADA' TO WRK-MOTIVO
    END-IF.
0240-LOCALIZAR-MENSALIDADE.
    MOVE ALU-TURMA TO TUR-CODIGO
    READ TURMA-MASTER
        INVALID KEY
           MOVE 'TURMA NAO CADASTRADA' TO WRK-MOTIVO
    END-READ
    IF WRK-MOTIVO = SPACES
       MOVE ZEROS TO WRK-IDX-ACHADO
       PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-MENSALIDADES
                  OR WRK-IDX-ACHADO > 0
          IF WRK-MNS-SERIE(WRK-IDX) = TUR-SERIE
             MOVE WRK-IDX TO WRK-IDX-ACHADO
          END-IF
       END-PERFORM
       IF WRK-IDX-ACHADO = 0
          MOVE 'SERIE SEM VALOR' TO WRK-MOTIVO
       ELSE
          MOVE WRK-MNS-VALOR(WRK-IDX-ACHADO) TO WRK-VALOR
       END-IF
    END-IF.
0250-DECIDIR-COBRANCA.
*>  JA COBRADO NESTA DATA E O RERUN - REEMITE COM A MESMA SEQUENCIA
*>  DO BLOCO. COBRADO NUMA RODADA ANTERIOR DA COMPETENCIA (OU DE UMA
*>  POSTERIOR) FICA DE FORA.
    EVALUATE TRUE
       WHEN ALR-ULT-COMPETENCIA = WRK-COMPETENCIA-N
            AND ALR-DATA-COBRANCA = WRK-DATA-PROC
          ADD 1 TO WRK-QTDE-REEMITIDOS
          MOVE 'REEMITIDA (RERUN)' TO WRK-SITUACAO-ALUNO
          PERFORM 0270-EMITIR-E-MARCAR
       WHEN ALR-ULT-COMPETENCIA NOT < WRK-COMPETENCIA-N
          ADD 1 TO WRK-QTDE-JA-COBRADOS
          MOVE 'JA COBRADA'        TO WRK-SITUACAO-ALUNO
       WHEN OTHER
          MOVE 'COBRADA'           TO WRK-SITUACAO-ALUNO
          PERFORM 0270-EMITIR-E-MARCAR
    END-EVALUATE.
0260-REGISTRAR-EXCECAO.
    IF WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF
    ADD 1 TO WRK-QTDE-EXCECOES
    MOVE WRK-MOTIVO TO WRK-SITUACAO-ALUNO
    DISPLAY 'MATRICULA ' ALU-MATRICULA ' NAO COBRADA - ' WRK-MOTIVO.
0270-EMITIR-E-MARCAR.
    IF WRK-CABECALHO-GRAVADO = 'N'
       PERFORM 0118-GRAVAR-CABECALHO-FILIAL
    END-IF
    ADD 1 TO WRK-SEQ-ATUAL WRK-QTDE-COBRADOS
    COMPUTE WRK-VALOR-DEBITO = 0 - WRK-VALOR
    ADD WRK-VALOR-DEBITO TO WRK-TOTAL-COBRADO
    MOVE SPACES           TO WRK-REGISTRO-TR5
    MOVE 'D'              TO WRK-TIPO
    MOVE ALR-CONTA        TO WRK-CONTA
    MOVE WRK-VALOR-DEBITO TO WRK-V1
    MOVE ZEROS            TO WRK-V2
    MOVE WRK-SEQ-ATUAL    TO WRK-REF-SEQ
    MOVE WRK-DATA-PROC    TO WRK-DATA-VALOR
    WRITE SAI-REGISTRO FROM WRK-REGISTRO-TR5
    MOVE WRK-COMPETENCIA-N TO ALR-ULT-COMPETENCIA
    MOVE WRK-DATA-PROC     TO ALR-DATA-COBRANCA
    MOVE WRK-SEQ-ATUAL     TO ALR-SEQ-COBRANCA
    REWRITE ALR-REGISTRO
        INVALID KEY
           MOVE 08 TO WRK-RC
           DISPLAY 'ERRO AO MARCAR A COBRANCA DA MATRICULA '
                   ALR-MATRICULA
    END-REWRITE.
0300-FINALIZAR.
    IF WRK-CABECALHO-GRAVADO = 'S'
       PERFORM 0119-GRAVAR-TRAILER-FILIAL
    ELSE
       DISPLAY 'NENHUMA MENSALIDADE A COBRAR - FEED SAI VAZIO, SEM '
               'ENVELOPE'
    END-IF
    MOVE SPACES TO RS102-REGISTRO
    WRITE RS102-REGISTRO
    MOVE 'ALUNOS LIDOS.............' TO WRT-LABEL
    MOVE WRK-QTDE-LIDOS             TO WRT-QTDE
    WRITE RS102-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'NAO MATRICULADOS.........' TO WRT-LABEL
    MOVE WRK-QTDE-NAO-COBRAVEIS     TO WRT-QTDE
    WRITE RS102-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'MATRICULADOS.............' TO WRT-LABEL
    MOVE WRK-QTDE-MATRICULADOS      TO WRT-QTDE
    WRITE RS102-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'MENSALIDADES DEBITADAS...' TO WRT-LABEL
    MOVE WRK-QTDE-COBRADOS          TO WRT-QTDE
    WRITE RS102-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE '  REEMITIDAS (RERUN).....' TO WRT-LABEL
    MOVE WRK-QTDE-REEMITIDOS        TO WRT-QTDE
    WRITE RS102-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'JA COBRADAS NA COMPET....' TO WRT-LABEL
    MOVE WRK-QTDE-JA-COBRADOS       TO WRT-QTDE
    WRITE RS102-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'EXCECOES (NAO COBRADOS)..' TO WRT-LABEL
    MOVE WRK-QTDE-EXCECOES          TO WRT-QTDE
    WRITE RS102-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE WRK-TOTAL-COBRADO TO WRK-TOTAL-ED
    MOVE SPACES TO RS102-REGISTRO
    STRING 'TOTAL DEBITADO ' DELIMITED BY SIZE
           WRK-TOTAL-ED      DELIMITED BY SIZE
           INTO RS102-REGISTRO
    END-STRING
    WRITE RS102-REGISTRO
    MOVE SPACES TO RS102-REGISTRO
    STRING 'PROXIMA BASE DE SEQUENCIAS ' DELIMITED BY SIZE
           WRK-SEQ-ATUAL                 DELIMITED BY SIZE
           INTO RS102-REGISTRO
    END-STRING
    WRITE RS102-REGISTRO
    DISPLAY 'PROG102 - DEBITADAS.....' WRK-QTDE-COBRADOS
    DISPLAY 'PROG102 - EXCECOES......' WRK-QTDE-EXCECOES
    IF WRK-ALU-ABERTO = 'S'
       CLOSE ALUNO-MASTER
    END-IF
    IF WRK-RSP-ABERTO = 'S'
       CLOSE ALUNO-RESPONSAVEL
    END-IF
    IF WRK-TUR-ABERTO = 'S'
       CLOSE TURMA-MASTER
    END-IF
    IF WRK-CTA-ABERTO = 'S'
       CLOSE CONTA-MASTER
    END-IF
    IF WRK-RESERVADO = 'S'
       PERFORM 0330-CONFIRMAR-SEQUENCIAS
       IF LK96-OK
          PERFORM 0320-GRAVAR-MANIFESTO
       END-IF
    END-IF
    CLOSE P102-SAIDA P102-RELATO.
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
       IF WRK-RC < 08
          MOVE 08 TO WRK-RC
       END-IF
    ELSE
       MOVE SPACES                  TO MAN-REGISTRO
       MOVE WRK-DATA-PROC           TO MAN-DATA-PROC
       SET MAN-FEED-MENSALIDADES    TO TRUE
       MOVE WRK-ORIGEM-MENSALIDADES TO MAN-ORIGEM
       MOVE WRK-QTDE-COBRADOS       TO MAN-QTDE
       MOVE WRK-TOTAL-COBRADO       TO MAN-TOTAL
       MOVE 'PROG102'               TO MAN-PROGRAMA
       ACCEPT WRK-HORA-MAN FROM TIME
       MOVE WRK-HORA-MAN(1:6)       TO MAN-HORA
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
       DISPLAY 'SEQUENCIAS DA ORIGEM 93 NAO CONFIRMADAS - RETORNO '
               LK96-RETORNO
       MOVE 16 TO WRK-RC
    END-IF.
