IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG105.
*> HISTORICO ESCOLAR FINAL E CERTIFICADO DE CONCLUSAO. O ALUNO QUE
*> CONCLUI O CURSO (SITUACAO 'C', MARCADA PELA PROMOCAO - PROG061)
*> RECEBE O HISTORICO DE TODOS OS ANOS DO ALUHIS - CADA PERIODO COM
*> MEDIA E STATUS, E POR ANO A MEDIA FINAL (MEDIA DOS PERIODOS) E O
*> RESULTADO (STATUS DO ULTIMO PERIODO DO ANO, JA COM A
*> RECUPERACAO) - SEGUIDO DO CERTIFICADO, EM P105SAI. O ANO DE
*> CONCLUSAO E O DO ULTIMO PERIODO DO HISTORICO. O FLUXO DE
*> TRANSACOES VEM PELO SYSIN (FUNCAO / ARGUMENTO):
*>   E - EMITIR PARA UM ALUNO (MATRICULA)
*>   A - EMITIR PARA OS CONCLUINTES DE UM ANO (AAAA)
*>   V - VERIFICAR A AUTENTICIDADE DE UM CERTIFICADO (SERIE)
*> TODA EMISSAO E GRAVADA NO REGISTRO DE CERTIFICADOS (CERREG,
*> CPCERREG) COM SERIE, VIA, ALUNO, DATA E OPERADOR (P105PAR). A
*> PRIMEIRA VIA RECEBE A SERIE DO CONTADOR CERTIFIC DA NUMERACAO
*> CENTRAL (PROG096); ALUNO QUE JA TEM CERTIFICADO RECEBE PELA
*> FUNCAO E A VIA SEGUINTE COM A MESMA SERIE - SEGUNDA VIA, NAO
*> CERTIFICADO NOVO. A FUNCAO A PULA QUEM JA TEM CERTIFICADO, E A
*> RODADA DO ANO PODE SER REPETIDA SEM DUPLICAR NADA.
*> RETORNO POR TRANSACAO NO SYSOUT: '04' NAO ENCONTRADO OU SERIE
*> FORA DO REGISTRO (NAO AUTENTICO), '08' SERIE/VIA JA REGISTRADA,
*> '12' ARGUMENTO INVALIDO, '16' ALUNO NAO CONCLUINTE, SEM
*> HISTORICO OU SEM SERIE, '20' NUMERACAO EM USO POR UMA CARGA.
*> RC=04: ALGUMA TRANSACAO COM ERRO; RC=16: ALUMST, ALUHIS OU
*> CERREG INDISPONIVEL, OU HISTORICO MAIOR QUE A TABELA - NADA E
*> EMITIDO.
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
    SELECT CERTIFICADO-REG ASSIGN TO "CERREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CER-CHAVE
           ALTERNATE RECORD KEY IS CER-MATRICULA WITH DUPLICATES
           FILE STATUS  IS WRK-FS-CER.
    SELECT P105-PARM    ASSIGN TO "P105PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT P105-SAIDA   ASSIGN TO "P105SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  ALUNO-MASTER.
COPY CPALUMST.
FD  ALUNO-HIST.
COPY CPALUHIS.
FD  CERTIFICADO-REG.
COPY CPCERREG.
FD  P105-PARM.
01  PARM-REGISTRO.
    05  PARM-OPERADOR      PIC X(08).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  P105-SAIDA.
01  RS105-REGISTRO          PIC X(80).
WORKING-STORAGE                 SECTION.
77  WRK-FS-ALU           PIC X(02) VALUE SPACES.
77  WRK-FS-HIS           PIC X(02) VALUE SPACES.
77  WRK-FS-CER           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-ALU-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CER-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-HIS          PIC X(01) VALUE 'N'.
    88  WRK-FIM-HISTORICO    VALUE 'S'.
77  WRK-EOF-ALU          PIC X(01) VALUE 'N'.
    88  WRK-FIM-ALUNOS       VALUE 'S'.
77  WRK-EOF-CER          PIC X(01) VALUE 'N'.
    88  WRK-FIM-VIAS         VALUE 'S'.
77  WRK-FUNCAO           PIC X(01).
    88  WRK-EMITIR           VALUE 'E'.
    88  WRK-EMITIR-ANO       VALUE 'A'.
    88  WRK-VERIFICAR        VALUE 'V'.
77  WRK-ARGUMENTO        PIC X(09) VALUE SPACES.
77  WRK-RETORNO          PIC X(02) VALUE '00'.
    88  WRK-OK               VALUE '00'.
    88  WRK-NAO-ENCONTRADO   VALUE '04'.
    88  WRK-DUPLICADO        VALUE '08'.
    88  WRK-DADO-INVALIDO    VALUE '12'.
    88  WRK-SITUACAO-INVALIDA VALUE '16'.
    88  WRK-NUMERACAO-OCUPADA VALUE '20'.
77  WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
77  WRK-ANO              PIC 9(04) VALUE ZEROS.
77  WRK-SERIE            PIC 9(09) VALUE ZEROS.
77  WRK-OPERADOR         PIC X(08) VALUE 'BATCH'.
77  WRK-OPERADOR-CER     PIC X(08) VALUE SPACES.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-HORA             PIC 9(08) VALUE ZEROS.
77  WRK-ANO-CONCLUSAO    PIC 9(04) VALUE ZEROS.
77  WRK-SERIE-ATUAL      PIC 9(09) VALUE ZEROS.
77  WRK-ULTIMA-VIA       PIC 9(02) VALUE ZEROS.
77  WRK-QTDE-VIAS        PIC 9(02) VALUE ZEROS.
77  WRK-FECHA-ANO        PIC X(01) VALUE 'N'.
77  WRK-ANO-EM-CURSO     PIC 9(04) VALUE ZEROS.
77  WRK-PERIODOS-ANO     PIC 9(03) VALUE ZEROS.
77  WRK-SOMA-MEDIAS      PIC 9(06)V99 VALUE ZEROS.
77  WRK-MEDIA-ANO        PIC 9(03)V99 VALUE ZEROS.
77  WRK-QTDE-PROCESSADAS PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-ERROS       PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-NOVOS       PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-SEGUNDAS    PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-JA-EMITIDOS PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-CONSULTAS   PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-CONCLUINTES PIC 9(05) VALUE ZEROS.
*>  HISTORICO DE PERIODOS INTEIRO EM MEMORIA (TODOS OS ANOS) - SE
*>  NAO COUBER NADA E EMITIDO, PARA NAO SAIR HISTORICO INCOMPLETO.
78  WRK-MAX-HISTORICO    VALUE 5000.
77  WRK-QTDE-HISTORICO   PIC 9(05) COMP VALUE ZEROS.
77  WRK-IDX              PIC 9(05) COMP VALUE ZEROS.
01  WRK-TAB-HISTORICO.
    05  WRK-HIS-ENTRY OCCURS 5000 TIMES.
        10  WRK-HIS-MATRICULA  PIC 9(06).
        10  WRK-HIS-PERIODO    PIC 9(06).
        10  WRK-HIS-MEDIA      PIC 9(03)V99.
        10  WRK-HIS-STATUS     PIC X(11).
*>  PERIODOS DO ALUNO EM EMISSAO, EM ORDEM DE PERIODO.
78  WRK-MAX-PERIODOS     VALUE 60.
77  WRK-QTDE-PERIODOS    PIC 9(03) COMP VALUE ZEROS.
77  WRK-IDX-P            PIC 9(03) COMP VALUE ZEROS.
77  WRK-POS-P            PIC 9(03) COMP VALUE ZEROS.
01  WRK-TAB-PERIODOS.
    05  WRK-PER-ENTRY OCCURS 60 TIMES.
        10  WRK-PER-PERIODO    PIC 9(06).
        10  WRK-PER-PERIODO-R REDEFINES WRK-PER-PERIODO.
            15  WRK-PER-ANO        PIC 9(04).
            15  WRK-PER-MES        PIC 9(02).
        10  WRK-PER-MEDIA      PIC 9(03)V99.
        10  WRK-PER-STATUS     PIC X(11).
01  WRK-DATA-AUX            PIC 9(08) VALUE ZEROS.
01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
    05  WRK-AUX-ANO          PIC 9(04).
    05  WRK-AUX-MES          PIC 9(02).
    05  WRK-AUX-DIA          PIC 9(02).
01  WRK-DATA-ED.
    05  WRK-ED-DIA           PIC 9(02).
    05  FILLER               PIC X(01) VALUE '/'.
    05  WRK-ED-MES           PIC 9(02).
    05  FILLER               PIC X(01) VALUE '/'.
    05  WRK-ED-ANO           PIC 9(04).
COPY LKPROG96.
01  WRK-CABECALHO-1.
    05  FILLER               PIC X(28)
                             VALUE 'PROG105 - HISTORICO ESCOLAR'.
01  WRK-CABECALHO-2.
    05  FILLER               PIC X(11) VALUE 'MATRICULA: '.
    05  WRK-CAB-MATRICULA    PIC 9(06).
    05  FILLER               PIC X(08) VALUE '  NOME: '.
    05  WRK-CAB-NOME         PIC X(20).
01  WRK-CABECALHO-3.
    05  FILLER               PIC X(07) VALUE 'TURMA: '.
    05  WRK-CAB-TURMA        PIC X(06).
    05  FILLER               PIC X(20) VALUE '  ANO DE CONCLUSAO: '.
    05  WRK-CAB-ANO          PIC 9(04).
01  WRK-LINHA-PERIODO.
    05  FILLER               PIC X(10) VALUE '  PERIODO '.
    05  WRP-PERIODO          PIC 9(06).
    05  FILLER               PIC X(08) VALUE ' MEDIA..'.
    05  WRP-MEDIA            PIC ZZ9,99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRP-STATUS           PIC X(11).
01  WRK-LINHA-ANO.
    05  FILLER               PIC X(04) VALUE 'ANO '.
    05  WRA-ANO              PIC 9(04).
    05  FILLER               PIC X(14) VALUE ' MEDIA FINAL..'.
    05  WRA-MEDIA            PIC ZZ9,99.
    05  FILLER               PIC X(11) VALUE ' RESULTADO '.
    05  WRA-RESULTADO        PIC X(11).
01  WRK-LINHA-CERTIFICADO.
    05  FILLER               PIC X(33)
                      VALUE 'CERTIFICADO DE CONCLUSAO - SERIE '.
    05  WRC-SERIE            PIC 9(09).
    05  FILLER               PIC X(03) VALUE ' - '.
    05  WRC-VIA              PIC Z9.
    05  FILLER               PIC X(05) VALUE 'A VIA'.
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF WRK-RC < 16
       PERFORM 0200-PROCESSAR-TRANSACAO UNTIL WRK-FIM-ARQUIVO
    END-IF
    PERFORM 0300-FINALIZAR.
    IF WRK-QTDE-ERROS > 0 AND WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    OPEN OUTPUT P105-SAIDA
    PERFORM 0110-LER-PARAMETROS
    PERFORM 0116-LER-DATA-PROC
    OPEN INPUT ALUNO-MASTER
    IF WRK-FS-ALU = '00'
       MOVE 'S' TO WRK-ALU-ABERTO
    ELSE
       DISPLAY 'MASTER DE ALUNOS INDISPONIVEL - STATUS ' WRK-FS-ALU
       MOVE 16 TO WRK-RC
    END-IF
    OPEN I-O CERTIFICADO-REG
    IF WRK-FS-CER = '35'
       OPEN OUTPUT CERTIFICADO-REG
       CLOSE CERTIFICADO-REG
       OPEN I-O CERTIFICADO-REG
    END-IF
    IF WRK-FS-CER = '00'
       MOVE 'S' TO WRK-CER-ABERTO
    ELSE
       DISPLAY 'REGISTRO DE CERTIFICADOS INDISPONIVEL - STATUS '
               WRK-FS-CER
       MOVE 16 TO WRK-RC
    END-IF
    IF WRK-RC < 16
       PERFORM 0120-CARREGAR-HISTORICO
    END-IF
    IF WRK-RC = 16
       DISPLAY 'NENHUM CERTIFICADO EMITIDO NESTA RODADA'
    END-IF.
0110-LER-PARAMETROS.
    OPEN INPUT P105-PARM
    IF WRK-FS-PARM = '00'
       READ P105-PARM
           AT END CONTINUE
           NOT AT END
              IF PARM-OPERADOR NOT = SPACES
                 MOVE PARM-OPERADOR TO WRK-OPERADOR
              END-IF
       END-READ
       CLOSE P105-PARM
    END-IF
    DISPLAY 'OPERADOR RESPONSAVEL' WRK-OPERADOR.
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
0120-CARREGAR-HISTORICO.
    OPEN INPUT ALUNO-HIST
    IF WRK-FS-HIS NOT = '00'
       DISPLAY 'HISTORICO DE PERIODOS INDISPONIVEL - STATUS '
               WRK-FS-HIS
       MOVE 16 TO WRK-RC
       SET WRK-FIM-HISTORICO TO TRUE
    END-IF
    PERFORM 0125-LER-HISTORICO UNTIL WRK-FIM-HISTORICO
    IF WRK-FS-HIS = '00' OR WRK-FS-HIS = '10'
       CLOSE ALUNO-HIST
    END-IF
    DISPLAY 'PERIODOS CARREGADOS.' WRK-QTDE-HISTORICO.
0125-LER-HISTORICO.
    READ ALUNO-HIST
        AT END SET WRK-FIM-HISTORICO TO TRUE
        NOT AT END
           IF WRK-QTDE-HISTORICO < WRK-MAX-HISTORICO
              ADD 1 TO WRK-QTDE-HISTORICO
              MOVE HIS8-MATRICULA
                TO WRK-HIS-MATRICULA(WRK-QTDE-HISTORICO)
              MOVE HIS8-PERIODO TO WRK-HIS-PERIODO(WRK-QTDE-HISTORICO)
              MOVE HIS8-MEDIA TO WRK-HIS-MEDIA(WRK-QTDE-HISTORICO)
              MOVE HIS8-STATUS TO WRK-HIS-STATUS(WRK-QTDE-HISTORICO)
           ELSE
              DISPLAY 'TABELA DE HISTORICO CHEIA (' WRK-MAX-HISTORICO
                      ' PERIODOS) - HISTORICO INCOMPLETO'
              MOVE 16 TO WRK-RC
              SET WRK-FIM-HISTORICO TO TRUE
           END-IF
    END-READ.
0200-PROCESSAR-TRANSACAO.
    ACCEPT WRK-FUNCAO
        ON EXCEPTION SET WRK-FIM-ARQUIVO TO TRUE
    END-ACCEPT
    IF NOT WRK-FIM-ARQUIVO
       MOVE SPACES TO WRK-ARGUMENTO
       ACCEPT WRK-ARGUMENTO
       ADD 1 TO WRK-QTDE-PROCESSADAS
       MOVE '00' TO WRK-RETORNO
       EVALUATE TRUE
          WHEN WRK-EMITIR     PERFORM 0210-EMITIR-ALUNO
          WHEN WRK-EMITIR-ANO PERFORM 0220-EMITIR-ANO
          WHEN WRK-VERIFICAR  PERFORM 0230-VERIFICAR
          WHEN OTHER
             MOVE '12' TO WRK-RETORNO
             DISPLAY 'FUNCAO INVALIDA.....' WRK-FUNCAO
       END-EVALUATE
       IF NOT WRK-OK
          ADD 1 TO WRK-QTDE-ERROS
       END-IF
       DISPLAY 'RETORNO.....' WRK-RETORNO
    END-IF.
0210-EMITIR-ALUNO.
    IF WRK-ARGUMENTO(1:6) NOT NUMERIC
       OR WRK-ARGUMENTO(7:3) NOT = SPACES
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'MATRICULA INVALIDA..' WRK-ARGUMENTO
    ELSE
       MOVE WRK-ARGUMENTO(1:6) TO WRK-MATRICULA
       MOVE WRK-MATRICULA TO ALU-MATRICULA
       READ ALUNO-MASTER
           INVALID KEY
              MOVE '04' TO WRK-RETORNO
              DISPLAY 'MATRICULA ' WRK-MATRICULA ' NAO ENCONTRADA'
       END-READ
    END-IF
    IF WRK-OK AND NOT ALU-CONCLUIDO
       MOVE '16' TO WRK-RETORNO
       DISPLAY 'SO ALUNO CONCLUINTE RECEBE CERTIFICADO (SITUACAO '
               ALU-SITUACAO ')'
    END-IF
    IF WRK-OK
       PERFORM 0250-MONTAR-HISTORICO
    END-IF
    IF WRK-OK
       PERFORM 0260-LOCALIZAR-CERTIFICADO
       PERFORM 0270-EMITIR-CERTIFICADO
    END-IF.
0220-EMITIR-ANO.
*>  PERCORRE O MASTER; ENTRA QUEM E CONCLUINTE E TEM O ULTIMO
*>  PERIODO DO HISTORICO NO ANO PEDIDO. QUEM JA TEM CERTIFICADO E
*>  PULADO - SEGUNDA VIA SO PELA FUNCAO E.
    IF WRK-ARGUMENTO(1:4) NOT NUMERIC
       OR WRK-ARGUMENTO(5:5) NOT = SPACES
       OR WRK-ARGUMENTO(1:4) = '0000'
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'ANO INVALIDO........' WRK-ARGUMENTO
    ELSE
       MOVE WRK-ARGUMENTO(1:4) TO WRK-ANO
       MOVE ZEROS TO WRK-QTDE-CONCLUINTES
       MOVE 'N' TO WRK-EOF-ALU
       MOVE ZEROS TO ALU-MATRICULA
       START ALUNO-MASTER KEY NOT < ALU-MATRICULA
           INVALID KEY SET WRK-FIM-ALUNOS TO TRUE
       END-START
       PERFORM 0225-EMITIR-CONCLUINTE UNTIL WRK-FIM-ALUNOS
       IF WRK-OK AND WRK-QTDE-CONCLUINTES = 0
          MOVE '04' TO WRK-RETORNO
          DISPLAY 'NENHUM CONCLUINTE EM ' WRK-ANO
       ELSE
          DISPLAY 'CONCLUINTES EM ' WRK-ANO '.....'
                  WRK-QTDE-CONCLUINTES
       END-IF
    END-IF.
0225-EMITIR-CONCLUINTE.
    READ ALUNO-MASTER NEXT RECORD
        AT END SET WRK-FIM-ALUNOS TO TRUE
    END-READ
    IF NOT WRK-FIM-ALUNOS AND ALU-CONCLUIDO
       PERFORM 0250-MONTAR-HISTORICO
       IF WRK-OK AND WRK-ANO-CONCLUSAO = WRK-ANO
          ADD 1 TO WRK-QTDE-CONCLUINTES
          PERFORM 0260-LOCALIZAR-CERTIFICADO
          IF WRK-ULTIMA-VIA > 0
             ADD 1 TO WRK-QTDE-JA-EMITIDOS
             DISPLAY 'MATRICULA ' ALU-MATRICULA ' JA TEM CERTIFICADO '
                     'SERIE ' WRK-SERIE-ATUAL ' - PULADA'
          ELSE
             PERFORM 0270-EMITIR-CERTIFICADO
          END-IF
       END-IF
*>     ALUNO SEM HISTORICO NAO E DO ANO; FALHA NA EMISSAO (SEM
*>     SERIE, REGISTRO) PARA A RODADA DO ANO.
       IF WRK-SITUACAO-INVALIDA AND WRK-QTDE-PERIODOS = 0
          MOVE '00' TO WRK-RETORNO
       END-IF
       IF NOT WRK-OK
          SET WRK-FIM-ALUNOS TO TRUE
       END-IF
    END-IF.
0230-VERIFICAR.
    IF WRK-ARGUMENTO NOT NUMERIC OR WRK-ARGUMENTO = ZEROS
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'SERIE INVALIDA......' WRK-ARGUMENTO
    ELSE
       ADD 1 TO WRK-QTDE-CONSULTAS
       MOVE WRK-ARGUMENTO TO WRK-SERIE
       MOVE ZEROS TO WRK-QTDE-VIAS
       MOVE 'N' TO WRK-EOF-CER
       MOVE WRK-SERIE TO CER-SERIE
       MOVE ZEROS     TO CER-VIA
       START CERTIFICADO-REG KEY NOT < CER-CHAVE
           INVALID KEY SET WRK-FIM-VIAS TO TRUE
       END-START
       PERFORM 0235-LER-VIA-SERIE UNTIL WRK-FIM-VIAS
       PERFORM 0240-IMPRIMIR-VERIFICACAO
    END-IF.
0235-LER-VIA-SERIE.
*>  A PRIMEIRA VIA DA A IDENTIFICACAO; A ULTIMA LIDA, A EMISSAO
*>  MAIS RECENTE.
    READ CERTIFICADO-REG NEXT RECORD
        AT END SET WRK-FIM-VIAS TO TRUE
        NOT AT END
           IF CER-SERIE NOT = WRK-SERIE
              SET WRK-FIM-VIAS TO TRUE
           ELSE
              ADD 1 TO WRK-QTDE-VIAS
              IF WRK-QTDE-VIAS = 1
                 MOVE CER-MATRICULA     TO WRK-CAB-MATRICULA
                 MOVE CER-NOME          TO WRK-CAB-NOME
                 MOVE CER-ANO-CONCLUSAO TO WRK-ANO-CONCLUSAO
              END-IF
              MOVE CER-DATA-EMISSAO TO WRK-DATA-AUX
              MOVE CER-OPERADOR     TO WRK-OPERADOR-CER
           END-IF
    END-READ.
0240-IMPRIMIR-VERIFICACAO.
    MOVE SPACES TO RS105-REGISTRO
    IF WRK-QTDE-VIAS = 0
       MOVE '04' TO WRK-RETORNO
       STRING 'CONSULTA DE AUTENTICIDADE - SERIE ' WRK-SERIE
              ' NAO CONSTA DO REGISTRO - NAO AUTENTICO'
              DELIMITED BY SIZE INTO RS105-REGISTRO
       END-STRING
       WRITE RS105-REGISTRO
       DISPLAY 'SERIE ' WRK-SERIE ' NAO CONSTA DO REGISTRO - '
               'CERTIFICADO NAO AUTENTICO'
    ELSE
       STRING 'CONSULTA DE AUTENTICIDADE - SERIE ' WRK-SERIE
              ' - AUTENTICO'
              DELIMITED BY SIZE INTO RS105-REGISTRO
       END-STRING
       WRITE RS105-REGISTRO
       WRITE RS105-REGISTRO FROM WRK-CABECALHO-2
       PERFORM 0295-EDITAR-DATA
       MOVE SPACES TO RS105-REGISTRO
       STRING 'CONCLUSAO EM ' WRK-ANO-CONCLUSAO ' - VIAS EMITIDAS '
              WRK-QTDE-VIAS ' - ULTIMA EM ' WRK-DATA-ED ' POR '
              WRK-OPERADOR-CER
              DELIMITED BY SIZE INTO RS105-REGISTRO
       END-STRING
       WRITE RS105-REGISTRO
       DISPLAY 'CERTIFICADO AUTENTICO - SERIE ' WRK-SERIE
               ' MATRICULA ' WRK-CAB-MATRICULA ' VIAS ' WRK-QTDE-VIAS
    END-IF
    MOVE SPACES TO RS105-REGISTRO
    WRITE RS105-REGISTRO.
0250-MONTAR-HISTORICO.
*>  PERIODOS DO ALUNO, DA TABELA, EM ORDEM DE PERIODO.
    MOVE ZEROS TO WRK-QTDE-PERIODOS WRK-ANO-CONCLUSAO
    PERFORM 0255-SELECIONAR-PERIODO
       VARYING WRK-IDX FROM 1 BY 1
       UNTIL WRK-IDX > WRK-QTDE-HISTORICO OR NOT WRK-OK
    IF WRK-OK
       IF WRK-QTDE-PERIODOS = 0
          MOVE '16' TO WRK-RETORNO
          DISPLAY 'MATRICULA ' ALU-MATRICULA ' SEM PERIODOS NO '
                  'HISTORICO'
       ELSE
          MOVE WRK-PER-ANO(WRK-QTDE-PERIODOS) TO WRK-ANO-CONCLUSAO
       END-IF
    END-IF.
0255-SELECIONAR-PERIODO.
    IF WRK-HIS-MATRICULA(WRK-IDX) = ALU-MATRICULA
       IF WRK-QTDE-PERIODOS < WRK-MAX-PERIODOS
          MOVE ZEROS TO WRK-POS-P
          PERFORM VARYING WRK-IDX-P FROM 1 BY 1
                  UNTIL WRK-IDX-P > WRK-QTDE-PERIODOS
                     OR WRK-POS-P > 0
             IF WRK-PER-PERIODO(WRK-IDX-P) > WRK-HIS-PERIODO(WRK-IDX)
                MOVE WRK-IDX-P TO WRK-POS-P
             END-IF
          END-PERFORM
          IF WRK-POS-P = 0
             COMPUTE WRK-POS-P = WRK-QTDE-PERIODOS + 1
          END-IF
          PERFORM 0257-DESLOCAR-PERIODO
             VARYING WRK-IDX-P FROM WRK-QTDE-PERIODOS BY -1
             UNTIL WRK-IDX-P < WRK-POS-P
          ADD 1 TO WRK-QTDE-PERIODOS
          MOVE WRK-HIS-PERIODO(WRK-IDX) TO WRK-PER-PERIODO(WRK-POS-P)
          MOVE WRK-HIS-MEDIA(WRK-IDX)   TO WRK-PER-MEDIA(WRK-POS-P)
          MOVE WRK-HIS-STATUS(WRK-IDX)  TO WRK-PER-STATUS(WRK-POS-P)
       ELSE
          MOVE '16' TO WRK-RETORNO
          DISPLAY 'MATRICULA ' ALU-MATRICULA ' COM MAIS DE '
                  WRK-MAX-PERIODOS ' PERIODOS NO HISTORICO'
       END-IF
    END-IF.
0257-DESLOCAR-PERIODO.
    MOVE WRK-PER-ENTRY(WRK-IDX-P) TO WRK-PER-ENTRY(WRK-IDX-P + 1).
0260-LOCALIZAR-CERTIFICADO.
*>  MAIOR VIA JA EMITIDA PARA O ALUNO, PELA CHAVE ALTERNATIVA.
    MOVE ZEROS TO WRK-ULTIMA-VIA WRK-SERIE-ATUAL
    MOVE 'N' TO WRK-EOF-CER
    MOVE ALU-MATRICULA TO CER-MATRICULA
    START CERTIFICADO-REG KEY = CER-MATRICULA
        INVALID KEY SET WRK-FIM-VIAS TO TRUE
    END-START
    PERFORM 0265-LER-VIA-ALUNO UNTIL WRK-FIM-VIAS.
0265-LER-VIA-ALUNO.
    READ CERTIFICADO-REG NEXT RECORD
        AT END SET WRK-FIM-VIAS TO TRUE
        NOT AT END
           IF CER-MATRICULA NOT = ALU-MATRICULA
              SET WRK-FIM-VIAS TO TRUE
           ELSE
              IF CER-VIA > WRK-ULTIMA-VIA
                 MOVE CER-VIA   TO WRK-ULTIMA-VIA
                 MOVE CER-SERIE TO WRK-SERIE-ATUAL
              END-IF
           END-IF
    END-READ.
0270-EMITIR-CERTIFICADO.
*>  O REGISTRO E GRAVADO ANTES DA IMPRESSAO - CERTIFICADO QUE NAO
*>  ESTA NO REGISTRO NAO SAI.
    IF WRK-ULTIMA-VIA = 0
       PERFORM 0275-OBTER-SERIE
    ELSE
       IF WRK-ULTIMA-VIA = 99
          MOVE '16' TO WRK-RETORNO
          DISPLAY 'SERIE ' WRK-SERIE-ATUAL ' JA TEM 99 VIAS'
       END-IF
    END-IF
    IF WRK-OK
       ACCEPT WRK-HORA FROM TIME
       MOVE WRK-SERIE-ATUAL   TO CER-SERIE
       COMPUTE CER-VIA = WRK-ULTIMA-VIA + 1
       MOVE ALU-MATRICULA     TO CER-MATRICULA
       MOVE ALU-NOME          TO CER-NOME
       MOVE WRK-ANO-CONCLUSAO TO CER-ANO-CONCLUSAO
       MOVE WRK-DATA-PROC     TO CER-DATA-EMISSAO
       MOVE WRK-HORA(1:6)     TO CER-HORA-EMISSAO
       MOVE WRK-OPERADOR      TO CER-OPERADOR
       WRITE CER-REGISTRO
           INVALID KEY
              MOVE '08' TO WRK-RETORNO
              DISPLAY 'SERIE ' CER-SERIE ' VIA ' CER-VIA
                      ' JA REGISTRADA - STATUS ' WRK-FS-CER
           NOT INVALID KEY
              IF CER-VIA = 1
                 ADD 1 TO WRK-QTDE-NOVOS
              ELSE
                 ADD 1 TO WRK-QTDE-SEGUNDAS
              END-IF
              DISPLAY 'MATRICULA ' ALU-MATRICULA ' CERTIFICADO SERIE '
                      CER-SERIE ' VIA ' CER-VIA
              PERFORM 0280-IMPRIMIR-HISTORICO
              PERFORM 0290-IMPRIMIR-CERTIFICADO
       END-WRITE
    END-IF.
0275-OBTER-SERIE.
    MOVE SPACES        TO LK-PROG096-PARM
    MOVE 'CERTIFIC'    TO LK96-CONTADOR
    MOVE 'PROG105'     TO LK96-PROGRAMA
    MOVE WRK-DATA-PROC TO LK96-DATA-PROC
    MOVE ZEROS         TO LK96-INICIO LK96-FIM
    SET LK96-AVULSO TO TRUE
    CALL 'PROG096' USING LK-PROG096-PARM
    EVALUATE TRUE
       WHEN LK96-OK
          MOVE LK96-INICIO TO WRK-SERIE-ATUAL
       WHEN LK96-OCUPADO
          MOVE '20' TO WRK-RETORNO
          DISPLAY 'NUMERACAO DE CERTIFICADOS EM USO - TENTE DE NOVO '
                  'MAIS TARDE'
       WHEN OTHER
          MOVE '16' TO WRK-RETORNO
          DISPLAY 'SERIE DE CERTIFICADO NAO ATRIBUIDA - RETORNO '
                  LK96-RETORNO
    END-EVALUATE.
0280-IMPRIMIR-HISTORICO.
    WRITE RS105-REGISTRO FROM WRK-CABECALHO-1
    MOVE ALU-MATRICULA     TO WRK-CAB-MATRICULA
    MOVE ALU-NOME          TO WRK-CAB-NOME
    MOVE ALU-TURMA         TO WRK-CAB-TURMA
    MOVE WRK-ANO-CONCLUSAO TO WRK-CAB-ANO
    WRITE RS105-REGISTRO FROM WRK-CABECALHO-2
    WRITE RS105-REGISTRO FROM WRK-CABECALHO-3
    MOVE SPACES TO RS105-REGISTRO
    WRITE RS105-REGISTRO
    MOVE ZEROS TO WRK-ANO-EM-CURSO
    PERFORM 0285-IMPRIMIR-PERIODO
       VARYING WRK-IDX-P FROM 1 BY 1
       UNTIL WRK-IDX-P > WRK-QTDE-PERIODOS.
0285-IMPRIMIR-PERIODO.
    IF WRK-PER-ANO(WRK-IDX-P) NOT = WRK-ANO-EM-CURSO
       MOVE WRK-PER-ANO(WRK-IDX-P) TO WRK-ANO-EM-CURSO
       MOVE ZEROS TO WRK-PERIODOS-ANO WRK-SOMA-MEDIAS
    END-IF
    ADD 1 TO WRK-PERIODOS-ANO
    ADD WRK-PER-MEDIA(WRK-IDX-P) TO WRK-SOMA-MEDIAS
    MOVE WRK-PER-PERIODO(WRK-IDX-P) TO WRP-PERIODO
    MOVE WRK-PER-MEDIA(WRK-IDX-P)   TO WRP-MEDIA
    MOVE WRK-PER-STATUS(WRK-IDX-P)  TO WRP-STATUS
    WRITE RS105-REGISTRO FROM WRK-LINHA-PERIODO
    IF WRK-IDX-P = WRK-QTDE-PERIODOS
       MOVE 'S' TO WRK-FECHA-ANO
    ELSE
       IF WRK-PER-ANO(WRK-IDX-P + 1) NOT = WRK-ANO-EM-CURSO
          MOVE 'S' TO WRK-FECHA-ANO
       ELSE
          MOVE 'N' TO WRK-FECHA-ANO
       END-IF
    END-IF
    IF WRK-FECHA-ANO = 'S'
       COMPUTE WRK-MEDIA-ANO ROUNDED =
          WRK-SOMA-MEDIAS / WRK-PERIODOS-ANO
       MOVE WRK-ANO-EM-CURSO          TO WRA-ANO
       MOVE WRK-MEDIA-ANO             TO WRA-MEDIA
       MOVE WRK-PER-STATUS(WRK-IDX-P) TO WRA-RESULTADO
       WRITE RS105-REGISTRO FROM WRK-LINHA-ANO
       MOVE SPACES TO RS105-REGISTRO
       WRITE RS105-REGISTRO
    END-IF.
0290-IMPRIMIR-CERTIFICADO.
    MOVE CER-SERIE TO WRC-SERIE
    MOVE CER-VIA   TO WRC-VIA
    WRITE RS105-REGISTRO FROM WRK-LINHA-CERTIFICADO
    IF CER-VIA > 1
       MOVE 'REEMISSAO - MESMA SERIE DO CERTIFICADO ORIGINAL'
         TO RS105-REGISTRO
       WRITE RS105-REGISTRO
    END-IF
    MOVE SPACES TO RS105-REGISTRO
    STRING 'CERTIFICAMOS QUE ' ALU-NOME ', MATRICULA '
           ALU-MATRICULA ','
           DELIMITED BY SIZE INTO RS105-REGISTRO
    END-STRING
    WRITE RS105-REGISTRO
    MOVE SPACES TO RS105-REGISTRO
    STRING 'CONCLUIU O CURSO NO ANO DE ' WRK-ANO-CONCLUSAO '.'
           DELIMITED BY SIZE INTO RS105-REGISTRO
    END-STRING
    WRITE RS105-REGISTRO
    MOVE CER-DATA-EMISSAO TO WRK-DATA-AUX
    PERFORM 0295-EDITAR-DATA
    MOVE SPACES TO RS105-REGISTRO
    STRING 'EMITIDO EM ' WRK-DATA-ED ' POR ' CER-OPERADOR
           DELIMITED BY SIZE INTO RS105-REGISTRO
    END-STRING
    WRITE RS105-REGISTRO
    MOVE 'AUTENTICIDADE CONFERIDA PELA SERIE NO REGISTRO DE '
      & 'CERTIFICADOS' TO RS105-REGISTRO
    WRITE RS105-REGISTRO
    MOVE SPACES TO RS105-REGISTRO
    WRITE RS105-REGISTRO.
0295-EDITAR-DATA.
    MOVE WRK-AUX-DIA TO WRK-ED-DIA
    MOVE WRK-AUX-MES TO WRK-ED-MES
    MOVE WRK-AUX-ANO TO WRK-ED-ANO.
0300-FINALIZAR.
    MOVE SPACES TO RS105-REGISTRO
    WRITE RS105-REGISTRO
    MOVE 'TRANSACOES LIDAS.........' TO WRT-LABEL
    MOVE WRK-QTDE-PROCESSADAS       TO WRT-QTDE
    WRITE RS105-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'CERTIFICADOS NOVOS.......' TO WRT-LABEL
    MOVE WRK-QTDE-NOVOS             TO WRT-QTDE
    WRITE RS105-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'SEGUNDAS VIAS............' TO WRT-LABEL
    MOVE WRK-QTDE-SEGUNDAS          TO WRT-QTDE
    WRITE RS105-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'JA CERTIFICADOS (PULADOS)' TO WRT-LABEL
    MOVE WRK-QTDE-JA-EMITIDOS       TO WRT-QTDE
    WRITE RS105-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'CONSULTAS DE AUTENTICIDAD' TO WRT-LABEL
    MOVE WRK-QTDE-CONSULTAS         TO WRT-QTDE
    WRITE RS105-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TRANSACOES COM ERRO......' TO WRT-LABEL
    MOVE WRK-QTDE-ERROS             TO WRT-QTDE
    WRITE RS105-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG105 - CERTIFICADOS EMITIDOS.' WRK-QTDE-NOVOS
            ' SEGUNDAS VIAS.' WRK-QTDE-SEGUNDAS
    IF WRK-ALU-ABERTO = 'S'
       CLOSE ALUNO-MASTER
    END-IF
    IF WRK-CER-ABERTO = 'S'
       CLOSE CERTIFICADO-REG
    END-IF
    CLOSE P105-SAIDA.
