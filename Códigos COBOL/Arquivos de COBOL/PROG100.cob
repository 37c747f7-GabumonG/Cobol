IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG100.
*> MANUTENCAO DO MASTER DE TURMAS (TURMST), NO MOLDE DO PROG058.
*> ALU-TURMA ERA UM CODIGO LIVRE - UM ERRO DE DIGITACAO NO PROG058
*> CRIAVA TURMA NOVA E NADA SEGURAVA 60 ALUNOS NUMA SALA DE 35. O
*> FLUXO DE TRANSACOES VEM PELO SYSIN (FUNCAO / TURMA / DADOS, UMA
*> LINHA POR CAMPO):
*>   I - INCLUIR (ANO, SERIE, TURNO, CAPACIDADE, PROFESSOR)
*>   A - ALTERAR (MESMOS CAMPOS; EM BRANCO MANTEM O ATUAL)
*>   D - DESATIVAR (SO TURMA SEM ALUNO MATRICULADO)
*>   R - REATIVAR         Q - CONSULTAR (COM A OCUPACAO)
*> TURNO: M, T, N OU I (INTEGRAL); ANO COM 4 E CAPACIDADE COM 3
*> DIGITOS. A OCUPACAO E CONTADA NO ALUMST (ALUNOS MATRICULADOS NA
*> TURMA) - A CAPACIDADE NAO PODE FICAR ABAIXO DELA.
*> PARM 'C' - CARGA INICIAL: CRIA CADA TURMA QUE APARECE EM
*> ALU-TURMA E NAO ESTA NO TURMST, ATIVA, COM O ANO DA DATA DE
*> PROCESSAMENTO E A CAPACIDADE IGUAL A OCUPACAO ATUAL; SERIE, TURNO
*> E PROFESSOR FICAM PARA A SECRETARIA COMPLETAR COM 'A'. TURMA JA
*> CADASTRADA NAO E MEXIDA - A CARGA PODE SER REPETIDA.
*> RC=04: TRANSACAO RECUSADA; RC=16: TURMST INDISPONIVEL OU, NA
*> CARGA, ALUMST INDISPONIVEL OU TURMAS ALEM DA TABELA.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT TURMA-MASTER ASSIGN TO "TURMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TUR-CODIGO
           FILE STATUS  IS WRK-FS-TUR.
    SELECT ALUNO-MASTER ASSIGN TO "ALUMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ALU-MATRICULA
           FILE STATUS  IS WRK-FS-ALU.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
DATA                            DIVISION.
FILE                            SECTION.
FD  TURMA-MASTER.
COPY CPTURMST.
FD  ALUNO-MASTER.
COPY CPALUMST.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-TUR           PIC X(02) VALUE SPACES.
77  WRK-FS-ALU           PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-ALU          PIC X(01) VALUE 'N'.
    88  WRK-FIM-ALUNOS       VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-PARM             PIC X(40) VALUE SPACES.
77  WRK-MODO             PIC X(01) VALUE SPACE.
    88  WRK-CARGA            VALUE 'C'.
77  WRK-TUR-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-TEM-ALUMST       PIC X(01) VALUE 'N'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-FUNCAO           PIC X(01).
    88  WRK-INCLUIR          VALUE 'I'.
    88  WRK-ALTERAR          VALUE 'A'.
    88  WRK-DESATIVAR        VALUE 'D'.
    88  WRK-REATIVAR         VALUE 'R'.
    88  WRK-CONSULTAR        VALUE 'Q'.
77  WRK-RETORNO          PIC X(02) VALUE '00'.
    88  WRK-OK               VALUE '00'.
    88  WRK-NAO-ENCONTRADO   VALUE '04'.
    88  WRK-DUPLICADO        VALUE '08'.
    88  WRK-DADO-INVALIDO    VALUE '12'.
    88  WRK-SITUACAO-INVALIDA VALUE '16'.
77  WRK-TURMA            PIC X(06) VALUE SPACES.
77  WRK-ANO              PIC X(04) VALUE SPACES.
77  WRK-SERIE            PIC X(02) VALUE SPACES.
77  WRK-TURNO            PIC X(01) VALUE SPACE.
77  WRK-CAPACIDADE       PIC X(03) VALUE SPACES.
77  WRK-CAPACIDADE-NUM   PIC 9(03) VALUE ZEROS.
77  WRK-PROFESSOR        PIC X(30) VALUE SPACES.
77  WRK-TURMA-BUSCA      PIC X(06) VALUE SPACES.
77  WRK-OCUPACAO         PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-PROCESSADAS PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-ERROS       PIC 9(05) VALUE ZEROS.
78  WRK-MAX-TURMAS       VALUE 200.
77  WRK-QTDE-TURMAS      PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX              PIC 9(04) COMP VALUE ZEROS.
77  WRK-ACHADO           PIC 9(04) COMP VALUE ZEROS.
01  WRK-TAB-TURMAS.
    05  WRK-TUR-ENTRY OCCURS 200 TIMES.
        10  WRK-TUR-CODIGO     PIC X(06).
        10  WRK-TUR-OCUPACAO   PIC 9(03).
        10  WRK-TUR-EXISTIA    PIC X(01).
77  WRK-QTDE-CRIADAS     PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-EXISTENTES  PIC 9(05) VALUE ZEROS.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF WRK-RC < 16
       IF WRK-CARGA
          PERFORM 0400-CARGA-INICIAL
       ELSE
          PERFORM 0200-PROCESSAR-TRANSACAO UNTIL WRK-FIM-ARQUIVO
       END-IF
    END-IF.
    PERFORM 0300-FINALIZAR.
    IF WRK-RC < 04 AND WRK-QTDE-ERROS > 0
       MOVE 04 TO WRK-RC
    END-IF.
    MOVE WRK-RC TO RETURN-CODE.
    STOP RUN.
0100-INICIAR.
    ACCEPT WRK-PARM FROM COMMAND-LINE
    MOVE WRK-PARM(1:1) TO WRK-MODO
    PERFORM 0116-LER-DATA-PROC
    OPEN I-O TURMA-MASTER
    IF WRK-FS-TUR = '35'
       OPEN OUTPUT TURMA-MASTER
       CLOSE TURMA-MASTER
       OPEN I-O TURMA-MASTER
    END-IF
    IF WRK-FS-TUR NOT = '00'
       DISPLAY 'TURMST INDISPONIVEL - STATUS ' WRK-FS-TUR
       MOVE 16 TO WRK-RC
    ELSE
       MOVE 'S' TO WRK-TUR-ABERTO
    END-IF
    OPEN INPUT ALUNO-MASTER
    IF WRK-FS-ALU = '00'
       MOVE 'S' TO WRK-TEM-ALUMST
    ELSE
       DISPLAY 'ALUMST INDISPONIVEL - STATUS ' WRK-FS-ALU
       IF WRK-CARGA
          MOVE 16 TO WRK-RC
       ELSE
          DISPLAY 'OCUPACAO DAS TURMAS NAO SERA CONFERIDA'
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
0200-PROCESSAR-TRANSACAO.
    ACCEPT WRK-FUNCAO
        ON EXCEPTION SET WRK-FIM-ARQUIVO TO TRUE
    END-ACCEPT
    IF NOT WRK-FIM-ARQUIVO
       ACCEPT WRK-TURMA
       MOVE SPACES TO WRK-ANO WRK-SERIE WRK-TURNO WRK-CAPACIDADE
                      WRK-PROFESSOR
       IF WRK-INCLUIR OR WRK-ALTERAR
          ACCEPT WRK-ANO
          ACCEPT WRK-SERIE
          ACCEPT WRK-TURNO
          ACCEPT WRK-CAPACIDADE
          ACCEPT WRK-PROFESSOR
       END-IF
       ADD 1 TO WRK-QTDE-PROCESSADAS
       MOVE '00' TO WRK-RETORNO
       DISPLAY 'FUNCAO ' WRK-FUNCAO ' TURMA ' WRK-TURMA
       EVALUATE TRUE
          WHEN WRK-INCLUIR   PERFORM 0210-INCLUIR
          WHEN WRK-ALTERAR   PERFORM 0220-ALTERAR
          WHEN WRK-DESATIVAR PERFORM 0230-DESATIVAR
          WHEN WRK-REATIVAR  PERFORM 0240-REATIVAR
          WHEN WRK-CONSULTAR PERFORM 0250-CONSULTAR
          WHEN OTHER
             MOVE '12' TO WRK-RETORNO
             DISPLAY 'FUNCAO INVALIDA.....' WRK-FUNCAO
       END-EVALUATE
       IF NOT WRK-OK
          ADD 1 TO WRK-QTDE-ERROS
       END-IF
       DISPLAY 'RETORNO.....' WRK-RETORNO
    END-IF.
0210-INCLUIR.
    EVALUATE TRUE
       WHEN WRK-TURMA = SPACES
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'CODIGO DA TURMA EM BRANCO'
       WHEN WRK-ANO NOT NUMERIC
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'ANO INVALIDO........' WRK-ANO
       WHEN WRK-TURNO NOT = 'M' AND 'T' AND 'N' AND 'I'
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'TURNO INVALIDO......' WRK-TURNO
       WHEN WRK-CAPACIDADE NOT NUMERIC OR WRK-CAPACIDADE = '000'
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'CAPACIDADE INVALIDA.' WRK-CAPACIDADE
    END-EVALUATE
    IF WRK-OK
       MOVE WRK-TURMA      TO TUR-CODIGO
       MOVE WRK-ANO        TO TUR-ANO
       MOVE WRK-SERIE      TO TUR-SERIE
       MOVE WRK-TURNO      TO TUR-TURNO
       MOVE WRK-CAPACIDADE TO TUR-CAPACIDADE
       MOVE WRK-PROFESSOR  TO TUR-PROFESSOR
       MOVE 'A'            TO TUR-SITUACAO
       WRITE TUR-REGISTRO
           INVALID KEY
              MOVE '08' TO WRK-RETORNO
              DISPLAY 'TURMA ' WRK-TURMA ' JA EXISTE'
           NOT INVALID KEY
              DISPLAY 'TURMA ' WRK-TURMA ' INCLUIDA'
       END-WRITE
    END-IF.
0215-LER-TURMA.
    MOVE WRK-TURMA TO TUR-CODIGO
    READ TURMA-MASTER
        INVALID KEY
           MOVE '04' TO WRK-RETORNO
           DISPLAY 'TURMA ' WRK-TURMA ' NAO ENCONTRADA'
    END-READ.
0220-ALTERAR.
*>     A OCUPACAO E CONTADA ANTES DE LER A TURMA - A CONTAGEM PERCORRE
*>     O ALUMST E NAO MEXE NO REGISTRO DO TURMST A REGRAVAR.
    MOVE WRK-TURMA TO WRK-TURMA-BUSCA
    PERFORM 0280-CONTAR-OCUPACAO
    PERFORM 0215-LER-TURMA
    MOVE ZEROS TO WRK-CAPACIDADE-NUM
    IF WRK-CAPACIDADE IS NUMERIC
       MOVE WRK-CAPACIDADE TO WRK-CAPACIDADE-NUM
    END-IF
    IF WRK-OK
       EVALUATE TRUE
          WHEN WRK-ANO NOT = SPACES AND WRK-ANO NOT NUMERIC
             MOVE '12' TO WRK-RETORNO
             DISPLAY 'ANO INVALIDO........' WRK-ANO
          WHEN WRK-TURNO NOT = SPACE
               AND WRK-TURNO NOT = 'M' AND 'T' AND 'N' AND 'I'
             MOVE '12' TO WRK-RETORNO
             DISPLAY 'TURNO INVALIDO......' WRK-TURNO
          WHEN WRK-CAPACIDADE NOT = SPACES
               AND (WRK-CAPACIDADE NOT NUMERIC
                    OR WRK-CAPACIDADE = '000')
             MOVE '12' TO WRK-RETORNO
             DISPLAY 'CAPACIDADE INVALIDA.' WRK-CAPACIDADE
          WHEN WRK-CAPACIDADE NOT = SPACES
               AND WRK-CAPACIDADE-NUM < WRK-OCUPACAO
             MOVE '16' TO WRK-RETORNO
             DISPLAY 'CAPACIDADE ABAIXO DA OCUPACAO ATUAL ('
                     WRK-OCUPACAO ' ALUNOS)'
       END-EVALUATE
    END-IF
    IF WRK-OK
       IF WRK-ANO NOT = SPACES
          MOVE WRK-ANO TO TUR-ANO
       END-IF
       IF WRK-SERIE NOT = SPACES
          MOVE WRK-SERIE TO TUR-SERIE
       END-IF
       IF WRK-TURNO NOT = SPACE
          MOVE WRK-TURNO TO TUR-TURNO
       END-IF
       IF WRK-CAPACIDADE NOT = SPACES
          MOVE WRK-CAPACIDADE-NUM TO TUR-CAPACIDADE
       END-IF
       IF WRK-PROFESSOR NOT = SPACES
          MOVE WRK-PROFESSOR TO TUR-PROFESSOR
       END-IF
       PERFORM 0265-REGRAVAR-TURMA
    END-IF.
0230-DESATIVAR.
    MOVE WRK-TURMA TO WRK-TURMA-BUSCA
    PERFORM 0280-CONTAR-OCUPACAO
    PERFORM 0215-LER-TURMA
    IF WRK-OK
       EVALUATE TRUE
          WHEN TUR-INATIVA
             MOVE '16' TO WRK-RETORNO
             DISPLAY 'TURMA JA ESTA INATIVA'
          WHEN WRK-OCUPACAO > 0
             MOVE '16' TO WRK-RETORNO
             DISPLAY 'TURMA COM ' WRK-OCUPACAO ' ALUNOS MATRICULADOS'
                     ' - TRANSFERIR ANTES DE DESATIVAR'
          WHEN OTHER
             MOVE 'I' TO TUR-SITUACAO
             PERFORM 0265-REGRAVAR-TURMA
       END-EVALUATE
    END-IF.
0240-REATIVAR.
    PERFORM 0215-LER-TURMA
    IF WRK-OK
       IF TUR-ATIVA
          MOVE '16' TO WRK-RETORNO
          DISPLAY 'TURMA JA ESTA ATIVA'
       ELSE
          MOVE 'A' TO TUR-SITUACAO
          PERFORM 0265-REGRAVAR-TURMA
       END-IF
    END-IF.
0250-CONSULTAR.
    MOVE WRK-TURMA TO WRK-TURMA-BUSCA
    PERFORM 0280-CONTAR-OCUPACAO
    PERFORM 0215-LER-TURMA
    IF WRK-OK
       DISPLAY 'TURMA.......' TUR-CODIGO
       DISPLAY 'ANO.........' TUR-ANO
       DISPLAY 'SERIE.......' TUR-SERIE
       DISPLAY 'TURNO.......' TUR-TURNO
       DISPLAY 'CAPACIDADE..' TUR-CAPACIDADE
       DISPLAY 'OCUPACAO....' WRK-OCUPACAO
       DISPLAY 'PROFESSOR...' TUR-PROFESSOR
       DISPLAY 'SITUACAO....' TUR-SITUACAO
    END-IF.
0265-REGRAVAR-TURMA.
    REWRITE TUR-REGISTRO
        INVALID KEY
           MOVE '04' TO WRK-RETORNO
           DISPLAY 'ERRO AO REGRAVAR A TURMA ' WRK-TURMA
        NOT INVALID KEY
           DISPLAY 'MOVIMENTO APLICADO A TURMA ' WRK-TURMA
    END-REWRITE.
0280-CONTAR-OCUPACAO.
*>     OCUPACAO = ALUNOS MATRICULADOS NA TURMA; TRANCADO NAO OCUPA
*>     VAGA ATE SER REMATRICULADO.
    MOVE ZEROS TO WRK-OCUPACAO
    IF WRK-TEM-ALUMST = 'S'
       MOVE 'N' TO WRK-EOF-ALU
       MOVE ZEROS TO ALU-MATRICULA
       START ALUNO-MASTER KEY IS NOT LESS THAN ALU-MATRICULA
           INVALID KEY SET WRK-FIM-ALUNOS TO TRUE
       END-START
       PERFORM 0285-CONTAR-ALUNO UNTIL WRK-FIM-ALUNOS
    END-IF.
0285-CONTAR-ALUNO.
    READ ALUNO-MASTER NEXT RECORD
        AT END SET WRK-FIM-ALUNOS TO TRUE
        NOT AT END
           IF ALU-TURMA = WRK-TURMA-BUSCA AND ALU-MATRICULADO
              ADD 1 TO WRK-OCUPACAO
           END-IF
    END-READ.
0300-FINALIZAR.
    IF WRK-CARGA
       DISPLAY 'PROG100 - TURMAS CRIADAS.....' WRK-QTDE-CRIADAS
       DISPLAY 'PROG100 - JA CADASTRADAS.....' WRK-QTDE-EXISTENTES
    ELSE
       DISPLAY 'PROG100 - TRANSACOES....' WRK-QTDE-PROCESSADAS
       DISPLAY 'PROG100 - COM ERRO......' WRK-QTDE-ERROS
    END-IF
    IF WRK-TUR-ABERTO = 'S'
       CLOSE TURMA-MASTER
    END-IF
    IF WRK-TEM-ALUMST = 'S'
       CLOSE ALUNO-MASTER
    END-IF.
0400-CARGA-INICIAL.
    MOVE 'N' TO WRK-EOF-ALU
    PERFORM 0410-LER-ALUNO-CARGA UNTIL WRK-FIM-ALUNOS
    IF WRK-RC < 16
       PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-TURMAS
          IF WRK-TUR-EXISTIA(WRK-IDX) = 'N'
             PERFORM 0430-CRIAR-TURMA
          END-IF
       END-PERFORM
    END-IF.
0410-LER-ALUNO-CARGA.
    READ ALUNO-MASTER NEXT RECORD
        AT END SET WRK-FIM-ALUNOS TO TRUE
        NOT AT END
           IF ALU-TURMA NOT = SPACES
              PERFORM 0420-ACUMULAR-TURMA
           END-IF
    END-READ.
0420-ACUMULAR-TURMA.
    MOVE ZEROS TO WRK-ACHADO
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-TURMAS OR WRK-ACHADO > 0
       IF WRK-TUR-CODIGO(WRK-IDX) = ALU-TURMA
          MOVE WRK-IDX TO WRK-ACHADO
       END-IF
    END-PERFORM
    IF WRK-ACHADO = 0
       IF WRK-QTDE-TURMAS < WRK-MAX-TURMAS
          ADD 1 TO WRK-QTDE-TURMAS
          MOVE WRK-QTDE-TURMAS TO WRK-ACHADO
          MOVE ALU-TURMA TO WRK-TUR-CODIGO(WRK-ACHADO)
          MOVE ZEROS     TO WRK-TUR-OCUPACAO(WRK-ACHADO)
          MOVE ALU-TURMA TO TUR-CODIGO
          READ TURMA-MASTER
              INVALID KEY
                 MOVE 'N' TO WRK-TUR-EXISTIA(WRK-ACHADO)
              NOT INVALID KEY
                 MOVE 'S' TO WRK-TUR-EXISTIA(WRK-ACHADO)
                 ADD 1 TO WRK-QTDE-EXISTENTES
          END-READ
       ELSE
          DISPLAY 'TABELA DE TURMAS CHEIA - CARGA RECUSADA, NADA '
                  'FOI GRAVADO'
          MOVE 16 TO WRK-RC
          SET WRK-FIM-ALUNOS TO TRUE
       END-IF
    END-IF
    IF WRK-ACHADO > 0 AND ALU-MATRICULADO
       ADD 1 TO WRK-TUR-OCUPACAO(WRK-ACHADO)
    END-IF.
0430-CRIAR-TURMA.
    MOVE WRK-TUR-CODIGO(WRK-IDX)   TO TUR-CODIGO
    MOVE WRK-DATA-PROC(1:4)        TO TUR-ANO
    MOVE SPACES                    TO TUR-SERIE TUR-TURNO
                                      TUR-PROFESSOR
    MOVE WRK-TUR-OCUPACAO(WRK-IDX) TO TUR-CAPACIDADE
    MOVE 'A'                       TO TUR-SITUACAO
    WRITE TUR-REGISTRO
        INVALID KEY
           DISPLAY 'ERRO AO GRAVAR A TURMA ' TUR-CODIGO
           MOVE 16 TO WRK-RC
        NOT INVALID KEY
           ADD 1 TO WRK-QTDE-CRIADAS
           DISPLAY 'TURMA CRIADA ' TUR-CODIGO ' CAPACIDADE '
                   TUR-CAPACIDADE
    END-WRITE.
