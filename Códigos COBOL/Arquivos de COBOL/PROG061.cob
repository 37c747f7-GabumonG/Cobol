*> MODO 'S' (SIMULACAO) SO IMPRIME O REGISTRO DE PROMOCAO PARA A
*> COORDENACAO REVISAR; MODO 'E' (EFETIVA) REGRAVA O MASTER E
*> JORNALIZA CADA MUDANCA NO ALUJRNL (FUNCAO 'P').
*> ANTES DE TOCAR EM ALUNO, CADA TURMA DESTINO DA TURPROG E
*> CONFERIDA NO MASTER DE TURMAS (TURMST): DEVE EXISTIR E ESTAR
*> ATIVA. DESTINO INVALIDO SAI NO REGISTRO; NA SIMULACAO O RC E 04,
*> NA EFETIVA NENHUM ALUNO E PROMOVIDO E O RC E 16 - CORRIGIR A
*> TABELA OU O MASTER E REPROCESSAR.
ENVIRONMENT                     DIVISION.
CONFIGURATION                   SECTION.
SPECIAL-NAMES.
    SELECT TURMA-PROGRESSAO ASSIGN TO "TURPROG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PRG.
    SELECT TURMA-MASTER ASSIGN TO "TURMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS TUR-CODIGO
           FILE STATUS  IS WRK-FS-TUR.
    SELECT P061-PARM    ASSIGN TO "P061PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
01  PRG-REGISTRO.
    05  PRG-TURMA-DE       PIC X(06).
    05  PRG-TURMA-PARA     PIC X(06).
FD  TURMA-MASTER.
COPY CPTURMST.
FD  P061-PARM.
01  PARM-REGISTRO.
    05  PARM-ANO           PIC 9(04).
77  WRK-FS-HIS           PIC X(02) VALUE SPACES.
77  WRK-FS-JORNAL        PIC X(02) VALUE SPACES.
77  WRK-FS-PRG           PIC X(02) VALUE SPACES.
77  WRK-FS-TUR           PIC X(02) VALUE SPACES.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-QTDE-DESTINOS-INV PIC 9(02) VALUE ZEROS.
77  WRK-MOTIVO-DESTINO   PIC X(20) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    PERFORM 0100-INICIAR.
    PERFORM 0200-PROCESSAR-ALUNO UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0300-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE.
    STOP RUN.
0100-INICIAR.
    PERFORM 0110-LER-PARAMETROS
       MOVE 'PROG061 - REGISTRO DE PROMOCAO (EFETIVA)'
         TO RS61-REGISTRO
    END-IF
    WRITE RS61-REGISTRO
    PERFORM 0140-VERIFICAR-DESTINOS.
0110-LER-PARAMETROS.
    OPEN INPUT P061-PARM
    IF WRK-FS-PARM = '00'
              SET WRK-FIM-AUXILIAR TO TRUE
           END-IF
    END-READ.
0140-VERIFICAR-DESTINOS.
    IF WRK-QTDE-PROGRESSOES > 0
       OPEN INPUT TURMA-MASTER
       IF WRK-FS-TUR NOT = '00'
          DISPLAY 'TURMST INDISPONIVEL - STATUS ' WRK-FS-TUR
          MOVE 'TURMST INDISPONIVEL - DESTINOS NAO CONFERIDOS'
            TO RS61-REGISTRO
          WRITE RS61-REGISTRO
          ADD 1 TO WRK-QTDE-DESTINOS-INV
       ELSE
          PERFORM VARYING WRK-IDX FROM 1 BY 1
                  UNTIL WRK-IDX > WRK-QTDE-PROGRESSOES
             IF WRK-PRG-PARA(WRK-IDX) NOT = SPACES
                PERFORM 0145-CONFERIR-DESTINO
             END-IF
          END-PERFORM
          CLOSE TURMA-MASTER
       END-IF
    END-IF
    IF WRK-QTDE-DESTINOS-INV > 0
       IF WRK-EFETIVA
          MOVE 'EFETIVA RECUSADA - NENHUM ALUNO FOI PROMOVIDO'
            TO RS61-REGISTRO
          WRITE RS61-REGISTRO
          MOVE 'S' TO WRK-EOF
          MOVE 16 TO WRK-RC
       ELSE
          MOVE 04 TO WRK-RC
       END-IF
    END-IF.
0145-CONFERIR-DESTINO.
    MOVE SPACES TO WRK-MOTIVO-DESTINO
    MOVE WRK-PRG-PARA(WRK-IDX) TO TUR-CODIGO
    READ TURMA-MASTER
        INVALID KEY
           MOVE 'NAO CADASTRADA' TO WRK-MOTIVO-DESTINO
        NOT INVALID KEY
           IF NOT TUR-ATIVA
              MOVE 'INATIVA' TO WRK-MOTIVO-DESTINO
           END-IF
    END-READ
    IF WRK-MOTIVO-DESTINO NOT = SPACES
       ADD 1 TO WRK-QTDE-DESTINOS-INV
       MOVE SPACES TO RS61-REGISTRO
       STRING 'PROGRESSAO ' DELIMITED BY SIZE
              WRK-PRG-DE(WRK-IDX) DELIMITED BY SIZE
              ' PARA ' DELIMITED BY SIZE
              WRK-PRG-PARA(WRK-IDX) DELIMITED BY SIZE
              ' - TURMA DESTINO ' DELIMITED BY SIZE
              WRK-MOTIVO-DESTINO DELIMITED BY SIZE
              INTO RS61-REGISTRO
       END-STRING
       WRITE RS61-REGISTRO
    END-IF.
0200-PROCESSAR-ALUNO.
    READ ALUNO-MASTER NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
    MOVE 'SEM NOTAS NO ANO........' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-NOTAS         TO WRT-QTDE
    WRITE RS61-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'DESTINOS INVALIDOS......' TO WRT-LABEL
    MOVE WRK-QTDE-DESTINOS-INV      TO WRT-QTDE
    WRITE RS61-REGISTRO FROM WRK-LINHA-TOTAL
    IF WRK-SIMULACAO
       MOVE 'SIMULACAO - NENHUMA MUDANCA FOI GRAVADA NO MASTER'
         TO RS61-REGISTRO
