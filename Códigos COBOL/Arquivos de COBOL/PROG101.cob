IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG101.
*> LISTA DE CLASSE POR TURMA - OCUPACAO CONTRA CAPACIDADE. LE O
*> MASTER DE ALUNOS DESCARREGADO E ORDENADO POR TURMA E NOME
*> (P101ENT, LAYOUT DO CPALUMST) E O MASTER DE TURMAS (TURMST).
*> CADA TURMA SAI COM CABECALHO (ANO, SERIE, TURNO, PROFESSOR),
*> OS ALUNOS MATRICULADOS E TRANCADOS E O RODAPE DE OCUPACAO
*> (MATRICULADOS) X CAPACIDADE, COM ALERTA PARA TURMA LOTADA,
*> ACIMA DA CAPACIDADE, INATIVA COM ALUNOS OU NAO CADASTRADA.
*> TURMA ATIVA SEM NENHUM ALUNO TAMBEM SAI, COM OCUPACAO ZERO.
*> RC=04: TURMA ACIMA DA CAPACIDADE, INATIVA COM ALUNOS OU NAO
*> CADASTRADA; RC=16: TURMST INDISPONIVEL OU TURMAS ALEM DA TABELA.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT P101-ENTRADA ASSIGN TO "P101ENT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-ENT.
    SELECT TURMA-MASTER ASSIGN TO "TURMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TUR-CODIGO
           FILE STATUS  IS WRK-FS-TUR.
    SELECT P101-SAIDA   ASSIGN TO "P101SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  P101-ENTRADA.
COPY CPALUMST.
FD  TURMA-MASTER.
COPY CPTURMST.
FD  P101-SAIDA.
01  RS101-REGISTRO          PIC X(90).
WORKING-STORAGE                 SECTION.
77  WRK-FS-ENT           PIC X(02) VALUE SPACES.
77  WRK-FS-TUR           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-AUX          PIC X(01) VALUE 'N'.
    88  WRK-FIM-AUXILIAR     VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
78  WRK-MAX-TURMAS       VALUE 200.
77  WRK-QTDE-TURMAS      PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX              PIC 9(04) COMP VALUE ZEROS.
77  WRK-ACHADO           PIC 9(04) COMP VALUE ZEROS.
01  WRK-TAB-TURMAS.
    05  WRK-TUR-ENTRY OCCURS 200 TIMES.
        10  WRK-TUR-CODIGO     PIC X(06).
        10  WRK-TUR-ANO        PIC 9(04).
        10  WRK-TUR-SERIE      PIC X(02).
        10  WRK-TUR-TURNO      PIC X(01).
        10  WRK-TUR-CAPACIDADE PIC 9(03).
        10  WRK-TUR-PROFESSOR  PIC X(30).
        10  WRK-TUR-SITUACAO   PIC X(01).
        10  WRK-TUR-LISTADA    PIC X(01).
77  WRK-TURMA-ATUAL      PIC X(06) VALUE SPACES.
77  WRK-OCUPACAO         PIC 9(05) VALUE ZEROS.
77  WRK-TRANCADOS        PIC 9(05) VALUE ZEROS.
77  WRK-CAPACIDADE       PIC 9(03) VALUE ZEROS.
77  WRK-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-LISTADAS    PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-MATRICULADOS PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-LOTADAS     PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-ACIMA       PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-INATIVAS    PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-NAO-CADASTR PIC 9(05) VALUE ZEROS.
01  WRK-LINHA-TURMA.
    05  FILLER               PIC X(06) VALUE 'TURMA '.
    05  WRC-TURMA            PIC X(06).
    05  FILLER               PIC X(05) VALUE ' ANO '.
    05  WRC-ANO              PIC X(04).
    05  FILLER               PIC X(07) VALUE ' SERIE '.
    05  WRC-SERIE            PIC X(02).
    05  FILLER               PIC X(07) VALUE ' TURNO '.
    05  WRC-TURNO            PIC X(01).
    05  FILLER               PIC X(12) VALUE ' PROFESSOR: '.
    05  WRC-PROFESSOR        PIC X(30).
01  WRK-LINHA-ALUNO.
    05  FILLER               PIC X(03) VALUE SPACES.
    05  WRA-MATRICULA        PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRA-NOME             PIC X(20).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRA-SITUACAO         PIC X(12).
01  WRK-LINHA-OCUPACAO.
    05  FILLER               PIC X(12) VALUE '   OCUPACAO '.
    05  WRO-OCUPACAO         PIC ZZZZ9.
    05  FILLER               PIC X(14) VALUE ' / CAPACIDADE '.
    05  WRO-CAPACIDADE       PIC ZZ9.
    05  FILLER               PIC X(11) VALUE ' TRANCADOS '.
    05  WRO-TRANCADOS        PIC ZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRO-ALERTA           PIC X(30).
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-PROCESSAR-ALUNO UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0300-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE.
    STOP RUN.
0100-INICIAR.
    OPEN OUTPUT P101-SAIDA
    MOVE 'PROG101 - LISTA DE CLASSE POR TURMA' TO RS101-REGISTRO
    WRITE RS101-REGISTRO
    PERFORM 0110-CARREGAR-TURMAS
    OPEN INPUT P101-ENTRADA
    MOVE 'N' TO WRK-EOF
    IF WRK-FS-ENT NOT = '00'
       DISPLAY 'ALUNOS ORDENADOS INDISPONIVEIS - STATUS ' WRK-FS-ENT
       MOVE 'S' TO WRK-EOF
       MOVE 16 TO WRK-RC
    END-IF
    IF WRK-RC = 16
       MOVE 'S' TO WRK-EOF
    END-IF.
0110-CARREGAR-TURMAS.
    MOVE 'N' TO WRK-EOF-AUX
    OPEN INPUT TURMA-MASTER
    IF WRK-FS-TUR NOT = '00'
       DISPLAY 'TURMST INDISPONIVEL - STATUS ' WRK-FS-TUR
       MOVE 16 TO WRK-RC
       SET WRK-FIM-AUXILIAR TO TRUE
    END-IF
    PERFORM 0115-LER-TURMA UNTIL WRK-FIM-AUXILIAR
    IF WRK-FS-TUR = '00' OR WRK-FS-TUR = '10'
       CLOSE TURMA-MASTER
    END-IF
    DISPLAY 'TURMAS CARREGADAS...........' WRK-QTDE-TURMAS.
0115-LER-TURMA.
    READ TURMA-MASTER NEXT RECORD
        AT END SET WRK-FIM-AUXILIAR TO TRUE
        NOT AT END
           IF WRK-QTDE-TURMAS < WRK-MAX-TURMAS
              ADD 1 TO WRK-QTDE-TURMAS
              MOVE TUR-CODIGO     TO WRK-TUR-CODIGO(WRK-QTDE-TURMAS)
              MOVE TUR-ANO        TO WRK-TUR-ANO(WRK-QTDE-TURMAS)
              MOVE TUR-SERIE      TO WRK-TUR-SERIE(WRK-QTDE-TURMAS)
              MOVE TUR-TURNO      TO WRK-TUR-TURNO(WRK-QTDE-TURMAS)
              MOVE TUR-CAPACIDADE TO
                   WRK-TUR-CAPACIDADE(WRK-QTDE-TURMAS)
              MOVE TUR-PROFESSOR  TO
                   WRK-TUR-PROFESSOR(WRK-QTDE-TURMAS)
              MOVE TUR-SITUACAO   TO
                   WRK-TUR-SITUACAO(WRK-QTDE-TURMAS)
              MOVE 'N'            TO WRK-TUR-LISTADA(WRK-QTDE-TURMAS)
           ELSE
              DISPLAY 'TABELA DE TURMAS CHEIA - LISTA NAO EMITIDA'
              MOVE 16 TO WRK-RC
              SET WRK-FIM-AUXILIAR TO TRUE
           END-IF
    END-READ.
0200-PROCESSAR-ALUNO.
    READ P101-ENTRADA
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-LIDOS
           IF ALU-TURMA NOT = SPACES
              AND (ALU-MATRICULADO OR ALU-TRANCADO)
              PERFORM 0210-LISTAR-ALUNO
           END-IF
    END-READ.
0210-LISTAR-ALUNO.
    IF ALU-TURMA NOT = WRK-TURMA-ATUAL
       IF WRK-TURMA-ATUAL NOT = SPACES
          PERFORM 0230-FECHAR-TURMA
       END-IF
       MOVE ALU-TURMA TO WRK-TURMA-ATUAL
       PERFORM 0220-ABRIR-TURMA
    END-IF
    MOVE ALU-MATRICULA TO WRA-MATRICULA
    MOVE ALU-NOME      TO WRA-NOME
    IF ALU-MATRICULADO
       ADD 1 TO WRK-OCUPACAO
       MOVE 'MATRICULADO' TO WRA-SITUACAO
    ELSE
       ADD 1 TO WRK-TRANCADOS
       MOVE 'TRANCADO'    TO WRA-SITUACAO
    END-IF
    WRITE RS101-REGISTRO FROM WRK-LINHA-ALUNO.
0220-ABRIR-TURMA.
    MOVE ZEROS TO WRK-OCUPACAO WRK-TRANCADOS WRK-ACHADO
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-TURMAS OR WRK-ACHADO > 0
       IF WRK-TUR-CODIGO(WRK-IDX) = WRK-TURMA-ATUAL
          MOVE WRK-IDX TO WRK-ACHADO
       END-IF
    END-PERFORM
    PERFORM 0225-CABECALHO-TURMA.
0225-CABECALHO-TURMA.
    ADD 1 TO WRK-QTDE-LISTADAS
    MOVE SPACES TO RS101-REGISTRO
    WRITE RS101-REGISTRO
    MOVE WRK-TURMA-ATUAL TO WRC-TURMA
    IF WRK-ACHADO > 0
       MOVE 'S' TO WRK-TUR-LISTADA(WRK-ACHADO)
       MOVE WRK-TUR-ANO(WRK-ACHADO)        TO WRC-ANO
       MOVE WRK-TUR-SERIE(WRK-ACHADO)      TO WRC-SERIE
       MOVE WRK-TUR-TURNO(WRK-ACHADO)      TO WRC-TURNO
       MOVE WRK-TUR-PROFESSOR(WRK-ACHADO)  TO WRC-PROFESSOR
       MOVE WRK-TUR-CAPACIDADE(WRK-ACHADO) TO WRK-CAPACIDADE
    ELSE
       MOVE SPACES TO WRC-ANO WRC-SERIE WRC-TURNO WRC-PROFESSOR
       MOVE ZEROS  TO WRK-CAPACIDADE
    END-IF
    WRITE RS101-REGISTRO FROM WRK-LINHA-TURMA.
0230-FECHAR-TURMA.
    MOVE WRK-OCUPACAO   TO WRO-OCUPACAO
    MOVE WRK-CAPACIDADE TO WRO-CAPACIDADE
    MOVE WRK-TRANCADOS  TO WRO-TRANCADOS
    MOVE SPACES         TO WRO-ALERTA
    EVALUATE TRUE
       WHEN WRK-ACHADO = 0
          ADD 1 TO WRK-QTDE-NAO-CADASTR
          MOVE '*** TURMA NAO CADASTRADA' TO WRO-ALERTA
       WHEN WRK-TUR-SITUACAO(WRK-ACHADO) NOT = 'A'
            AND WRK-OCUPACAO > 0
          ADD 1 TO WRK-QTDE-INATIVAS
          MOVE '*** TURMA INATIVA COM ALUNOS' TO WRO-ALERTA
       WHEN WRK-OCUPACAO > WRK-CAPACIDADE
          ADD 1 TO WRK-QTDE-ACIMA
          MOVE '*** ACIMA DA CAPACIDADE' TO WRO-ALERTA
       WHEN WRK-OCUPACAO = WRK-CAPACIDADE
          ADD 1 TO WRK-QTDE-LOTADAS
          MOVE 'LOTADA' TO WRO-ALERTA
    END-EVALUATE
    ADD WRK-OCUPACAO TO WRK-QTDE-MATRICULADOS
    WRITE RS101-REGISTRO FROM WRK-LINHA-OCUPACAO.
0240-LISTAR-TURMA-VAZIA.
*>     TURMA ATIVA DO MASTER QUE NAO APARECEU NOS ALUNOS.
    IF WRK-TUR-LISTADA(WRK-IDX) = 'N'
       AND WRK-TUR-SITUACAO(WRK-IDX) = 'A'
       MOVE WRK-TUR-CODIGO(WRK-IDX) TO WRK-TURMA-ATUAL
       MOVE WRK-IDX TO WRK-ACHADO
       MOVE ZEROS TO WRK-OCUPACAO WRK-TRANCADOS
       PERFORM 0225-CABECALHO-TURMA
       PERFORM 0230-FECHAR-TURMA
    END-IF.
0300-FINALIZAR.
    IF WRK-TURMA-ATUAL NOT = SPACES
       PERFORM 0230-FECHAR-TURMA
    END-IF
    IF WRK-RC < 16
       PERFORM 0240-LISTAR-TURMA-VAZIA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-TURMAS
    END-IF
    MOVE SPACES TO RS101-REGISTRO
    WRITE RS101-REGISTRO
    MOVE 'ALUNOS LIDOS............' TO WRT-LABEL
    MOVE WRK-QTDE-LIDOS             TO WRT-QTDE
    WRITE RS101-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TURMAS LISTADAS.........' TO WRT-LABEL
    MOVE WRK-QTDE-LISTADAS          TO WRT-QTDE
    WRITE RS101-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'ALUNOS MATRICULADOS.....' TO WRT-LABEL
    MOVE WRK-QTDE-MATRICULADOS      TO WRT-QTDE
    WRITE RS101-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TURMAS LOTADAS..........' TO WRT-LABEL
    MOVE WRK-QTDE-LOTADAS           TO WRT-QTDE
    WRITE RS101-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'ACIMA DA CAPACIDADE.....' TO WRT-LABEL
    MOVE WRK-QTDE-ACIMA             TO WRT-QTDE
    WRITE RS101-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'INATIVAS COM ALUNOS.....' TO WRT-LABEL
    MOVE WRK-QTDE-INATIVAS          TO WRT-QTDE
    WRITE RS101-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TURMAS NAO CADASTRADAS..' TO WRT-LABEL
    MOVE WRK-QTDE-NAO-CADASTR       TO WRT-QTDE
    WRITE RS101-REGISTRO FROM WRK-LINHA-TOTAL
    IF WRK-RC < 04
       AND WRK-QTDE-ACIMA + WRK-QTDE-INATIVAS
           + WRK-QTDE-NAO-CADASTR > 0
       MOVE 04 TO WRK-RC
    END-IF
    DISPLAY 'PROG101 - TURMAS LISTADAS...' WRK-QTDE-LISTADAS
    IF WRK-FS-ENT = '00' OR WRK-FS-ENT = '10'
       CLOSE P101-ENTRADA
    END-IF
    CLOSE P101-SAIDA.
