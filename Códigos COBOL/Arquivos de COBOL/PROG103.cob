IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG103.
*> CARTAS AOS RESPONSAVEIS DE ALUNOS EM RISCO E REPROVADOS. RODA
*> DEPOIS DE CADA RODADA DE NOTAS E FREQUENCIA, LOGO APOS O ALERTA
*> PRECOCE (PROG063): A LISTA DOS CONSELHEIROS FICAVA NA ESCOLA E
*> A FAMILIA SO SABIA NO BOLETIM. CRUZA O HISTORICO DE PERIODOS
*> (ALUHIS), A FREQUENCIA APURADA (FRQGER, DO PROG060) E O CSV DE
*> RISCO DO PROG063 (P063CSV) E, PARA CADA ALUNO MATRICULADO
*> AVALIADO NO PERIODO MAIS RECENTE DO HISTORICO, DECIDE A CARTA:
*>   NOTIFICACAO - NOTIFICACAO FORMAL: STATUS RECUPERACAO,
*>                 REPROVADO OU REPROV-FREQ, OU FREQUENCIA ABAIXO
*>                 DO MINIMO DE 75 DO PROG008;
*>   AVISO       - CARTA DE ADVERTENCIA: ALUNO NA LISTA DE RISCO DO
*>                 PROG063 (QUEDA, BANDA, FREQ) SEM MOTIVO FORMAL.
*> A CARTA TRAZ A MEDIA DO PERIODO, A MEDIA DO PERIODO ANTERIOR E
*> A FREQUENCIA. O DESTINATARIO E O RESPONSAVEL DO ALUNO (ALURSP,
*> PROG058 FUNCAO G), ENDERECADO PELO ENDERECO ESTRUTURADO DO
*> CLIFILE COMO NA MALA DIRETA DO PROG035 (P103CAR, SEPARADO POR
*> PONTO-E-VIRGULA, PARA A GRAFICA/MALA).
*> RESPONSAVEL COM ENDERECO OU E-MAIL DEVOLVIDO (CLI-END-RUIM,
*> CLI-EMAIL-RUIM), ENDERECO INCOMPLETO OU CORREIO REVOGADO NO
*> CLICONS NAO RECEBE CARTA: VAI PARA A LISTA DE TELEFONEMAS DA
*> SECRETARIA (P103TEL). A CARTA E COMUNICACAO DE SERVICO - VALE
*> SEM REGISTRO DE CONSENTIMENTO E SO CAI COM REVOGACAO 'R'
*> EXPLICITA (CPCONSEN); E-MAIL REVOGADO SAI EM BRANCO NA CARTA.
*> TELEFONE TAMBEM INDISPONIVEL SAI NA LISTA COMO CONVOCACAO.
*> RC=04: ALUNO COM CARTA DEVIDA SEM RESPONSAVEL, COM RESPONSAVEL
*> INEXISTENTE OU INATIVO, OU SEM CANAL (VER O RELATORIO P103REL).
*> RC=16: HISTORICO, MASTER DE ALUNOS, VINCULOS OU CLIENTES
*> INDISPONIVEIS - NENHUMA CARTA SAI.
ENVIRONMENT                     DIVISION.
CONFIGURATION                   SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT ALUNO-MASTER ASSIGN TO "ALUMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ALU-MATRICULA
           FILE STATUS  IS WRK-FS-ALU.
    SELECT ALUNO-HIST   ASSIGN TO "ALUHIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-HIS.
    SELECT FREQUENCIA-GERADA ASSIGN TO "FRQGER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-FRQ.
    SELECT P063-CSV     ASSIGN TO "P063CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-RISCO.
    SELECT ALUNO-RESPONSAVEL ASSIGN TO "ALURSP"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ALR-MATRICULA
           FILE STATUS  IS WRK-FS-RSP.
    SELECT CLIENTE-FILE  ASSIGN TO "CLIFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CLI-NUMERO
           ALTERNATE RECORD KEY IS CLI-CPF WITH DUPLICATES
           FILE STATUS  IS WRK-FS-CLIENTE.
    SELECT CLIENTE-CONSENT ASSIGN TO "CLICONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CON-CHAVE
           FILE STATUS  IS WRK-FS-CON.
    SELECT P103-CARTAS  ASSIGN TO "P103CAR"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P103-TELEFONES ASSIGN TO "P103TEL"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P103-RELATO  ASSIGN TO "P103REL"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  ALUNO-MASTER.
COPY CPALUMST.
FD  ALUNO-HIST.
COPY CPALUHIS.
FD  FREQUENCIA-GERADA.
01  GER-REGISTRO.
    05  GER-MATRICULA      PIC 9(06).
    05  GER-FREQUENCIA     PIC 9(03).
FD  P063-CSV.
01  CSV63-LINHA             PIC X(100).
FD  ALUNO-RESPONSAVEL.
COPY CPALURSP.
FD  CLIENTE-FILE.
COPY CPCLIENT.
FD  CLIENTE-CONSENT.
COPY CPCONSEN.
FD  P103-CARTAS.
01  CAR-LINHA               PIC X(250).
FD  P103-TELEFONES.
01  TEL-LINHA               PIC X(200).
FD  P103-RELATO.
01  RS103-REGISTRO          PIC X(80).
WORKING-STORAGE                 SECTION.
77  WRK-FS-ALU           PIC X(02) VALUE SPACES.
77  WRK-FS-HIS           PIC X(02) VALUE SPACES.
77  WRK-FS-FRQ           PIC X(02) VALUE SPACES.
77  WRK-FS-RISCO         PIC X(02) VALUE SPACES.
77  WRK-FS-RSP           PIC X(02) VALUE SPACES.
77  WRK-FS-CLIENTE       PIC X(02) VALUE SPACES.
77  WRK-FS-CON           PIC X(02) VALUE SPACES.
77  WRK-ALU-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-RSP-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CLI-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CON-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-ABORTAR          PIC X(01) VALUE 'N'.
    88  WRK-SEM-RODADA       VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
*>  MINIMO DE FREQUENCIA DO PROG008 (WRK-FREQ-MINIMA).
78  WRK-FREQ-MINIMA      VALUE 75.
77  WRK-PERIODO-CORRENTE PIC 9(06) VALUE ZEROS.
*>  ALUNOS DO HISTORICO - OS DOIS PERIODOS MAIS RECENTES DE CADA
*>  MATRICULA, COMO NO PROG063, COM A FREQUENCIA E A MARCA DE RISCO.
78  WRK-MAX-ALUNOS       VALUE 1000.
77  WRK-QTDE-ALUNOS      PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX              PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX-ACHADO       PIC 9(04) COMP VALUE ZEROS.
77  WRK-MATRICULA-BUSCA  PIC 9(06) VALUE ZEROS.
01  WRK-TAB-ALUNOS.
    05  WRK-ALU-ENTRY OCCURS 1000 TIMES.
        10  WRK-ALU-MATRICULA  PIC 9(06).
        10  WRK-ALU-ULT-PER    PIC 9(06).
        10  WRK-ALU-ULT-MEDIA  PIC 9(03)V99.
        10  WRK-ALU-ULT-STATUS PIC X(11).
        10  WRK-ALU-PEN-PER    PIC 9(06).
        10  WRK-ALU-PEN-MEDIA  PIC 9(03)V99.
        10  WRK-ALU-FREQ       PIC 9(03).
        10  WRK-ALU-TEM-FREQ   PIC X(01).
        10  WRK-ALU-RISCO      PIC X(01).
        10  WRK-ALU-MOTIVOS    PIC X(20).
*>  CAMPOS DO CSV DE RISCO DO PROG063
01  WRK-CSV-CAMPOS.
    05  WRK-CSV-MATRICULA    PIC X(06).
    05  WRK-CSV-NOME         PIC X(20).
    05  WRK-CSV-TURMA        PIC X(06).
    05  WRK-CSV-MEDIA-RISCO  PIC X(06).
    05  WRK-CSV-TENDENCIA    PIC X(05).
    05  WRK-CSV-FREQ         PIC X(03).
    05  WRK-CSV-MOTIVOS      PIC X(20).
*>  ALUNO CORRENTE
77  WRK-TIPO-CARTA       PIC X(01) VALUE SPACE.
    88  WRK-CARTA-NENHUMA    VALUE 'N'.
    88  WRK-CARTA-AVISO      VALUE 'A'.
    88  WRK-CARTA-FORMAL     VALUE 'F'.
77  WRK-TIPO-ED          PIC X(11) VALUE SPACES.
77  WRK-MOTIVO-CARTA     PIC X(30) VALUE SPACES.
77  WRK-DESTINO          PIC X(30) VALUE SPACES.
77  WRK-EXCECAO          PIC X(30) VALUE SPACES.
77  WRK-MOTIVO-TELEFONE  PIC X(45) VALUE SPACES.
77  WRK-CONSENTE         PIC X(01) VALUE 'S'.
77  WRK-USA-EMAIL        PIC X(01) VALUE 'S'.
77  WRK-USA-TELEFONE     PIC X(01) VALUE 'S'.
77  WRK-EMAIL-ED         PIC X(40) VALUE SPACES.
77  WRK-TELEFONE-ED      PIC X(15) VALUE SPACES.
77  WRK-ENDERECO-ED      PIC X(120) VALUE SPACES.
77  WRK-CSV-INTEIRO      PIC 9(03) VALUE ZEROS.
77  WRK-CSV-DECIMAL      PIC 9(02) VALUE ZEROS.
77  WRK-MEDIA-CALC       PIC 9(03)V99 VALUE ZEROS.
77  WRK-CSV-MEDIA        PIC X(06) VALUE SPACES.
77  WRK-MEDIA-ULT-ED     PIC X(06) VALUE SPACES.
77  WRK-MEDIA-PEN-ED     PIC X(06) VALUE SPACES.
77  WRK-FREQ-ED          PIC X(03) VALUE SPACES.
*>  CONTADORES
77  WRK-QTDE-HISTORICO   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-AVALIADOS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-FORA-PERIODO PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-NAO-MATRIC  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-CARTA   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-AVISOS      PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-FORMAIS     PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-CARTAS      PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-TELEFONES   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-CONVOCAR    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-EXCECOES    PIC 9(07) VALUE ZEROS.
01  WRK-LINHA-COLUNAS.
    05  FILLER               PIC X(07) VALUE 'MATRIC'.
    05  FILLER               PIC X(21) VALUE 'NOME'.
    05  FILLER               PIC X(07) VALUE 'TURMA'.
    05  FILLER               PIC X(12) VALUE 'CARTA'.
    05  FILLER               PIC X(07) VALUE 'DESTINO'.
01  WRK-LINHA-ALUNO.
    05  WRL-MATRICULA        PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-NOME             PIC X(20).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-TURMA            PIC X(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-TIPO             PIC X(11).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-DESTINO          PIC X(30).
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF NOT WRK-SEM-RODADA
       PERFORM 0200-AVALIAR-ALUNO
          VARYING WRK-IDX FROM 1 BY 1
          UNTIL WRK-IDX > WRK-QTDE-ALUNOS
    END-IF
    PERFORM 0300-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    OPEN OUTPUT P103-CARTAS
    OPEN OUTPUT P103-TELEFONES
    OPEN OUTPUT P103-RELATO
    MOVE SPACES TO CAR-LINHA
    STRING 'TIPO;MATRICULA;ALUNO;TURMA;RESPONSAVEL;ENDERECO;'
           'E-MAIL;PERIODO;MEDIA;MEDIA ANTERIOR;FREQUENCIA;'
           'SITUACAO;MOTIVOS'
           DELIMITED BY SIZE INTO CAR-LINHA
    END-STRING
    WRITE CAR-LINHA
    MOVE SPACES TO TEL-LINHA
    STRING 'TIPO;MATRICULA;ALUNO;TURMA;RESPONSAVEL;TELEFONE;'
           'MEDIA;FREQUENCIA;SITUACAO;MOTIVO DO TELEFONEMA'
           DELIMITED BY SIZE INTO TEL-LINHA
    END-STRING
    WRITE TEL-LINHA
    MOVE 'PROG103 - CARTAS AOS RESPONSAVEIS' TO RS103-REGISTRO
    WRITE RS103-REGISTRO
    PERFORM 0110-ABRIR-ARQUIVOS
    IF NOT WRK-SEM-RODADA
       PERFORM 0120-CARREGAR-HISTORICO UNTIL WRK-FIM-ARQUIVO
       PERFORM 0130-CARREGAR-FREQUENCIAS
       PERFORM 0140-CARREGAR-RISCO
       IF WRK-QTDE-ALUNOS = 0
          DISPLAY 'HISTORICO DE PERIODOS VAZIO - NENHUMA CARTA'
       END-IF
    END-IF
    MOVE SPACES TO RS103-REGISTRO
    STRING 'PERIODO AVALIADO ' WRK-PERIODO-CORRENTE
           DELIMITED BY SIZE INTO RS103-REGISTRO
    END-STRING
    WRITE RS103-REGISTRO
    MOVE SPACES TO RS103-REGISTRO
    WRITE RS103-REGISTRO
    WRITE RS103-REGISTRO FROM WRK-LINHA-COLUNAS
    DISPLAY 'PERIODO AVALIADO....' WRK-PERIODO-CORRENTE.
0110-ABRIR-ARQUIVOS.
    OPEN INPUT ALUNO-HIST
    IF WRK-FS-HIS NOT = '00'
       DISPLAY 'HISTORICO DE PERIODOS INDISPONIVEL - STATUS '
               WRK-FS-HIS
       MOVE 16  TO WRK-RC
       MOVE 'S' TO WRK-ABORTAR
       MOVE 'S' TO WRK-EOF
    END-IF
    OPEN INPUT ALUNO-MASTER
    IF WRK-FS-ALU = '00'
       MOVE 'S' TO WRK-ALU-ABERTO
    ELSE
       DISPLAY 'MASTER DE ALUNOS INDISPONIVEL - STATUS ' WRK-FS-ALU
       MOVE 16  TO WRK-RC
       MOVE 'S' TO WRK-ABORTAR
    END-IF
    OPEN INPUT ALUNO-RESPONSAVEL
    IF WRK-FS-RSP = '00'
       MOVE 'S' TO WRK-RSP-ABERTO
    ELSE
       DISPLAY 'VINCULOS DE RESPONSAVEL INDISPONIVEIS - STATUS '
               WRK-FS-RSP
       MOVE 16  TO WRK-RC
       MOVE 'S' TO WRK-ABORTAR
    END-IF
    OPEN INPUT CLIENTE-FILE
    IF WRK-FS-CLIENTE = '00'
       MOVE 'S' TO WRK-CLI-ABERTO
    ELSE
       DISPLAY 'MASTER DE CLIENTES INDISPONIVEL - STATUS '
               WRK-FS-CLIENTE
       MOVE 16  TO WRK-RC
       MOVE 'S' TO WRK-ABORTAR
    END-IF
*>  SEM O ARQUIVO DE CONSENTIMENTOS NENHUM CANAL ESTA REVOGADO - A
*>  CARTA E DE SERVICO E SO A REVOGACAO EXPLICITA A IMPEDE.
    OPEN INPUT CLIENTE-CONSENT
    IF WRK-FS-CON = '00'
       MOVE 'S' TO WRK-CON-ABERTO
    ELSE
       DISPLAY 'CONSENTIMENTOS INDISPONIVEIS - STATUS ' WRK-FS-CON
               ' - NENHUMA REVOGACAO CONSIDERADA'
    END-IF.
0120-CARREGAR-HISTORICO.
    READ ALUNO-HIST
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-HISTORICO
           IF HIS8-PERIODO > WRK-PERIODO-CORRENTE
              MOVE HIS8-PERIODO TO WRK-PERIODO-CORRENTE
           END-IF
           PERFORM 0125-GUARDAR-ULTIMOS
    END-READ.
0125-GUARDAR-ULTIMOS.
*>  PARA CADA MATRICULA SO INTERESSAM OS DOIS PERIODOS MAIS
*>  RECENTES - O ULTIMO DA A CARTA E O PENULTIMO A COMPARACAO.
    MOVE HIS8-MATRICULA TO WRK-MATRICULA-BUSCA
    PERFORM 0150-LOCALIZAR-ALUNO
    IF WRK-IDX-ACHADO = 0
       IF WRK-QTDE-ALUNOS < WRK-MAX-ALUNOS
          ADD 1 TO WRK-QTDE-ALUNOS
          MOVE WRK-QTDE-ALUNOS TO WRK-IDX-ACHADO
          MOVE HIS8-MATRICULA TO WRK-ALU-MATRICULA(WRK-IDX-ACHADO)
          MOVE HIS8-PERIODO   TO WRK-ALU-ULT-PER(WRK-IDX-ACHADO)
          MOVE HIS8-MEDIA     TO WRK-ALU-ULT-MEDIA(WRK-IDX-ACHADO)
          MOVE HIS8-STATUS    TO WRK-ALU-ULT-STATUS(WRK-IDX-ACHADO)
          MOVE ZEROS          TO WRK-ALU-PEN-PER(WRK-IDX-ACHADO)
                                 WRK-ALU-PEN-MEDIA(WRK-IDX-ACHADO)
                                 WRK-ALU-FREQ(WRK-IDX-ACHADO)
          MOVE 'N'            TO WRK-ALU-TEM-FREQ(WRK-IDX-ACHADO)
                                 WRK-ALU-RISCO(WRK-IDX-ACHADO)
          MOVE SPACES         TO WRK-ALU-MOTIVOS(WRK-IDX-ACHADO)
       ELSE
          DISPLAY 'TABELA DE ALUNOS CHEIA - MATRICULA '
                  HIS8-MATRICULA ' SEM CARTA'
       END-IF
    ELSE
       IF HIS8-PERIODO > WRK-ALU-ULT-PER(WRK-IDX-ACHADO)
          MOVE WRK-ALU-ULT-PER(WRK-IDX-ACHADO)
            TO WRK-ALU-PEN-PER(WRK-IDX-ACHADO)
          MOVE WRK-ALU-ULT-MEDIA(WRK-IDX-ACHADO)
            TO WRK-ALU-PEN-MEDIA(WRK-IDX-ACHADO)
          MOVE HIS8-PERIODO TO WRK-ALU-ULT-PER(WRK-IDX-ACHADO)
          MOVE HIS8-MEDIA   TO WRK-ALU-ULT-MEDIA(WRK-IDX-ACHADO)
          MOVE HIS8-STATUS  TO WRK-ALU-ULT-STATUS(WRK-IDX-ACHADO)
       ELSE
          IF HIS8-PERIODO > WRK-ALU-PEN-PER(WRK-IDX-ACHADO)
             AND HIS8-PERIODO < WRK-ALU-ULT-PER(WRK-IDX-ACHADO)
             MOVE HIS8-PERIODO TO WRK-ALU-PEN-PER(WRK-IDX-ACHADO)
             MOVE HIS8-MEDIA   TO WRK-ALU-PEN-MEDIA(WRK-IDX-ACHADO)
          END-IF
       END-IF
    END-IF.
0130-CARREGAR-FREQUENCIAS.
    MOVE 'N' TO WRK-EOF
    OPEN INPUT FREQUENCIA-GERADA
    IF WRK-FS-FRQ NOT = '00'
       MOVE 'S' TO WRK-EOF
       DISPLAY 'SEM FREQUENCIA APURADA - CARTAS SO PELAS MEDIAS'
    END-IF
    PERFORM 0135-LER-FREQUENCIA UNTIL WRK-FIM-ARQUIVO
    IF WRK-FS-FRQ = '00' OR WRK-FS-FRQ = '10'
       CLOSE FREQUENCIA-GERADA
    END-IF.
0135-LER-FREQUENCIA.
    READ FREQUENCIA-GERADA
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           MOVE GER-MATRICULA TO WRK-MATRICULA-BUSCA
           PERFORM 0150-LOCALIZAR-ALUNO
           IF WRK-IDX-ACHADO > 0
              MOVE GER-FREQUENCIA TO WRK-ALU-FREQ(WRK-IDX-ACHADO)
              MOVE 'S' TO WRK-ALU-TEM-FREQ(WRK-IDX-ACHADO)
           END-IF
    END-READ.
0140-CARREGAR-RISCO.
*>  O CSV DO PROG063 TEM CABECALHO; SO LINHA COM MATRICULA NUMERICA
*>  MARCA O ALUNO EM RISCO.
    MOVE 'N' TO WRK-EOF
    OPEN INPUT P063-CSV
    IF WRK-FS-RISCO NOT = '00'
       MOVE 'S' TO WRK-EOF
       DISPLAY 'SEM LISTA DE RISCO DO PROG063 - SO NOTIFICACOES '
               'FORMAIS'
    END-IF
    PERFORM 0145-LER-RISCO UNTIL WRK-FIM-ARQUIVO
    IF WRK-FS-RISCO = '00' OR WRK-FS-RISCO = '10'
       CLOSE P063-CSV
    END-IF.
0145-LER-RISCO.
    READ P063-CSV
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           MOVE SPACES TO WRK-CSV-CAMPOS
           UNSTRING CSV63-LINHA DELIMITED BY ';'
               INTO WRK-CSV-MATRICULA WRK-CSV-NOME WRK-CSV-TURMA
                    WRK-CSV-MEDIA-RISCO WRK-CSV-TENDENCIA
                    WRK-CSV-FREQ WRK-CSV-MOTIVOS
           END-UNSTRING
           IF WRK-CSV-MATRICULA IS NUMERIC
              MOVE WRK-CSV-MATRICULA TO WRK-MATRICULA-BUSCA
              PERFORM 0150-LOCALIZAR-ALUNO
              IF WRK-IDX-ACHADO > 0
                 MOVE 'S' TO WRK-ALU-RISCO(WRK-IDX-ACHADO)
                 MOVE WRK-CSV-MOTIVOS
                   TO WRK-ALU-MOTIVOS(WRK-IDX-ACHADO)
              END-IF
           END-IF
    END-READ.
0150-LOCALIZAR-ALUNO.
    MOVE ZEROS TO WRK-IDX-ACHADO
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-ALUNOS
               OR WRK-IDX-ACHADO > 0
       IF WRK-ALU-MATRICULA(WRK-IDX) = WRK-MATRICULA-BUSCA
          MOVE WRK-IDX TO WRK-IDX-ACHADO
       END-IF
    END-PERFORM.
0200-AVALIAR-ALUNO.
*>  SO O PERIODO MAIS RECENTE DO HISTORICO E A RODADA CORRENTE -
*>  ALUNO SEM NOTA NELE NAO RECEBE CARTA DE PERIODO PASSADO.
    IF WRK-ALU-ULT-PER(WRK-IDX) NOT = WRK-PERIODO-CORRENTE
       ADD 1 TO WRK-QTDE-FORA-PERIODO
    ELSE
       MOVE WRK-ALU-MATRICULA(WRK-IDX) TO ALU-MATRICULA
       READ ALUNO-MASTER
           INVALID KEY
              MOVE SPACE TO ALU-SITUACAO
       END-READ
       IF ALU-MATRICULADO
          ADD 1 TO WRK-QTDE-AVALIADOS
          PERFORM 0210-DECIDIR-CARTA
          IF WRK-CARTA-NENHUMA
             ADD 1 TO WRK-QTDE-SEM-CARTA
          ELSE
             PERFORM 0220-ENCAMINHAR-CARTA
          END-IF
       ELSE
          ADD 1 TO WRK-QTDE-NAO-MATRIC
       END-IF
    END-IF.
0210-DECIDIR-CARTA.
    SET WRK-CARTA-NENHUMA TO TRUE
    MOVE SPACES TO WRK-MOTIVO-CARTA
    IF WRK-ALU-ULT-STATUS(WRK-IDX) = 'RECUPERACAO'
       OR WRK-ALU-ULT-STATUS(WRK-IDX) = 'REPROVADO'
       OR WRK-ALU-ULT-STATUS(WRK-IDX) = 'REPROV-FREQ'
       SET WRK-CARTA-FORMAL TO TRUE
       MOVE WRK-ALU-ULT-STATUS(WRK-IDX) TO WRK-MOTIVO-CARTA
    END-IF
    IF WRK-ALU-TEM-FREQ(WRK-IDX) = 'S'
       AND WRK-ALU-FREQ(WRK-IDX) < WRK-FREQ-MINIMA
       SET WRK-CARTA-FORMAL TO TRUE
       MOVE 'FREQ ABAIXO MINIMO' TO WRK-MOTIVO-CARTA(13:)
    END-IF
    IF WRK-CARTA-NENHUMA AND WRK-ALU-RISCO(WRK-IDX) = 'S'
       SET WRK-CARTA-AVISO TO TRUE
       MOVE WRK-ALU-MOTIVOS(WRK-IDX) TO WRK-MOTIVO-CARTA
    END-IF
    EVALUATE TRUE
       WHEN WRK-CARTA-FORMAL
          MOVE 'NOTIFICACAO' TO WRK-TIPO-ED
          ADD 1 TO WRK-QTDE-FORMAIS
       WHEN WRK-CARTA-AVISO
          MOVE 'AVISO'       TO WRK-TIPO-ED
          ADD 1 TO WRK-QTDE-AVISOS
       WHEN OTHER
          MOVE SPACES        TO WRK-TIPO-ED
    END-EVALUATE.
0220-ENCAMINHAR-CARTA.
    MOVE SPACES TO WRK-EXCECAO WRK-DESTINO WRK-MOTIVO-TELEFONE
    PERFORM 0230-LOCALIZAR-RESPONSAVEL
    IF WRK-EXCECAO = SPACES
       PERFORM 0240-ESCOLHER-CANAL
    END-IF
    PERFORM 0250-EDITAR-NUMEROS
    EVALUATE TRUE
       WHEN WRK-EXCECAO NOT = SPACES
          PERFORM 0290-REGISTRAR-EXCECAO
          MOVE WRK-EXCECAO TO WRK-DESTINO
       WHEN WRK-MOTIVO-TELEFONE = SPACES
          PERFORM 0260-GRAVAR-CARTA
          MOVE 'CARTA' TO WRK-DESTINO
       WHEN OTHER
          PERFORM 0270-GRAVAR-TELEFONEMA
    END-EVALUATE
    MOVE WRK-ALU-MATRICULA(WRK-IDX) TO WRL-MATRICULA
    MOVE ALU-NOME                   TO WRL-NOME
    MOVE ALU-TURMA                  TO WRL-TURMA
    MOVE WRK-TIPO-ED                TO WRL-TIPO
    MOVE WRK-DESTINO                TO WRL-DESTINO
    WRITE RS103-REGISTRO FROM WRK-LINHA-ALUNO.
0230-LOCALIZAR-RESPONSAVEL.
    MOVE WRK-ALU-MATRICULA(WRK-IDX) TO ALR-MATRICULA
    READ ALUNO-RESPONSAVEL
        INVALID KEY
           MOVE ZEROS TO ALR-CLIENTE
    END-READ
    IF ALR-CLIENTE = ZEROS
       MOVE 'SEM RESPONSAVEL' TO WRK-EXCECAO
    ELSE
       MOVE ALR-CLIENTE TO CLI-NUMERO
       READ CLIENTE-FILE
           INVALID KEY
              MOVE 'RESPONSAVEL NAO CADASTRADO' TO WRK-EXCECAO
       END-READ
       IF WRK-EXCECAO = SPACES AND NOT CLI-ATIVO
          MOVE 'RESPONSAVEL INATIVO' TO WRK-EXCECAO
       END-IF
    END-IF.
0240-ESCOLHER-CANAL.
*>  CONTATO DEVOLVIDO OU ENDERECO QUE O CORREIO NAO ENTREGA VAI
*>  PARA A SECRETARIA TELEFONAR; SEM TELEFONE UTIL O RESPONSAVEL E
*>  CONVOCADO E O ALUNO CONTA COMO EXCECAO.
    MOVE CLI-NUMERO TO CON-NUMERO
    MOVE 'S'        TO CON-FINALIDADE
    MOVE 'E'        TO CON-CANAL
    PERFORM 0245-LER-CONSENTIMENTO
    MOVE WRK-CONSENTE TO WRK-USA-EMAIL
    MOVE 'T'        TO CON-CANAL
    PERFORM 0245-LER-CONSENTIMENTO
    MOVE WRK-CONSENTE TO WRK-USA-TELEFONE
    IF CLI-TEL-RUIM = 'S' OR CLI-TELEFONE = SPACES
       MOVE 'N' TO WRK-USA-TELEFONE
    END-IF
    MOVE 'C'        TO CON-CANAL
    PERFORM 0245-LER-CONSENTIMENTO
    EVALUATE TRUE
       WHEN CLI-END-RUIM = 'S'
          MOVE 'ENDERECO DEVOLVIDO' TO WRK-MOTIVO-TELEFONE
       WHEN CLI-EMAIL-RUIM = 'S'
          MOVE 'E-MAIL DEVOLVIDO'   TO WRK-MOTIVO-TELEFONE
       WHEN WRK-CONSENTE = 'N'
          MOVE 'CORREIO REVOGADO'   TO WRK-MOTIVO-TELEFONE
       WHEN CLI-RUA = SPACES OR CLI-CIDADE = SPACES
            OR CLI-CEP = SPACES
          MOVE 'ENDERECO INCOMPLETO' TO WRK-MOTIVO-TELEFONE
       WHEN OTHER
          CONTINUE
    END-EVALUATE.
0245-LER-CONSENTIMENTO.
*>  SERVICO VALE SEM REGISTRO - SO A REVOGACAO FECHA O CANAL.
    MOVE 'S' TO WRK-CONSENTE
    IF WRK-CON-ABERTO = 'S'
       READ CLIENTE-CONSENT
           INVALID KEY CONTINUE
           NOT INVALID KEY
              IF CON-REVOGADO
                 MOVE 'N' TO WRK-CONSENTE
              END-IF
       END-READ
    END-IF.
0250-EDITAR-NUMEROS.
*>  MEDIAS SEMPRE COM PONTO DECIMAL - FORMATO DE INTERCAMBIO, COMO
*>  O P063CSV.
    MOVE WRK-ALU-ULT-MEDIA(WRK-IDX) TO WRK-MEDIA-CALC
    PERFORM 0255-EDITAR-MEDIA
    MOVE WRK-CSV-MEDIA TO WRK-MEDIA-ULT-ED
    MOVE SPACES TO WRK-MEDIA-PEN-ED
    IF WRK-ALU-PEN-PER(WRK-IDX) > 0
       MOVE WRK-ALU-PEN-MEDIA(WRK-IDX) TO WRK-MEDIA-CALC
       PERFORM 0255-EDITAR-MEDIA
       MOVE WRK-CSV-MEDIA TO WRK-MEDIA-PEN-ED
    END-IF
    MOVE SPACES TO WRK-FREQ-ED
    IF WRK-ALU-TEM-FREQ(WRK-IDX) = 'S'
       MOVE WRK-ALU-FREQ(WRK-IDX) TO WRK-FREQ-ED
    END-IF.
0255-EDITAR-MEDIA.
    COMPUTE WRK-CSV-INTEIRO = WRK-MEDIA-CALC
    COMPUTE WRK-CSV-DECIMAL =
       (WRK-MEDIA-CALC - WRK-CSV-INTEIRO) * 100
    MOVE SPACES TO WRK-CSV-MEDIA
    STRING WRK-CSV-INTEIRO DELIMITED BY SIZE
           '.'             DELIMITED BY SIZE
           WRK-CSV-DECIMAL DELIMITED BY SIZE
           INTO WRK-CSV-MEDIA
    END-STRING.
0260-GRAVAR-CARTA.
*>  ENDERECO COMPLETO E ENTREGAVEL, NO FORMATO DA MALA DIRETA DO
*>  PROG035.
    MOVE SPACES TO WRK-ENDERECO-ED
    IF CLI-COMPLEMENTO = SPACES
       STRING FUNCTION TRIM(CLI-RUA)    DELIMITED BY SIZE
              ', '                      DELIMITED BY SIZE
              FUNCTION TRIM(CLI-NUM)    DELIMITED BY SIZE
              ' - '                     DELIMITED BY SIZE
              FUNCTION TRIM(CLI-CIDADE) DELIMITED BY SIZE
              '/'                       DELIMITED BY SIZE
              CLI-UF                    DELIMITED BY SIZE
              ' CEP '                   DELIMITED BY SIZE
              CLI-CEP                   DELIMITED BY SIZE
              INTO WRK-ENDERECO-ED
       END-STRING
    ELSE
       STRING FUNCTION TRIM(CLI-RUA)    DELIMITED BY SIZE
              ', '                      DELIMITED BY SIZE
              FUNCTION TRIM(CLI-NUM)    DELIMITED BY SIZE
              ' '                       DELIMITED BY SIZE
              FUNCTION TRIM(CLI-COMPLEMENTO) DELIMITED BY SIZE
              ' - '                     DELIMITED BY SIZE
              FUNCTION TRIM(CLI-CIDADE) DELIMITED BY SIZE
              '/'                       DELIMITED BY SIZE
              CLI-UF                    DELIMITED BY SIZE
              ' CEP '                   DELIMITED BY SIZE
              CLI-CEP                   DELIMITED BY SIZE
              INTO WRK-ENDERECO-ED
       END-STRING
    END-IF
    MOVE SPACES TO WRK-EMAIL-ED
    IF WRK-USA-EMAIL = 'S'
       MOVE CLI-EMAIL TO WRK-EMAIL-ED
    END-IF
    MOVE SPACES TO CAR-LINHA
    STRING WRK-TIPO-ED                     DELIMITED BY SPACE
           ';'                             DELIMITED BY SIZE
           WRK-ALU-MATRICULA(WRK-IDX)      DELIMITED BY SIZE
           ';'                             DELIMITED BY SIZE
           FUNCTION TRIM(ALU-NOME)         DELIMITED BY SIZE
           ';'                             DELIMITED BY SIZE
           FUNCTION TRIM(ALU-TURMA)        DELIMITED BY SIZE
           ';'                             DELIMITED BY SIZE
           FUNCTION TRIM(CLI-NOME)         DELIMITED BY SIZE
           ';'                             DELIMITED BY SIZE
           FUNCTION TRIM(WRK-ENDERECO-ED)  DELIMITED BY SIZE
           ';'                             DELIMITED BY SIZE
           FUNCTION TRIM(WRK-EMAIL-ED)     DELIMITED BY SIZE
           ';'                             DELIMITED BY SIZE
           WRK-PERIODO-CORRENTE            DELIMITED BY SIZE
           ';'                             DELIMITED BY SIZE
           WRK-MEDIA-ULT-ED                DELIMITED BY SPACE
           ';'                             DELIMITED BY SIZE
           WRK-MEDIA-PEN-ED                DELIMITED BY SPACE
           ';'                             DELIMITED BY SIZE
           WRK-FREQ-ED                     DELIMITED BY SPACE
           ';'                             DELIMITED BY SIZE
           FUNCTION TRIM(WRK-ALU-ULT-STATUS(WRK-IDX))
                                           DELIMITED BY SIZE
           ';'                             DELIMITED BY SIZE
           FUNCTION TRIM(WRK-MOTIVO-CARTA) DELIMITED BY SIZE
           INTO CAR-LINHA
    END-STRING
    WRITE CAR-LINHA
    ADD 1 TO WRK-QTDE-CARTAS.
0270-GRAVAR-TELEFONEMA.
    MOVE SPACES TO WRK-TELEFONE-ED
    IF WRK-USA-TELEFONE = 'S'
       MOVE CLI-TELEFONE TO WRK-TELEFONE-ED
       MOVE 'TELEFONAR' TO WRK-DESTINO
    ELSE
       MOVE 'SEM TELEFONE - CONVOCAR' TO WRK-MOTIVO-TELEFONE(21:)
       MOVE 'CONVOCAR' TO WRK-DESTINO
       ADD 1 TO WRK-QTDE-CONVOCAR
       IF WRK-RC < 04
          MOVE 04 TO WRK-RC
       END-IF
    END-IF
    MOVE SPACES TO TEL-LINHA
    STRING WRK-TIPO-ED                     DELIMITED BY SPACE
           ';'                             DELIMITED BY SIZE
           WRK-ALU-MATRICULA(WRK-IDX)      DELIMITED BY SIZE
           ';'                             DELIMITED BY SIZE
           FUNCTION TRIM(ALU-NOME)         DELIMITED BY SIZE
           ';'                             DELIMITED BY SIZE
           FUNCTION TRIM(ALU-TURMA)        DELIMITED BY SIZE
           ';'                             DELIMITED BY SIZE
           FUNCTION TRIM(CLI-NOME)         DELIMITED BY SIZE
           ';'                             DELIMITED BY SIZE
           FUNCTION TRIM(WRK-TELEFONE-ED)  DELIMITED BY SIZE
           ';'                             DELIMITED BY SIZE
           WRK-MEDIA-ULT-ED                DELIMITED BY SPACE
           ';'                             DELIMITED BY SIZE
           WRK-FREQ-ED                     DELIMITED BY SPACE
           ';'                             DELIMITED BY SIZE
           FUNCTION TRIM(WRK-ALU-ULT-STATUS(WRK-IDX))
                                           DELIMITED BY SIZE
           ';'                             DELIMITED BY SIZE
           FUNCTION TRIM(WRK-MOTIVO-TELEFONE)
                                           DELIMITED BY SIZE
           INTO TEL-LINHA
    END-STRING
    WRITE TEL-LINHA
    ADD 1 TO WRK-QTDE-TELEFONES.
0290-REGISTRAR-EXCECAO.
    IF WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF
    ADD 1 TO WRK-QTDE-EXCECOES
    DISPLAY 'MATRICULA ' WRK-ALU-MATRICULA(WRK-IDX) ' SEM CARTA - '
            WRK-EXCECAO.
0300-FINALIZAR.
    MOVE SPACES TO RS103-REGISTRO
    WRITE RS103-REGISTRO
    MOVE 'REGISTROS DO HISTORICO...' TO WRT-LABEL
    MOVE WRK-QTDE-HISTORICO         TO WRT-QTDE
    WRITE RS103-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'FORA DO PERIODO..........' TO WRT-LABEL
    MOVE WRK-QTDE-FORA-PERIODO      TO WRT-QTDE
    WRITE RS103-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'NAO MATRICULADOS.........' TO WRT-LABEL
    MOVE WRK-QTDE-NAO-MATRIC        TO WRT-QTDE
    WRITE RS103-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'ALUNOS AVALIADOS.........' TO WRT-LABEL
    MOVE WRK-QTDE-AVALIADOS         TO WRT-QTDE
    WRITE RS103-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE '  SEM CARTA DEVIDA.......' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-CARTA         TO WRT-QTDE
    WRITE RS103-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE '  NOTIFICACOES FORMAIS...' TO WRT-LABEL
    MOVE WRK-QTDE-FORMAIS           TO WRT-QTDE
    WRITE RS103-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE '  AVISOS DE RISCO........' TO WRT-LABEL
    MOVE WRK-QTDE-AVISOS            TO WRT-QTDE
    WRITE RS103-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'CARTAS EMITIDAS..........' TO WRT-LABEL
    MOVE WRK-QTDE-CARTAS            TO WRT-QTDE
    WRITE RS103-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'LISTA DE TELEFONEMAS.....' TO WRT-LABEL
    MOVE WRK-QTDE-TELEFONES         TO WRT-QTDE
    WRITE RS103-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE '  SEM TELEFONE (CONVOCAR)' TO WRT-LABEL
    MOVE WRK-QTDE-CONVOCAR          TO WRT-QTDE
    WRITE RS103-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'EXCECOES (SEM DESTINO)...' TO WRT-LABEL
    MOVE WRK-QTDE-EXCECOES          TO WRT-QTDE
    WRITE RS103-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG103 - CARTAS........' WRK-QTDE-CARTAS
    DISPLAY 'PROG103 - TELEFONEMAS...' WRK-QTDE-TELEFONES
    DISPLAY 'PROG103 - EXCECOES......' WRK-QTDE-EXCECOES
    IF WRK-FS-HIS = '00' OR WRK-FS-HIS = '10'
       CLOSE ALUNO-HIST
    END-IF
    IF WRK-ALU-ABERTO = 'S'
       CLOSE ALUNO-MASTER
    END-IF
    IF WRK-RSP-ABERTO = 'S'
       CLOSE ALUNO-RESPONSAVEL
    END-IF
    IF WRK-CLI-ABERTO = 'S'
       CLOSE CLIENTE-FILE
    END-IF
    IF WRK-CON-ABERTO = 'S'
       CLOSE CLIENTE-CONSENT
    END-IF
    CLOSE P103-CARTAS P103-TELEFONES P103-RELATO.
