IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG104.
*> EXTRACAO ANUAL DO CENSO ESCOLAR (EDUCACENSO) PARA O ORGAO DE
*> EDUCACAO. TODO ANO A SECRETARIA PREENCHIA O CENSO A MAO PELAS
*> LISTAS DE TURMA IMPRESSAS - OS DADOS JA ESTAO NO SISTEMA:
*>   1. O MASTER DE ALUNOS (ALUMST) DA A SITUACAO DA MATRICULA E A
*>      TURMA; O MASTER DE TURMAS (TURMST) DA O ANO, A SERIE E O
*>      TURNO - ENTRA NO CENSO O ALUNO CUJA TURMA E DO ANO-BASE;
*>   2. O HISTORICO DE PERIODOS (ALUHIS) DA O RESULTADO FINAL - O
*>      STATUS DO ULTIMO PERIODO DO ANO-BASE, JA COM A PROVA DE
*>      RECUPERACAO APLICADA PELO PROG099;
*>   3. A FREQUENCIA APURADA (FRQGER, DO PROG060) DA A FREQUENCIA;
*>   4. A TABELA DE PROGRESSAO (TURPROG, A MESMA DO PROG061) DIZ
*>      QUAIS TURMAS SAO DE ULTIMO ANO - AS QUE NAO TEM TURMA
*>      SEGUINTE.
*> RESULTADO: MATRICULADO SAI APROVADO, REPROVADO OU REPROVADO POR
*> FALTA PELO HISTORICO - O APROVADO DE TURMA SEM TURMA SEGUINTE SAI
*> CONCLUIDO, QUE E O QUE A PROMOCAO VAI FAZER COM ELE EM JANEIRO;
*> DESLIGADO E TRANCADO SAEM TRANSFERIDO/DESLIGADO; O JA MARCADO
*> CONCLUINTE ('C', RODADA DEPOIS DA PROMOCAO) SAI CONCLUIDO. SEM A
*> TABELA DE PROGRESSAO NAO HA COMO SEPARAR OS CONCLUINTES: OS
*> APROVADOS SAEM APROVADOS E O RC E 04. A SAIDA (P104SAI, CPCENSO) E
*> O LAYOUT FIXO DO ORGAO, COM CABECALHO E TRAILER DE CONTROLE.
*> O RELATORIO (P104REL) TRAZ AS PENDENCIAS DE VALIDACAO - ALUNO SEM
*> HISTORICO NO ANO, RECUPERACAO NAO DECIDIDA, SITUACAO QUE NAO
*> CONFERE COM O RESULTADO, FREQUENCIA AUSENTE OU DIVERGENTE, TURMA
*> SEM CADASTRO - E OS TOTAIS DE CONTROLE POR TURMA E RESULTADO
*> PARA O VISTO DA SECRETARIA ANTES DA TRANSMISSAO.
*> RODAR DEPOIS DA ULTIMA RODADA DE NOTAS E RECUPERACAO DO ANO E
*> ANTES DA PROMOCAO DE JANEIRO (PROG061), QUE MUDA ALU-TURMA DOS
*> PROMOVIDOS - ELES PASSARIAM A CAIR FORA DO ANO-BASE.
*> ANO-BASE E CODIGO INEP DA ESCOLA NO P104PAR (ANO AUSENTE: ANO DA
*> DATA DE PROCESSAMENTO). RC=04 COM PENDENCIA - CORRIGIR E RODAR DE
*> NOVO; NAO TRANSMITIR. RC=16: MASTER DE ALUNOS, DE TURMAS OU
*> HISTORICO INDISPONIVEIS.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT ALUNO-MASTER ASSIGN TO "ALUMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ALU-MATRICULA
           FILE STATUS  IS WRK-FS-ALU.
    SELECT TURMA-MASTER ASSIGN TO "TURMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS TUR-CODIGO
           FILE STATUS  IS WRK-FS-TUR.
    SELECT ALUNO-HIST   ASSIGN TO "ALUHIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-HIS.
    SELECT FREQUENCIA-GERADA ASSIGN TO "FRQGER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-FRQ.
    SELECT TURMA-PROGRESSAO ASSIGN TO "TURPROG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PRG.
    SELECT P104-PARM    ASSIGN TO "P104PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P104-SAIDA   ASSIGN TO "P104SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P104-RELATO  ASSIGN TO "P104REL"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
DATA                            DIVISION.
FILE                            SECTION.
FD  ALUNO-MASTER.
COPY CPALUMST.
FD  TURMA-MASTER.
COPY CPTURMST.
FD  ALUNO-HIST.
COPY CPALUHIS.
FD  FREQUENCIA-GERADA.
01  GER-REGISTRO.
    05  GER-MATRICULA      PIC 9(06).
    05  GER-FREQUENCIA     PIC 9(03).
FD  TURMA-PROGRESSAO.
01  PRG-REGISTRO.
    05  PRG-TURMA-DE       PIC X(06).
    05  PRG-TURMA-PARA     PIC X(06).
FD  P104-PARM.
01  PARM-REGISTRO.
    05  PARM-ANO-BASE      PIC 9(04).
    05  PARM-ESCOLA        PIC X(08).
FD  P104-SAIDA.
COPY CPCENSO.
FD  P104-RELATO.
01  RS104-REGISTRO         PIC X(80).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-ALU           PIC X(02) VALUE SPACES.
77  WRK-FS-TUR           PIC X(02) VALUE SPACES.
77  WRK-FS-HIS           PIC X(02) VALUE SPACES.
77  WRK-FS-FRQ           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-PRG           PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-ALU-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-TUR-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-ANO-BASE         PIC 9(04) VALUE ZEROS.
77  WRK-ESCOLA           PIC X(08) VALUE SPACES.
77  WRK-ANO-HIS          PIC 9(04) VALUE ZEROS.
*>  MINIMO DE FREQUENCIA DO PROG008 (WRK-FREQ-MINIMA).
78  WRK-FREQ-MINIMA      VALUE 75.
*>  HISTORICO DO ANO-BASE E FREQUENCIA POR MATRICULA - O STATUS E O
*>  DO ULTIMO PERIODO DO ANO.
78  WRK-MAX-ALUNOS       VALUE 2000.
77  WRK-QTDE-ALUNOS      PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX              PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX-ACHADO       PIC 9(04) COMP VALUE ZEROS.
77  WRK-MATRICULA-BUSCA  PIC 9(06) VALUE ZEROS.
*>  TABELA DE PROGRESSAO DO PROG061 - TURMA SEM TURMA SEGUINTE E DE
*>  ULTIMO ANO.
78  WRK-MAX-PROGRESSOES  VALUE 50.
77  WRK-QTDE-PROGRESSOES PIC 9(02) COMP VALUE ZEROS.
77  WRK-IDX-P            PIC 9(02) COMP VALUE ZEROS.
77  WRK-TEM-SEGUINTE     PIC X(01) VALUE 'N'.
01  WRK-TAB-PROGRESSOES.
    05  WRK-PRG-ENTRY OCCURS 50 TIMES.
        10  WRK-PRG-DE         PIC X(06).
        10  WRK-PRG-PARA       PIC X(06).
01  WRK-TAB-ALUNOS.
    05  WRK-ALU-ENTRY OCCURS 2000 TIMES.
        10  WRK-ALU-MATRICULA  PIC 9(06).
        10  WRK-ALU-TEM-HIS    PIC X(01).
        10  WRK-ALU-PERIODO    PIC 9(06).
        10  WRK-ALU-STATUS     PIC X(11).
        10  WRK-ALU-TEM-FREQ   PIC X(01).
        10  WRK-ALU-FREQ       PIC 9(03).
*>  TOTAIS DE CONTROLE POR TURMA, EM ORDEM DE TURMA. A POSICAO NA
*>  TABELA DE QUANTIDADES E O CODIGO DO RESULTADO + 1.
78  WRK-MAX-TURMAS       VALUE 200.
77  WRK-QTDE-TURMAS      PIC 9(03) COMP VALUE ZEROS.
77  WRK-IDX-T            PIC 9(03) COMP VALUE ZEROS.
77  WRK-POS-T            PIC 9(03) COMP VALUE ZEROS.
77  WRK-IDX-R            PIC 9(01) COMP VALUE ZEROS.
01  WRK-TAB-TURMAS.
    05  WRK-TRM-ENTRY OCCURS 200 TIMES.
        10  WRK-TRM-CODIGO     PIC X(06).
        10  WRK-TRM-SERIE      PIC X(02).
        10  WRK-TRM-TOTAL      PIC 9(05).
        10  WRK-TRM-QTDE       PIC 9(05) OCCURS 6 TIMES.
01  WRK-TOTAIS-GERAIS.
    05  WRK-TOT-TOTAL        PIC 9(06) VALUE ZEROS.
    05  WRK-TOT-QTDE         PIC 9(06) OCCURS 6 TIMES.
*>  ALUNO CORRENTE
77  WRK-RESULTADO        PIC 9(01) VALUE ZEROS.
77  WRK-FREQUENCIA       PIC 9(03) VALUE ZEROS.
77  WRK-PENDENCIA        PIC X(34) VALUE SPACES.
77  WRK-ALUNO-PENDENTE   PIC X(01) VALUE 'N'.
*>  CONTADORES
77  WRK-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-FORA-ANO    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-EXPORTADOS  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-PENDENTES   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-PENDENCIAS  PIC 9(07) VALUE ZEROS.
01  WRK-LINHA-PENDENCIA.
    05  WRP-MATRICULA        PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRP-NOME             PIC X(20).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRP-TURMA            PIC X(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRP-PENDENCIA        PIC X(34).
01  WRK-LINHA-COLUNAS.
    05  FILLER               PIC X(07) VALUE 'TURMA'.
    05  FILLER               PIC X(03) VALUE 'SR'.
    05  FILLER               PIC X(07) VALUE '  TOTAL'.
    05  FILLER               PIC X(07) VALUE ' APROV'.
    05  FILLER               PIC X(07) VALUE ' REPROV'.
    05  FILLER               PIC X(07) VALUE ' FALTA'.
    05  FILLER               PIC X(07) VALUE ' TRANSF'.
    05  FILLER               PIC X(07) VALUE ' CONCL'.
    05  FILLER               PIC X(07) VALUE ' PEND'.
01  WRK-LINHA-TURMA.
    05  WRM-TURMA            PIC X(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRM-SERIE            PIC X(02).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRM-TOTAL            PIC ZZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRM-APROVADOS        PIC ZZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRM-REPROVADOS       PIC ZZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRM-REPROV-FALTA     PIC ZZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRM-TRANSFERIDOS     PIC ZZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRM-CONCLUIDOS       PIC ZZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRM-SEM-RESULTADO    PIC ZZZZZ9.
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-PROCESSAR-ALUNO UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0300-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0110-LER-PARAMETROS
    INITIALIZE WRK-TOTAIS-GERAIS
    OPEN OUTPUT P104-SAIDA P104-RELATO
    MOVE SPACES TO RS104-REGISTRO
    STRING 'PROG104 - CENSO ESCOLAR - ANO-BASE ' DELIMITED BY SIZE
           WRK-ANO-BASE  DELIMITED BY SIZE
           ' - ESCOLA '  DELIMITED BY SIZE
           WRK-ESCOLA    DELIMITED BY SIZE
           INTO RS104-REGISTRO
    END-STRING
    WRITE RS104-REGISTRO
    MOVE SPACES TO RS104-REGISTRO
    WRITE RS104-REGISTRO
    MOVE 'PENDENCIAS DE VALIDACAO' TO RS104-REGISTRO
    WRITE RS104-REGISTRO
    OPEN INPUT ALUNO-MASTER
    IF WRK-FS-ALU = '00'
       MOVE 'S' TO WRK-ALU-ABERTO
    ELSE
       DISPLAY 'MASTER DE ALUNOS INDISPONIVEL - STATUS ' WRK-FS-ALU
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
    IF NOT WRK-FIM-ARQUIVO
       PERFORM 0120-CARREGAR-HISTORICO
    END-IF
    IF NOT WRK-FIM-ARQUIVO
       PERFORM 0130-CARREGAR-FREQUENCIAS
       PERFORM 0160-CARREGAR-PROGRESSOES
       PERFORM 0140-GRAVAR-CABECALHO
    END-IF.
0110-LER-PARAMETROS.
    COMPUTE WRK-ANO-BASE = WRK-DATA-PROC / 10000
    OPEN INPUT P104-PARM
    IF WRK-FS-PARM = '00'
       READ P104-PARM
           AT END CONTINUE
           NOT AT END
              IF PARM-ANO-BASE IS NUMERIC AND PARM-ANO-BASE > 0
                 MOVE PARM-ANO-BASE TO WRK-ANO-BASE
              END-IF
              MOVE PARM-ESCOLA TO WRK-ESCOLA
       END-READ
       CLOSE P104-PARM
    END-IF
    IF WRK-ESCOLA = SPACES
       DISPLAY 'CODIGO INEP DA ESCOLA AUSENTE NO P104PAR - '
               'NAO TRANSMITIR'
       MOVE 04 TO WRK-RC
    END-IF
    DISPLAY 'ANO-BASE DO CENSO.......' WRK-ANO-BASE
    DISPLAY 'CODIGO INEP DA ESCOLA...' WRK-ESCOLA.
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
       MOVE 16  TO WRK-RC
       MOVE 'S' TO WRK-EOF
    ELSE
       PERFORM 0125-LER-HISTORICO UNTIL WRK-FIM-ARQUIVO
       CLOSE ALUNO-HIST
       MOVE 'N' TO WRK-EOF
    END-IF.
0125-LER-HISTORICO.
    READ ALUNO-HIST
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           COMPUTE WRK-ANO-HIS = HIS8-PERIODO / 100
           IF WRK-ANO-HIS = WRK-ANO-BASE
              MOVE HIS8-MATRICULA TO WRK-MATRICULA-BUSCA
              PERFORM 0150-OBTER-ALUNO
              IF WRK-IDX-ACHADO > 0
                 AND HIS8-PERIODO > WRK-ALU-PERIODO(WRK-IDX-ACHADO)
                 MOVE 'S'          TO WRK-ALU-TEM-HIS(WRK-IDX-ACHADO)
                 MOVE HIS8-PERIODO TO WRK-ALU-PERIODO(WRK-IDX-ACHADO)
                 MOVE HIS8-STATUS  TO WRK-ALU-STATUS(WRK-IDX-ACHADO)
              END-IF
           END-IF
    END-READ.
0130-CARREGAR-FREQUENCIAS.
    OPEN INPUT FREQUENCIA-GERADA
    IF WRK-FS-FRQ NOT = '00'
       DISPLAY 'SEM FREQUENCIA APURADA - STATUS ' WRK-FS-FRQ
               ' - ALUNOS SAEM COM PENDENCIA'
    ELSE
       PERFORM 0135-LER-FREQUENCIA UNTIL WRK-FIM-ARQUIVO
       CLOSE FREQUENCIA-GERADA
       MOVE 'N' TO WRK-EOF
    END-IF.
0135-LER-FREQUENCIA.
    READ FREQUENCIA-GERADA
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           MOVE GER-MATRICULA TO WRK-MATRICULA-BUSCA
           PERFORM 0150-OBTER-ALUNO
           IF WRK-IDX-ACHADO > 0
              MOVE 'S'            TO WRK-ALU-TEM-FREQ(WRK-IDX-ACHADO)
              MOVE GER-FREQUENCIA TO WRK-ALU-FREQ(WRK-IDX-ACHADO)
           END-IF
    END-READ.
0140-GRAVAR-CABECALHO.
    MOVE SPACES        TO CEN-REGISTRO
    SET CEN-CABECALHO  TO TRUE
    MOVE WRK-ANO-BASE  TO CEN-ANO
    MOVE WRK-ESCOLA    TO CEN-CAB-ESCOLA
    MOVE WRK-DATA-PROC TO CEN-CAB-DATA-GERACAO
    WRITE CEN-REGISTRO.
0150-OBTER-ALUNO.
*>  LOCALIZA A MATRICULA NA TABELA; AUSENTE, ABRE A ENTRADA.
    PERFORM 0155-LOCALIZAR-ALUNO
    IF WRK-IDX-ACHADO = 0
       IF WRK-QTDE-ALUNOS < WRK-MAX-ALUNOS
          ADD 1 TO WRK-QTDE-ALUNOS
          MOVE WRK-QTDE-ALUNOS TO WRK-IDX-ACHADO
          MOVE WRK-MATRICULA-BUSCA
            TO WRK-ALU-MATRICULA(WRK-IDX-ACHADO)
          MOVE 'N'    TO WRK-ALU-TEM-HIS(WRK-IDX-ACHADO)
                         WRK-ALU-TEM-FREQ(WRK-IDX-ACHADO)
          MOVE ZEROS  TO WRK-ALU-PERIODO(WRK-IDX-ACHADO)
                         WRK-ALU-FREQ(WRK-IDX-ACHADO)
          MOVE SPACES TO WRK-ALU-STATUS(WRK-IDX-ACHADO)
       ELSE
          DISPLAY 'TABELA DE ALUNOS CHEIA - MATRICULA '
                  WRK-MATRICULA-BUSCA ' SEM HISTORICO NO CENSO'
       END-IF
    END-IF.
0155-LOCALIZAR-ALUNO.
    MOVE ZEROS TO WRK-IDX-ACHADO
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-ALUNOS
               OR WRK-IDX-ACHADO > 0
       IF WRK-ALU-MATRICULA(WRK-IDX) = WRK-MATRICULA-BUSCA
          MOVE WRK-IDX TO WRK-IDX-ACHADO
       END-IF
    END-PERFORM.
0160-CARREGAR-PROGRESSOES.
    OPEN INPUT TURMA-PROGRESSAO
    IF WRK-FS-PRG NOT = '00'
       DISPLAY 'TABELA DE PROGRESSAO AUSENTE - STATUS ' WRK-FS-PRG
    ELSE
       PERFORM 0165-LER-PROGRESSAO UNTIL WRK-FIM-ARQUIVO
       CLOSE TURMA-PROGRESSAO
       MOVE 'N' TO WRK-EOF
    END-IF
    IF WRK-QTDE-PROGRESSOES = 0
       DISPLAY 'SEM TABELA DE PROGRESSAO - CONCLUINTES NAO '
               'IDENTIFICADOS - NAO TRANSMITIR'
       IF WRK-RC < 04
          MOVE 04 TO WRK-RC
       END-IF
    END-IF.
0165-LER-PROGRESSAO.
    READ TURMA-PROGRESSAO
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           IF WRK-QTDE-PROGRESSOES < WRK-MAX-PROGRESSOES
              ADD 1 TO WRK-QTDE-PROGRESSOES
              MOVE PRG-TURMA-DE
                TO WRK-PRG-DE(WRK-QTDE-PROGRESSOES)
              MOVE PRG-TURMA-PARA
                TO WRK-PRG-PARA(WRK-QTDE-PROGRESSOES)
           ELSE
              DISPLAY 'TABELA DE PROGRESSOES CHEIA - EXCEDENTES '
                      'IGNORADAS'
              MOVE 'S' TO WRK-EOF
           END-IF
    END-READ.
0200-PROCESSAR-ALUNO.
    READ ALUNO-MASTER NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-LIDOS
           PERFORM 0210-AVALIAR-ALUNO
    END-READ.
0210-AVALIAR-ALUNO.
*>  TURMA DE OUTRO ANO E ALUNO DE OUTRO CENSO (DESLIGADO EM ANO
*>  ANTERIOR, OU A PROMOCAO JA RODOU) - FICA DE FORA.
    MOVE 'N' TO WRK-ALUNO-PENDENTE
    MOVE ALU-TURMA TO TUR-CODIGO
    READ TURMA-MASTER
        INVALID KEY
           MOVE SPACES       TO TUR-SERIE TUR-TURNO
           MOVE WRK-ANO-BASE TO TUR-ANO
           MOVE 'TURMA NAO CADASTRADA' TO WRK-PENDENCIA
           PERFORM 0280-REGISTRAR-PENDENCIA
    END-READ
    IF TUR-ANO NOT = WRK-ANO-BASE
       ADD 1 TO WRK-QTDE-FORA-ANO
    ELSE
       MOVE ALU-MATRICULA TO WRK-MATRICULA-BUSCA
       PERFORM 0155-LOCALIZAR-ALUNO
       PERFORM 0220-DECIDIR-RESULTADO
       PERFORM 0230-CONFERIR-FREQUENCIA
       PERFORM 0250-GRAVAR-ALUNO
    END-IF.
0220-DECIDIR-RESULTADO.
    MOVE ZEROS TO WRK-RESULTADO
    EVALUATE TRUE
       WHEN ALU-DESLIGADO OR ALU-TRANCADO
          MOVE 4 TO WRK-RESULTADO
       WHEN ALU-CONCLUIDO
          MOVE 5 TO WRK-RESULTADO
          IF WRK-IDX-ACHADO = 0
             MOVE 'SEM HISTORICO NO ANO' TO WRK-PENDENCIA
             PERFORM 0280-REGISTRAR-PENDENCIA
          ELSE
             IF WRK-ALU-TEM-HIS(WRK-IDX-ACHADO) = 'N'
                MOVE 'SEM HISTORICO NO ANO' TO WRK-PENDENCIA
                PERFORM 0280-REGISTRAR-PENDENCIA
             END-IF
             IF WRK-ALU-STATUS(WRK-IDX-ACHADO) = 'REPROVADO'
                OR WRK-ALU-STATUS(WRK-IDX-ACHADO) = 'REPROV-FREQ'
                MOVE 'CONCLUIDO COM REPROVACAO'
                  TO WRK-PENDENCIA
                PERFORM 0280-REGISTRAR-PENDENCIA
             END-IF
          END-IF
       WHEN ALU-MATRICULADO
          PERFORM 0225-RESULTADO-MATRICULADO
       WHEN OTHER
          MOVE 'SITUACAO INVALIDA NO MASTER' TO WRK-PENDENCIA
          PERFORM 0280-REGISTRAR-PENDENCIA
    END-EVALUATE.
0225-RESULTADO-MATRICULADO.
    IF WRK-IDX-ACHADO = 0
       MOVE 'SEM HISTORICO NO ANO' TO WRK-PENDENCIA
       PERFORM 0280-REGISTRAR-PENDENCIA
    ELSE
       EVALUATE TRUE
          WHEN WRK-ALU-TEM-HIS(WRK-IDX-ACHADO) = 'N'
             MOVE 'SEM HISTORICO NO ANO' TO WRK-PENDENCIA
             PERFORM 0280-REGISTRAR-PENDENCIA
          WHEN WRK-ALU-STATUS(WRK-IDX-ACHADO) = 'APROVADO'
             MOVE 1 TO WRK-RESULTADO
             PERFORM 0227-VERIFICAR-ULTIMO-ANO
          WHEN WRK-ALU-STATUS(WRK-IDX-ACHADO) = 'REPROVADO'
             MOVE 2 TO WRK-RESULTADO
          WHEN WRK-ALU-STATUS(WRK-IDX-ACHADO) = 'REPROV-FREQ'
             MOVE 3 TO WRK-RESULTADO
          WHEN WRK-ALU-STATUS(WRK-IDX-ACHADO) = 'RECUPERACAO'
             MOVE 'RECUPERACAO NAO DECIDIDA' TO WRK-PENDENCIA
             PERFORM 0280-REGISTRAR-PENDENCIA
          WHEN OTHER
             MOVE 'STATUS INVALIDO NO HISTORICO' TO WRK-PENDENCIA
             PERFORM 0280-REGISTRAR-PENDENCIA
       END-EVALUATE
    END-IF.
0227-VERIFICAR-ULTIMO-ANO.
*>  MESMA REGRA DO 0220-PROMOVER DO PROG061: SEM TURMA SEGUINTE NA
*>  PROGRESSAO, O APROVADO CONCLUI.
    IF WRK-QTDE-PROGRESSOES > 0
       MOVE 'N' TO WRK-TEM-SEGUINTE
       PERFORM VARYING WRK-IDX-P FROM 1 BY 1
               UNTIL WRK-IDX-P > WRK-QTDE-PROGRESSOES
          IF WRK-PRG-DE(WRK-IDX-P) = ALU-TURMA
             AND WRK-PRG-PARA(WRK-IDX-P) NOT = SPACES
             MOVE 'S' TO WRK-TEM-SEGUINTE
          END-IF
       END-PERFORM
       IF WRK-TEM-SEGUINTE = 'N'
          MOVE 5 TO WRK-RESULTADO
       END-IF
    END-IF.
0230-CONFERIR-FREQUENCIA.
*>  DESLIGADO E TRANCADO PODEM SAIR SEM FREQUENCIA APURADA.
    MOVE ZEROS TO WRK-FREQUENCIA
    IF WRK-IDX-ACHADO > 0
       IF WRK-ALU-TEM-FREQ(WRK-IDX-ACHADO) = 'S'
          MOVE WRK-ALU-FREQ(WRK-IDX-ACHADO) TO WRK-FREQUENCIA
       END-IF
    END-IF
    EVALUATE TRUE
       WHEN WRK-RESULTADO = 4
          CONTINUE
       WHEN WRK-IDX-ACHADO = 0
          MOVE 'SEM FREQUENCIA APURADA' TO WRK-PENDENCIA
          PERFORM 0280-REGISTRAR-PENDENCIA
       WHEN WRK-ALU-TEM-FREQ(WRK-IDX-ACHADO) = 'N'
          MOVE 'SEM FREQUENCIA APURADA' TO WRK-PENDENCIA
          PERFORM 0280-REGISTRAR-PENDENCIA
       WHEN WRK-RESULTADO = 3
            AND WRK-FREQUENCIA NOT < WRK-FREQ-MINIMA
          MOVE 'REPROVADO POR FALTA COM FREQ OK' TO WRK-PENDENCIA
          PERFORM 0280-REGISTRAR-PENDENCIA
       WHEN (WRK-RESULTADO = 1 OR WRK-RESULTADO = 5)
            AND WRK-FREQUENCIA < WRK-FREQ-MINIMA
          MOVE 'APROVADO ABAIXO DA FREQ MINIMA' TO WRK-PENDENCIA
          PERFORM 0280-REGISTRAR-PENDENCIA
       WHEN OTHER
          CONTINUE
    END-EVALUATE.
0250-GRAVAR-ALUNO.
    MOVE SPACES        TO CEN-REGISTRO
    SET CEN-ALUNO      TO TRUE
    MOVE WRK-ANO-BASE  TO CEN-ANO
    MOVE ALU-MATRICULA TO CEN-MATRICULA
    MOVE ALU-NOME      TO CEN-NOME
    MOVE ALU-TURMA     TO CEN-TURMA
    MOVE TUR-SERIE     TO CEN-SERIE
    MOVE TUR-TURNO     TO CEN-TURNO
    MOVE ALU-SITUACAO  TO CEN-SITUACAO
    MOVE WRK-RESULTADO TO CEN-RESULTADO
    MOVE WRK-FREQUENCIA TO CEN-FREQUENCIA
    WRITE CEN-REGISTRO
    ADD 1 TO WRK-QTDE-EXPORTADOS
    IF WRK-ALUNO-PENDENTE = 'S'
       ADD 1 TO WRK-QTDE-PENDENTES
    END-IF
    COMPUTE WRK-IDX-R = WRK-RESULTADO + 1
    ADD 1 TO WRK-TOT-TOTAL WRK-TOT-QTDE(WRK-IDX-R)
    PERFORM 0260-ACUMULAR-TURMA.
0260-ACUMULAR-TURMA.
*>  TURMA NOVA ENTRA NA POSICAO DA ORDEM DE CODIGO, DESLOCANDO AS
*>  MAIORES UMA POSICAO ABAIXO.
    MOVE ZEROS TO WRK-POS-T
    PERFORM VARYING WRK-IDX-T FROM 1 BY 1
            UNTIL WRK-IDX-T > WRK-QTDE-TURMAS
               OR WRK-POS-T > 0
       IF WRK-TRM-CODIGO(WRK-IDX-T) NOT < ALU-TURMA
          MOVE WRK-IDX-T TO WRK-POS-T
       END-IF
    END-PERFORM
    IF WRK-POS-T = 0
       COMPUTE WRK-POS-T = WRK-QTDE-TURMAS + 1
    END-IF
    IF WRK-POS-T > WRK-QTDE-TURMAS
       OR WRK-TRM-CODIGO(WRK-POS-T) NOT = ALU-TURMA
       IF WRK-QTDE-TURMAS < WRK-MAX-TURMAS
          PERFORM 0265-DESLOCAR-TURMA
             VARYING WRK-IDX-T FROM WRK-QTDE-TURMAS BY -1
             UNTIL WRK-IDX-T < WRK-POS-T
          ADD 1 TO WRK-QTDE-TURMAS
          MOVE ALU-TURMA TO WRK-TRM-CODIGO(WRK-POS-T)
          MOVE TUR-SERIE TO WRK-TRM-SERIE(WRK-POS-T)
          MOVE ZEROS     TO WRK-TRM-TOTAL(WRK-POS-T)
          PERFORM VARYING WRK-IDX-R FROM 1 BY 1 UNTIL WRK-IDX-R > 6
             MOVE ZEROS TO WRK-TRM-QTDE(WRK-POS-T WRK-IDX-R)
          END-PERFORM
       ELSE
          DISPLAY 'TABELA DE TURMAS CHEIA - TURMA ' ALU-TURMA
                  ' FORA DOS TOTAIS POR TURMA'
          MOVE ZEROS TO WRK-POS-T
       END-IF
    END-IF
    IF WRK-POS-T > 0
       COMPUTE WRK-IDX-R = WRK-RESULTADO + 1
       ADD 1 TO WRK-TRM-TOTAL(WRK-POS-T)
                WRK-TRM-QTDE(WRK-POS-T WRK-IDX-R)
    END-IF.
0265-DESLOCAR-TURMA.
    MOVE WRK-TRM-ENTRY(WRK-IDX-T) TO WRK-TRM-ENTRY(WRK-IDX-T + 1).
0280-REGISTRAR-PENDENCIA.
    IF WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF
    MOVE 'S' TO WRK-ALUNO-PENDENTE
    ADD 1 TO WRK-QTDE-PENDENCIAS
    MOVE ALU-MATRICULA TO WRP-MATRICULA
    MOVE ALU-NOME      TO WRP-NOME
    MOVE ALU-TURMA     TO WRP-TURMA
    MOVE WRK-PENDENCIA TO WRP-PENDENCIA
    WRITE RS104-REGISTRO FROM WRK-LINHA-PENDENCIA.
0300-FINALIZAR.
    IF WRK-QTDE-PENDENCIAS = 0
       MOVE 'NENHUMA PENDENCIA' TO RS104-REGISTRO
       WRITE RS104-REGISTRO
    END-IF
    IF WRK-RC < 16
       PERFORM 0310-GRAVAR-TRAILER
       PERFORM 0320-IMPRIMIR-TOTAIS
    END-IF
    IF WRK-RC < 16 AND WRK-QTDE-EXPORTADOS = 0
       DISPLAY 'NENHUM ALUNO EM TURMA DO ANO-BASE ' WRK-ANO-BASE
               ' - A PROMOCAO JA RODOU?'
       IF WRK-RC < 04
          MOVE 04 TO WRK-RC
       END-IF
    END-IF
    MOVE SPACES TO RS104-REGISTRO
    WRITE RS104-REGISTRO
    MOVE 'ALUNOS LIDOS.............' TO WRT-LABEL
    MOVE WRK-QTDE-LIDOS             TO WRT-QTDE
    WRITE RS104-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TURMA DE OUTRO ANO.......' TO WRT-LABEL
    MOVE WRK-QTDE-FORA-ANO          TO WRT-QTDE
    WRITE RS104-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'ALUNOS NO CENSO..........' TO WRT-LABEL
    MOVE WRK-QTDE-EXPORTADOS        TO WRT-QTDE
    WRITE RS104-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE '  COM PENDENCIA..........' TO WRT-LABEL
    MOVE WRK-QTDE-PENDENTES         TO WRT-QTDE
    WRITE RS104-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'PENDENCIAS DE VALIDACAO..' TO WRT-LABEL
    MOVE WRK-QTDE-PENDENCIAS        TO WRT-QTDE
    WRITE RS104-REGISTRO FROM WRK-LINHA-TOTAL
    IF WRK-RC NOT < 04
       MOVE 'COM PENDENCIAS - CORRIGIR E RODAR DE NOVO, NAO '
         TO RS104-REGISTRO
       MOVE 'TRANSMITIR' TO RS104-REGISTRO(48:)
       WRITE RS104-REGISTRO
    END-IF
    DISPLAY 'PROG104 - NO CENSO......' WRK-QTDE-EXPORTADOS
    DISPLAY 'PROG104 - PENDENCIAS....' WRK-QTDE-PENDENCIAS
    IF WRK-ALU-ABERTO = 'S'
       CLOSE ALUNO-MASTER
    END-IF
    IF WRK-TUR-ABERTO = 'S'
       CLOSE TURMA-MASTER
    END-IF
    CLOSE P104-SAIDA P104-RELATO.
0310-GRAVAR-TRAILER.
    MOVE SPACES              TO CEN-REGISTRO
    SET CEN-TRAILER          TO TRUE
    MOVE WRK-ANO-BASE        TO CEN-ANO
    MOVE WRK-TOT-TOTAL       TO CEN-TRL-QTDE-ALUNOS
    MOVE WRK-TOT-QTDE(2)     TO CEN-TRL-APROVADOS
    MOVE WRK-TOT-QTDE(3)     TO CEN-TRL-REPROVADOS
    MOVE WRK-TOT-QTDE(4)     TO CEN-TRL-REPROV-FALTA
    MOVE WRK-TOT-QTDE(5)     TO CEN-TRL-TRANSFERIDOS
    MOVE WRK-TOT-QTDE(6)     TO CEN-TRL-CONCLUIDOS
    MOVE WRK-TOT-QTDE(1)     TO CEN-TRL-SEM-RESULTADO
    WRITE CEN-REGISTRO.
0320-IMPRIMIR-TOTAIS.
    MOVE SPACES TO RS104-REGISTRO
    WRITE RS104-REGISTRO
    MOVE 'TOTAIS DE CONTROLE POR TURMA E RESULTADO' TO RS104-REGISTRO
    WRITE RS104-REGISTRO
    WRITE RS104-REGISTRO FROM WRK-LINHA-COLUNAS
    PERFORM 0325-IMPRIMIR-TURMA
       VARYING WRK-IDX-T FROM 1 BY 1
       UNTIL WRK-IDX-T > WRK-QTDE-TURMAS
    MOVE 'TOTAL'              TO WRM-TURMA
    MOVE SPACES               TO WRM-SERIE
    MOVE WRK-TOT-TOTAL        TO WRM-TOTAL
    MOVE WRK-TOT-QTDE(2)      TO WRM-APROVADOS
    MOVE WRK-TOT-QTDE(3)      TO WRM-REPROVADOS
    MOVE WRK-TOT-QTDE(4)      TO WRM-REPROV-FALTA
    MOVE WRK-TOT-QTDE(5)      TO WRM-TRANSFERIDOS
    MOVE WRK-TOT-QTDE(6)      TO WRM-CONCLUIDOS
    MOVE WRK-TOT-QTDE(1)      TO WRM-SEM-RESULTADO
    WRITE RS104-REGISTRO FROM WRK-LINHA-TURMA.
0325-IMPRIMIR-TURMA.
    MOVE WRK-TRM-CODIGO(WRK-IDX-T)    TO WRM-TURMA
    MOVE WRK-TRM-SERIE(WRK-IDX-T)     TO WRM-SERIE
    MOVE WRK-TRM-TOTAL(WRK-IDX-T)     TO WRM-TOTAL
    MOVE WRK-TRM-QTDE(WRK-IDX-T 2)    TO WRM-APROVADOS
    MOVE WRK-TRM-QTDE(WRK-IDX-T 3)    TO WRM-REPROVADOS
    MOVE WRK-TRM-QTDE(WRK-IDX-T 4)    TO WRM-REPROV-FALTA
    MOVE WRK-TRM-QTDE(WRK-IDX-T 5)    TO WRM-TRANSFERIDOS
    MOVE WRK-TRM-QTDE(WRK-IDX-T 6)    TO WRM-CONCLUIDOS
    MOVE WRK-TRM-QTDE(WRK-IDX-T 1)    TO WRM-SEM-RESULTADO
    WRITE RS104-REGISTRO FROM WRK-LINHA-TURMA.
