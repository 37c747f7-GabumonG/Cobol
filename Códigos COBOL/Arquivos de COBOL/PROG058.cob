*>   T - TROCAR TURMA (TURMA NOVA)
*>   R - TRANCAR          D - DESLIGAR
*>   M - REMATRICULAR (TRANCADO VOLTA A MATRICULADO)
*>   G - VINCULAR RESPONSAVEL FINANCEIRO (CLIENTE + CONTA)
*>   Q - CONSULTAR
*> O OPERADOR RESPONSAVEL VEM DO P058PAR E TODO MOVIMENTO GERA
*> REGISTRO NO JORNAL DE ALUNOS (ALUJRNL, CPALUJRN) COM IMAGEM
*> ANTES/DEPOIS - QUEM MOVEU O ALUNO E QUANDO DEIXA DE SER
*> ADIVINHACAO.
*> MATRICULA, TROCA DE TURMA E REMATRICULA SO ENTRAM EM TURMA
*> CADASTRADA E ATIVA NO TURMST (PROG100) QUE AINDA TENHA VAGA -
*> OCUPACAO = ALUNOS MATRICULADOS NA TURMA NO ALUMST. TURMA
*> DESCONHECIDA OU INATIVA DA RETORNO 12, TURMA LOTADA RETORNO 20.
*> O RESPONSAVEL FINANCEIRO (ALURSP, CPALURSP) E QUEM PAGA A
*> MENSALIDADE (PROG102): O CLIENTE TEM DE EXISTIR NO CLIFILE E
*> ESTAR ATIVO, E A CONTA TEM DE EXISTIR NO CTAMST, NAO ESTAR
*> ENCERRADA E SER DO MESMO CLIENTE - SENAO RETORNO 12. CONTA
*> BLOQUEADA OU INATIVA E ACEITA COM AVISO (O DEBITO VAI PARA
*> SUSPENSOS NO BALANCEAMENTO). CLIENTE ZERO REMOVE O VINCULO.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ALU-MATRICULA
           FILE STATUS  IS WRK-FS-ALU.
    SELECT TURMA-MASTER ASSIGN TO "TURMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS TUR-CODIGO
           FILE STATUS  IS WRK-FS-TUR.
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
    SELECT CONTA-MASTER ASSIGN TO "CTAMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CTA-CONTA
           FILE STATUS  IS WRK-FS-CONTA.
    SELECT ALUNO-JORNAL ASSIGN TO "ALUJRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-JORNAL.
FILE                            SECTION.
FD  ALUNO-MASTER.
COPY CPALUMST.
FD  TURMA-MASTER.
COPY CPTURMST.
FD  ALUNO-RESPONSAVEL.
COPY CPALURSP.
FD  CLIENTE-FILE.
COPY CPCLIENT.
FD  CONTA-MASTER.
COPY CPCTAMST.
FD  ALUNO-JORNAL.
COPY CPALUJRN.
FD  P058-PARM.
WORKING-STORAGE                 SECTION.
77  WRK-FS-ALU           PIC X(02) VALUE SPACES.
77  WRK-FS-JORNAL        PIC X(02) VALUE SPACES.
77  WRK-FS-TUR           PIC X(02) VALUE SPACES.
77  WRK-TUR-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-FS-RSP           PIC X(02) VALUE SPACES.
77  WRK-FS-CLIENTE       PIC X(02) VALUE SPACES.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-RSP-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CLI-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CTA-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-VINCULO-EXISTE   PIC X(01) VALUE 'N'.
77  WRK-EOF-ALU          PIC X(01) VALUE 'N'.
    88  WRK-FIM-ALUNOS       VALUE 'S'.
77  WRK-OCUPACAO         PIC 9(05) VALUE ZEROS.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-DESLIGAR         VALUE 'D'.
    88  WRK-REMATRICULAR     VALUE 'M'.
    88  WRK-CONSULTAR        VALUE 'Q'.
    88  WRK-VINCULAR         VALUE 'G'.
77  WRK-RETORNO          PIC X(02) VALUE '00'.
    88  WRK-OK               VALUE '00'.
    88  WRK-NAO-ENCONTRADO   VALUE '04'.
    88  WRK-DUPLICADO        VALUE '08'.
    88  WRK-DADO-INVALIDO    VALUE '12'.
    88  WRK-SITUACAO-INVALIDA VALUE '16'.
    88  WRK-TURMA-LOTADA     VALUE '20'.
77  WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
77  WRK-NOME             PIC X(20) VALUE SPACES.
77  WRK-TURMA            PIC X(06) VALUE SPACES.
77  WRK-CLIENTE          PIC 9(06) VALUE ZEROS.
77  WRK-CONTA            PIC 9(06) VALUE ZEROS.
77  WRK-OPERADOR         PIC X(08) VALUE 'BATCH'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-HORA-JORNAL      PIC 9(08) VALUE ZEROS.
       CLOSE ALUNO-JORNAL
       OPEN EXTEND ALUNO-JORNAL
    END-IF
    OPEN INPUT TURMA-MASTER
    IF WRK-FS-TUR = '00'
       MOVE 'S' TO WRK-TUR-ABERTO
    ELSE
       DISPLAY 'TURMST INDISPONIVEL - STATUS ' WRK-FS-TUR
               ' - MOVIMENTOS DE TURMA SERAO RECUSADOS'
    END-IF
    PERFORM 0120-ABRIR-VINCULO
    PERFORM 0110-LER-PARAMETROS
    PERFORM 0116-LER-DATA-PROC.
0110-LER-PARAMETROS.
       CLOSE P058-PARM
    END-IF
    DISPLAY 'OPERADOR RESPONSAVEL' WRK-OPERADOR.
0120-ABRIR-VINCULO.
*>  SEM OS TRES ARQUIVOS O VINCULO NAO E CONFERIDO E A FUNCAO G E
*>  RECUSADA; OS DEMAIS MOVIMENTOS SEGUEM.
    OPEN I-O ALUNO-RESPONSAVEL
    IF WRK-FS-RSP = '35'
       OPEN OUTPUT ALUNO-RESPONSAVEL
       CLOSE ALUNO-RESPONSAVEL
       OPEN I-O ALUNO-RESPONSAVEL
    END-IF
    IF WRK-FS-RSP = '00'
       MOVE 'S' TO WRK-RSP-ABERTO
    END-IF
    OPEN INPUT CLIENTE-FILE
    IF WRK-FS-CLIENTE = '00'
       MOVE 'S' TO WRK-CLI-ABERTO
    END-IF
    OPEN INPUT CONTA-MASTER
    IF WRK-FS-CONTA = '00'
       MOVE 'S' TO WRK-CTA-ABERTO
    END-IF
    IF WRK-RSP-ABERTO NOT = 'S' OR WRK-CLI-ABERTO NOT = 'S'
       OR WRK-CTA-ABERTO NOT = 'S'
       DISPLAY 'ALURSP/CLIFILE/CTAMST INDISPONIVEL - STATUS '
               WRK-FS-RSP '/' WRK-FS-CLIENTE '/' WRK-FS-CONTA
               ' - VINCULOS DE RESPONSAVEL SERAO RECUSADOS'
    END-IF.
0116-LER-DATA-PROC.
    OPEN INPUT DATA-PROC-FILE
    IF WRK-FS-DTP = '00'
       IF WRK-TROCAR-TURMA
          ACCEPT WRK-TURMA
       END-IF
       IF WRK-VINCULAR
          ACCEPT WRK-CLIENTE
          ACCEPT WRK-CONTA
       END-IF
       ADD 1 TO WRK-QTDE-PROCESSADAS
       MOVE '00' TO WRK-RETORNO
       EVALUATE TRUE
          WHEN WRK-DESLIGAR     PERFORM 0240-DESLIGAR
          WHEN WRK-REMATRICULAR PERFORM 0245-REMATRICULAR
          WHEN WRK-CONSULTAR    PERFORM 0250-CONSULTAR
          WHEN WRK-VINCULAR     PERFORM 0290-VINCULAR-RESPONSAVEL
          WHEN OTHER
             MOVE '12' TO WRK-RETORNO
             DISPLAY 'FUNCAO INVALIDA.....' WRK-FUNCAO
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'TURMA EM BRANCO'
    END-EVALUATE
    IF WRK-OK
       PERFORM 0280-VERIFICAR-TURMA
    END-IF
    IF WRK-OK
       MOVE SPACES TO WRK-IMAGEM-ANTES
       MOVE WRK-MATRICULA TO ALU-MATRICULA
           DISPLAY 'MATRICULA ' WRK-MATRICULA ' NAO ENCONTRADA'
    END-READ.
0220-TROCAR-TURMA.
*>  A TURMA E CONFERIDA ANTES DE LER O ALUNO - A CONTAGEM DA
*>  OCUPACAO PERCORRE O ALUMST E PERDE O REGISTRO LIDO.
    IF WRK-TURMA = SPACES
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'TURMA EM BRANCO'
    ELSE
       PERFORM 0280-VERIFICAR-TURMA
    END-IF
    IF WRK-OK
       PERFORM 0215-LER-ALUNO
    END-IF
    IF WRK-OK
       IF NOT ALU-MATRICULADO
          DISPLAY 'SO ALUNO TRANCADO PODE SER REMATRICULADO '
                  '(SITUACAO ' ALU-SITUACAO ')'
       ELSE
          MOVE ALU-TURMA TO WRK-TURMA
          PERFORM 0280-VERIFICAR-TURMA
          IF WRK-OK
             PERFORM 0215-LER-ALUNO
          END-IF
       END-IF
    END-IF
    IF WRK-OK
       MOVE ALU-REGISTRO TO WRK-IMAGEM-ANTES
       MOVE 'M' TO ALU-SITUACAO
       PERFORM 0265-REGRAVAR-COM-JORNAL
    END-IF.
0250-CONSULTAR.
    PERFORM 0215-LER-ALUNO
       DISPLAY 'NOME........' ALU-NOME
       DISPLAY 'TURMA.......' ALU-TURMA
       DISPLAY 'SITUACAO....' ALU-SITUACAO
       IF WRK-RSP-ABERTO = 'S'
          MOVE WRK-MATRICULA TO ALR-MATRICULA
          READ ALUNO-RESPONSAVEL
              INVALID KEY MOVE ZEROS TO ALR-CLIENTE
          END-READ
          IF ALR-CLIENTE = ZEROS
             DISPLAY 'RESPONSAVEL.SEM VINCULO'
          ELSE
             DISPLAY 'RESPONSAVEL.' ALR-CLIENTE ' CONTA ' ALR-CONTA
          END-IF
       END-IF
    END-IF.
0260-CONCLUIR-COM-JORNAL.
    MOVE ALU-REGISTRO TO WRK-IMAGEM-DEPOIS
    MOVE WRK-IMAGEM-ANTES     TO AJR-IMAGEM-ANTES
    MOVE WRK-IMAGEM-DEPOIS    TO AJR-IMAGEM-DEPOIS
    WRITE AJR-REGISTRO.
0280-VERIFICAR-TURMA.
    IF WRK-TUR-ABERTO NOT = 'S'
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'TURMST INDISPONIVEL - TURMA NAO CONFERIDA'
    ELSE
       MOVE WRK-TURMA TO TUR-CODIGO
       READ TURMA-MASTER
           INVALID KEY
              MOVE '12' TO WRK-RETORNO
              DISPLAY 'TURMA ' WRK-TURMA ' NAO CADASTRADA'
       END-READ
    END-IF
    IF WRK-OK AND NOT TUR-ATIVA
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'TURMA ' WRK-TURMA ' INATIVA'
    END-IF
    IF WRK-OK
       PERFORM 0285-CONTAR-OCUPACAO
       IF WRK-OCUPACAO NOT < TUR-CAPACIDADE
          MOVE '20' TO WRK-RETORNO
          DISPLAY 'TURMA ' WRK-TURMA ' LOTADA (' WRK-OCUPACAO
                  ' DE ' TUR-CAPACIDADE ')'
       END-IF
    END-IF.
0285-CONTAR-OCUPACAO.
*>  O PROPRIO ALUNO NAO CONTA - TROCA PARA A MESMA TURMA NAO PODE
*>  SER RECUSADA POR ELE MESMO.
    MOVE ZEROS TO WRK-OCUPACAO
    MOVE 'N' TO WRK-EOF-ALU
    MOVE ZEROS TO ALU-MATRICULA
    START ALUNO-MASTER KEY IS NOT LESS THAN ALU-MATRICULA
        INVALID KEY SET WRK-FIM-ALUNOS TO TRUE
    END-START
    PERFORM 0286-CONTAR-ALUNO UNTIL WRK-FIM-ALUNOS.
0286-CONTAR-ALUNO.
    READ ALUNO-MASTER NEXT RECORD
        AT END SET WRK-FIM-ALUNOS TO TRUE
        NOT AT END
           IF ALU-TURMA = WRK-TURMA AND ALU-MATRICULADO
              AND ALU-MATRICULA NOT = WRK-MATRICULA
              ADD 1 TO WRK-OCUPACAO
           END-IF
    END-READ.
0290-VINCULAR-RESPONSAVEL.
    IF WRK-RSP-ABERTO NOT = 'S' OR WRK-CLI-ABERTO NOT = 'S'
       OR WRK-CTA-ABERTO NOT = 'S'
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'ALURSP/CLIFILE/CTAMST INDISPONIVEL - VINCULO NAO '
               'CONFERIDO'
    ELSE
       PERFORM 0215-LER-ALUNO
    END-IF
    IF WRK-OK AND WRK-CLIENTE NOT = ZEROS
       IF ALU-DESLIGADO OR ALU-CONCLUIDO
          MOVE '16' TO WRK-RETORNO
          DISPLAY 'ALUNO DESLIGADO OU CONCLUIDO NAO RECEBE '
                  'RESPONSAVEL (SITUACAO ' ALU-SITUACAO ')'
       END-IF
    END-IF
    IF WRK-OK AND WRK-CLIENTE NOT = ZEROS
       PERFORM 0292-CONFERIR-CLIENTE
    END-IF
    IF WRK-OK AND WRK-CLIENTE NOT = ZEROS
       PERFORM 0294-CONFERIR-CONTA
    END-IF
    IF WRK-OK
       PERFORM 0296-GRAVAR-VINCULO
    END-IF.
0292-CONFERIR-CLIENTE.
    MOVE WRK-CLIENTE TO CLI-NUMERO
    READ CLIENTE-FILE
        INVALID KEY
           MOVE '12' TO WRK-RETORNO
           DISPLAY 'CLIENTE ' WRK-CLIENTE ' NAO CADASTRADO'
    END-READ
    IF WRK-OK AND NOT CLI-ATIVO
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'CLIENTE ' WRK-CLIENTE ' NAO ESTA ATIVO (STATUS '
               CLI-STATUS ')'
    END-IF.
0294-CONFERIR-CONTA.
    MOVE WRK-CONTA TO CTA-CONTA
    READ CONTA-MASTER
        INVALID KEY
           MOVE '12' TO WRK-RETORNO
           DISPLAY 'CONTA ' WRK-CONTA ' NAO CADASTRADA'
    END-READ
    IF WRK-OK
       EVALUATE TRUE
          WHEN CTA-ENCERRADA
             MOVE '12' TO WRK-RETORNO
             DISPLAY 'CONTA ' WRK-CONTA ' ENCERRADA'
          WHEN CTA-TITULAR NOT = WRK-CLIENTE
             MOVE '12' TO WRK-RETORNO
             DISPLAY 'CONTA ' WRK-CONTA ' NAO E DO CLIENTE '
                     WRK-CLIENTE ' (TITULAR ' CTA-TITULAR ')'
          WHEN CTA-BLOQUEADA OR CTA-INATIVA
             DISPLAY 'AVISO - CONTA ' WRK-CONTA ' BLOQUEADA OU '
                     'INATIVA: A MENSALIDADE VAI PARA SUSPENSOS'
       END-EVALUATE
    END-IF.
0296-GRAVAR-VINCULO.
*>  O CONTROLE DE COBRANCA (ALR-COBRANCA) FICA COMO ESTA - TROCAR
*>  O RESPONSAVEL NAO FAZ A COMPETENCIA JA COBRADA SAIR DE NOVO.
    MOVE WRK-MATRICULA TO ALR-MATRICULA
    READ ALUNO-RESPONSAVEL
        INVALID KEY MOVE 'N' TO WRK-VINCULO-EXISTE
        NOT INVALID KEY MOVE 'S' TO WRK-VINCULO-EXISTE
    END-READ
    IF WRK-VINCULO-EXISTE = 'S'
       MOVE ALR-VINCULO TO WRK-IMAGEM-ANTES
    ELSE
       MOVE SPACES TO WRK-IMAGEM-ANTES
       MOVE ZEROS  TO ALR-VINCULO ALR-COBRANCA
       MOVE WRK-MATRICULA TO ALR-MATRICULA
    END-IF
    IF WRK-CLIENTE = ZEROS
       AND (WRK-VINCULO-EXISTE = 'N' OR ALR-CLIENTE = ZEROS)
       MOVE '04' TO WRK-RETORNO
       DISPLAY 'MATRICULA ' WRK-MATRICULA ' SEM RESPONSAVEL A '
               'REMOVER'
    ELSE
       MOVE WRK-CLIENTE   TO ALR-CLIENTE
       IF WRK-CLIENTE = ZEROS
          MOVE ZEROS      TO ALR-CONTA
       ELSE
          MOVE WRK-CONTA  TO ALR-CONTA
       END-IF
       MOVE WRK-DATA-PROC TO ALR-DATA-VINCULO
       IF WRK-VINCULO-EXISTE = 'S'
          REWRITE ALR-REGISTRO
              INVALID KEY
                 MOVE '04' TO WRK-RETORNO
                 DISPLAY 'ERRO AO REGRAVAR O VINCULO DA MATRICULA '
                         WRK-MATRICULA
          END-REWRITE
       ELSE
          WRITE ALR-REGISTRO
              INVALID KEY
                 MOVE '08' TO WRK-RETORNO
                 DISPLAY 'ERRO AO GRAVAR O VINCULO DA MATRICULA '
                         WRK-MATRICULA
          END-WRITE
       END-IF
    END-IF
    IF WRK-OK
       MOVE ALR-VINCULO TO WRK-IMAGEM-DEPOIS
       PERFORM 0270-GRAVAR-JORNAL
       DISPLAY 'RESPONSAVEL GRAVADO PARA A MATRICULA '
               WRK-MATRICULA
    END-IF.
0300-FINALIZAR.
    DISPLAY 'PROG058 - TRANSACOES....' WRK-QTDE-PROCESSADAS
    DISPLAY 'PROG058 - COM ERRO......' WRK-QTDE-ERROS
    IF WRK-TUR-ABERTO = 'S'
       CLOSE TURMA-MASTER
    END-IF
    IF WRK-RSP-ABERTO = 'S'
       CLOSE ALUNO-RESPONSAVEL
    END-IF
    IF WRK-CLI-ABERTO = 'S'
       CLOSE CLIENTE-FILE
    END-IF
    IF WRK-CTA-ABERTO = 'S'
       CLOSE CONTA-MASTER
    END-IF
    CLOSE ALUNO-MASTER ALUNO-JORNAL.
