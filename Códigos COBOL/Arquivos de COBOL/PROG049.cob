*>              CLIENTE EXISTENTE (O EXPURGO PODE TER REMOVIDO O
*>              SOBREVIVENTE);
*>   TRNHIST  - HIS-CONTA DE CADA POSTAGEM EXISTE EM CTAMST;
*>   CTAMST   - CTA-TITULAR DE CONTA NAO ENCERRADA EXISTE EM CLIFILE
*>              E ESTA ATIVO (NEM INATIVO/EXPURGO PENDENTE, NEM
*>              INCORPORADO); CONTA ENCERRADA SO NAO PODE APONTAR
*>              PARA INCORPORADO - A FUSAO DO PROG002 MOVE TODAS;
*>   ALUHIS   - HIS8-MATRICULA DE CADA PERIODO EXISTE EM ALUMST;
*>   ALUMST   - ALU-TURMA DE CADA ALUNO EXISTE EM TURMST.
*> CADA ORFAO SAI NO RELATORIO (P049SAI) COM ARQUIVO, CHAVE E
*> RELACAO VIOLADA; QUALQUER ORFAO TERMINA COM RC=08 PARA A CADEIA
*> SEGURAR A VIRADA DE DATA.
    SELECT ALUNO-HIST   ASSIGN TO "ALUHIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-HIS8.
    SELECT TURMA-MASTER ASSIGN TO "TURMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS TUR-CODIGO
           FILE STATUS  IS WRK-FS-TUR.
    SELECT P049-SAIDA   ASSIGN TO "P049SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
COPY CPALUMST.
FD  ALUNO-HIST.
COPY CPALUHIS.
FD  TURMA-MASTER.
COPY CPTURMST.
FD  P049-SAIDA.
01  RS49-REGISTRO           PIC X(90).
WORKING-STORAGE                 SECTION.
77  WRK-FS-HIST          PIC X(02) VALUE SPACES.
77  WRK-FS-ALU           PIC X(02) VALUE SPACES.
77  WRK-FS-HIS8          PIC X(02) VALUE SPACES.
77  WRK-FS-TUR           PIC X(02) VALUE SPACES.
77  WRK-TURMA-CACHE      PIC X(06) VALUE SPACES.
77  WRK-TURMA-CACHE-OK   PIC X(01) VALUE ' '.
77  WRK-QTDE-TUR-LIDOS   PIC 9(07) VALUE ZEROS.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-ALVO-EXISTE      PIC X(01) VALUE 'N'.
77  WRK-QTDE-CLI-LIDOS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-HIS-LIDOS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ALU-LIDOS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-CTA-LIDAS   PIC 9(07) VALUE ZEROS.
77  WRK-CTA-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CLI-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-QTDE-ORFAOS      PIC 9(07) VALUE ZEROS.
01  WRK-LINHA-ORFAO.
    05  WRO-ARQUIVO          PIC X(08).
    PERFORM 0100-INICIAR.
    PERFORM 0200-VERIFICAR-CLIENTES.
    PERFORM 0300-VERIFICAR-TRANSACOES.
    PERFORM 0350-VERIFICAR-TITULARES.
    PERFORM 0400-VERIFICAR-ALUNOS.
    PERFORM 0450-VERIFICAR-TURMAS.
    PERFORM 0500-FINALIZAR.
    IF WRK-QTDE-ORFAOS > 0
       MOVE 08 TO RETURN-CODE
    MOVE 'HIS-CONTA SEM REGISTRO CORRESPONDENTE EM CTAMST'
      TO WRO-RELACAO
    WRITE RS49-REGISTRO FROM WRK-LINHA-ORFAO.
0350-VERIFICAR-TITULARES.
    MOVE 'N' TO WRK-EOF
    OPEN INPUT CONTA-MASTER
    IF WRK-FS-CONTA = '00'
       MOVE 'S' TO WRK-CTA-ABERTO
    ELSE
       DISPLAY 'CTAMST INDISPONIVEL - STATUS ' WRK-FS-CONTA
       MOVE 'S' TO WRK-EOF
    END-IF
    OPEN INPUT CLIENTE-FILE
    IF WRK-FS-CLIENTE = '00'
       MOVE 'S' TO WRK-CLI-ABERTO
    ELSE
       DISPLAY 'CLIFILE INDISPONIVEL - STATUS ' WRK-FS-CLIENTE
       MOVE 'S' TO WRK-EOF
    END-IF
    PERFORM 0360-VERIFICAR-UMA-CONTA UNTIL WRK-FIM-ARQUIVO
    IF WRK-CTA-ABERTO = 'S'
       CLOSE CONTA-MASTER
    END-IF
    IF WRK-CLI-ABERTO = 'S'
       CLOSE CLIENTE-FILE
    END-IF.
0360-VERIFICAR-UMA-CONTA.
    READ CONTA-MASTER NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-CTA-LIDAS
           PERFORM 0370-VERIFICAR-TITULAR
    END-READ.
0370-VERIFICAR-TITULAR.
    MOVE SPACES      TO WRO-RELACAO
    MOVE CTA-CONTA   TO WRO-CHAVE
    MOVE CTA-TITULAR TO CLI-NUMERO
    READ CLIENTE-FILE
        INVALID KEY
           IF NOT CTA-ENCERRADA
              MOVE 'CTA-TITULAR SEM REGISTRO CORRESPONDENTE EM CLIFILE'
                TO WRO-RELACAO
           END-IF
        NOT INVALID KEY
           EVALUATE TRUE
              WHEN CLI-INCORPORADO
                 MOVE 'CTA-TITULAR INCORPORADO A OUTRO CLIENTE (FUSAO)'
                   TO WRO-RELACAO
              WHEN CTA-ENCERRADA
                 CONTINUE
              WHEN CLI-INATIVO OR CLI-EXPURGO-PEND
                 MOVE 'CTA-TITULAR INATIVO COM CONTA NAO ENCERRADA'
                   TO WRO-RELACAO
           END-EVALUATE
    END-READ
    IF WRO-RELACAO NOT = SPACES
       ADD 1 TO WRK-QTDE-ORFAOS
       MOVE 'CTAMST  ' TO WRO-ARQUIVO
       WRITE RS49-REGISTRO FROM WRK-LINHA-ORFAO
    END-IF.
0400-VERIFICAR-ALUNOS.
    OPEN INPUT ALUNO-HIST
    OPEN INPUT ALUNO-MASTER
    MOVE 'HIS8-MATRICULA SEM REGISTRO CORRESPONDENTE EM ALUMST'
      TO WRO-RELACAO
    WRITE RS49-REGISTRO FROM WRK-LINHA-ORFAO.
0450-VERIFICAR-TURMAS.
    OPEN INPUT ALUNO-MASTER
    OPEN INPUT TURMA-MASTER
    MOVE 'N' TO WRK-EOF
    IF WRK-FS-ALU NOT = '00'
       DISPLAY 'ALUMST INDISPONIVEL - STATUS ' WRK-FS-ALU
       MOVE 'S' TO WRK-EOF
    END-IF
    IF WRK-FS-TUR NOT = '00'
       DISPLAY 'TURMST INDISPONIVEL - STATUS ' WRK-FS-TUR
       MOVE 'S' TO WRK-EOF
    END-IF
    MOVE SPACES TO WRK-TURMA-CACHE
    MOVE ' '    TO WRK-TURMA-CACHE-OK
    PERFORM 0460-VERIFICAR-UMA-TURMA UNTIL WRK-FIM-ARQUIVO
    IF WRK-FS-ALU = '00' OR WRK-FS-ALU = '10'
       CLOSE ALUNO-MASTER
    END-IF
    IF WRK-FS-TUR = '00' OR WRK-FS-TUR = '23'
       CLOSE TURMA-MASTER
    END-IF.
0460-VERIFICAR-UMA-TURMA.
    READ ALUNO-MASTER NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-TUR-LIDOS
           PERFORM 0470-CONFERIR-TURMA
    END-READ.
0470-CONFERIR-TURMA.
*>  ALUNOS DA MESMA TURMA SE REPETEM - A ULTIMA TURMA CONFERIDA E
*>  LEMBRADA, COMO NA CONFERENCIA DAS POSTAGENS.
    IF ALU-TURMA NOT = WRK-TURMA-CACHE OR WRK-TURMA-CACHE-OK = ' '
       MOVE ALU-TURMA TO WRK-TURMA-CACHE TUR-CODIGO
       READ TURMA-MASTER
           INVALID KEY     MOVE 'N' TO WRK-TURMA-CACHE-OK
           NOT INVALID KEY MOVE 'S' TO WRK-TURMA-CACHE-OK
       END-READ
    END-IF
    IF WRK-TURMA-CACHE-OK = 'N'
       ADD 1 TO WRK-QTDE-ORFAOS
       MOVE 'ALUMST  '    TO WRO-ARQUIVO
       MOVE ALU-MATRICULA TO WRO-CHAVE
       MOVE 'ALU-TURMA SEM REGISTRO CORRESPONDENTE EM TURMST'
         TO WRO-RELACAO
       WRITE RS49-REGISTRO FROM WRK-LINHA-ORFAO
    END-IF.
0500-FINALIZAR.
    MOVE SPACES TO RS49-REGISTRO
    WRITE RS49-REGISTRO
    MOVE 'POSTAGENS VERIFICADAS...' TO WRT-LABEL
    MOVE WRK-QTDE-HIS-LIDOS         TO WRT-QTDE
    WRITE RS49-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'CONTAS VERIFICADAS......' TO WRT-LABEL
    MOVE WRK-QTDE-CTA-LIDAS         TO WRT-QTDE
    WRITE RS49-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'PERIODOS VERIFICADOS....' TO WRT-LABEL
    MOVE WRK-QTDE-ALU-LIDOS         TO WRT-QTDE
    WRITE RS49-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'ALUNOS VERIFICADOS......' TO WRT-LABEL
    MOVE WRK-QTDE-TUR-LIDOS         TO WRT-QTDE
    WRITE RS49-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'ORFAOS ENCONTRADOS......' TO WRT-LABEL
    MOVE WRK-QTDE-ORFAOS            TO WRT-QTDE
    WRITE RS49-REGISTRO FROM WRK-LINHA-TOTAL
