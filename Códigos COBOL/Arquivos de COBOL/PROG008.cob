       SELECT ALUNO-HIST   ASSIGN TO "ALUHIS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WRK-FS-HIS.
       SELECT ALUNO-HIST-NOVO ASSIGN TO "ALUNOV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WRK-FS-NOV.
       SELECT P008-CORRECAO ASSIGN TO "P008COR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS WRK-FS-COR.
   COPY CPALUMST.
   FD  ALUNO-HIST.
   COPY CPALUHIS.
   FD  ALUNO-HIST-NOVO.
   01  NOV8-REGISTRO        PIC X(28).
   FD  P008-CORRECAO.
   01  COR8-REGISTRO        PIC X(117).
   FD  P008-FREQUENCIA.
       05  PARM-CORTE-APROVACAO   PIC 9(02)V99.
       05  PARM-CORTE-RECUPERACAO PIC 9(02)V99.
       05  PARM-FORMATO-DECIMAL   PIC X(01).
*>     REGRA E TETO DA PROVA DE RECUPERACAO - LIDOS PELO PROG099.
       05  PARM-REGRA-RECUPERACAO PIC X(01).
       05  PARM-TETO-RECUPERACAO  PIC X(01).
   FD  P008-ENTRADA.
   COPY CPENVEL.
   01  TR8-REGISTRO.
       88  WRK-REGRADE         VALUE 'S'.
   77  WRK-TIPO-REGISTRO   PIC X(01) VALUE 'N'.
   77  WRK-FS-HIS          PIC X(02) VALUE SPACES.
   77  WRK-FS-NOV          PIC X(02) VALUE SPACES.
   77  WRK-RC-HISTORICO    PIC 9(02) VALUE ZEROS.
   77  WRK-HIS-TROCADO     PIC X(01) VALUE 'N'.
   77  WRK-QTDE-HIS-LIDOS  PIC 9(07) VALUE ZEROS.
   77  WRK-QTDE-HIS-COPIA  PIC 9(07) VALUE ZEROS.
   77  WRK-QTDE-HIS-NOVOS  PIC 9(06) VALUE ZEROS.
   01  WRK-REG-HISTORICO.
       05  WRK-RHI-MATRICULA   PIC 9(06).
       05  WRK-RHI-PERIODO     PIC 9(06).
       05  WRK-RHI-MEDIA       PIC 9(03)V99.
       05  WRK-RHI-STATUS      PIC X(11).
   77  WRK-EOF-HIS         PIC X(01) VALUE 'N'.
       88  WRK-FIM-HISTORICO   VALUE 'S'.
   77  WRK-PERIODO         PIC 9(06) VALUE ZEROS.
   78  WRK-MAX-HISTORICO   VALUE 2000.
   77  WRK-QTDE-HIS-PER    PIC 9(04) COMP VALUE ZEROS.
   77  WRK-IDX-HIS         PIC 9(04) COMP VALUE ZEROS.
   77  WRK-HIS-ACHADO      PIC 9(04) COMP VALUE ZEROS.
   77  WRK-HIS-BUSCA       PIC 9(06) VALUE ZEROS.
   77  WRK-QTDE-SUBSTITUIR PIC 9(04) COMP VALUE ZEROS.
   77  WRK-QTDE-SUBSTITUIDOS PIC 9(06) VALUE ZEROS.
   01  WRK-TAB-HISTORICO.
       05  WRK-HIS-ENTRY OCCURS 2000 TIMES.
           10  WRK-HIS-MATRICULA  PIC 9(06).
           10  WRK-HIS-SITUACAO   PIC X(01).
               88  WRK-HIS-GRAVADO     VALUE 'G'.
               88  WRK-HIS-SUBSTITUIR  VALUE 'S'.
               88  WRK-HIS-NOVO        VALUE 'N'.
           10  WRK-HIS-MEDIA      PIC 9(03)V99.
           10  WRK-HIS-STATUS     PIC X(11).
   77  WRK-FS-FRQ          PIC X(02) VALUE SPACES.
   77  WRK-EOF-FRQ         PIC X(01) VALUE 'N'.
       88  WRK-FIM-FREQUENCIA  VALUE 'S'.
          DISPLAY 'MASTER DE ALUNOS INDISPONIVEL - MATRICULAS NAO '
                  'SERAO VALIDADAS'
       END-IF
       IF NOT WRK-REGRADE
          PERFORM 0131-CARREGAR-PERIODO-GRAVADO
       END-IF.
   0131-CARREGAR-PERIODO-GRAVADO.
*>     ALUNOS QUE JA TEM O PERIODO DESTA DATA NO HISTORICO (RODADA
*>     REPETIDA DO EXECNOT) - PARA ELES A RODADA SUBSTITUI O
*>     REGISTRO GRAVADO EM VEZ DE ACRESCENTAR OUTRO (0218/0360). O
*>     ALUHIS SO E LIDO: O HISTORICO ATUALIZADO SAI NA COPIA DO
*>     ALUNOV (0360), QUE O JOB DEVOLVE SOBRE O ORIGINAL.
       MOVE WRK-DATA-PROC(1:6) TO WRK-PERIODO
       MOVE 'N' TO WRK-EOF-HIS
       OPEN INPUT ALUNO-HIST
       IF WRK-FS-HIS NOT = '00'
          SET WRK-FIM-HISTORICO TO TRUE
       END-IF
       PERFORM 0132-LER-HISTORICO UNTIL WRK-FIM-HISTORICO
       IF WRK-FS-HIS = '00' OR WRK-FS-HIS = '10'
          CLOSE ALUNO-HIST
       END-IF
       IF WRK-QTDE-HIS-PER > 0
          DISPLAY 'PERIODO ' WRK-PERIODO ' JA NO HISTORICO - ALUNOS '
                  'A SUBSTITUIR...' WRK-QTDE-HIS-PER
       END-IF.
   0132-LER-HISTORICO.
       READ ALUNO-HIST
           AT END SET WRK-FIM-HISTORICO TO TRUE
           NOT AT END
              IF HIS8-PERIODO = WRK-PERIODO
                 MOVE HIS8-MATRICULA TO WRK-HIS-BUSCA
                 PERFORM 0219-LOCALIZAR-HISTORICO
                 IF WRK-HIS-ACHADO = 0
                    IF WRK-QTDE-HIS-PER < WRK-MAX-HISTORICO
                       ADD 1 TO WRK-QTDE-HIS-PER
                       MOVE HIS8-MATRICULA
                         TO WRK-HIS-MATRICULA(WRK-QTDE-HIS-PER)
                       SET WRK-HIS-GRAVADO(WRK-QTDE-HIS-PER) TO TRUE
                    ELSE
                       DISPLAY 'TABELA DO PERIODO GRAVADO CHEIA - '
                               'HISTORICO NAO SERA ATUALIZADO'
                       MOVE 08 TO WRK-RC-HISTORICO
                       SET WRK-FIM-HISTORICO TO TRUE
                    END-IF
                 END-IF
              END-IF
       END-READ.
   0128-VALIDAR-MATRICULA.
       MOVE 'S' TO WRK-ALUNO-VALIDO
       IF WRK-TEM-ALUMST = 'S'
       WRITE CSV8-LINHA.
   0217-GRAVAR-HISTORICO.
*>     EM MODO REGRADE O PERIODO JA EXISTE NO HISTORICO - A CORRECAO
*>     DO HISTORICO E FEITA NA MANUTENCAO DO ALUHIS (PROG098, SOBRE
*>     O P008STA DELTA), NAO AQUI, PARA O BOLETIM NAO CONTAR O MESMO
*>     PERIODO DUAS VEZES.
       IF WRK-REGRADE
          CONTINUE
       ELSE
          PERFORM 0218-GRAVAR-HISTORICO-REG
       END-IF.
   0218-GRAVAR-HISTORICO-REG.
*>     PERIODO JA GRAVADO PARA O ALUNO NAO GANHA SEGUNDO REGISTRO -
*>     A MEDIA E O STATUS NOVOS FICAM NA TABELA E SUBSTITUEM O
*>     REGISTRO EXISTENTE NA COPIA DO FECHAMENTO (0360); ALUNO SEM O
*>     PERIODO ENTRA NA TABELA COMO NOVO E VAI NO FIM DA COPIA.
       MOVE TR8-MATRICULA TO WRK-HIS-BUSCA
       PERFORM 0219-LOCALIZAR-HISTORICO
       IF WRK-HIS-ACHADO = 0
          IF WRK-QTDE-HIS-PER < WRK-MAX-HISTORICO
             ADD 1 TO WRK-QTDE-HIS-PER
             MOVE WRK-QTDE-HIS-PER TO WRK-HIS-ACHADO
             MOVE TR8-MATRICULA TO WRK-HIS-MATRICULA(WRK-HIS-ACHADO)
             SET WRK-HIS-NOVO(WRK-HIS-ACHADO) TO TRUE
          ELSE
             IF WRK-RC-HISTORICO = 0
                DISPLAY 'TABELA DO PERIODO CHEIA - HISTORICO NAO '
                        'SERA ATUALIZADO'
             END-IF
             MOVE 08 TO WRK-RC-HISTORICO
          END-IF
       END-IF
       IF WRK-HIS-ACHADO > 0
          IF WRK-HIS-GRAVADO(WRK-HIS-ACHADO)
             ADD 1 TO WRK-QTDE-SUBSTITUIR
             SET WRK-HIS-SUBSTITUIR(WRK-HIS-ACHADO) TO TRUE
          END-IF
          MOVE WRK-MEDIA  TO WRK-HIS-MEDIA(WRK-HIS-ACHADO)
          MOVE WRK-STATUS TO WRK-HIS-STATUS(WRK-HIS-ACHADO)
       END-IF.
   0219-LOCALIZAR-HISTORICO.
       MOVE ZEROS TO WRK-HIS-ACHADO
       PERFORM VARYING WRK-IDX-HIS FROM 1 BY 1
               UNTIL WRK-IDX-HIS > WRK-QTDE-HIS-PER
                  OR WRK-HIS-ACHADO > 0
          IF WRK-HIS-MATRICULA(WRK-IDX-HIS) = WRK-HIS-BUSCA
             MOVE WRK-IDX-HIS TO WRK-HIS-ACHADO
          END-IF
       END-PERFORM.
   0210-CLASSIFICAR.
*>     FREQUENCIA ABAIXO DO MINIMO REPROVA POR FALTA POR CIMA DE
*>     QUALQUER MEDIA - REGRA DA ESCOLA QUE A SECRETARIA APLICAVA
       END-IF
       DISPLAY 'ALUNOS NAO MATRICULADOS' WRK-QTDE-NAO-MATRIC
       CLOSE P008-ENTRADA P008-SAIDA P008-STATUS P008-CSV AUDIT-LOG
             EXCECOES-FILE
       IF NOT WRK-REGRADE
          PERFORM 0360-COPIAR-HISTORICO
          IF WRK-RC-HISTORICO > WRK-RC-ENVELOPE
             MOVE WRK-RC-HISTORICO TO RETURN-CODE
          END-IF
       END-IF.
   0360-COPIAR-HISTORICO.
*>     O ALUHIS E SEQUENCIAL DE LINHA - REGISTRO REGRAVADO NO LUGAR
*>     NAO PODE CRESCER (APROVADO -> RECUPERACAO). O HISTORICO
*>     ATUALIZADO SAI INTEIRO NO ALUNOV: CADA REGISTRO DO ORIGINAL
*>     NA ORDEM, OS DO PERIODO RECALCULADO POR ESTA RODADA COM A
*>     MEDIA E O STATUS NOVOS (UM PERIODO DUPLICADO POR RODADAS
*>     ANTIGAS TEM TODAS AS COPIAS ACERTADAS PARA O MESMO VALOR), E
*>     NO FIM OS ALUNOS SEM O PERIODO. O JOB SO DEVOLVE A COPIA SOBRE
*>     O ALUHIS COM RC ATE 04; RC=08 AQUI DEIXA O HISTORICO COMO
*>     ESTAVA E A RODADA SEGUINTE DO PERIODO REFAZ TUDO.
       IF WRK-RC-HISTORICO = 0
          OPEN OUTPUT ALUNO-HIST-NOVO
          IF WRK-FS-NOV NOT = '00'
             DISPLAY 'COPIA DO ALUHIS (ALUNOV) INDISPONIVEL - STATUS '
                     WRK-FS-NOV
             MOVE 08 TO WRK-RC-HISTORICO
          ELSE
             MOVE 'N' TO WRK-EOF-HIS
             OPEN INPUT ALUNO-HIST
             EVALUATE WRK-FS-HIS
                WHEN '00'
                   PERFORM 0361-COPIAR-REGISTRO UNTIL WRK-FIM-HISTORICO
                   CLOSE ALUNO-HIST
                WHEN '35'
                   DISPLAY 'ALUHIS AINDA VAZIO - COPIA COM OS ALUNOS '
                           'DESTA RODADA'
                WHEN OTHER
                   DISPLAY 'ALUHIS INDISPONIVEL PARA A COPIA - STATUS '
                           WRK-FS-HIS
                   MOVE 08 TO WRK-RC-HISTORICO
             END-EVALUATE
             PERFORM 0363-GRAVAR-NOVO
                     VARYING WRK-IDX-HIS FROM 1 BY 1
                     UNTIL WRK-IDX-HIS > WRK-QTDE-HIS-PER
                        OR WRK-RC-HISTORICO > 0
             CLOSE ALUNO-HIST-NOVO
          END-IF
       END-IF
       IF WRK-RC-HISTORICO = 0
          AND WRK-QTDE-HIS-COPIA NOT =
              WRK-QTDE-HIS-LIDOS + WRK-QTDE-HIS-NOVOS
          DISPLAY 'COPIA DO ALUHIS INCOMPLETA'
          MOVE 08 TO WRK-RC-HISTORICO
       END-IF
       IF WRK-RC-HISTORICO > 0
          DISPLAY 'HISTORICO NAO ATUALIZADO - O JOB NAO DEVOLVE A '
                  'COPIA DO ALUHIS'
       END-IF
       DISPLAY 'ALUNOS COM PERIODO SUBSTITUIDO.' WRK-QTDE-SUBSTITUIR
       DISPLAY 'REGISTROS SUBSTITUIDOS NA COPIA' WRK-QTDE-SUBSTITUIDOS
       DISPLAY 'ALUNOS ACRESCENTADOS..........' WRK-QTDE-HIS-NOVOS
       DISPLAY 'REGISTROS NA COPIA DO ALUHIS...' WRK-QTDE-HIS-COPIA.
   0361-COPIAR-REGISTRO.
       READ ALUNO-HIST
           AT END SET WRK-FIM-HISTORICO TO TRUE
           NOT AT END
              ADD 1 TO WRK-QTDE-HIS-LIDOS
              MOVE 'N' TO WRK-HIS-TROCADO
              IF HIS8-PERIODO = WRK-PERIODO
                 MOVE HIS8-MATRICULA TO WRK-HIS-BUSCA
                 PERFORM 0219-LOCALIZAR-HISTORICO
                 IF WRK-HIS-ACHADO > 0
                    IF WRK-HIS-SUBSTITUIR(WRK-HIS-ACHADO)
                       MOVE WRK-HIS-MEDIA(WRK-HIS-ACHADO)
                         TO HIS8-MEDIA
                       MOVE WRK-HIS-STATUS(WRK-HIS-ACHADO)
                         TO HIS8-STATUS
                       MOVE 'S' TO WRK-HIS-TROCADO
                    END-IF
                 END-IF
              END-IF
              MOVE HIS8-REGISTRO TO WRK-REG-HISTORICO
              PERFORM 0362-GRAVAR-COPIA
              IF WRK-FS-NOV = '00' AND WRK-HIS-TROCADO = 'S'
                 ADD 1 TO WRK-QTDE-SUBSTITUIDOS
              END-IF
       END-READ.
   0362-GRAVAR-COPIA.
       WRITE NOV8-REGISTRO FROM WRK-REG-HISTORICO
       IF WRK-FS-NOV = '00'
          ADD 1 TO WRK-QTDE-HIS-COPIA
       ELSE
          DISPLAY 'ERRO AO GRAVAR A COPIA DO ALUHIS - MATRICULA '
                  WRK-RHI-MATRICULA ' STATUS ' WRK-FS-NOV
          MOVE 08 TO WRK-RC-HISTORICO
          SET WRK-FIM-HISTORICO TO TRUE
       END-IF.
   0363-GRAVAR-NOVO.
       IF WRK-HIS-NOVO(WRK-IDX-HIS)
          MOVE WRK-HIS-MATRICULA(WRK-IDX-HIS) TO WRK-RHI-MATRICULA
          MOVE WRK-PERIODO                    TO WRK-RHI-PERIODO
          MOVE WRK-HIS-MEDIA(WRK-IDX-HIS)     TO WRK-RHI-MEDIA
          MOVE WRK-HIS-STATUS(WRK-IDX-HIS)    TO WRK-RHI-STATUS
          PERFORM 0362-GRAVAR-COPIA
          IF WRK-FS-NOV = '00'
             ADD 1 TO WRK-QTDE-HIS-NOVOS
          END-IF
       END-IF.
   0320-IMPRIMIR-RESUMO-TURMA.
       IF WRK-QTDE-GRAVADOS = 0
          MOVE ZEROS TO WRK-MEDIA-TURMA
