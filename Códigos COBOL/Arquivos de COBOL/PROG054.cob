*> PROG040:
*>   1. COPIA PARA UMA GERACAO DATADA DE ARQUIVO (TRNARQ) AS
*>      POSTAGENS COM HIS-DATA ANTERIOR AO CORTE (DATA DE
*>      PROCESSAMENTO MENOS OS MESES DE RETENCAO DO P054PAR) QUE
*>      O TOTAL TRANSPORTADO DA CONTA (TRNTRP - CPTRNTRP, PROVADO
*>      NO FECHAMENTO MENSAL) JA COBRE - POSTAGEM E ESTORNO ATE O
*>      CORTE DO TOTAL. A NAO COBERTA FICA NO ATIVO ATE O PROXIMO
*>      FECHAMENTO PROVAR A CONTA: O BALANCETE NOTURNO (PROG053)
*>      NAO LE O ARQUIVO E PERDERIA O MOVIMENTO;
*>   2. RELE O ARQUIVO GERADO E CONFERE AS QUANTIDADES - QUALQUER
*>      DIVERGENCIA TERMINA COM RC=08 E NADA E REMOVIDO;
*>   3. SO ENTAO REMOVE DO TRNHIST AS POSTAGENS ARQUIVADAS.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS HIS-SEQ
           FILE STATUS  IS WRK-FS-HIST.
    SELECT TOTAL-TRANSPORTADO ASSIGN TO "TRNTRP"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TRP-CONTA
           FILE STATUS  IS WRK-FS-TRP.
    SELECT HIST-ARQUIVO ASSIGN TO "TRNARQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-ARQ.
FILE                            SECTION.
FD  TRANSACAO-HIST.
COPY CPTRNHIS.
FD  TOTAL-TRANSPORTADO.
COPY CPTRNTRP.
FD  HIST-ARQUIVO.
01  ARQ-REGISTRO           PIC X(76).
FD  P054-PARM.
01  PARM-REGISTRO.
    05  PARM-MESES-RETENCAO PIC 9(03).
77  WRK-FS-ARQ           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-FS-TRP           PIC X(02) VALUE SPACES.
77  WRK-TRP-DISPONIVEL   PIC X(01) VALUE 'N'.
77  WRK-COBERTA          PIC X(01) VALUE 'N'.
77  WRK-DATA-MOVIMENTO   PIC 9(08) VALUE ZEROS.
77  WRK-QTDE-RETIDAS     PIC 9(09) VALUE ZEROS.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-MESES-RETENCAO   PIC 9(03) VALUE 24.
    PERFORM 0118-CALCULAR-PERIODO-CORTE
    MOVE 'PROG054 - RETENCAO DO HISTORICO DE TRANSACOES'
      TO RS54-REGISTRO
    WRITE RS54-REGISTRO
    PERFORM 0119-ABRIR-TRANSPORTE.
0116-LER-DATA-PROC.
    OPEN INPUT DATA-PROC-FILE
    IF WRK-FS-DTP = '00'
    END-PERFORM
    COMPUTE WRK-PERIODO-CORTE = WRK-ANO-CORTE * 100 + WRK-MES-CORTE
    DISPLAY 'PERIODO DE CORTE....' WRK-PERIODO-CORTE.
0119-ABRIR-TRANSPORTE.
*>  SEM O TOTAL TRANSPORTADO NENHUMA POSTAGEM ESTA COBERTA - NADA
*>  E ARQUIVADO E O CICLO TERMINA COM RC=08.
    OPEN INPUT TOTAL-TRANSPORTADO
    IF WRK-FS-TRP = '00'
       MOVE 'S' TO WRK-TRP-DISPONIVEL
    ELSE
       DISPLAY 'TOTAL TRANSPORTADO INDISPONIVEL - STATUS '
               WRK-FS-TRP
       MOVE 08 TO WRK-RC
       MOVE 'TOTAL TRANSPORTADO INDISPONIVEL - NADA SERA ARQUIVADO'
         TO RS54-REGISTRO
       WRITE RS54-REGISTRO
    END-IF.
0200-ARQUIVAR-POSTAGEM.
    READ TRANSACAO-HIST NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-LIDAS
           IF HIS-DATA(1:6) < WRK-PERIODO-CORTE
              PERFORM 0210-VERIFICAR-COBERTURA
              IF WRK-COBERTA = 'S'
                 WRITE ARQ-REGISTRO FROM HIS-REGISTRO
                 ADD 1 TO WRK-QTDE-ARQUIVADAS
              ELSE
                 ADD 1 TO WRK-QTDE-RETIDAS
              END-IF
           END-IF
    END-READ.
0210-VERIFICAR-COBERTURA.
*>  COBERTA = A CONTA TEM TOTAL TRANSPORTADO E TUDO O QUE A
*>  POSTAGEM MEXEU NO SALDO E ATE O CORTE DELE - A POSTAGEM PELA
*>  DATA DE POSTAGEM E, SE ESTORNADA, O ESTORNO PELA DATA DE
*>  ESTORNO (AS MESMAS DATAS DO PROG051; REGISTRO SEM ELAS ASSUME
*>  HIS-DATA). A MESMA REGRA VALE NA COPIA E NA REMOCAO.
    MOVE 'N' TO WRK-COBERTA
    IF WRK-TRP-DISPONIVEL = 'S'
       MOVE HIS-CONTA TO TRP-CONTA
       READ TOTAL-TRANSPORTADO
           INVALID KEY CONTINUE
           NOT INVALID KEY PERFORM 0215-COMPARAR-CORTE
       END-READ
    END-IF.
0215-COMPARAR-CORTE.
    MOVE 'S' TO WRK-COBERTA
    IF HIS-DATA-POSTAGEM IS NUMERIC
       AND HIS-DATA-POSTAGEM NOT = ZEROS
       MOVE HIS-DATA-POSTAGEM TO WRK-DATA-MOVIMENTO
    ELSE
       MOVE HIS-DATA TO WRK-DATA-MOVIMENTO
    END-IF
    IF WRK-DATA-MOVIMENTO > TRP-DATA-CORTE
       MOVE 'N' TO WRK-COBERTA
    END-IF
    IF HIS-ESTORNADO = 'S'
       IF HIS-DATA-ESTORNO IS NUMERIC
          AND HIS-DATA-ESTORNO NOT = ZEROS
          MOVE HIS-DATA-ESTORNO TO WRK-DATA-MOVIMENTO
       ELSE
          MOVE HIS-DATA TO WRK-DATA-MOVIMENTO
       END-IF
       IF WRK-DATA-MOVIMENTO > TRP-DATA-CORTE
          MOVE 'N' TO WRK-COBERTA
       END-IF
    END-IF.
0300-RELER-E-CONFERIR.
*>  O ARQUIVO GERADO E RELIDO E RECONTADO ANTES DE QUALQUER DELETE
*>  - NENHUMA POSTAGEM SOME SEM A COPIA PROVADA COMPLETA.
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           IF HIS-DATA(1:6) < WRK-PERIODO-CORTE
              PERFORM 0210-VERIFICAR-COBERTURA
              IF WRK-COBERTA = 'S'
                 DELETE TRANSACAO-HIST
                     INVALID KEY
                        DISPLAY 'FALHA AO REMOVER A SEQUENCIA '
                                HIS-SEQ
                     NOT INVALID KEY
                        ADD 1 TO WRK-QTDE-REMOVIDAS
                 END-DELETE
              END-IF
           END-IF
    END-READ.
0500-FINALIZAR.
    MOVE 'POSTAGENS ARQUIVADAS....' TO WRT-LABEL
    MOVE WRK-QTDE-ARQUIVADAS        TO WRT-QTDE
    WRITE RS54-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'RETIDAS SEM COBERTURA...' TO WRT-LABEL
    MOVE WRK-QTDE-RETIDAS           TO WRT-QTDE
    WRITE RS54-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'POSTAGENS RECONFERIDAS..' TO WRT-LABEL
    MOVE WRK-QTDE-RELIDAS           TO WRT-QTDE
    WRITE RS54-REGISTRO FROM WRK-LINHA-TOTAL
    IF WRK-FS-HIST = '00' OR WRK-FS-HIST = '10'
       CLOSE TRANSACAO-HIST
    END-IF
    IF WRK-TRP-DISPONIVEL = 'S'
       CLOSE TOTAL-TRANSPORTADO
    END-IF
    CLOSE P054-SAIDA.
