*> E ROLADO NO LUGAR PELO PROG005 E NADA O REDERIVAVA - UM RERUN
*> MAL FEITO OU UM ACERTO NA MAO DESVIAVA O SALDO E SO A AGENCIA
*> RECLAMANDO DENUNCIAVA. ESTE UTILITARIO RECALCULA O SALDO
*> ESPERADO DE CADA CONTA, CONFERE CONTRA O MASTER (SALDO ATUAL =
*> SALDO ESPERADO E SALDO ANTERIOR + MOVIMENTO DO DIA = SALDO
*> ATUAL), LISTA CADA CONTA DIVERGENTE COM A DIFERENCA E TERMINA
*> COM RC=08 PARA O EXECFIM SEGURAR A VIRADA DE DATA SOBRE UM
*> RAZAO QUE NAO FECHA. O PARM DO EXEC TRAZ O MODO:
*>   BRANCO     - NOTURNO: SALDO ESPERADO = TOTAL TRANSPORTADO DA
*>                CONTA (TRNTRP - CPTRNTRP, PROVADO NO FECHAMENTO
*>                MENSAL) + MOVIMENTOS DO TRNHIST ATIVO POSTERIORES
*>                AO CORTE DO TOTAL. NAO LE AS GERACOES DE ARQUIVO -
*>                A JANELA DO EXECFIM NAO CRESCE COM ELAS;
*>   'COMPLETO' - VARREDURA COMPLETA, A CONFERENCIA PROFUNDA DO
*>                MES: SALDO ESPERADO = POSTAGENS DO TRNHIST ATIVO
*>                + DAS GERACOES ARQUIVADAS PELO PROG054 (DD TRNARC,
*>                SEQUENCIAL - UMA LINHA DD POR GERACAO RETIDA;
*>                POSTAGEM ESTORNADA CONTA ZERO, ORIGINAL E ESTORNO
*>                SE ANULAM). CONTA EM QUE O MASTER CONFERE COM O
*>                HISTORICO INTEIRO TEM O TOTAL TRANSPORTADO SEMEADO
*>                (CONTA SEM TOTAL) OU REFEITO (TOTAL QUE NAO BATE -
*>                LISTADO, RC=04 SE NAO HOUVER DIVERGENCIA).
*> O TEMPO DA RODADA VAI PARA O AUDITLOG (CPAUDIT) - O ALERTA DE
*> SLA (PROG028) ACUSA A REGRESSAO DO BALANCETE NOTURNO.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS HIS-SEQ
           FILE STATUS  IS WRK-FS-HIST.
    SELECT TOTAL-TRANSPORTADO ASSIGN TO "TRNTRP"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TRP-CONTA
           FILE STATUS  IS WRK-FS-TRP.
    SELECT HIST-ARQUIVO ASSIGN TO "TRNARC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-ARC.
    SELECT AUDIT-LOG    ASSIGN TO "AUDITLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-AUDIT.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT RUN-CONTROLE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-RUN.
    SELECT P053-SAIDA   ASSIGN TO "P053SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
COPY CPCTAMST.
FD  TRANSACAO-HIST.
COPY CPTRNHIS.
FD  TOTAL-TRANSPORTADO.
COPY CPTRNTRP.
FD  HIST-ARQUIVO.
01  ARC-REGISTRO.
    05  ARC-SEQ            PIC 9(09).
    05  ARC-ESTORNADO      PIC X(01).
    05  ARC-DATA-POSTAGEM  PIC X(08).
    05  ARC-DATA-ESTORNO   PIC X(08).
    05  ARC-SEQ-PAR        PIC X(09).
FD  AUDIT-LOG.
COPY CPAUDIT.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  RUN-CONTROLE.
COPY CPRUNCTL.
FD  P053-SAIDA.
01  RS53-REGISTRO           PIC X(90).
WORKING-STORAGE                 SECTION.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-FS-HIST          PIC X(02) VALUE SPACES.
77  WRK-FS-TRP           PIC X(02) VALUE SPACES.
77  WRK-FS-ARC           PIC X(02) VALUE SPACES.
77  WRK-FS-AUDIT         PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-FS-RUN           PIC X(02) VALUE SPACES.
77  WRK-PARM             PIC X(40) VALUE SPACES.
77  WRK-MODO             PIC X(01) VALUE 'N'.
    88  WRK-MODO-NOTURNO     VALUE 'N'.
    88  WRK-MODO-COMPLETO    VALUE 'C'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-HORA-INICIO      PIC 9(08) VALUE ZEROS.
77  WRK-HORA-FIM         PIC 9(08) VALUE ZEROS.
77  WRK-RUN-ID           PIC X(08) VALUE SPACES.
77  WRK-RUN-TIPO         PIC X(01) VALUE SPACE.
77  WRK-OPERADOR         PIC X(08) VALUE 'BATCH'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-TRP-DISPONIVEL   PIC X(01) VALUE 'N'.
77  WRK-VARREDURA-INCOMPLETA PIC X(01) VALUE 'N'.
77  WRK-QTDE-ARQUIVADAS  PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-SUPERADAS   PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-ANULADAS    PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-TRANSPORTES PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEMEADOS    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-REFEITOS    PIC 9(07) VALUE ZEROS.
78  WRK-MAX-MARCADAS     VALUE 1000.
77  WRK-QTDE-MARCADAS    PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX-MARC         PIC 9(04) COMP VALUE ZEROS.
77  WRK-QTDE-TAB         PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX              PIC 9(04) COMP VALUE ZEROS.
77  WRK-CONTA-ACHADA     PIC X(01) VALUE 'N'.
77  WRK-CONTA-PROCURADA  PIC 9(06) VALUE ZEROS.
77  WRK-TAB-ESTOURO      PIC X(01) VALUE 'N'.
*>  WRK-CTA-SOMA E A SOMA DAS POSTAGENS (ATIVO E, NO MODO COMPLETO,
*>  ARQUIVO); WRK-CTA-TRANSP COMECA NO TOTAL TRANSPORTADO E RECEBE
*>  OS MOVIMENTOS DO ATIVO POSTERIORES A WRK-CTA-CORTE.
01  WRK-TAB-CONTAS.
    05  WRK-CTA-ENTRY OCCURS 2000 TIMES.
        10  WRK-CTA-NUMERO     PIC 9(06).
        10  WRK-CTA-SOMA       PIC S9(11)V99.
        10  WRK-CTA-NO-MASTER  PIC X(01).
        10  WRK-CTA-TRANSP     PIC S9(11)V99.
        10  WRK-CTA-CORTE      PIC 9(08).
        10  WRK-CTA-TEM-TRP    PIC X(01).
        10  WRK-CTA-MOVIMENTO  PIC X(01).
77  WRK-DATA-MOVIMENTO   PIC 9(08) VALUE ZEROS.
77  WRK-DATA-ULT-MOVIMENTO PIC 9(08) VALUE ZEROS.
77  WRK-SOMA-HISTORICO   PIC S9(11)V99 VALUE ZEROS.
77  WRK-SALDO-TRANSPORTE PIC S9(11)V99 VALUE ZEROS.
77  WRK-TEM-TRANSPORTE   PIC X(01) VALUE 'N'.
77  WRK-SALDO-ESPERADO   PIC S9(11)V99 VALUE ZEROS.
77  WRK-DIFERENCA        PIC S9(11)V99 VALUE ZEROS.
77  WRK-QTDE-POSTAGENS   PIC 9(09) VALUE ZEROS.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0150-CARREGAR-TRANSPORTES.
    PERFORM 0200-ACUMULAR-POSTAGEM UNTIL WRK-FIM-ARQUIVO.
    IF WRK-MODO-COMPLETO
       PERFORM 0240-COLETAR-MARCADAS-ARQUIVO
       PERFORM 0250-ACUMULAR-ARQUIVO
    END-IF
    PERFORM 0300-CONFERIR-MASTER.
    PERFORM 0350-RELATAR-SEM-MASTER.
    PERFORM 0400-FINALIZAR.
    PERFORM 0450-GRAVAR-AUDITORIA.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    ACCEPT WRK-HORA-INICIO FROM TIME
    ACCEPT WRK-PARM FROM COMMAND-LINE
    IF WRK-PARM(1:8) = 'COMPLETO'
       SET WRK-MODO-COMPLETO TO TRUE
    END-IF
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0117-LER-RUN-ID
    OPEN INPUT TRANSACAO-HIST
    OPEN OUTPUT P053-SAIDA
    MOVE 'N' TO WRK-EOF
    END-IF
    MOVE 'PROG053 - BALANCETE DE VERIFICACAO CTAMST X TRNHIST'
      TO RS53-REGISTRO
    WRITE RS53-REGISTRO
    IF WRK-MODO-COMPLETO
       MOVE 'MODO COMPLETO - TRNHIST ATIVO + GERACOES DE ARQUIVO'
         TO RS53-REGISTRO
    ELSE
       MOVE 'MODO NOTURNO - TOTAL TRANSPORTADO + TRNHIST ATIVO'
         TO RS53-REGISTRO
    END-IF
    WRITE RS53-REGISTRO
    PERFORM 0120-ABRIR-TRANSPORTE.
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
0117-LER-RUN-ID.
    OPEN INPUT RUN-CONTROLE
    IF WRK-FS-RUN = '00'
       READ RUN-CONTROLE
           AT END CONTINUE
           NOT AT END
              MOVE RUN-ID   TO WRK-RUN-ID
              MOVE RUN-TIPO TO WRK-RUN-TIPO
       END-READ
       CLOSE RUN-CONTROLE
    END-IF.
0120-ABRIR-TRANSPORTE.
*>  NO MODO NOTURNO O TOTAL TRANSPORTADO SO E LIDO - SEM ELE O
*>  SALDO DAS CONTAS ANTIGAS NAO TEM COMO SER CONFERIDO E A RODADA
*>  JA E DIVERGENTE. A VARREDURA COMPLETA SEMEIA E REFAZ TOTAIS, E
*>  CRIA O ARQUIVO NA PRIMEIRA RODADA DO RELEASE.
    IF WRK-MODO-COMPLETO
       OPEN I-O TOTAL-TRANSPORTADO
       IF WRK-FS-TRP = '35'
          OPEN OUTPUT TOTAL-TRANSPORTADO
          CLOSE TOTAL-TRANSPORTADO
          OPEN I-O TOTAL-TRANSPORTADO
       END-IF
    ELSE
       OPEN INPUT TOTAL-TRANSPORTADO
    END-IF
    IF WRK-FS-TRP = '00'
       MOVE 'S' TO WRK-TRP-DISPONIVEL
    ELSE
       DISPLAY 'TOTAL TRANSPORTADO INDISPONIVEL - STATUS '
               WRK-FS-TRP
       IF WRK-MODO-NOTURNO
          ADD 1 TO WRK-QTDE-DIVERGENTES
          MOVE 'TOTAL TRANSPORTADO INDISPONIVEL - BALANCETE '
            TO RS53-REGISTRO
          WRITE RS53-REGISTRO
          MOVE 'INCOMPLETO' TO RS53-REGISTRO
          WRITE RS53-REGISTRO
       END-IF
    END-IF.
0150-CARREGAR-TRANSPORTES.
*>  UMA ENTRADA NA TABELA POR CONTA COM TOTAL TRANSPORTADO, ANTES
*>  DO ATIVO - O CORTE DE CADA CONTA DECIDE QUAIS MOVIMENTOS DO
*>  ATIVO AINDA FALTAM SOMAR.
    IF WRK-TRP-DISPONIVEL = 'S'
       MOVE 'N' TO WRK-EOF
       PERFORM 0155-LER-TRANSPORTE UNTIL WRK-FIM-ARQUIVO
    END-IF
    MOVE 'N' TO WRK-EOF
    IF WRK-FS-HIST NOT = '00'
       MOVE 'S' TO WRK-EOF
    END-IF.
0155-LER-TRANSPORTE.
    READ TOTAL-TRANSPORTADO NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-TRANSPORTES
           MOVE TRP-CONTA TO WRK-CONTA-PROCURADA
           PERFORM 0205-LOCALIZAR-CONTA
           IF WRK-CONTA-ACHADA = 'S'
              MOVE TRP-SALDO      TO WRK-CTA-TRANSP(WRK-IDX)
              MOVE TRP-DATA-CORTE TO WRK-CTA-CORTE(WRK-IDX)
              MOVE 'S'            TO WRK-CTA-TEM-TRP(WRK-IDX)
           END-IF
    END-READ.
0200-ACUMULAR-POSTAGEM.
    READ TRANSACAO-HIST NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-POSTAGENS
           MOVE HIS-CONTA TO WRK-CONTA-PROCURADA
           PERFORM 0205-LOCALIZAR-CONTA
           IF WRK-CONTA-ACHADA = 'S'
              MOVE 'S' TO WRK-CTA-MOVIMENTO(WRK-IDX)
              IF HIS-ESTORNADO NOT = 'S'
                 ADD HIS-RESULTADO TO WRK-CTA-SOMA(WRK-IDX)
              END-IF
              PERFORM 0215-SOMAR-APOS-CORTE
           END-IF
    END-READ.
0205-LOCALIZAR-CONTA.
*>  POSICIONA WRK-IDX NA ENTRADA DE WRK-CONTA-PROCURADA, CRIANDO-A
*>  ZERADA SE AINDA NAO EXISTE. TABELA CHEIA DEVOLVE
*>  WRK-CONTA-ACHADA = 'N' E TORNA O BALANCETE INCOMPLETO.
    MOVE 'N' TO WRK-CONTA-ACHADA
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-TAB
              OR WRK-CONTA-ACHADA = 'S'
       IF WRK-CTA-NUMERO(WRK-IDX) = WRK-CONTA-PROCURADA
          MOVE 'S' TO WRK-CONTA-ACHADA
          SUBTRACT 1 FROM WRK-IDX
       END-IF
    END-PERFORM
    IF WRK-CONTA-ACHADA = 'N'
       IF WRK-QTDE-TAB < WRK-MAX-CONTAS
          ADD 1 TO WRK-QTDE-TAB
          MOVE WRK-QTDE-TAB TO WRK-IDX
          MOVE WRK-CONTA-PROCURADA TO WRK-CTA-NUMERO(WRK-IDX)
          MOVE ZEROS TO WRK-CTA-SOMA(WRK-IDX)
                        WRK-CTA-TRANSP(WRK-IDX)
                        WRK-CTA-CORTE(WRK-IDX)
          MOVE 'N'   TO WRK-CTA-NO-MASTER(WRK-IDX)
                        WRK-CTA-TEM-TRP(WRK-IDX)
                        WRK-CTA-MOVIMENTO(WRK-IDX)
          MOVE 'S'   TO WRK-CONTA-ACHADA
       ELSE
          IF WRK-TAB-ESTOURO = 'N'
             MOVE 'S' TO WRK-TAB-ESTOURO WRK-VARREDURA-INCOMPLETA
             ADD 1 TO WRK-QTDE-DIVERGENTES
             DISPLAY 'TABELA DE CONTAS CHEIA - BALANCETE '
                     'INCOMPLETO'
          END-IF
       END-IF
    END-IF.
0210-SOMAR-NA-TABELA.
    MOVE HIS-CONTA TO WRK-CONTA-PROCURADA
    PERFORM 0205-LOCALIZAR-CONTA
    IF WRK-CONTA-ACHADA = 'S'
       MOVE 'S' TO WRK-CTA-MOVIMENTO(WRK-IDX)
       ADD HIS-RESULTADO TO WRK-CTA-SOMA(WRK-IDX)
    END-IF.
0215-SOMAR-APOS-CORTE.
*>  MOVIMENTO DO ATIVO QUE O TOTAL TRANSPORTADO AINDA NAO TEM - AS
*>  MESMAS DATAS DO PROG051: A POSTAGEM (+RESULTADO) PELA DATA DE
*>  POSTAGEM, O ESTORNO (-RESULTADO) PELA DATA DE ESTORNO; REGISTRO
*>  ANTERIOR AS DATAS NOVAS ASSUME HIS-DATA. A TRANSACAO ARQUIVADA
*>  QUE O CAMINHO DE ESTORNO DO PROG005 RECOLOCA NO ATIVO TEM A
*>  POSTAGEM ANTES DO CORTE (JA DENTRO DO TOTAL) E O ESTORNO DEPOIS
*>  - SO O ESTORNO SOMA, SEM PRECISAR DO ARQUIVO.
    IF HIS-DATA-POSTAGEM IS NUMERIC
       AND HIS-DATA-POSTAGEM NOT = ZEROS
       MOVE HIS-DATA-POSTAGEM TO WRK-DATA-MOVIMENTO
    ELSE
       MOVE HIS-DATA TO WRK-DATA-MOVIMENTO
    END-IF
    PERFORM 0217-GUARDAR-ULTIMO-MOVIMENTO
    IF WRK-DATA-MOVIMENTO > WRK-CTA-CORTE(WRK-IDX)
       ADD HIS-RESULTADO TO WRK-CTA-TRANSP(WRK-IDX)
    END-IF
    IF HIS-ESTORNADO = 'S'
       IF HIS-DATA-ESTORNO IS NUMERIC
          AND HIS-DATA-ESTORNO NOT = ZEROS
          MOVE HIS-DATA-ESTORNO TO WRK-DATA-MOVIMENTO
       ELSE
          MOVE HIS-DATA TO WRK-DATA-MOVIMENTO
       END-IF
       PERFORM 0217-GUARDAR-ULTIMO-MOVIMENTO
       IF WRK-DATA-MOVIMENTO > WRK-CTA-CORTE(WRK-IDX)
          SUBTRACT HIS-RESULTADO FROM WRK-CTA-TRANSP(WRK-IDX)
       END-IF
    END-IF.
0217-GUARDAR-ULTIMO-MOVIMENTO.
*>  A DATA DO ULTIMO MOVIMENTO DO ATIVO E O CORTE DO TOTAL SEMEADO
*>  OU REFEITO PELA VARREDURA - TUDO ATE ELA JA ESTA NO MASTER, E A
*>  PROXIMA NOITE POSTA COM DATA POSTERIOR, RODE A VARREDURA ANTES
*>  OU DEPOIS DA VIRADA DE DATA.
    IF WRK-DATA-MOVIMENTO > WRK-DATA-ULT-MOVIMENTO
       MOVE WRK-DATA-MOVIMENTO TO WRK-DATA-ULT-MOVIMENTO
    END-IF.
0240-COLETAR-MARCADAS-ARQUIVO.
*>  PRIMEIRA PASSADA NO ARQUIVO, SO COLHENDO AS SEQUENCIAS JA
*>  MARCADAS COMO ESTORNADAS - DEPOIS QUE O PROG054 RE-ARQUIVA A
                 MOVE ARC-SEQ TO WRK-MARC-SEQ(WRK-QTDE-MARCADAS)
              ELSE
                 ADD 1 TO WRK-QTDE-DIVERGENTES
                 MOVE 'S' TO WRK-VARREDURA-INCOMPLETA
                 DISPLAY 'TABELA DE SEQUENCIAS ESTORNADAS CHEIA - '
                         'BALANCETE INCOMPLETO'
                 MOVE 'TABELA DE ESTORNADAS CHEIA - BALANCETE '
0250-ACUMULAR-ARQUIVO.
*>  O SALDO DE UMA CONTA ANTIGA VIVE EM PARTE NO ARQUIVO - SEM
*>  SOMAR AS GERACOES ARQUIVADAS, TODA CONTA COM POSTAGEM
*>  SEGMENTADA PELO PROG054 DIVERGIRIA NA VARREDURA COMPLETA. AS
*>  POSTAGENS ARQUIVADAS SOMAM NA MESMA TABELA, PELAS MESMAS
*>  REGRAS.
    MOVE 'N' TO WRK-EOF
    OPEN INPUT HIST-ARQUIVO
    IF WRK-FS-ARC NOT = '00'
*>  SUPERADA - O CAMINHO DE ESTORNO DO PROG005 RECOLOCA NO ATIVO,
*>  JA MARCADA, A TRANSACAO ESTORNADA DO ARQUIVO; SOMAR TAMBEM A
*>  COPIA ANTIGA NAO MARCADA CONTARIA O VALOR EM DOBRO E O
*>  BALANCETE DIVERGIRIA TODO MES.
    READ HIST-ARQUIVO
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           PERFORM 0320-COMPARAR-SALDOS
    END-READ.
0320-COMPARAR-SALDOS.
    MOVE ZEROS TO WRK-SOMA-HISTORICO WRK-SALDO-TRANSPORTE
    MOVE 'N' TO WRK-CONTA-ACHADA WRK-TEM-TRANSPORTE
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-TAB
              OR WRK-CONTA-ACHADA = 'S'
       IF WRK-CTA-NUMERO(WRK-IDX) = CTA-CONTA
          MOVE 'S' TO WRK-CONTA-ACHADA
          SUBTRACT 1 FROM WRK-IDX
       END-IF
    END-PERFORM
    IF WRK-CONTA-ACHADA = 'S'
       MOVE 'S' TO WRK-CTA-NO-MASTER(WRK-IDX)
       MOVE WRK-CTA-SOMA(WRK-IDX)    TO WRK-SOMA-HISTORICO
       MOVE WRK-CTA-TRANSP(WRK-IDX)  TO WRK-SALDO-TRANSPORTE
       MOVE WRK-CTA-TEM-TRP(WRK-IDX) TO WRK-TEM-TRANSPORTE
    END-IF
    IF WRK-MODO-COMPLETO
       PERFORM 0330-CONFERIR-VARREDURA
    ELSE
       IF CTA-SALDO-ATUAL NOT = WRK-SALDO-TRANSPORTE
          MOVE WRK-SALDO-TRANSPORTE TO WRK-SALDO-ESPERADO
          MOVE 'SALDO ATUAL DIFERE DO TRANSPORTADO'
            TO WRD-DESCRICAO
          PERFORM 0325-RELATAR-DIVERGENCIA
       END-IF
    END-IF
    COMPUTE WRK-SALDO-ESPERADO =
       CTA-SALDO-ANTERIOR + CTA-MVTO-DIA
    IF CTA-SALDO-ATUAL NOT = WRK-SALDO-ESPERADO
       MOVE 'ANTERIOR + MVTO DIA NAO FECHA' TO WRD-DESCRICAO
       PERFORM 0325-RELATAR-DIVERGENCIA
    END-IF.
0325-RELATAR-DIVERGENCIA.
    ADD 1 TO WRK-QTDE-DIVERGENTES
    COMPUTE WRK-DIFERENCA =
       CTA-SALDO-ATUAL - WRK-SALDO-ESPERADO
    MOVE CTA-CONTA TO WRD-CONTA
    MOVE WRK-DIFERENCA TO WRD-DIFERENCA
    WRITE RS53-REGISTRO FROM WRK-LINHA-DIVERGENCIA.
0330-CONFERIR-VARREDURA.
*>  A VARREDURA COMPLETA E A PROVA INDEPENDENTE: MASTER CONTRA O
*>  HISTORICO INTEIRO. COM O MASTER CONFERINDO, O TOTAL
*>  TRANSPORTADO TEM QUE CONFERIR TAMBEM - CONTA SEM TOTAL E
*>  SEMEADA, TOTAL QUE NAO BATE E REFEITO E LISTADO. COM O MASTER
*>  DIVERGINDO DO HISTORICO O TOTAL NAO E TOCADO: UMA GERACAO
*>  FALTANDO NA CONCATENACAO NAO CONTAMINA O TRANSPORTE.
    IF CTA-SALDO-ATUAL NOT = WRK-SOMA-HISTORICO
       MOVE WRK-SOMA-HISTORICO TO WRK-SALDO-ESPERADO
       MOVE 'SALDO ATUAL DIFERE DO HISTORICO' TO WRD-DESCRICAO
       PERFORM 0325-RELATAR-DIVERGENCIA
    ELSE
       IF WRK-TRP-DISPONIVEL = 'S'
          AND WRK-VARREDURA-INCOMPLETA = 'N'
          IF WRK-TEM-TRANSPORTE = 'N'
             PERFORM 0340-GRAVAR-TRANSPORTE
          ELSE
             IF CTA-SALDO-ATUAL NOT = WRK-SALDO-TRANSPORTE
                ADD 1 TO WRK-QTDE-REFEITOS
                COMPUTE WRK-DIFERENCA =
                   CTA-SALDO-ATUAL - WRK-SALDO-TRANSPORTE
                MOVE CTA-CONTA TO WRD-CONTA
                MOVE 'TRANSPORTE REFEITO PELA VARREDURA'
                  TO WRD-DESCRICAO
                MOVE WRK-DIFERENCA TO WRD-DIFERENCA
                WRITE RS53-REGISTRO FROM WRK-LINHA-DIVERGENCIA
                PERFORM 0340-GRAVAR-TRANSPORTE
             END-IF
          END-IF
       END-IF
    END-IF.
0340-GRAVAR-TRANSPORTE.
    MOVE CTA-CONTA              TO TRP-CONTA
    MOVE CTA-SALDO-ATUAL        TO TRP-SALDO
    MOVE WRK-DATA-ULT-MOVIMENTO TO TRP-DATA-CORTE
    SET TRP-VARREDURA TO TRUE
    IF WRK-TEM-TRANSPORTE = 'N'
       WRITE TRP-REGISTRO
           INVALID KEY
              ADD 1 TO WRK-QTDE-DIVERGENTES
              DISPLAY 'ERRO AO SEMEAR O TOTAL TRANSPORTADO DA CONTA '
                      CTA-CONTA ' - STATUS ' WRK-FS-TRP
           NOT INVALID KEY
              ADD 1 TO WRK-QTDE-SEMEADOS
       END-WRITE
    ELSE
       REWRITE TRP-REGISTRO
           INVALID KEY
              ADD 1 TO WRK-QTDE-DIVERGENTES
              DISPLAY 'ERRO AO REFAZER O TOTAL TRANSPORTADO DA CONTA '
                      CTA-CONTA ' - STATUS ' WRK-FS-TRP
       END-REWRITE
    END-IF.
0350-RELATAR-SEM-MASTER.
*>  CONTA COM POSTAGEM NO HISTORICO (OU TOTAL TRANSPORTADO COM
*>  SALDO) MAS AUSENTE DO MASTER - O PROG049 JA PEGA O ORFAO
*>  REGISTRO A REGISTRO; AQUI A VISAO E DE SALDO, PARA O VALOR
*>  PENDURADO NAO PASSAR DESPERCEBIDO.
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-TAB
       IF WRK-CTA-NO-MASTER(WRK-IDX) = 'N'
          AND (WRK-CTA-MOVIMENTO(WRK-IDX) = 'S'
               OR WRK-CTA-TRANSP(WRK-IDX) NOT = ZEROS)
          ADD 1 TO WRK-QTDE-DIVERGENTES
          MOVE WRK-CTA-NUMERO(WRK-IDX) TO WRD-CONTA
          MOVE 'POSTAGENS SEM CONTA NO MASTER' TO WRD-DESCRICAO
          IF WRK-MODO-COMPLETO
             MOVE WRK-CTA-SOMA(WRK-IDX) TO WRD-DIFERENCA
          ELSE
             MOVE WRK-CTA-TRANSP(WRK-IDX) TO WRD-DIFERENCA
          END-IF
          WRITE RS53-REGISTRO FROM WRK-LINHA-DIVERGENCIA
       END-IF
    END-PERFORM.
    MOVE 'POSTAGENS LIDAS.........' TO WRT-LABEL
    MOVE WRK-QTDE-POSTAGENS         TO WRT-QTDE
    WRITE RS53-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TOTAIS TRANSPORTADOS....' TO WRT-LABEL
    MOVE WRK-QTDE-TRANSPORTES       TO WRT-QTDE
    WRITE RS53-REGISTRO FROM WRK-LINHA-TOTAL
    IF WRK-MODO-COMPLETO
       MOVE 'POSTAGENS ARQUIVADAS....' TO WRT-LABEL
       MOVE WRK-QTDE-ARQUIVADAS        TO WRT-QTDE
       WRITE RS53-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'ARQUIVADAS SUPERADAS....' TO WRT-LABEL
       MOVE WRK-QTDE-SUPERADAS         TO WRT-QTDE
       WRITE RS53-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'ANULADAS PELO ESTORNO...' TO WRT-LABEL
       MOVE WRK-QTDE-ANULADAS          TO WRT-QTDE
       WRITE RS53-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'TRANSPORTES SEMEADOS....' TO WRT-LABEL
       MOVE WRK-QTDE-SEMEADOS          TO WRT-QTDE
       WRITE RS53-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'TRANSPORTES REFEITOS....' TO WRT-LABEL
       MOVE WRK-QTDE-REFEITOS          TO WRT-QTDE
       WRITE RS53-REGISTRO FROM WRK-LINHA-TOTAL
    END-IF
    MOVE 'CONTAS CONFERIDAS.......' TO WRT-LABEL
    MOVE WRK-QTDE-CONTAS            TO WRT-QTDE
    WRITE RS53-REGISTRO FROM WRK-LINHA-TOTAL
         TO RS53-REGISTRO
       WRITE RS53-REGISTRO
    END-IF
    EVALUATE TRUE
       WHEN WRK-QTDE-DIVERGENTES > 0
          MOVE 08 TO WRK-RC
       WHEN WRK-QTDE-REFEITOS > 0
          MOVE 04 TO WRK-RC
       WHEN OTHER
          MOVE 00 TO WRK-RC
    END-EVALUATE
    DISPLAY 'PROG053 - DIVERGENCIAS...' WRK-QTDE-DIVERGENTES
    IF WRK-FS-HIST = '00' OR WRK-FS-HIST = '10'
       CLOSE TRANSACAO-HIST
    END-IF
    IF WRK-TRP-DISPONIVEL = 'S'
       CLOSE TOTAL-TRANSPORTADO
    END-IF
    CLOSE P053-SAIDA.
0450-GRAVAR-AUDITORIA.
*>  UM REGISTRO POR RODADA, COM HORA DE INICIO E FIM - O PROG028
*>  MEDE O TEMPO CONTRA O LIMITE DO PROG053 NO P028CTL.
    OPEN EXTEND AUDIT-LOG
    IF WRK-FS-AUDIT = '35'
       OPEN OUTPUT AUDIT-LOG
       CLOSE AUDIT-LOG
       OPEN EXTEND AUDIT-LOG
    END-IF
    IF WRK-FS-AUDIT = '00'
       ACCEPT WRK-HORA-FIM FROM TIME
       MOVE 'PROG053'            TO AUD-PROGRAMA
       MOVE WRK-DATA-PROC        TO AUD-DATA-EXEC
       MOVE WRK-OPERADOR         TO AUD-OPERADOR
       MOVE WRK-RUN-ID           TO AUD-RUN-ID
       MOVE WRK-RUN-TIPO         TO AUD-TIPO-EXEC
       MOVE WRK-HORA-INICIO(1:6) TO AUD-HORA-INICIO
       MOVE WRK-HORA-FIM(1:6)    TO AUD-HORA-FIM
       COMPUTE AUD-QTDE-PROCESSADA =
          WRK-QTDE-POSTAGENS + WRK-QTDE-ARQUIVADAS
       MOVE WRK-QTDE-DIVERGENTES TO AUD-QTDE-ERRO
       MOVE WRK-RC               TO AUD-RETORNO
       WRITE AUDIT-REGISTRO
       CLOSE AUDIT-LOG
    ELSE
       DISPLAY 'AUDITLOG INDISPONIVEL - TEMPO DA RODADA NAO '
               'REGISTRADO - STATUS ' WRK-FS-AUDIT
    END-IF.
