*> PENDENTE ('P'), SEMPRE GRAVANDO A IMAGEM COMPLETA NO ARQUIVO DE
*> DESCARGA (P032OFF) ANTES DO DELETE, COM RELATORIO DE TUDO QUE
*> FOI EXPURGADO (P032SAI). REGISTROS ATIVOS E INCORPORADOS NAO
*> SAO TOCADOS. CLIENTE QUE AINDA E TITULAR DE CONTA NAO ENCERRADA
*> NO CTAMST NAO E EXPURGADO: SAI NO RELATORIO COMO RECUSADO, VAI
*> PARA EXCECOES E A RODADA TERMINA COM RC=04. SEM O CTAMST NADA
*> E EXPURGADO (RC=08). A DESCARGA GUARDA A IMAGEM SO ATE A
*> CARENCIA DO PROG089, QUE ANONIMIZA O CLIENTE NELA, NO JORNAL E
*> NAS GERACOES DE ARQUIVO DO JORNAL (JOB HERC01AN).
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT CONTA-MASTER ASSIGN TO "CTAMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CTA-CONTA
           FILE STATUS  IS WRK-FS-CONTA.
    SELECT EXCECOES-FILE ASSIGN TO "EXCECOES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-EXC.
DATA                            DIVISION.
FILE                            SECTION.
FD  CLIENTE-FILE.
01  RS32-REGISTRO           PIC X(80).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  CONTA-MASTER.
COPY CPCTAMST.
FD  EXCECOES-FILE.
COPY CPEXCECAO.
WORKING-STORAGE                 SECTION.
77  WRK-FS-CLIENTE       PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-FS-EXC           PIC X(02) VALUE SPACES.
77  WRK-CTA-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-FIM-CONTAS       PIC X(01) VALUE 'N'.
77  WRK-CONTA-ACHADA     PIC 9(06) VALUE ZEROS.
77  WRK-QTDE-RECUSADOS   PIC 9(07) VALUE ZEROS.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-HORA-EXC         PIC 9(08) VALUE ZEROS.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-DIAS-RETENCAO    PIC 9(04) VALUE 1825.
    05  WRE-DATA             PIC 9(08).
    05  FILLER               PIC X(06) VALUE ' DIAS '.
    05  WRE-DIAS             PIC ZZZZ9.
01  WRK-LINHA-RECUSA.
    05  FILLER               PIC X(08) VALUE 'CLIENTE '.
    05  WRR-NUMERO           PIC 9(06).
    05  FILLER               PIC X(30)
                             VALUE ' RECUSADO - TITULAR DA CONTA '.
    05  WRR-CONTA            PIC 9(06).
    05  FILLER               PIC X(14) VALUE ' NAO ENCERRADA'.
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
    PERFORM 0100-INICIAR.
    PERFORM 0200-AVALIAR-REGISTRO UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0300-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    OPEN I-O CLIENTE-FILE
       DISPLAY 'CLIENTE-FILE INDISPONIVEL - STATUS ' WRK-FS-CLIENTE
       MOVE 'S' TO WRK-EOF
    END-IF
    OPEN INPUT CONTA-MASTER
    IF WRK-FS-CONTA = '00'
       MOVE 'S' TO WRK-CTA-ABERTO
    ELSE
       DISPLAY 'CTAMST INDISPONIVEL - STATUS ' WRK-FS-CONTA
               ' - NENHUM CLIENTE SERA EXPURGADO'
       MOVE 08  TO WRK-RC
       MOVE 'S' TO WRK-EOF
    END-IF
    OPEN EXTEND EXCECOES-FILE
    IF WRK-FS-EXC = '35'
       OPEN OUTPUT EXCECOES-FILE
       CLOSE EXCECOES-FILE
       OPEN EXTEND EXCECOES-FILE
    END-IF
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0110-LER-PARAMETROS
    MOVE 'PROG032 - EXPURGO DE CLIENTES INATIVOS' TO RS32-REGISTRO
          CONTINUE
    END-EVALUATE
    IF WRK-EXPURGAR = 'S'
       PERFORM 0220-PROCURAR-CONTA-ABERTA
       IF WRK-CONTA-ACHADA > 0
          PERFORM 0230-RECUSAR-EXPURGO
       ELSE
          PERFORM 0210-EXPURGAR-REGISTRO
       END-IF
    END-IF
    PERFORM 0150-LER-PROXIMO.
0210-EXPURGAR-REGISTRO.
           ADD 1 TO WRK-QTDE-EXPURGADOS
           WRITE RS32-REGISTRO FROM WRK-LINHA-EXPURGO
    END-DELETE.
0220-PROCURAR-CONTA-ABERTA.
*>  O CTAMST NAO TEM CHAVE POR TITULAR - VARREDURA COMPLETA, SO
*>  PARA OS CANDIDATOS AO EXPURGO, PARANDO NA PRIMEIRA CONTA NAO
*>  ENCERRADA DO CLIENTE.
    MOVE ZEROS TO WRK-CONTA-ACHADA
    MOVE ZEROS TO CTA-CONTA
    MOVE 'N'   TO WRK-FIM-CONTAS
    START CONTA-MASTER KEY IS NOT LESS THAN CTA-CONTA
        INVALID KEY MOVE 'S' TO WRK-FIM-CONTAS
    END-START
    PERFORM 0225-LER-CONTA-TITULAR
        UNTIL WRK-FIM-CONTAS = 'S' OR WRK-CONTA-ACHADA > 0.
0225-LER-CONTA-TITULAR.
    READ CONTA-MASTER NEXT RECORD
        AT END MOVE 'S' TO WRK-FIM-CONTAS
        NOT AT END
           IF CTA-TITULAR = CLI-NUMERO
              AND NOT CTA-ENCERRADA
              MOVE CTA-CONTA TO WRK-CONTA-ACHADA
           END-IF
    END-READ.
0230-RECUSAR-EXPURGO.
    ADD 1 TO WRK-QTDE-RECUSADOS
    IF WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF
    MOVE CLI-NUMERO       TO WRR-NUMERO
    MOVE WRK-CONTA-ACHADA TO WRR-CONTA
    WRITE RS32-REGISTRO FROM WRK-LINHA-RECUSA
    MOVE 'PROG032'        TO EXC-PROGRAMA
    MOVE WRK-DATA-PROC    TO EXC-DATA
    ACCEPT WRK-HORA-EXC FROM TIME
    MOVE WRK-HORA-EXC(1:6) TO EXC-HORA
    MOVE 'E'              TO EXC-SEVERIDADE
    MOVE CLI-NUMERO       TO EXC-CHAVE
    MOVE SPACES           TO EXC-MENSAGEM
    STRING 'EXPURGO RECUSADO - TITULAR DA CONTA NAO ENCERRADA '
                          DELIMITED BY SIZE
           WRK-CONTA-ACHADA DELIMITED BY SIZE
           INTO EXC-MENSAGEM
    END-STRING
    WRITE EXC-REGISTRO.
0300-FINALIZAR.
    MOVE SPACES TO RS32-REGISTRO
    WRITE RS32-REGISTRO
    MOVE 'REGISTROS EXPURGADOS....' TO WRT-LABEL
    MOVE WRK-QTDE-EXPURGADOS        TO WRT-QTDE
    WRITE RS32-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'RECUSADOS (TITULARES)...' TO WRT-LABEL
    MOVE WRK-QTDE-RECUSADOS         TO WRT-QTDE
    WRITE RS32-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG032 - EXPURGADOS....' WRK-QTDE-EXPURGADOS
    DISPLAY 'PROG032 - RECUSADOS.....' WRK-QTDE-RECUSADOS
    IF WRK-CTA-ABERTO = 'S'
       CLOSE CONTA-MASTER
    END-IF
    CLOSE CLIENTE-FILE P032-DESCARGA P032-SAIDA EXCECOES-FILE.
