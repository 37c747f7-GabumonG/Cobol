IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG084.
*> MONITORAMENTO DE OPERACOES SUSPEITAS (COAF) POR CPF. LE O
*> MOVIMENTO EXTRAIDO PELO PROG083 (P084ENT, CPAMLMOV, ORDENADO
*> POR CPF E DATA) E, POR PESSOA - SOMANDO TODAS AS CONTAS DE QUE
*> ELA E TITULAR -, TOTALIZA CREDITOS E DEBITOS NA JANELA MOVEL
*> DO AMLPAR E O MOVIMENTO DO PERIODO DE HISTORICO ANTERIOR A ELA.
*> ALERTAS:
*>   VAL - ITEM ISOLADO NA JANELA IGUAL OU ACIMA DO LIMITE;
*>   FRA - FRACIONAMENTO: QUANTIDADE MINIMA DE CREDITOS NA JANELA
*>         LOGO ABAIXO DO LIMITE (ENTRE O PERCENTUAL DA FAIXA E O
*>         LIMITE), SOMADOS ENTRE TODAS AS CONTAS DO CPF;
*>   SAL - SALTO: MOVIMENTO DA JANELA (CREDITOS + DEBITOS) ACIMA DO
*>         MINIMO E DE FATOR VEZES A MEDIA HISTORICA POR JANELA DO
*>         PROPRIO CPF (SEM HISTORICO, BASTA PASSAR DO MINIMO);
*>   RES - CPF NA LISTA DE RESTRITOS (CPFREST) COM QUALQUER
*>         MOVIMENTO NA JANELA - SEMPRE, INDEPENDENTE DE LIMITES.
*> CADA ALERTA VAI PARA O ARQUIVO DE CASOS (AMLCASO, CPAMLCAS): SE
*> JA HA CASO PENDENTE PARA O CPF E O ALERTA, O CASO E ATUALIZADO
*> (ULTIMA OCORRENCIA E VALORES); SENAO, ABRE CASO NOVO. A REVISAO
*> (EM ANALISE / COMUNICADO / DESCARTADO) E PELO PROG085. O
*> RELATORIO PARA O COMPLIANCE (P084SAI) TRAZ OS ALERTAS DA NOITE
*> E TODOS OS CASOS AINDA PENDENTES. RC=04 QUANDO HOUVE ALERTA.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT MOVIMENTO-CPF ASSIGN TO "P084ENT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-MOV.
    SELECT CASO-FILE    ASSIGN TO "AMLCASO"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AML-CHAVE
           FILE STATUS  IS WRK-FS-CASO.
    SELECT CPF-RESTRITO  ASSIGN TO "CPFREST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS RES-CPF
           FILE STATUS  IS WRK-FS-REST.
    SELECT AML-PARM     ASSIGN TO "AMLPAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P084-SAIDA   ASSIGN TO "P084SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
DATA                            DIVISION.
FILE                            SECTION.
FD  MOVIMENTO-CPF.
COPY CPAMLMOV.
FD  CASO-FILE.
COPY CPAMLCAS.
FD  CPF-RESTRITO.
COPY CPCPFRES.
FD  AML-PARM.
COPY CPAMLPAR.
FD  P084-SAIDA.
01  RS84-REGISTRO          PIC X(133).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-MOV           PIC X(02) VALUE SPACES.
77  WRK-FS-CASO          PIC X(02) VALUE SPACES.
77  WRK-FS-REST          PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-CASO         PIC X(01) VALUE 'N'.
    88  WRK-FIM-CASOS        VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-CASO-ABERTO      PIC X(01) VALUE 'N'.
77  WRK-TEM-RESTRITOS    PIC X(01) VALUE 'N'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
*>  LIMITES DO AMLPAR (PADRAO QUANDO AUSENTE OU ZERADO)
77  WRK-JANELA-DIAS      PIC 9(03) VALUE 30.
77  WRK-HISTORICO-DIAS   PIC 9(03) VALUE 180.
77  WRK-LIMITE-ITEM      PIC 9(09)V99 VALUE 50000.00.
77  WRK-PCT-FRACIONADO   PIC 9(03) VALUE 80.
77  WRK-QTDE-FRACIONADO  PIC 9(03) VALUE 3.
77  WRK-FATOR-SALTO      PIC 9(03) VALUE 3.
77  WRK-MINIMO-SALTO     PIC 9(09)V99 VALUE 20000.00.
77  WRK-PISO-FAIXA       PIC 9(09)V99 VALUE ZEROS.
77  WRK-DATA-JANELA      PIC 9(08) VALUE ZEROS.
*>  ACUMULADORES DO CPF EM CURSO
77  WRK-CPF-ATUAL        PIC X(11) VALUE SPACES.
77  WRK-JAN-CREDITOS     PIC S9(11)V99 VALUE ZEROS.
77  WRK-JAN-DEBITOS      PIC S9(11)V99 VALUE ZEROS.
77  WRK-JAN-ITENS        PIC 9(05) VALUE ZEROS.
77  WRK-JAN-MAIOR        PIC S9(09)V99 VALUE ZEROS.
77  WRK-JAN-ACIMA        PIC 9(05) VALUE ZEROS.
77  WRK-JAN-FAIXA        PIC 9(05) VALUE ZEROS.
77  WRK-JAN-MOVTO        PIC S9(13)V99 VALUE ZEROS.
77  WRK-HIS-MOVTO        PIC S9(13)V99 VALUE ZEROS.
77  WRK-MEDIA-HISTORICA  PIC S9(11)V99 VALUE ZEROS.
77  WRK-VALOR-ABS        PIC S9(09)V99 VALUE ZEROS.
77  WRK-ALERTA           PIC X(03) VALUE SPACES.
78  WRK-MAX-CONTAS       VALUE 20.
77  WRK-QTDE-CONTAS      PIC 9(03) COMP VALUE ZEROS.
77  WRK-IDX              PIC 9(03) COMP VALUE ZEROS.
77  WRK-CONTA-ACHADA     PIC X(01) VALUE 'N'.
77  WRK-CASO-ACHADO      PIC X(01) VALUE 'N'.
01  WRK-TAB-CONTAS.
    05  WRK-CONTA-ENTRY OCCURS 20 TIMES PIC 9(06).
*>  CONTADORES
77  WRK-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-CPFS        PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ALERTAS     PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-CASOS-NOVOS PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-CASOS-ATUAL PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-PENDENTES   PIC 9(07) VALUE ZEROS.
01  WRK-LINHA-ALERTA.
    05  WRL-CPF              PIC X(11).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-ALERTA           PIC X(03).
    05  FILLER               PIC X(05) VALUE ' CRE '.
    05  WRL-CREDITOS         PIC -(11)9.99.
    05  FILLER               PIC X(05) VALUE ' DEB '.
    05  WRL-DEBITOS          PIC -(11)9.99.
    05  FILLER               PIC X(07) VALUE ' ITENS '.
    05  WRL-ITENS            PIC ZZZZ9.
    05  FILLER               PIC X(07) VALUE ' MAIOR '.
    05  WRL-MAIOR            PIC -(09)9.99.
    05  FILLER               PIC X(08) VALUE ' CONTAS '.
    05  WRL-CONTAS           PIC ZZ9.
    05  FILLER               PIC X(07) VALUE ' MEDIA '.
    05  WRL-MEDIA            PIC -(11)9.99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-CASO             PIC X(16).
01  WRK-LINHA-CASO.
    05  WRC-CPF              PIC X(11).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-ALERTA           PIC X(03).
    05  FILLER               PIC X(10) VALUE ' ABERTURA '.
    05  WRC-DATA-ABERTURA    PIC 9(08).
    05  FILLER               PIC X(12) VALUE ' ULT OCORR. '.
    05  WRC-DATA-ULT         PIC 9(08).
    05  FILLER               PIC X(13) VALUE ' OCORRENCIAS '.
    05  WRC-QTDE-OCORR       PIC ZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-SITUACAO         PIC X(10).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-OPERADOR         PIC X(08).
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-LER-MOVIMENTO UNTIL WRK-FIM-ARQUIVO.
    IF WRK-CPF-ATUAL NOT = SPACES
       PERFORM 0300-AVALIAR-CPF
    END-IF
    PERFORM 0600-LISTAR-PENDENTES.
    PERFORM 0700-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0110-LER-PARAMETROS
    COMPUTE WRK-DATA-JANELA = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(WRK-DATA-PROC)
             - WRK-JANELA-DIAS)
    COMPUTE WRK-PISO-FAIXA ROUNDED =
            WRK-LIMITE-ITEM * WRK-PCT-FRACIONADO / 100
    OPEN OUTPUT P084-SAIDA
    MOVE 'PROG084 - MONITORAMENTO DE OPERACOES SUSPEITAS POR CPF'
      TO RS84-REGISTRO
    WRITE RS84-REGISTRO
    MOVE SPACES TO RS84-REGISTRO
    STRING 'JANELA APOS ' DELIMITED BY SIZE
           WRK-DATA-JANELA DELIMITED BY SIZE
           ' ATE ' DELIMITED BY SIZE
           WRK-DATA-PROC DELIMITED BY SIZE
           INTO RS84-REGISTRO
    END-STRING
    WRITE RS84-REGISTRO
    MOVE SPACES TO RS84-REGISTRO
    WRITE RS84-REGISTRO
    OPEN I-O CASO-FILE
    IF WRK-FS-CASO = '35'
       OPEN OUTPUT CASO-FILE
       CLOSE CASO-FILE
       OPEN I-O CASO-FILE
    END-IF
    MOVE 'N' TO WRK-EOF
    IF WRK-FS-CASO = '00'
       MOVE 'S' TO WRK-CASO-ABERTO
    ELSE
       DISPLAY 'ARQUIVO DE CASOS INDISPONIVEL - STATUS '
               WRK-FS-CASO
       MOVE 'S' TO WRK-EOF
       MOVE 16 TO WRK-RC
    END-IF
*>  SEM A LISTA DE RESTRITOS O MONITORAMENTO RODA, MAS A NOITE NAO
*>  PODE PASSAR COMO LIMPA - O CPF RESTRITO SERIA PERDIDO.
    OPEN INPUT CPF-RESTRITO
    IF WRK-FS-REST = '00'
       MOVE 'S' TO WRK-TEM-RESTRITOS
    ELSE
       DISPLAY 'LISTA DE CPFS RESTRITOS INDISPONIVEL - STATUS '
               WRK-FS-REST
       IF WRK-RC < 08
          MOVE 08 TO WRK-RC
       END-IF
    END-IF
    OPEN INPUT MOVIMENTO-CPF
    IF WRK-FS-MOV NOT = '00'
       DISPLAY 'MOVIMENTO POR CPF INDISPONIVEL - STATUS '
               WRK-FS-MOV
       MOVE 'S' TO WRK-EOF
       MOVE 16 TO WRK-RC
    END-IF
    MOVE 'ALERTAS DA NOITE' TO RS84-REGISTRO
    WRITE RS84-REGISTRO.
0110-LER-PARAMETROS.
    OPEN INPUT AML-PARM
    IF WRK-FS-PARM = '00'
       READ AML-PARM
           AT END CONTINUE
           NOT AT END PERFORM 0112-APLICAR-PARAMETROS
       END-READ
       CLOSE AML-PARM
    END-IF
    DISPLAY 'JANELA (DIAS)............' WRK-JANELA-DIAS
    DISPLAY 'HISTORICO (DIAS).........' WRK-HISTORICO-DIAS
    DISPLAY 'LIMITE POR ITEM..........' WRK-LIMITE-ITEM
    DISPLAY 'FAIXA DE FRACIONAMENTO %.' WRK-PCT-FRACIONADO
    DISPLAY 'ITENS NA FAIXA...........' WRK-QTDE-FRACIONADO
    DISPLAY 'FATOR DE SALTO...........' WRK-FATOR-SALTO
    DISPLAY 'MINIMO DO SALTO..........' WRK-MINIMO-SALTO.
0112-APLICAR-PARAMETROS.
    IF PAR-JANELA-DIAS IS NUMERIC AND PAR-JANELA-DIAS > 0
       MOVE PAR-JANELA-DIAS TO WRK-JANELA-DIAS
    END-IF
    IF PAR-HISTORICO-DIAS IS NUMERIC AND PAR-HISTORICO-DIAS > 0
       MOVE PAR-HISTORICO-DIAS TO WRK-HISTORICO-DIAS
    END-IF
    IF PAR-LIMITE-ITEM IS NUMERIC AND PAR-LIMITE-ITEM > 0
       MOVE PAR-LIMITE-ITEM TO WRK-LIMITE-ITEM
    END-IF
    IF PAR-PCT-FRACIONADO IS NUMERIC AND PAR-PCT-FRACIONADO > 0
       AND PAR-PCT-FRACIONADO < 100
       MOVE PAR-PCT-FRACIONADO TO WRK-PCT-FRACIONADO
    END-IF
    IF PAR-QTDE-FRACIONADO IS NUMERIC AND PAR-QTDE-FRACIONADO > 0
       MOVE PAR-QTDE-FRACIONADO TO WRK-QTDE-FRACIONADO
    END-IF
    IF PAR-FATOR-SALTO IS NUMERIC AND PAR-FATOR-SALTO > 0
       MOVE PAR-FATOR-SALTO TO WRK-FATOR-SALTO
    END-IF
    IF PAR-MINIMO-SALTO IS NUMERIC AND PAR-MINIMO-SALTO > 0
       MOVE PAR-MINIMO-SALTO TO WRK-MINIMO-SALTO
    END-IF.
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
0200-LER-MOVIMENTO.
    READ MOVIMENTO-CPF
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-LIDOS
           IF MOV-CPF NOT = WRK-CPF-ATUAL
              IF WRK-CPF-ATUAL NOT = SPACES
                 PERFORM 0300-AVALIAR-CPF
              END-IF
              PERFORM 0210-INICIAR-CPF
           END-IF
           PERFORM 0220-ACUMULAR-ITEM
    END-READ.
0210-INICIAR-CPF.
    ADD 1 TO WRK-QTDE-CPFS
    MOVE MOV-CPF TO WRK-CPF-ATUAL
    MOVE ZEROS TO WRK-JAN-CREDITOS WRK-JAN-DEBITOS WRK-JAN-ITENS
                  WRK-JAN-MAIOR WRK-JAN-ACIMA WRK-JAN-FAIXA
                  WRK-JAN-MOVTO WRK-HIS-MOVTO WRK-QTDE-CONTAS.
0220-ACUMULAR-ITEM.
    IF MOV-VALOR < 0
       COMPUTE WRK-VALOR-ABS = MOV-VALOR * -1
    ELSE
       MOVE MOV-VALOR TO WRK-VALOR-ABS
    END-IF
    IF MOV-DATA > WRK-DATA-JANELA
       ADD 1 TO WRK-JAN-ITENS
       ADD WRK-VALOR-ABS TO WRK-JAN-MOVTO
       IF MOV-VALOR < 0
          ADD MOV-VALOR TO WRK-JAN-DEBITOS
       ELSE
          ADD MOV-VALOR TO WRK-JAN-CREDITOS
          IF WRK-VALOR-ABS >= WRK-PISO-FAIXA
             AND WRK-VALOR-ABS < WRK-LIMITE-ITEM
             ADD 1 TO WRK-JAN-FAIXA
          END-IF
       END-IF
       IF WRK-VALOR-ABS >= WRK-LIMITE-ITEM
          ADD 1 TO WRK-JAN-ACIMA
       END-IF
       IF WRK-VALOR-ABS > WRK-JAN-MAIOR
          MOVE WRK-VALOR-ABS TO WRK-JAN-MAIOR
       END-IF
       PERFORM 0230-CONTAR-CONTA
    ELSE
       ADD WRK-VALOR-ABS TO WRK-HIS-MOVTO
    END-IF.
0230-CONTAR-CONTA.
    MOVE 'N' TO WRK-CONTA-ACHADA
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-CONTAS
       IF WRK-CONTA-ENTRY(WRK-IDX) = MOV-CONTA
          MOVE 'S' TO WRK-CONTA-ACHADA
       END-IF
    END-PERFORM
    IF WRK-CONTA-ACHADA = 'N' AND WRK-QTDE-CONTAS < WRK-MAX-CONTAS
       ADD 1 TO WRK-QTDE-CONTAS
       MOVE MOV-CONTA TO WRK-CONTA-ENTRY(WRK-QTDE-CONTAS)
    END-IF.
0300-AVALIAR-CPF.
*>  SO HA O QUE AVALIAR SE O CPF MEXEU NA JANELA; O HISTORICO
*>  SOZINHO SO SERVE DE BASE PARA O SALTO.
    IF WRK-JAN-ITENS > 0
       COMPUTE WRK-MEDIA-HISTORICA ROUNDED =
               WRK-HIS-MOVTO * WRK-JANELA-DIAS / WRK-HISTORICO-DIAS
       IF WRK-JAN-ACIMA > 0
          MOVE 'VAL' TO WRK-ALERTA
          PERFORM 0400-REGISTRAR-ALERTA
       END-IF
       IF WRK-JAN-FAIXA >= WRK-QTDE-FRACIONADO
          MOVE 'FRA' TO WRK-ALERTA
          PERFORM 0400-REGISTRAR-ALERTA
       END-IF
       IF WRK-JAN-MOVTO >= WRK-MINIMO-SALTO
          AND WRK-JAN-MOVTO >
              WRK-MEDIA-HISTORICA * WRK-FATOR-SALTO
          MOVE 'SAL' TO WRK-ALERTA
          PERFORM 0400-REGISTRAR-ALERTA
       END-IF
       IF WRK-TEM-RESTRITOS = 'S'
          MOVE WRK-CPF-ATUAL TO RES-CPF
          READ CPF-RESTRITO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 'RES' TO WRK-ALERTA
                 PERFORM 0400-REGISTRAR-ALERTA
          END-READ
       END-IF
    END-IF.
0400-REGISTRAR-ALERTA.
    ADD 1 TO WRK-QTDE-ALERTAS
    IF WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF
    MOVE WRK-CPF-ATUAL       TO WRL-CPF
    MOVE WRK-ALERTA          TO WRL-ALERTA
    MOVE WRK-JAN-CREDITOS    TO WRL-CREDITOS
    MOVE WRK-JAN-DEBITOS     TO WRL-DEBITOS
    MOVE WRK-JAN-ITENS       TO WRL-ITENS
    MOVE WRK-JAN-MAIOR       TO WRL-MAIOR
    MOVE WRK-QTDE-CONTAS     TO WRL-CONTAS
    MOVE WRK-MEDIA-HISTORICA TO WRL-MEDIA
    PERFORM 0410-PROCURAR-CASO
    IF WRK-CASO-ACHADO = 'S'
       PERFORM 0430-ATUALIZAR-CASO
    ELSE
       PERFORM 0440-ABRIR-CASO
    END-IF
    WRITE RS84-REGISTRO FROM WRK-LINHA-ALERTA.
0410-PROCURAR-CASO.
*>  UM CASO PENDENTE POR CPF E ALERTA: PERCORRE OS CASOS DO PAR
*>  (CPF + ALERTA, EM ORDEM DE ABERTURA) ATE ACHAR UM PENDENTE.
    MOVE 'N'           TO WRK-EOF-CASO WRK-CASO-ACHADO
    MOVE WRK-CPF-ATUAL TO AML-CPF
    MOVE WRK-ALERTA    TO AML-ALERTA
    MOVE ZEROS         TO AML-DATA-ABERTURA
    START CASO-FILE KEY IS NOT LESS THAN AML-CHAVE
        INVALID KEY MOVE 'S' TO WRK-EOF-CASO
    END-START
    PERFORM 0420-LER-CASO UNTIL WRK-FIM-CASOS.
0420-LER-CASO.
    READ CASO-FILE NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF-CASO
        NOT AT END
           IF AML-CPF NOT = WRK-CPF-ATUAL
              OR AML-ALERTA NOT = WRK-ALERTA
              MOVE 'S' TO WRK-EOF-CASO
           ELSE
              IF AML-PENDENTE
                 MOVE 'S' TO WRK-EOF-CASO WRK-CASO-ACHADO
              END-IF
           END-IF
    END-READ.
0430-ATUALIZAR-CASO.
    IF AML-DATA-ULT-OCORR < WRK-DATA-PROC
       ADD 1 TO AML-QTDE-OCORR
    END-IF
    MOVE WRK-DATA-PROC TO AML-DATA-ULT-OCORR
    PERFORM 0450-MOVER-VALORES
    REWRITE AML-REGISTRO
        INVALID KEY
           MOVE 08 TO WRK-RC
           DISPLAY 'ERRO AO ATUALIZAR O CASO ' WRK-CPF-ATUAL
                   ' ' WRK-ALERTA
    END-REWRITE
    ADD 1 TO WRK-QTDE-CASOS-ATUAL
    IF AML-EM-ANALISE
       MOVE 'CASO EM ANALISE' TO WRL-CASO
    ELSE
       MOVE 'CASO EM ABERTO' TO WRL-CASO
    END-IF.
0440-ABRIR-CASO.
*>  CASO DO MESMO DIA JA ENCERRADO PELO COMPLIANCE (RERUN DEPOIS DA
*>  REVISAO) NAO E REABERTO.
    INITIALIZE AML-REGISTRO
    MOVE WRK-CPF-ATUAL TO AML-CPF
    MOVE WRK-ALERTA    TO AML-ALERTA
    MOVE WRK-DATA-PROC TO AML-DATA-ABERTURA AML-DATA-ULT-OCORR
    MOVE 1             TO AML-QTDE-OCORR
    MOVE 'A'           TO AML-SITUACAO
    MOVE SPACES        TO AML-OPERADOR AML-NOTA
    MOVE ZEROS         TO AML-DATA-ACAO
    PERFORM 0450-MOVER-VALORES
    WRITE AML-REGISTRO
        INVALID KEY
           MOVE 'JA ENCERRADO' TO WRL-CASO
        NOT INVALID KEY
           ADD 1 TO WRK-QTDE-CASOS-NOVOS
           MOVE 'CASO NOVO' TO WRL-CASO
    END-WRITE.
0450-MOVER-VALORES.
    MOVE WRK-QTDE-CONTAS     TO AML-QTDE-CONTAS
    MOVE WRK-JAN-ITENS       TO AML-QTDE-ITENS
    MOVE WRK-JAN-CREDITOS    TO AML-TOTAL-CREDITOS
    MOVE WRK-JAN-DEBITOS     TO AML-TOTAL-DEBITOS
    MOVE WRK-JAN-MAIOR       TO AML-MAIOR-ITEM
    MOVE WRK-MEDIA-HISTORICA TO AML-MEDIA-HISTORICA.
0600-LISTAR-PENDENTES.
    MOVE SPACES TO RS84-REGISTRO
    WRITE RS84-REGISTRO
    MOVE 'CASOS PENDENTES DE ANALISE' TO RS84-REGISTRO
    WRITE RS84-REGISTRO
    IF WRK-CASO-ABERTO = 'S'
       MOVE 'N'    TO WRK-EOF-CASO
       MOVE SPACES TO AML-CHAVE
       START CASO-FILE KEY IS NOT LESS THAN AML-CHAVE
           INVALID KEY MOVE 'S' TO WRK-EOF-CASO
       END-START
       PERFORM 0610-LISTAR-CASO UNTIL WRK-FIM-CASOS
    END-IF.
0610-LISTAR-CASO.
    READ CASO-FILE NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF-CASO
        NOT AT END
           IF AML-PENDENTE
              ADD 1 TO WRK-QTDE-PENDENTES
              MOVE AML-CPF            TO WRC-CPF
              MOVE AML-ALERTA         TO WRC-ALERTA
              MOVE AML-DATA-ABERTURA  TO WRC-DATA-ABERTURA
              MOVE AML-DATA-ULT-OCORR TO WRC-DATA-ULT
              MOVE AML-QTDE-OCORR     TO WRC-QTDE-OCORR
              MOVE AML-OPERADOR       TO WRC-OPERADOR
              IF AML-EM-ANALISE
                 MOVE 'EM ANALISE' TO WRC-SITUACAO
              ELSE
                 MOVE 'ABERTO'     TO WRC-SITUACAO
              END-IF
              WRITE RS84-REGISTRO FROM WRK-LINHA-CASO
           END-IF
    END-READ.
0700-FINALIZAR.
    MOVE SPACES TO RS84-REGISTRO
    WRITE RS84-REGISTRO
    MOVE 'MOVIMENTOS LIDOS..........' TO WRT-LABEL
    MOVE WRK-QTDE-LIDOS               TO WRT-QTDE
    WRITE RS84-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'CPFS AVALIADOS............' TO WRT-LABEL
    MOVE WRK-QTDE-CPFS                TO WRT-QTDE
    WRITE RS84-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'ALERTAS DA NOITE..........' TO WRT-LABEL
    MOVE WRK-QTDE-ALERTAS             TO WRT-QTDE
    WRITE RS84-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'CASOS NOVOS...............' TO WRT-LABEL
    MOVE WRK-QTDE-CASOS-NOVOS         TO WRT-QTDE
    WRITE RS84-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'CASOS ATUALIZADOS.........' TO WRT-LABEL
    MOVE WRK-QTDE-CASOS-ATUAL         TO WRT-QTDE
    WRITE RS84-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'CASOS PENDENTES...........' TO WRT-LABEL
    MOVE WRK-QTDE-PENDENTES           TO WRT-QTDE
    WRITE RS84-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG084 - CPFS..........' WRK-QTDE-CPFS
    DISPLAY 'PROG084 - ALERTAS.......' WRK-QTDE-ALERTAS
    DISPLAY 'PROG084 - RETURN-CODE...' WRK-RC
    IF WRK-CASO-ABERTO = 'S'
       CLOSE CASO-FILE
    END-IF
    IF WRK-TEM-RESTRITOS = 'S'
       CLOSE CPF-RESTRITO
    END-IF
    IF WRK-FS-MOV = '00' OR WRK-FS-MOV = '10'
       CLOSE MOVIMENTO-CPF
    END-IF
    CLOSE P084-SAIDA.
