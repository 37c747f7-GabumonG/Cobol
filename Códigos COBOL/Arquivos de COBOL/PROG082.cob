IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG082.
*> RETORNO DA CONTABILIDADE PARA A INTERFACE CONTABIL DO PROG055.
*> O P055SAI SAIA E NINGUEM SABIA SE O RAZAO TINHA ACEITO - A
*> LINHA RECUSADA SO APARECIA QUANDO A CONTABILIDADE TELEFONAVA
*> DIAS DEPOIS. RODA NO FIM DE CADEIA, ANTES DO EMPACOTAMENTO:
*>   1. LE O RETORNO DA CONTABILIDADE (P082ACK, CPGLACK - UMA LINHA
*>      POR LINHA CONTABIL, ACEITA OU REJEITADA COM MOTIVO, PODENDO
*>      COBRIR MAIS DE UMA NOITE) E, POR DATA DE MOVIMENTO, LEVA O
*>      CADASTRO DE INTERFACES (GLINTF) DE ENVIADA PARA ACEITA OU
*>      REJEITADA, COM AS QUANTIDADES E A DATA DO RETORNO. CADA
*>      LINHA REJEITADA ENTRA ABERTA NO ARQUIVO DE TRABALHO DE
*>      EXCECOES (EXCWRK) PARA O CICLO DE RECONHECIMENTO DO
*>      PROG068/PROG069 - A CHAVE E A DATA DO MOVIMENTO E A LINHA
*>      (CONTA CONTABIL + CLASSE + ORIGEM), ENTAO O MESMO RETORNO
*>      REPROCESSADO NAO DUPLICA O ITEM. RETORNO DE DATA SEM
*>      INTERFACE REGISTRADA, OU COM QUANTIDADE DE LINHAS DIFERENTE
*>      DA ENVIADA, TAMBEM VAI PARA O EXCWRK;
*>   2. VARRE O CADASTRO: INTERFACE AINDA SEM RETORNO HA MAIS DIAS
*>      QUE O PRAZO DO P082PAR PASSA A PENDENTE - O PROG072 A
*>      SINALIZA NO PACOTE DA MANHA.
*> RELATORIO EM P082SAI (RETORNOS PROCESSADOS E INTERFACES NAO
*> ACEITAS). RC=04 QUANDO HA REJEICAO NA RODADA OU INTERFACE
*> PENDENTE. O P082ACK E SEMPRE A ULTIMA GERACAO DO RETORNO, LIDA
*> SEM CONSUMIR: GRUPO DE DATA CUJA INTERFACE JA TEM RETORNO
*> APLICADO (ACEITA OU REJEITADA) E PULADO, ENTAO NA NOITE SEM
*> RETORNO NOVO A GERACAO ANTERIOR RELIDA NAO MUDA NADA E O
*> PROGRAMA SO FAZ A VARREDURA. ITEM QUE JA ESTA NO EXCWRK (RETORNO
*> SEM INTERFACE RELIDO) NAO E REABERTO NEM LEVANTA O RC.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT INTERFACE-REGISTRO ASSIGN TO "GLINTF"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS GLR-DATA-MOVTO
           FILE STATUS  IS WRK-FS-GLR.
    SELECT RETORNO-CONTABIL ASSIGN TO "P082ACK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-GLA.
    SELECT EXCECOES-TRABALHO ASSIGN TO "EXCWRK"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ACK-CHAVE
           FILE STATUS  IS WRK-FS-ACK.
    SELECT P082-PARM    ASSIGN TO "P082PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P082-SAIDA   ASSIGN TO "P082SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
DATA                            DIVISION.
FILE                            SECTION.
FD  INTERFACE-REGISTRO.
COPY CPGLINTF.
FD  RETORNO-CONTABIL.
COPY CPGLACK.
FD  EXCECOES-TRABALHO.
COPY CPEXCACK.
FD  P082-PARM.
01  PARM-REGISTRO.
    05  PARM-DIAS-PRAZO    PIC 9(03).
FD  P082-SAIDA.
01  RS82-REGISTRO          PIC X(133).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-GLR           PIC X(02) VALUE SPACES.
77  WRK-FS-GLA           PIC X(02) VALUE SPACES.
77  WRK-FS-ACK           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-GLR          PIC X(01) VALUE 'N'.
    88  WRK-FIM-CADASTRO     VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-DIAS-PRAZO       PIC 9(03) VALUE 2.
77  WRK-DIAS-IDADE       PIC S9(05) VALUE ZEROS.
77  WRK-GLR-ABERTO       PIC X(01) VALUE 'N'.
*>  DATA DE MOVIMENTO EM CURSO NO RETORNO
77  WRK-DATA-GRUPO       PIC 9(08) VALUE ZEROS.
77  WRK-GRUPO-REGISTRADO PIC X(01) VALUE 'N'.
77  WRK-GRUPO-APLICADO   PIC X(01) VALUE 'N'.
77  WRK-GRUPO-ACEITAS    PIC 9(07) VALUE ZEROS.
77  WRK-GRUPO-REJEITADAS PIC 9(07) VALUE ZEROS.
77  WRK-GRUPO-LINHAS     PIC 9(07) VALUE ZEROS.
*>  CONTADORES
77  WRK-QTDE-LIDAS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-REJEITADAS  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-NOVAS-EXC   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-RETORNOS    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-JA-APLICADOS PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-PENDENTES   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-AGUARDANDO  PIC 9(07) VALUE ZEROS.
01  WRK-ITEM-EXCECAO.
    05  WRK-ITEM-SEVERIDADE PIC X(01).
    05  WRK-ITEM-CHAVE.
        10  WRK-ITEM-DATA      PIC 9(08).
        10  WRK-ITEM-CONTA-GL  PIC X(08).
        10  WRK-ITEM-CLASSE    PIC X(01).
        10  WRK-ITEM-ORIGEM    PIC X(02).
        10  FILLER             PIC X(01).
    05  WRK-ITEM-MENSAGEM  PIC X(60).
01  WRK-LINHA-REJEICAO.
    05  FILLER               PIC X(10) VALUE 'REJEITADA '.
    05  WRJ-DATA             PIC 9(08).
    05  FILLER               PIC X(04) VALUE ' GL '.
    05  WRJ-CONTA-GL         PIC X(08).
    05  FILLER               PIC X(08) VALUE ' CLASSE '.
    05  WRJ-CLASSE           PIC X(01).
    05  FILLER               PIC X(08) VALUE ' ORIGEM '.
    05  WRJ-ORIGEM           PIC 9(02).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRJ-VALOR            PIC -(11)9.99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRJ-MOTIVO           PIC X(40).
01  WRK-LINHA-INTERFACE.
    05  FILLER               PIC X(11) VALUE 'INTERFACE  '.
    05  WRI-DATA             PIC 9(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRI-SITUACAO         PIC X(10).
    05  FILLER               PIC X(08) VALUE ' LINHAS '.
    05  WRI-LINHAS           PIC ZZZZZZ9.
    05  FILLER               PIC X(09) VALUE ' ACEITAS '.
    05  WRI-ACEITAS          PIC ZZZZZZ9.
    05  FILLER               PIC X(12) VALUE ' REJEITADAS '.
    05  WRI-REJEITADAS       PIC ZZZZZZ9.
    05  FILLER               PIC X(09) VALUE ' RETORNO '.
    05  WRI-DATA-RETORNO     PIC 9(08).
    05  FILLER               PIC X(06) VALUE ' DIAS '.
    05  WRI-DIAS             PIC ZZ9.
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-PROCESSAR-RETORNO UNTIL WRK-FIM-ARQUIVO.
    IF WRK-DATA-GRUPO NOT = ZEROS
       PERFORM 0250-FECHAR-GRUPO
    END-IF
    PERFORM 0400-VARRER-CADASTRO.
    PERFORM 0500-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0110-LER-PARAMETROS
    OPEN OUTPUT P082-SAIDA
    MOVE 'PROG082 - RETORNO DA INTERFACE CONTABIL' TO RS82-REGISTRO
    WRITE RS82-REGISTRO
    MOVE SPACES TO RS82-REGISTRO
    WRITE RS82-REGISTRO
    OPEN I-O INTERFACE-REGISTRO
    IF WRK-FS-GLR = '35'
       OPEN OUTPUT INTERFACE-REGISTRO
       CLOSE INTERFACE-REGISTRO
       OPEN I-O INTERFACE-REGISTRO
    END-IF
    IF WRK-FS-GLR = '00'
       MOVE 'S' TO WRK-GLR-ABERTO
    ELSE
       DISPLAY 'CADASTRO DE INTERFACES INDISPONIVEL - STATUS '
               WRK-FS-GLR
       MOVE 08 TO WRK-RC
    END-IF
    OPEN I-O EXCECOES-TRABALHO
    IF WRK-FS-ACK = '35'
       OPEN OUTPUT EXCECOES-TRABALHO
       CLOSE EXCECOES-TRABALHO
       OPEN I-O EXCECOES-TRABALHO
    END-IF
    MOVE 'N' TO WRK-EOF
    OPEN INPUT RETORNO-CONTABIL
    IF WRK-FS-GLA NOT = '00' OR WRK-GLR-ABERTO = 'N'
       MOVE 'S' TO WRK-EOF
       DISPLAY 'SEM RETORNO DA CONTABILIDADE NA RODADA'
    END-IF.
0110-LER-PARAMETROS.
    OPEN INPUT P082-PARM
    IF WRK-FS-PARM = '00'
       READ P082-PARM
           AT END CONTINUE
           NOT AT END
              IF PARM-DIAS-PRAZO IS NUMERIC AND PARM-DIAS-PRAZO > 0
                 MOVE PARM-DIAS-PRAZO TO WRK-DIAS-PRAZO
              END-IF
       END-READ
       CLOSE P082-PARM
    END-IF
    DISPLAY 'PRAZO DE RETORNO (DIAS)..' WRK-DIAS-PRAZO.
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
0200-PROCESSAR-RETORNO.
    READ RETORNO-CONTABIL
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-LIDAS
           IF GLA-DATA-MOVTO NOT = WRK-DATA-GRUPO
              IF WRK-DATA-GRUPO NOT = ZEROS
                 PERFORM 0250-FECHAR-GRUPO
              END-IF
              PERFORM 0240-ABRIR-GRUPO
           END-IF
           IF WRK-GRUPO-APLICADO = 'N'
              PERFORM 0210-TRATAR-LINHA
           END-IF
    END-READ.
0210-TRATAR-LINHA.
    ADD 1 TO WRK-GRUPO-LINHAS
    IF GLA-REJEITADA
       ADD 1 TO WRK-GRUPO-REJEITADAS WRK-QTDE-REJEITADAS
       MOVE GLA-DATA-MOVTO TO WRJ-DATA
       MOVE GLA-CONTA-GL   TO WRJ-CONTA-GL
       MOVE GLA-CLASSE     TO WRJ-CLASSE
       MOVE GLA-ORIGEM     TO WRJ-ORIGEM
       MOVE GLA-VALOR      TO WRJ-VALOR
       MOVE GLA-MOTIVO     TO WRJ-MOTIVO
       WRITE RS82-REGISTRO FROM WRK-LINHA-REJEICAO
       MOVE 'E'            TO WRK-ITEM-SEVERIDADE
       MOVE SPACES         TO WRK-ITEM-CHAVE
       MOVE GLA-DATA-MOVTO TO WRK-ITEM-DATA
       MOVE GLA-CONTA-GL   TO WRK-ITEM-CONTA-GL
       MOVE GLA-CLASSE     TO WRK-ITEM-CLASSE
       MOVE GLA-ORIGEM     TO WRK-ITEM-ORIGEM
       MOVE SPACES         TO WRK-ITEM-MENSAGEM
       STRING 'LINHA REJEITADA NO RAZAO: ' DELIMITED BY SIZE
              GLA-MOTIVO                   DELIMITED BY SIZE
              INTO WRK-ITEM-MENSAGEM
       END-STRING
       PERFORM 0260-ABRIR-EXCECAO
    ELSE
       ADD 1 TO WRK-GRUPO-ACEITAS
    END-IF.
0240-ABRIR-GRUPO.
    MOVE GLA-DATA-MOVTO TO WRK-DATA-GRUPO
    MOVE ZEROS TO WRK-GRUPO-ACEITAS WRK-GRUPO-REJEITADAS
                  WRK-GRUPO-LINHAS
    MOVE 'N' TO WRK-GRUPO-APLICADO
    MOVE WRK-DATA-GRUPO TO GLR-DATA-MOVTO
    READ INTERFACE-REGISTRO
        INVALID KEY
           MOVE 'N' TO WRK-GRUPO-REGISTRADO
        NOT INVALID KEY
           MOVE 'S' TO WRK-GRUPO-REGISTRADO
           IF NOT GLR-SEM-RETORNO
              MOVE 'S' TO WRK-GRUPO-APLICADO
           END-IF
    END-READ.
0250-FECHAR-GRUPO.
*>  RETORNO SEM INTERFACE ENVIADA NAO TEM O QUE ATUALIZAR - VIRA
*>  EXCECAO. COM INTERFACE, A SITUACAO E A QUANTIDADE DO RETORNO
*>  FICAM NO CADASTRO; LINHAS FALTANDO OU SOBRANDO SAO EXCECAO.
*>  GRUPO DE INTERFACE QUE JA TEM RETORNO E DE GERACAO JA APLICADA
*>  - SO CONTA.
    MOVE SPACES         TO WRK-ITEM-CHAVE
    MOVE WRK-DATA-GRUPO TO WRK-ITEM-DATA
    MOVE 'INTERFAC'     TO WRK-ITEM-CONTA-GL
    EVALUATE TRUE
       WHEN WRK-GRUPO-APLICADO = 'S'
          ADD 1 TO WRK-QTDE-JA-APLICADOS
          DISPLAY 'RETORNO PARA ' WRK-DATA-GRUPO ' JA APLICADO - '
                  'GRUPO PULADO'
       WHEN WRK-GRUPO-REGISTRADO = 'N'
          ADD 1 TO WRK-QTDE-RETORNOS
          MOVE 'G' TO WRK-ITEM-SEVERIDADE
          MOVE 'RETORNO DA CONTABILIDADE SEM INTERFACE ENVIADA NA DATA'
            TO WRK-ITEM-MENSAGEM
          PERFORM 0260-ABRIR-EXCECAO
          DISPLAY 'RETORNO PARA ' WRK-DATA-GRUPO ' SEM INTERFACE '
                  'REGISTRADA'
       WHEN OTHER
          ADD 1 TO WRK-QTDE-RETORNOS
          PERFORM 0255-APLICAR-GRUPO
    END-EVALUATE.
0255-APLICAR-GRUPO.
    MOVE WRK-DATA-GRUPO TO GLR-DATA-MOVTO
    READ INTERFACE-REGISTRO
        INVALID KEY CONTINUE
    END-READ
    IF WRK-GRUPO-LINHAS NOT = GLR-QTDE-LINHAS
       MOVE 'G' TO WRK-ITEM-SEVERIDADE
       MOVE 'RETORNO COM QTDE DE LINHAS DIFERENTE DA ENVIADA'
         TO WRK-ITEM-MENSAGEM
       PERFORM 0260-ABRIR-EXCECAO
    END-IF
    IF WRK-GRUPO-REJEITADAS > 0
       OR WRK-GRUPO-LINHAS NOT = GLR-QTDE-LINHAS
       MOVE 'R' TO GLR-SITUACAO
    ELSE
       MOVE 'A' TO GLR-SITUACAO
    END-IF
    MOVE WRK-DATA-PROC        TO GLR-DATA-RETORNO
    MOVE WRK-GRUPO-ACEITAS    TO GLR-QTDE-ACEITAS
    MOVE WRK-GRUPO-REJEITADAS TO GLR-QTDE-REJEITADAS
    MOVE ZEROS                TO GLR-DIAS-SEM-RETORNO
    REWRITE GLR-REGISTRO
        INVALID KEY
           MOVE 08 TO WRK-RC
           DISPLAY 'ERRO AO ATUALIZAR A INTERFACE ' WRK-DATA-GRUPO
    END-REWRITE
    PERFORM 0270-RELATAR-INTERFACE.
0260-ABRIR-EXCECAO.
*>  ITEM ENTRA ABERTO NO ARQUIVO DE TRABALHO; CHAVE JA EXISTENTE
*>  (RETORNO REPROCESSADO) NAO DUPLICA NEM REABRE.
    MOVE WRK-ITEM-DATA       TO ACK-DATA
    MOVE ZEROS               TO ACK-HORA
    MOVE 'PROG082 '          TO ACK-PROGRAMA
    MOVE WRK-ITEM-CHAVE      TO ACK-CHAVE-REG
    MOVE WRK-ITEM-SEVERIDADE TO ACK-SEVERIDADE
    MOVE WRK-ITEM-MENSAGEM   TO ACK-MENSAGEM
    MOVE 'O'                 TO ACK-SITUACAO
    MOVE SPACES              TO ACK-OPERADOR ACK-NOTA
    MOVE ZEROS               TO ACK-DATA-ACAO
    WRITE ACK-REGISTRO
        INVALID KEY CONTINUE
        NOT INVALID KEY
           ADD 1 TO WRK-QTDE-NOVAS-EXC
           IF WRK-RC < 04
              MOVE 04 TO WRK-RC
           END-IF
    END-WRITE.
0270-RELATAR-INTERFACE.
    MOVE GLR-DATA-MOVTO       TO WRI-DATA
    EVALUATE TRUE
       WHEN GLR-ENVIADA   MOVE 'ENVIADA'   TO WRI-SITUACAO
       WHEN GLR-ACEITA    MOVE 'ACEITA'    TO WRI-SITUACAO
       WHEN GLR-REJEITADA MOVE 'REJEITADA' TO WRI-SITUACAO
       WHEN GLR-PENDENTE  MOVE 'PENDENTE'  TO WRI-SITUACAO
       WHEN OTHER         MOVE GLR-SITUACAO TO WRI-SITUACAO
    END-EVALUATE
    MOVE GLR-QTDE-LINHAS      TO WRI-LINHAS
    MOVE GLR-QTDE-ACEITAS     TO WRI-ACEITAS
    MOVE GLR-QTDE-REJEITADAS  TO WRI-REJEITADAS
    MOVE GLR-DATA-RETORNO     TO WRI-DATA-RETORNO
    MOVE GLR-DIAS-SEM-RETORNO TO WRI-DIAS
    WRITE RS82-REGISTRO FROM WRK-LINHA-INTERFACE.
0400-VARRER-CADASTRO.
    MOVE SPACES TO RS82-REGISTRO
    WRITE RS82-REGISTRO
    MOVE 'INTERFACES SEM RETORNO' TO RS82-REGISTRO
    WRITE RS82-REGISTRO
    IF WRK-GLR-ABERTO = 'S'
       MOVE 'N'   TO WRK-EOF-GLR
       MOVE ZEROS TO GLR-DATA-MOVTO
       START INTERFACE-REGISTRO KEY IS NOT LESS THAN GLR-DATA-MOVTO
           INVALID KEY MOVE 'S' TO WRK-EOF-GLR
       END-START
       PERFORM 0410-AVALIAR-INTERFACE UNTIL WRK-FIM-CADASTRO
    END-IF.
0410-AVALIAR-INTERFACE.
*>  PRAZO EM DIAS CORRIDOS DESDE A DATA DO MOVIMENTO. A PENDENTE
*>  CONTINUA PENDENTE (E SINALIZADA) ATE O RETORNO CHEGAR.
    READ INTERFACE-REGISTRO NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF-GLR
        NOT AT END
           IF GLR-SEM-RETORNO
              COMPUTE WRK-DIAS-IDADE =
                      FUNCTION INTEGER-OF-DATE(WRK-DATA-PROC)
                    - FUNCTION INTEGER-OF-DATE(GLR-DATA-MOVTO)
              IF WRK-DIAS-IDADE < 0
                 MOVE ZEROS TO WRK-DIAS-IDADE
              END-IF
              IF WRK-DIAS-IDADE > 999
                 MOVE 999 TO WRK-DIAS-IDADE
              END-IF
              MOVE WRK-DIAS-IDADE TO GLR-DIAS-SEM-RETORNO
              IF WRK-DIAS-IDADE > WRK-DIAS-PRAZO
                 MOVE 'P' TO GLR-SITUACAO
                 ADD 1 TO WRK-QTDE-PENDENTES
                 IF WRK-RC < 04
                    MOVE 04 TO WRK-RC
                 END-IF
              ELSE
                 ADD 1 TO WRK-QTDE-AGUARDANDO
              END-IF
              REWRITE GLR-REGISTRO
                  INVALID KEY
                     MOVE 08 TO WRK-RC
                     DISPLAY 'ERRO AO ATUALIZAR A INTERFACE '
                             GLR-DATA-MOVTO
              END-REWRITE
              PERFORM 0270-RELATAR-INTERFACE
           END-IF
    END-READ.
0500-FINALIZAR.
    MOVE SPACES TO RS82-REGISTRO
    WRITE RS82-REGISTRO
    MOVE 'LINHAS DE RETORNO LIDAS...' TO WRT-LABEL
    MOVE WRK-QTDE-LIDAS               TO WRT-QTDE
    WRITE RS82-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'INTERFACES RETORNADAS.....' TO WRT-LABEL
    MOVE WRK-QTDE-RETORNOS            TO WRT-QTDE
    WRITE RS82-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'RETORNOS JA APLICADOS.....' TO WRT-LABEL
    MOVE WRK-QTDE-JA-APLICADOS        TO WRT-QTDE
    WRITE RS82-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'LINHAS REJEITADAS.........' TO WRT-LABEL
    MOVE WRK-QTDE-REJEITADAS          TO WRT-QTDE
    WRITE RS82-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'NOVOS ITENS NO EXCWRK.....' TO WRT-LABEL
    MOVE WRK-QTDE-NOVAS-EXC           TO WRT-QTDE
    WRITE RS82-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'AGUARDANDO NO PRAZO.......' TO WRT-LABEL
    MOVE WRK-QTDE-AGUARDANDO          TO WRT-QTDE
    WRITE RS82-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'PENDENTES FORA DO PRAZO...' TO WRT-LABEL
    MOVE WRK-QTDE-PENDENTES           TO WRT-QTDE
    WRITE RS82-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG082 - REJEITADAS....' WRK-QTDE-REJEITADAS
    DISPLAY 'PROG082 - PENDENTES.....' WRK-QTDE-PENDENTES
    IF WRK-GLR-ABERTO = 'S'
       CLOSE INTERFACE-REGISTRO
    END-IF
    IF WRK-FS-GLA = '00' OR WRK-FS-GLA = '10'
       CLOSE RETORNO-CONTABIL
    END-IF
    CLOSE EXCECOES-TRABALHO P082-SAIDA.
