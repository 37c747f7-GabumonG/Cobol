IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG087.
*> EMISSAO DO INFORME ANUAL DE RENDIMENTOS, A PARTIR DO MOVIMENTO
*> DO PROG086 JA ORDENADO POR CPF / CONTA / TIPO. POR CPF:
*>   - INFORME IMPRESSO (P087INF) COM NOME E ENDERECO DO TITULAR E,
*>     POR CONTA, JUROS CREDITADOS NO ANO E SALDO EM 31/12, MAIS OS
*>     TOTAIS - VAI PARA O SISTEMA DE CARTAS, COMO O PROG035;
*>   - TITULAR COM ENDERECO DEVOLVIDO PELO CORREIO (CLI-END-RUIM,
*>     MARCADO PELO PROG048) OU SEM CEP NAO VAI PARA O CORREIO: O
*>     CPF SAI NA LISTA P087DEV E A AGENCIA ENTREGA NO BALCAO DEPOIS
*>     DE ACERTAR O CADASTRO;
*>   - UMA LINHA NA DECLARACAO ANUAL (P087DCL, LAYOUT FIXO PARA A
*>     RECEITA: HEADER '0' COM O ANO-BASE, DETALHE '1' POR CPF,
*>     TRAILER '9' COM QUANTIDADE E TOTAIS).
*> NO FIM, A SOMA DOS INFORMES E CONFERIDA COM O REGISTRO DE
*> CONTROLE DO PROG086 (P086CTL); DIVERGENCIA TERMINA COM RC=08 E A
*> DECLARACAO NAO DEVE SER TRANSMITIDA. RC=04 QUANDO HA INFORME NA
*> LISTA DE DEVOLVIDOS.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT P087-ENTRADA ASSIGN TO "P087ENT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-ENT.
    SELECT P086-CONTROLE ASSIGN TO "P086CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-CTL.
    SELECT CLIENTE-FILE  ASSIGN TO "CLIFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CLI-NUMERO
           ALTERNATE RECORD KEY IS CLI-CPF WITH DUPLICATES
           FILE STATUS  IS WRK-FS-CLIENTE.
    SELECT P087-INFORME ASSIGN TO "P087INF"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P087-DEVOLVIDO ASSIGN TO "P087DEV"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P087-DECLARACAO ASSIGN TO "P087DCL"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P087-RELATO  ASSIGN TO "P087REL"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  P087-ENTRADA.
COPY CPINFMOV.
FD  P086-CONTROLE.
COPY CPINFCTL.
FD  CLIENTE-FILE.
COPY CPCLIENT.
FD  P087-INFORME.
01  IN87-REGISTRO          PIC X(80).
FD  P087-DEVOLVIDO.
01  DV87-REGISTRO          PIC X(80).
FD  P087-DECLARACAO.
01  DC87-REGISTRO          PIC X(80).
FD  P087-RELATO.
01  RS87-REGISTRO          PIC X(133).
WORKING-STORAGE                 SECTION.
77  WRK-FS-ENT           PIC X(02) VALUE SPACES.
77  WRK-FS-CTL           PIC X(02) VALUE SPACES.
77  WRK-FS-CLIENTE       PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-ENT-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CLI-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CTL-LIDO         PIC X(01) VALUE 'N'.
77  WRK-ENDERECO-OK      PIC X(01) VALUE 'N'.
77  WRK-ANO-BASE         PIC 9(04) VALUE ZEROS.
*>  QUEBRA POR CPF E POR CONTA
77  WRK-CPF-ATUAL        PIC X(11) VALUE SPACES.
77  WRK-CLIENTE-ATUAL    PIC 9(06) VALUE ZEROS.
77  WRK-CONTA-ATUAL      PIC 9(06) VALUE ZEROS.
77  WRK-JUROS-CONTA      PIC S9(11)V99 VALUE ZEROS.
77  WRK-SALDO-CONTA      PIC S9(11)V99 VALUE ZEROS.
77  WRK-JUROS-CPF        PIC S9(11)V99 VALUE ZEROS.
77  WRK-SALDO-CPF        PIC S9(13)V99 VALUE ZEROS.
*>  CONTAS DO CPF, GUARDADAS ATE O TITULAR SER LIDO
78  WRK-MAX-CONTAS       VALUE 20.
77  WRK-QTDE-CONTAS      PIC 9(02) COMP VALUE ZEROS.
77  WRK-IDX              PIC 9(02) COMP VALUE ZEROS.
01  WRK-TAB-CONTAS.
    05  WRK-CTA-ENTRY OCCURS 20 TIMES.
        10  WRK-CTA-NUMERO     PIC 9(06).
        10  WRK-CTA-JUROS      PIC S9(11)V99.
        10  WRK-CTA-SALDO      PIC S9(11)V99.
*>  CONTADORES E TOTAIS DA EMISSAO
77  WRK-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-JUROS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SALDOS      PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-INFORMES    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-DEVOLVIDOS  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-DECLARADOS  PIC 9(07) VALUE ZEROS.
77  WRK-TOTAL-JUROS      PIC S9(11)V99 VALUE ZEROS.
77  WRK-TOTAL-SALDOS     PIC S9(13)V99 VALUE ZEROS.
01  WRK-LINHA-CONTA.
    05  FILLER               PIC X(08) VALUE '  CONTA '.
    05  WLC-CONTA            PIC 9(06).
    05  FILLER               PIC X(18) VALUE '   JUROS NO ANO   '.
    05  WLC-JUROS            PIC -(10)9.99.
    05  FILLER               PIC X(14) VALUE '   SALDO 31/12'.
    05  WLC-SALDO            PIC -(10)9.99.
01  WRK-LINHA-TOTAL-CPF.
    05  FILLER               PIC X(14) VALUE '  TOTAL       '.
    05  FILLER               PIC X(18) VALUE '   JUROS NO ANO   '.
    05  WLT-JUROS            PIC -(10)9.99.
    05  FILLER               PIC X(14) VALUE '   SALDO 31/12'.
    05  WLT-SALDO            PIC -(12)9.99.
*>  DECLARACAO ANUAL - LAYOUT FIXO DE 80 POSICOES
01  WRK-DCL-HEADER.
    05  DCH-TIPO             PIC X(01) VALUE '0'.
    05  DCH-ANO-BASE         PIC 9(04).
    05  DCH-DESCRICAO        PIC X(30)
                             VALUE 'INFORME DE RENDIMENTOS'.
    05  FILLER               PIC X(45) VALUE SPACES.
01  WRK-DCL-DETALHE.
    05  DCD-TIPO             PIC X(01) VALUE '1'.
    05  DCD-CPF              PIC X(11).
    05  DCD-NOME             PIC X(20).
    05  DCD-RENDIMENTOS      PIC 9(11)V99.
    05  DCD-SINAL-REND       PIC X(01).
    05  DCD-SALDO            PIC 9(13)V99.
    05  DCD-SINAL-SALDO      PIC X(01).
    05  FILLER               PIC X(18) VALUE SPACES.
01  WRK-DCL-TRAILER.
    05  DCT-TIPO             PIC X(01) VALUE '9'.
    05  DCT-QTDE             PIC 9(07).
    05  DCT-RENDIMENTOS      PIC 9(11)V99.
    05  DCT-SINAL-REND       PIC X(01).
    05  DCT-SALDO            PIC 9(13)V99.
    05  DCT-SINAL-SALDO      PIC X(01).
    05  FILLER               PIC X(42) VALUE SPACES.
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
01  WRK-LINHA-VALOR.
    05  WRV-LABEL            PIC X(26).
    05  WRV-VALOR            PIC -(13)9.99.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-LER-MOVIMENTO.
    PERFORM 0210-PROCESSAR-MOVIMENTO UNTIL WRK-FIM-ARQUIVO.
    IF WRK-CPF-ATUAL NOT = SPACES
       PERFORM 0400-EMITIR-INFORME
    END-IF.
    PERFORM 0500-CONFERIR-CONTROLE.
    PERFORM 0600-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    OPEN INPUT P086-CONTROLE
    IF WRK-FS-CTL = '00'
       READ P086-CONTROLE
           AT END CONTINUE
           NOT AT END
              MOVE 'S'          TO WRK-CTL-LIDO
              MOVE CTL-ANO-BASE TO WRK-ANO-BASE
       END-READ
       CLOSE P086-CONTROLE
    END-IF
    IF WRK-CTL-LIDO = 'N'
       DISPLAY 'REGISTRO DE CONTROLE DO PROG086 AUSENTE'
       MOVE 16 TO WRK-RC
    END-IF
    OPEN INPUT P087-ENTRADA
    IF WRK-FS-ENT = '00'
       MOVE 'S' TO WRK-ENT-ABERTO
    ELSE
       DISPLAY 'MOVIMENTO DO INFORME INDISPONIVEL - STATUS '
               WRK-FS-ENT
       MOVE 16  TO WRK-RC
       MOVE 'S' TO WRK-EOF
    END-IF
    OPEN INPUT CLIENTE-FILE
    IF WRK-FS-CLIENTE = '00'
       MOVE 'S' TO WRK-CLI-ABERTO
    ELSE
       DISPLAY 'CLIFILE INDISPONIVEL - STATUS ' WRK-FS-CLIENTE
       MOVE 16 TO WRK-RC
    END-IF
    OPEN OUTPUT P087-INFORME P087-DEVOLVIDO P087-DECLARACAO
                P087-RELATO
    MOVE WRK-ANO-BASE TO DCH-ANO-BASE
    WRITE DC87-REGISTRO FROM WRK-DCL-HEADER
    MOVE SPACES TO RS87-REGISTRO
    STRING 'PROG087 - EMISSAO DO INFORME DE RENDIMENTOS - '
                         DELIMITED BY SIZE
           'ANO-BASE '   DELIMITED BY SIZE
           WRK-ANO-BASE  DELIMITED BY SIZE
           INTO RS87-REGISTRO
    END-STRING
    WRITE RS87-REGISTRO
    MOVE SPACES TO RS87-REGISTRO
    WRITE RS87-REGISTRO
    MOVE SPACES TO DV87-REGISTRO
    STRING 'INFORMES RETIDOS - ENDERECO DEVOLVIDO OU SEM CEP - '
                         DELIMITED BY SIZE
           'ANO-BASE '   DELIMITED BY SIZE
           WRK-ANO-BASE  DELIMITED BY SIZE
           INTO DV87-REGISTRO
    END-STRING
    WRITE DV87-REGISTRO.
0200-LER-MOVIMENTO.
    IF NOT WRK-FIM-ARQUIVO
       READ P087-ENTRADA
           AT END MOVE 'S' TO WRK-EOF
           NOT AT END ADD 1 TO WRK-QTDE-LIDOS
       END-READ
    END-IF.
0210-PROCESSAR-MOVIMENTO.
    IF INF-CPF NOT = WRK-CPF-ATUAL
       IF WRK-CPF-ATUAL NOT = SPACES
          PERFORM 0400-EMITIR-INFORME
       END-IF
       MOVE INF-CPF     TO WRK-CPF-ATUAL
       MOVE INF-CLIENTE TO WRK-CLIENTE-ATUAL
       MOVE ZEROS       TO WRK-QTDE-CONTAS WRK-CONTA-ATUAL
                           WRK-JUROS-CPF WRK-SALDO-CPF
    END-IF
    IF INF-CONTA NOT = WRK-CONTA-ATUAL
       PERFORM 0300-ABRIR-CONTA
    END-IF
    IF INF-JUROS
       ADD 1         TO WRK-QTDE-JUROS
       ADD INF-VALOR TO WRK-TOTAL-JUROS WRK-JUROS-CPF
                        WRK-CTA-JUROS(WRK-IDX)
    ELSE
       ADD 1         TO WRK-QTDE-SALDOS
       ADD INF-VALOR TO WRK-TOTAL-SALDOS WRK-SALDO-CPF
                        WRK-CTA-SALDO(WRK-IDX)
    END-IF
    PERFORM 0200-LER-MOVIMENTO.
0300-ABRIR-CONTA.
*>  MAIS CONTAS QUE A TABELA: AS EXCEDENTES SOMAM NA ULTIMA LINHA,
*>  O TOTAL DO INFORME CONTINUA CERTO.
    MOVE INF-CONTA TO WRK-CONTA-ATUAL
    IF WRK-QTDE-CONTAS < WRK-MAX-CONTAS
       ADD 1 TO WRK-QTDE-CONTAS
       MOVE WRK-QTDE-CONTAS TO WRK-IDX
       MOVE INF-CONTA TO WRK-CTA-NUMERO(WRK-IDX)
       MOVE ZEROS     TO WRK-CTA-JUROS(WRK-IDX)
                         WRK-CTA-SALDO(WRK-IDX)
    ELSE
       DISPLAY 'CPF ' WRK-CPF-ATUAL ' COM MAIS DE 20 CONTAS - '
               'CONTA ' INF-CONTA ' SOMADA NA ULTIMA LINHA'
    END-IF.
0400-EMITIR-INFORME.
    MOVE 'N' TO WRK-ENDERECO-OK
    MOVE SPACES TO CLI-REGISTRO
    IF WRK-CLI-ABERTO = 'S'
       MOVE WRK-CLIENTE-ATUAL TO CLI-NUMERO
       READ CLIENTE-FILE
           INVALID KEY MOVE SPACES TO CLI-REGISTRO
           NOT INVALID KEY
              IF CLI-END-RUIM NOT = 'S' AND CLI-CEP NOT = SPACES
                 MOVE 'Y' TO WRK-ENDERECO-OK
              END-IF
       END-READ
    END-IF
    IF WRK-ENDERECO-OK = 'Y'
       PERFORM 0410-IMPRIMIR-INFORME
    ELSE
       PERFORM 0420-RELATAR-DEVOLVIDO
    END-IF
    PERFORM 0430-GRAVAR-DECLARACAO.
0410-IMPRIMIR-INFORME.
    ADD 1 TO WRK-QTDE-INFORMES
    MOVE SPACES TO IN87-REGISTRO
    STRING 'INFORME DE RENDIMENTOS - ANO-BASE ' DELIMITED BY SIZE
           WRK-ANO-BASE  DELIMITED BY SIZE
           INTO IN87-REGISTRO
    END-STRING
    WRITE IN87-REGISTRO
    MOVE SPACES TO IN87-REGISTRO
    STRING CLI-NOME      DELIMITED BY SIZE
           '  CPF '      DELIMITED BY SIZE
           WRK-CPF-ATUAL DELIMITED BY SIZE
           INTO IN87-REGISTRO
    END-STRING
    WRITE IN87-REGISTRO
    MOVE SPACES TO IN87-REGISTRO
    STRING CLI-RUA         DELIMITED BY '  '
           ', '            DELIMITED BY SIZE
           CLI-NUM         DELIMITED BY SPACE
           ' '             DELIMITED BY SIZE
           CLI-COMPLEMENTO DELIMITED BY '  '
           INTO IN87-REGISTRO
    END-STRING
    WRITE IN87-REGISTRO
    MOVE SPACES TO IN87-REGISTRO
    STRING CLI-CIDADE      DELIMITED BY '  '
           ' - '           DELIMITED BY SIZE
           CLI-UF          DELIMITED BY SIZE
           ' CEP '         DELIMITED BY SIZE
           CLI-CEP         DELIMITED BY SIZE
           INTO IN87-REGISTRO
    END-STRING
    WRITE IN87-REGISTRO
    PERFORM 0415-IMPRIMIR-CONTA
        VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > WRK-QTDE-CONTAS
    MOVE WRK-JUROS-CPF TO WLT-JUROS
    MOVE WRK-SALDO-CPF TO WLT-SALDO
    WRITE IN87-REGISTRO FROM WRK-LINHA-TOTAL-CPF
    MOVE ALL '-' TO IN87-REGISTRO
    WRITE IN87-REGISTRO.
0415-IMPRIMIR-CONTA.
    MOVE WRK-CTA-NUMERO(WRK-IDX) TO WLC-CONTA
    MOVE WRK-CTA-JUROS(WRK-IDX)  TO WLC-JUROS
    MOVE WRK-CTA-SALDO(WRK-IDX)  TO WLC-SALDO
    WRITE IN87-REGISTRO FROM WRK-LINHA-CONTA.
0420-RELATAR-DEVOLVIDO.
    ADD 1 TO WRK-QTDE-DEVOLVIDOS
    IF WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF
    MOVE SPACES TO DV87-REGISTRO
    STRING 'CPF '            DELIMITED BY SIZE
           WRK-CPF-ATUAL     DELIMITED BY SIZE
           ' CLIENTE '       DELIMITED BY SIZE
           WRK-CLIENTE-ATUAL DELIMITED BY SIZE
           ' '               DELIMITED BY SIZE
           CLI-NOME          DELIMITED BY SIZE
           INTO DV87-REGISTRO
    END-STRING
    WRITE DV87-REGISTRO.
0430-GRAVAR-DECLARACAO.
    ADD 1 TO WRK-QTDE-DECLARADOS
    MOVE WRK-CPF-ATUAL TO DCD-CPF
    MOVE CLI-NOME      TO DCD-NOME
    MOVE WRK-JUROS-CPF TO DCD-RENDIMENTOS
    MOVE WRK-SALDO-CPF TO DCD-SALDO
    MOVE '+' TO DCD-SINAL-REND DCD-SINAL-SALDO
    IF WRK-JUROS-CPF < 0
       MOVE '-' TO DCD-SINAL-REND
    END-IF
    IF WRK-SALDO-CPF < 0
       MOVE '-' TO DCD-SINAL-SALDO
    END-IF
    WRITE DC87-REGISTRO FROM WRK-DCL-DETALHE.
0500-CONFERIR-CONTROLE.
    MOVE WRK-QTDE-DECLARADOS TO DCT-QTDE
    MOVE WRK-TOTAL-JUROS     TO DCT-RENDIMENTOS
    MOVE WRK-TOTAL-SALDOS    TO DCT-SALDO
    MOVE '+' TO DCT-SINAL-REND DCT-SINAL-SALDO
    IF WRK-TOTAL-JUROS < 0
       MOVE '-' TO DCT-SINAL-REND
    END-IF
    IF WRK-TOTAL-SALDOS < 0
       MOVE '-' TO DCT-SINAL-SALDO
    END-IF
    WRITE DC87-REGISTRO FROM WRK-DCL-TRAILER
    IF WRK-CTL-LIDO = 'S'
       IF WRK-QTDE-JUROS   NOT = CTL-QTDE-JUROS
          OR WRK-TOTAL-JUROS  NOT = CTL-TOTAL-JUROS
          OR WRK-QTDE-SALDOS  NOT = CTL-QTDE-SALDOS
          OR WRK-TOTAL-SALDOS NOT = CTL-TOTAL-SALDOS
          MOVE 'INFORMES NAO BATEM COM O CONTROLE DA EXTRACAO - '
            TO RS87-REGISTRO
          WRITE RS87-REGISTRO
          MOVE 'NAO TRANSMITIR A DECLARACAO' TO RS87-REGISTRO
          WRITE RS87-REGISTRO
          DISPLAY 'INFORMES DIVERGEM DO CONTROLE DO PROG086'
          IF WRK-RC < 08
             MOVE 08 TO WRK-RC
          END-IF
       END-IF
    END-IF.
0600-FINALIZAR.
    MOVE SPACES TO RS87-REGISTRO
    WRITE RS87-REGISTRO
    MOVE 'ITENS LIDOS...............' TO WRT-LABEL
    MOVE WRK-QTDE-LIDOS               TO WRT-QTDE
    WRITE RS87-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'CREDITOS DE JUROS.........' TO WRT-LABEL
    MOVE WRK-QTDE-JUROS               TO WRT-QTDE
    WRITE RS87-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE '  CONTROLE DA EXTRACAO....' TO WRT-LABEL
    MOVE CTL-QTDE-JUROS               TO WRT-QTDE
    WRITE RS87-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TOTAL DE JUROS............' TO WRV-LABEL
    MOVE WRK-TOTAL-JUROS              TO WRV-VALOR
    WRITE RS87-REGISTRO FROM WRK-LINHA-VALOR
    MOVE '  CONTROLE DA EXTRACAO....' TO WRV-LABEL
    MOVE CTL-TOTAL-JUROS              TO WRV-VALOR
    WRITE RS87-REGISTRO FROM WRK-LINHA-VALOR
    MOVE 'SALDOS DE 31/12...........' TO WRT-LABEL
    MOVE WRK-QTDE-SALDOS              TO WRT-QTDE
    WRITE RS87-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE '  CONTROLE DA EXTRACAO....' TO WRT-LABEL
    MOVE CTL-QTDE-SALDOS              TO WRT-QTDE
    WRITE RS87-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TOTAL DOS SALDOS..........' TO WRV-LABEL
    MOVE WRK-TOTAL-SALDOS             TO WRV-VALOR
    WRITE RS87-REGISTRO FROM WRK-LINHA-VALOR
    MOVE '  CONTROLE DA EXTRACAO....' TO WRV-LABEL
    MOVE CTL-TOTAL-SALDOS             TO WRV-VALOR
    WRITE RS87-REGISTRO FROM WRK-LINHA-VALOR
    MOVE 'INFORMES PARA O CORREIO...' TO WRT-LABEL
    MOVE WRK-QTDE-INFORMES            TO WRT-QTDE
    WRITE RS87-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'INFORMES RETIDOS (ENDERECO' TO WRT-LABEL
    MOVE WRK-QTDE-DEVOLVIDOS          TO WRT-QTDE
    WRITE RS87-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'CPFS NA DECLARACAO........' TO WRT-LABEL
    MOVE WRK-QTDE-DECLARADOS          TO WRT-QTDE
    WRITE RS87-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG087 - INFORMES......' WRK-QTDE-INFORMES
    DISPLAY 'PROG087 - RETIDOS.......' WRK-QTDE-DEVOLVIDOS
    DISPLAY 'PROG087 - RETURN-CODE...' WRK-RC
    IF WRK-ENT-ABERTO = 'S'
       CLOSE P087-ENTRADA
    END-IF
    IF WRK-CLI-ABERTO = 'S'
       CLOSE CLIENTE-FILE
    END-IF
    CLOSE P087-INFORME P087-DEVOLVIDO P087-DECLARACAO P087-RELATO.
