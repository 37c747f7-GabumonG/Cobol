*> CEP) PARA O SISTEMA DE CARTAS
*> E E-MAILS DO ESCRITORIO. CLIENTES COM CONTATO EM BRANCO SAEM NO
*> RELATORIO DE PULADOS (P035REL), COM TOTAL DE CONTROLE.
*> A MALA E DE MARKETING: SO SAI O CANAL COM CONSENTIMENTO DE
*> MARKETING CONCEDIDO NO CLICONS (CPCONSEN) - E-MAIL, TELEFONE E
*> ENDERECO (CORREIO) SEM CONSENTIMENTO VAO EM BRANCO, E O CLIENTE
*> SEM NENHUM CANAL CONSENTIDO FICA DE FORA, CONTADO A PARTE NO
*> RELATORIO.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT CLIENTE-CONSENT ASSIGN TO "CLICONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CON-CHAVE
           FILE STATUS  IS WRK-FS-CON.
    SELECT P035-SAIDA   ASSIGN TO "P035SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P035-RELATO  ASSIGN TO "P035REL"
COPY CPCLIJRN.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  CLIENTE-CONSENT.
COPY CPCONSEN.
FD  P035-SAIDA.
01  SAI-LINHA              PIC X(200).
FD  P035-RELATO.
77  WRK-QTDE-INCLUSOES   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-EXTRAIDOS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-PULADOS     PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-CONSENT PIC 9(07) VALUE ZEROS.
77  WRK-FS-CON           PIC X(02) VALUE SPACES.
77  WRK-CON-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CONSENTE         PIC X(01) VALUE 'N'.
77  WRK-USA-ENDERECO     PIC X(01) VALUE 'S'.
01  WRK-CLIENTE-IMAGEM.
    05  WRK-CLI-NUMERO     PIC 9(06).
    05  WRK-CLI-NOME       PIC X(20).
       MOVE 'S' TO WRK-EOF
    END-IF
    PERFORM 0116-LER-DATA-PROC
*>  SEM O ARQUIVO DE CONSENTIMENTOS NINGUEM TEM CONSENTIMENTO - A
*>  MALA SAI VAZIA E OS CLIENTES CONTAM COMO SEM CONSENTIMENTO.
    OPEN INPUT CLIENTE-CONSENT
    IF WRK-FS-CON = '00'
       MOVE 'S' TO WRK-CON-ABERTO
    ELSE
       DISPLAY 'CONSENTIMENTOS INDISPONIVEIS - STATUS ' WRK-FS-CON
    END-IF
    MOVE 'PROG035 - EXTRACAO DE BOAS-VINDAS' TO RS35-REGISTRO
    WRITE RS35-REGISTRO
    PERFORM 0150-LER-PROXIMO.
          END-IF
          WRITE RS35-REGISTRO FROM WRK-LINHA-PULADO
       ELSE
          PERFORM 0205-APLICAR-CONSENTIMENTO
          IF WRK-CLI-EMAIL = SPACES AND WRK-CLI-TELEFONE = SPACES
             AND WRK-USA-ENDERECO = 'N'
             ADD 1 TO WRK-QTDE-SEM-CONSENT
             MOVE WRK-CLI-NUMERO TO WRP-NUMERO
             MOVE 'SEM CONSENTIMENTO DE MARKETING' TO WRP-MOTIVO
             WRITE RS35-REGISTRO FROM WRK-LINHA-PULADO
          ELSE
             PERFORM 0210-GRAVAR-MALA-DIRETA
          END-IF
       END-IF
    END-IF
    PERFORM 0150-LER-PROXIMO.
0205-APLICAR-CONSENTIMENTO.
    MOVE WRK-CLI-NUMERO TO CON-NUMERO
    MOVE 'M'            TO CON-FINALIDADE
    MOVE 'E'            TO CON-CANAL
    PERFORM 0207-LER-CONSENTIMENTO
    IF WRK-CONSENTE = 'N'
       MOVE SPACES TO WRK-CLI-EMAIL
    END-IF
    MOVE 'T'            TO CON-CANAL
    PERFORM 0207-LER-CONSENTIMENTO
    IF WRK-CONSENTE = 'N'
       MOVE SPACES TO WRK-CLI-TELEFONE
    END-IF
    MOVE 'C'            TO CON-CANAL
    PERFORM 0207-LER-CONSENTIMENTO
    MOVE WRK-CONSENTE   TO WRK-USA-ENDERECO.
0207-LER-CONSENTIMENTO.
*>  MARKETING E OPT-IN: SO O REGISTRO CONCEDIDO LIBERA O CANAL.
    MOVE 'N' TO WRK-CONSENTE
    IF WRK-CON-ABERTO = 'S'
       READ CLIENTE-CONSENT
           INVALID KEY CONTINUE
           NOT INVALID KEY
              IF CON-CONCEDIDO
                 MOVE 'S' TO WRK-CONSENTE
              END-IF
       END-READ
    END-IF.
0210-GRAVAR-MALA-DIRETA.
*>  O ENDERECO SAI COMPLETO E ENTREGAVEL - RUA, NUMERO,
*>  COMPLEMENTO (QUANDO HA), CIDADE, UF E CEP; SEM CIDADE E CEP O
*>  CORREIO DEVOLVIA A CARTA.
    MOVE SPACES TO WRK-ENDERECO-ED
    IF WRK-USA-ENDERECO = 'S'
       IF WRK-CLI-COMPL = SPACES
          STRING FUNCTION TRIM(WRK-CLI-RUA) DELIMITED BY SIZE
                 ', '                       DELIMITED BY SIZE
                 FUNCTION TRIM(WRK-CLI-NUM) DELIMITED BY SIZE
                 ' - '                      DELIMITED BY SIZE
                 FUNCTION TRIM(WRK-CLI-CIDADE) DELIMITED BY SIZE
                 '/'                        DELIMITED BY SIZE
                 WRK-CLI-UF                 DELIMITED BY SIZE
                 ' CEP '                    DELIMITED BY SIZE
                 WRK-CLI-CEP                DELIMITED BY SIZE
                 INTO WRK-ENDERECO-ED
          END-STRING
       ELSE
          STRING FUNCTION TRIM(WRK-CLI-RUA) DELIMITED BY SIZE
                 ', '                       DELIMITED BY SIZE
                 FUNCTION TRIM(WRK-CLI-NUM) DELIMITED BY SIZE
                 ' '                        DELIMITED BY SIZE
                 FUNCTION TRIM(WRK-CLI-COMPL) DELIMITED BY SIZE
                 ' - '                      DELIMITED BY SIZE
                 FUNCTION TRIM(WRK-CLI-CIDADE) DELIMITED BY SIZE
                 '/'                        DELIMITED BY SIZE
                 WRK-CLI-UF                 DELIMITED BY SIZE
                 ' CEP '                    DELIMITED BY SIZE
                 WRK-CLI-CEP                DELIMITED BY SIZE
                 INTO WRK-ENDERECO-ED
          END-STRING
       END-IF
    END-IF
    MOVE SPACES TO SAI-LINHA
    STRING WRK-CLI-NUMERO                  DELIMITED BY SIZE
    MOVE 'PULADOS SEM CONTATO.....' TO WRT-LABEL
    MOVE WRK-QTDE-PULADOS           TO WRT-QTDE
    WRITE RS35-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'EXCLUIDOS SEM CONSENT...' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-CONSENT       TO WRT-QTDE
    WRITE RS35-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG035 - SEM CONSENT...' WRK-QTDE-SEM-CONSENT
    IF WRK-CON-ABERTO = 'S'
       CLOSE CLIENTE-CONSENT
    END-IF
    DISPLAY 'PROG035 - EXTRAIDOS.....' WRK-QTDE-EXTRAIDOS
    DISPLAY 'PROG035 - PULADOS.......' WRK-QTDE-PULADOS
    CLOSE CLIENTE-JORNAL P035-SAIDA P035-RELATO.
