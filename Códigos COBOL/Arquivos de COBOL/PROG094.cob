IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG094.
*> PRE-CRITICA DIURNA DO FEED DE FILIAL (JOB HERC01PE). O FEED
*> CHEGA A TARDE MAS OS ERROS SO APARECIAM NO PROG005 DE NOITE, SEM
*> NINGUEM NA FILIAL PARA CORRIGIR, E O REJEITADO PASSAVA UM DIA EM
*> SUSPENSOS. AQUI O FEED (UM OU VARIOS CONCATENADOS EM P094ENT, NO
*> MESMO FORMATO DO P026ENT) PASSA SO PELA CRITICA, ASSIM QUE CHEGA:
*>  - ENVELOPE, COMO NO PROG026: CABECALHO 'B' DE FILIAL ATIVA NO
*>    FILREG, DETALHE SEMPRE DEPOIS DO CABECALHO, TRAILER 'F'
*>    PRESENTE E CONFERINDO QUANTIDADE E TOTAL, E A CHAVE DO FEED
*>    AINDA NAO CONSUMIDA NO FEDREG (O FEED DE ONTEM MANDADO DE
*>    NOVO);
*>  - DETALHE, COMO NO PROG005, CONTRA O CTAMST E O TRNHIST DO
*>    MOMENTO: VALORES NUMERICOS, DATA-VALOR DENTRO DA JANELA DO
*>    P005PAR, CONTA EXISTENTE E EM SITUACAO DE ACEITAR O
*>    LANCAMENTO, LIMITE, TRANSFERENCIA E ESTORNO (REFERENCIA NO
*>    ATIVO OU NO ARQUIVO TRNARC, VALORES, DUPLICIDADE E PERNA PAR).
*> NADA E POSTADO NEM REGISTRADO NO FEDREG - TODOS OS ARQUIVOS SAO
*> ABERTOS SO PARA LEITURA. O RELATORIO (P094REL) SAI POR FILIAL,
*> COM CADA REGISTRO QUE IRIA PARA SUSPENSOS E O MOTIVO DO CPSUSP5,
*> E O HORARIO DE CORTE (FIL-HORA-CORTE) PARA O REENVIO DO ARQUIVO
*> CORRIGIDO. O LIMITE E CONFERIDO CONTRA O SALDO DO MOMENTO - OUTROS
*> DEBITOS DA NOITE PODEM AINDA MUDAR O RESULTADO NO PROG005.
*> RC=04: DETALHE QUE IRIA PARA SUSPENSOS; RC=08: ENVELOPE QUE A
*> CONSOLIDACAO RECUSARIA; RC=16: ARQUIVO AUSENTE - NADA CRITICADO.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT P094-ENTRADA ASSIGN TO "P094ENT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-ENTRADA.
    SELECT FILIAL-REGISTRO ASSIGN TO "FILREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS FIL-CODIGO
           FILE STATUS  IS WRK-FS-FILREG.
    SELECT FEED-REGISTRO ASSIGN TO "FEDREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS FED-CHAVE
           FILE STATUS  IS WRK-FS-FEDREG.
    SELECT CONTA-MASTER ASSIGN TO "CTAMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CTA-CONTA
           FILE STATUS  IS WRK-FS-CONTA.
    SELECT TRANSACAO-HIST ASSIGN TO "TRNHIST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS HIS-SEQ
           FILE STATUS  IS WRK-FS-HIST.
    SELECT HIST-ARQUIVO ASSIGN TO "TRNARC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-ARC.
    SELECT P005-PARM    ASSIGN TO "P005PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT P094-RELATO  ASSIGN TO "P094REL"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  P094-ENTRADA.
01  ENT-REGISTRO           PIC X(57).
FD  FILIAL-REGISTRO.
COPY CPFILREG.
FD  FEED-REGISTRO.
COPY CPFEDREG.
FD  CONTA-MASTER.
COPY CPCTAMST.
FD  TRANSACAO-HIST.
COPY CPTRNHIS.
FD  HIST-ARQUIVO.
01  ARC-REGISTRO.
    05  ARC-SEQ            PIC 9(09).
    05  ARC-CONTA          PIC 9(06).
    05  ARC-V1             PIC S9(07)V99.
    05  ARC-V2             PIC S9(07)V99.
    05  ARC-RESULTADO      PIC S9(07)V99.
    05  ARC-DATA           PIC 9(08).
    05  ARC-ESTORNADO      PIC X(01).
    05  ARC-DATA-POSTAGEM  PIC X(08).
    05  ARC-DATA-ESTORNO   PIC X(08).
    05  ARC-SEQ-PAR        PIC X(09).
FD  P005-PARM.
01  PARM-REGISTRO.
    05  PARM-FORMATO-DECIMAL   PIC X(01).
    05  PARM-DIAS-RETRO        PIC 9(03).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  P094-RELATO.
01  RS94-REGISTRO          PIC X(100).
WORKING-STORAGE                 SECTION.
77  WRK-FS-ENTRADA       PIC X(02) VALUE SPACES.
77  WRK-FS-FILREG        PIC X(02) VALUE SPACES.
77  WRK-FS-FEDREG        PIC X(02) VALUE SPACES.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-FS-HIST          PIC X(02) VALUE SPACES.
77  WRK-FS-ARC           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-FILREG-ABERTO    PIC X(01) VALUE 'N'.
77  WRK-FEDREG-ABERTO    PIC X(01) VALUE 'N'.
77  WRK-CTA-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-HIS-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-ENT-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-ARC          PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO-ARC  VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-HORA-ATUAL       PIC 9(08) VALUE ZEROS.
77  WRK-HHMM-ATUAL       PIC 9(04) VALUE ZEROS.
77  WRK-DIAS-RETRO       PIC 9(03) VALUE 5.
77  WRK-DATA-VALOR-NUM   PIC 9(08) VALUE ZEROS.
77  WRK-DATA-EFETIVA     PIC 9(08) VALUE ZEROS.
77  WRK-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
77  WRK-VALOR-MOVTO      PIC S9(09)V99 VALUE ZEROS.
77  WRK-SALDO-PROJETADO  PIC S9(11)V99 VALUE ZEROS.
77  WRK-TOTAL-CENTAVOS   PIC 9(11) VALUE ZEROS.
77  WRK-DADOS-VALIDOS    PIC X(01) VALUE 'S'.
    88  WRK-DADOS-OK         VALUE 'S'.
    88  WRK-DADOS-INVALIDOS  VALUE 'N'.
77  WRK-MOTIVO           PIC X(03) VALUE SPACES.
77  WRK-DESCR-MOTIVO     PIC X(48) VALUE SPACES.
77  WRK-ARQUIVO-ACHADO   PIC X(01) VALUE 'N'.
77  WRK-SEQ-PROCURADA    PIC 9(09) VALUE ZEROS.
77  WRK-SEQ-REFERIDA     PIC 9(09) VALUE ZEROS.
77  WRK-SEQ-PAR          PIC 9(09) VALUE ZEROS.
77  WRK-CONTA-PAR        PIC 9(06) VALUE ZEROS.
77  WRK-RESULTADO-PAR    PIC S9(07)V99 VALUE ZEROS.
01  WRK-ARC-CANDIDATO.
    05  WRK-CAND-SEQ        PIC 9(09).
    05  WRK-CAND-CONTA      PIC 9(06).
    05  WRK-CAND-V1         PIC S9(07)V99.
    05  WRK-CAND-V2         PIC S9(07)V99.
    05  WRK-CAND-RESULTADO  PIC S9(07)V99.
    05  WRK-CAND-DATA       PIC 9(08).
    05  WRK-CAND-ESTORNADO  PIC X(01).
    05  WRK-CAND-DATA-POST  PIC X(08).
    05  WRK-CAND-DATA-EST   PIC X(08).
    05  WRK-CAND-SEQ-PAR    PIC X(09).
*>  SITUACAO DO FEED DA FILIAL EM CRITICA.
77  WRK-TEM-CABECALHO    PIC X(01) VALUE 'N'.
77  WRK-ENVELOPE-OK      PIC X(01) VALUE 'S'.
77  WRK-CODIGO-FILIAL    PIC 9(02) VALUE ZEROS.
77  WRK-HORA-CORTE       PIC 9(04) VALUE ZEROS.
77  WRK-QTDE-FILIAL      PIC 9(07) VALUE ZEROS.
77  WRK-TOTAL-FILIAL     PIC S9(09)V99 VALUE ZEROS.
77  WRK-ERROS-FILIAL     PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-FEEDS       PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-GERAL       PIC 9(07) VALUE ZEROS.
77  WRK-ERROS-GERAL      PIC 9(07) VALUE ZEROS.
77  WRK-FEEDS-RECUSADOS  PIC 9(05) VALUE ZEROS.
01  WRK-REGISTRO.
    05  WRK-IMAGEM-34.
        10  WRK-TIPO           PIC X(01).
            88  WRK-CABECALHO      VALUE 'B'.
            88  WRK-DETALHE        VALUE 'D'.
            88  WRK-ESTORNO        VALUE 'C'.
            88  WRK-TRANSFERENCIA  VALUE 'R'.
            88  WRK-TRAILER-CONTA  VALUE 'T'.
            88  WRK-TRAILER-FILIAL VALUE 'F'.
        10  WRK-CONTA          PIC 9(06).
        10  WRK-DADOS.
            15  WRK-V1             PIC S9(07)V99.
            15  WRK-V2             PIC S9(07)V99.
            15  WRK-REF-SEQ        PIC 9(09).
        10  WRK-DADOS-TRAILER REDEFINES WRK-DADOS.
            15  WRK-TOTAL-CTRL     PIC S9(09)V99.
            15  WRK-QTDE-CTRL      PIC 9(07).
            15  FILLER             PIC X(09).
    05  WRK-DATA-VALOR     PIC X(08).
    05  WRK-DESTINO.
        10  WRK-CONTA-DESTINO  PIC 9(06).
        10  WRK-SEQ-DESTINO    PIC 9(09).
01  WRK-LINHA-FILIAL.
    05  FILLER             PIC X(07) VALUE 'FILIAL '.
    05  WRF-CODIGO         PIC 9(02).
    05  FILLER             PIC X(01) VALUE SPACE.
    05  WRF-NOME           PIC X(20).
    05  FILLER             PIC X(07) VALUE ' CORTE '.
    05  WRF-CORTE          PIC 9(04).
    05  FILLER             PIC X(11) VALUE ' RECEBIDO '.
    05  WRF-HORA           PIC 9(04).
01  WRK-LINHA-ERRO.
    05  FILLER             PIC X(08) VALUE '  CONTA '.
    05  WRE-CONTA          PIC 9(06).
    05  FILLER             PIC X(06) VALUE ' TIPO '.
    05  WRE-TIPO           PIC X(01).
    05  FILLER             PIC X(05) VALUE ' SEQ '.
    05  WRE-SEQ            PIC X(09).
    05  FILLER             PIC X(08) VALUE ' MOTIVO '.
    05  WRE-MOTIVO         PIC X(03).
    05  FILLER             PIC X(01) VALUE SPACE.
    05  WRE-DESCRICAO      PIC X(48).
01  WRK-LINHA-RESUMO.
    05  FILLER             PIC X(14) VALUE '  REGISTROS   '.
    05  WRR-QTDE           PIC ZZZZZZ9.
    05  FILLER             PIC X(11) VALUE ' COM ERRO  '.
    05  WRR-ERROS          PIC ZZZZZZ9.
    05  FILLER             PIC X(02) VALUE SPACES.
    05  WRR-SITUACAO       PIC X(50).
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL          PIC X(26).
    05  WRT-QTDE           PIC ZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF WRK-RC < 16
       PERFORM 0200-CRITICAR-ENTRADA UNTIL WRK-FIM-ARQUIVO
       PERFORM 0260-ENCERRAR-BLOCO-ABERTO
    END-IF
    PERFORM 0900-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    OPEN OUTPUT P094-RELATO
    MOVE 'PROG094 - PRE-CRITICA DO FEED DE FILIAL (NADA E POSTADO)'
      TO RS94-REGISTRO
    WRITE RS94-REGISTRO
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0115-LER-PARAMETROS
    ACCEPT WRK-HORA-ATUAL FROM TIME
    MOVE WRK-HORA-ATUAL(1:4) TO WRK-HHMM-ATUAL
    MOVE SPACES TO RS94-REGISTRO
    STRING 'MOVIMENTO PARA A NOITE DE ' WRK-DATA-PROC
           ' - CRITICA AS ' WRK-HHMM-ATUAL
           DELIMITED BY SIZE INTO RS94-REGISTRO
    END-STRING
    WRITE RS94-REGISTRO
    PERFORM 0120-ABRIR-ARQUIVOS
    MOVE 'N' TO WRK-EOF.
0115-LER-PARAMETROS.
*>  A MESMA JANELA DE RETROACAO DA DATA-VALOR DO BALANCEAMENTO.
    OPEN INPUT P005-PARM
    IF WRK-FS-PARM = '00'
       READ P005-PARM
           AT END CONTINUE
           NOT AT END
              IF PARM-DIAS-RETRO IS NUMERIC
                 AND PARM-DIAS-RETRO > 0
                 MOVE PARM-DIAS-RETRO TO WRK-DIAS-RETRO
              END-IF
       END-READ
       CLOSE P005-PARM
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
0120-ABRIR-ARQUIVOS.
*>  TUDO SO LEITURA. SEM O FEDREG A CRITICA SEGUE SEM A CONFERENCIA
*>  DE FEED REPETIDO (AVISADO NO RELATORIO); SEM OS DEMAIS NAO HA
*>  O QUE CRITICAR.
    OPEN INPUT FILIAL-REGISTRO
    IF WRK-FS-FILREG = '00'
       MOVE 'S' TO WRK-FILREG-ABERTO
    ELSE
       MOVE 16 TO WRK-RC
       DISPLAY 'CADASTRO DE FILIAIS INDISPONIVEL - STATUS '
               WRK-FS-FILREG
    END-IF
    OPEN INPUT FEED-REGISTRO
    IF WRK-FS-FEDREG = '00'
       MOVE 'S' TO WRK-FEDREG-ABERTO
    ELSE
       MOVE 'CADASTRO DE FEEDS CONSUMIDOS INDISPONIVEL - FEED '
         TO RS94-REGISTRO
       MOVE 'REPETIDO NAO CONFERIDO' TO RS94-REGISTRO(50:22)
       WRITE RS94-REGISTRO
    END-IF
    OPEN INPUT CONTA-MASTER
    IF WRK-FS-CONTA = '00'
       MOVE 'S' TO WRK-CTA-ABERTO
    ELSE
       MOVE 16 TO WRK-RC
       DISPLAY 'MASTER DE CONTAS INDISPONIVEL - STATUS ' WRK-FS-CONTA
    END-IF
    OPEN INPUT TRANSACAO-HIST
    IF WRK-FS-HIST = '00'
       MOVE 'S' TO WRK-HIS-ABERTO
    ELSE
       MOVE 16 TO WRK-RC
       DISPLAY 'HISTORICO DE TRANSACOES INDISPONIVEL - STATUS '
               WRK-FS-HIST
    END-IF
    OPEN INPUT P094-ENTRADA
    IF WRK-FS-ENTRADA = '00'
       MOVE 'S' TO WRK-ENT-ABERTO
    ELSE
       MOVE 16 TO WRK-RC
       DISPLAY 'FEED DA FILIAL (P094ENT) AUSENTE - STATUS '
               WRK-FS-ENTRADA
    END-IF
    IF WRK-RC = 16
       MOVE 'ARQUIVO AUSENTE - NADA CRITICADO (VER SYSOUT)'
         TO RS94-REGISTRO
       WRITE RS94-REGISTRO
    END-IF.
0200-CRITICAR-ENTRADA.
    READ P094-ENTRADA
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           MOVE ENT-REGISTRO TO WRK-REGISTRO
           PERFORM 0210-CLASSIFICAR-REGISTRO
    END-READ.
0210-CLASSIFICAR-REGISTRO.
    EVALUATE TRUE
       WHEN WRK-CABECALHO
          PERFORM 0220-ABRIR-FILIAL
       WHEN WRK-DETALHE OR WRK-ESTORNO OR WRK-TRANSFERENCIA
          IF WRK-TEM-CABECALHO = 'N'
             PERFORM 0215-DETALHE-SEM-CABECALHO
          END-IF
          ADD 1 TO WRK-QTDE-FILIAL WRK-QTDE-GERAL
          IF WRK-V1 IS NUMERIC AND WRK-V2 IS NUMERIC
             ADD WRK-V1 WRK-V2 TO WRK-TOTAL-FILIAL
          END-IF
          PERFORM 0300-CRITICAR-DETALHE
       WHEN WRK-TRAILER-CONTA
*>        TRAILER POR CONTA - CONFERIDO PELO PROG005 DEPOIS DO SORT
*>        DA NOITE; FORA DO CONTROLE DO TRAILER 'F'.
          CONTINUE
       WHEN WRK-TRAILER-FILIAL
          PERFORM 0240-CONFERIR-TRAILER
          PERFORM 0250-ENCERRAR-FILIAL
       WHEN OTHER
          IF WRK-TEM-CABECALHO = 'N'
             PERFORM 0215-DETALHE-SEM-CABECALHO
          END-IF
          MOVE '002' TO WRK-MOTIVO
          PERFORM 0390-LISTAR-ERRO
    END-EVALUATE.
0215-DETALHE-SEM-CABECALHO.
*>  A CONSOLIDACAO RECUSA O MOVIMENTO INTEIRO; AQUI O BLOCO SEGUE
*>  CRITICADO SOB UMA FILIAL 00 PARA A LISTAGEM SAIR COMPLETA.
    PERFORM 0710-INICIAR-FILIAL
    MOVE 'S'   TO WRK-TEM-CABECALHO
    MOVE ZEROS TO WRK-CODIGO-FILIAL WRF-CODIGO WRF-CORTE
    MOVE SPACES TO WRF-NOME
    MOVE WRK-HHMM-ATUAL TO WRF-HORA
    MOVE SPACES TO RS94-REGISTRO
    WRITE RS94-REGISTRO
    WRITE RS94-REGISTRO FROM WRK-LINHA-FILIAL
    MOVE SPACES TO RS94-REGISTRO
    MOVE 'DETALHE SEM CABECALHO DE FILIAL' TO RS94-REGISTRO(3:40)
    PERFORM 0245-RECUSAR-ENVELOPE.
0220-ABRIR-FILIAL.
*>  O CODIGO DA FILIAL VEM NO CAMPO DE CONTA DO CABECALHO E PRECISA
*>  EXISTIR ATIVO NO CADASTRO, COMO NO PROG026.
    PERFORM 0260-ENCERRAR-BLOCO-ABERTO
    PERFORM 0710-INICIAR-FILIAL
    MOVE 'S' TO WRK-TEM-CABECALHO
    MOVE WRK-CONTA TO WRK-CODIGO-FILIAL FIL-CODIGO
    MOVE WRK-CODIGO-FILIAL TO WRF-CODIGO
    MOVE WRK-HHMM-ATUAL TO WRF-HORA
    MOVE SPACES TO RS94-REGISTRO
    WRITE RS94-REGISTRO
    READ FILIAL-REGISTRO
        INVALID KEY
           MOVE SPACES TO WRF-NOME
           MOVE ZEROS  TO WRF-CORTE
           WRITE RS94-REGISTRO FROM WRK-LINHA-FILIAL
           MOVE SPACES TO RS94-REGISTRO
           MOVE 'FILIAL NAO CONSTA NO CADASTRO DE FILIAIS'
             TO RS94-REGISTRO(3:50)
           PERFORM 0245-RECUSAR-ENVELOPE
        NOT INVALID KEY
           MOVE FIL-NOME       TO WRF-NOME
           MOVE FIL-HORA-CORTE TO WRF-CORTE WRK-HORA-CORTE
           WRITE RS94-REGISTRO FROM WRK-LINHA-FILIAL
           IF NOT FIL-E-ATIVA
              MOVE SPACES TO RS94-REGISTRO
              MOVE 'FILIAL INATIVA NO CADASTRO - FEED SERIA RECUSADO'
                TO RS94-REGISTRO(3:50)
              PERFORM 0245-RECUSAR-ENVELOPE
           END-IF
    END-READ.
0240-CONFERIR-TRAILER.
*>  TRAILER DIVERGENTE OU FEED JA CONSUMIDO SEGURAM A CADEIA NA
*>  CONSOLIDACAO - O FEED TEM DE SER REENVIADO.
    IF WRK-TEM-CABECALHO = 'N'
       PERFORM 0215-DETALHE-SEM-CABECALHO
    END-IF
    IF WRK-QTDE-FILIAL NOT = WRK-QTDE-CTRL
       OR WRK-TOTAL-FILIAL NOT = WRK-TOTAL-CTRL
       MOVE SPACES TO RS94-REGISTRO
       STRING '  TRAILER DIVERGENTE - QTDE APURADA ' WRK-QTDE-FILIAL
              ' QTDE DO TRAILER ' WRK-QTDE-CTRL
              DELIMITED BY SIZE INTO RS94-REGISTRO
       END-STRING
       PERFORM 0245-RECUSAR-ENVELOPE
    END-IF
    IF WRK-FEDREG-ABERTO = 'S' AND WRK-QTDE-FILIAL > 0
       MOVE WRK-CODIGO-FILIAL TO FED-ORIGEM
       MOVE WRK-QTDE-FILIAL   TO FED-QTDE
       COMPUTE WRK-TOTAL-CENTAVOS =
          FUNCTION ABS(WRK-TOTAL-FILIAL) * 100
       MOVE WRK-TOTAL-CENTAVOS TO FED-TOTAL-CENTAVOS
       READ FEED-REGISTRO
           INVALID KEY CONTINUE
           NOT INVALID KEY
              MOVE SPACES TO RS94-REGISTRO
              STRING '  FEED JA CONSUMIDO EM ' FED-DATA-CONSUMO
                     ' - ARQUIVO REPETIDO'
                     DELIMITED BY SIZE INTO RS94-REGISTRO
              END-STRING
              PERFORM 0245-RECUSAR-ENVELOPE
       END-READ
    END-IF.
0245-RECUSAR-ENVELOPE.
    WRITE RS94-REGISTRO
    MOVE 'N' TO WRK-ENVELOPE-OK
    IF WRK-RC < 08
       MOVE 08 TO WRK-RC
    END-IF.
0250-ENCERRAR-FILIAL.
    MOVE WRK-QTDE-FILIAL  TO WRR-QTDE
    MOVE WRK-ERROS-FILIAL TO WRR-ERROS
    ADD 1 TO WRK-QTDE-FEEDS
    EVALUATE TRUE
       WHEN WRK-ENVELOPE-OK = 'N'
          ADD 1 TO WRK-FEEDS-RECUSADOS
          MOVE 'ENVELOPE RECUSADO - REENVIAR O FEED INTEIRO'
            TO WRR-SITUACAO
       WHEN WRK-ERROS-FILIAL > 0
          MOVE 'ERROS IRIAM PARA SUSPENSOS - CORRIGIR E REENVIAR'
            TO WRR-SITUACAO
       WHEN OTHER
          MOVE 'FEED LIMPO' TO WRR-SITUACAO
    END-EVALUATE
    WRITE RS94-REGISTRO FROM WRK-LINHA-RESUMO
    IF WRK-ENVELOPE-OK = 'N' OR WRK-ERROS-FILIAL > 0
       MOVE SPACES TO RS94-REGISTRO
       IF WRK-HORA-CORTE > 0 AND WRK-HHMM-ATUAL NOT > WRK-HORA-CORTE
          STRING '  REENVIO CORRIGIDO ATE AS ' WRK-HORA-CORTE
                 DELIMITED BY SIZE INTO RS94-REGISTRO
          END-STRING
       ELSE
          MOVE '  HORARIO DE CORTE JA PASSOU - FALAR COM A OPERACAO'
            TO RS94-REGISTRO
       END-IF
       WRITE RS94-REGISTRO
    END-IF
    MOVE 'N' TO WRK-TEM-CABECALHO.
0260-ENCERRAR-BLOCO-ABERTO.
*>  FEED SEM TRAILER 'F' - MOVIMENTO POSSIVELMENTE TRUNCADO.
    IF WRK-TEM-CABECALHO = 'S'
       MOVE '  FEED SEM TRAILER DE CONTROLE - ARQUIVO TRUNCADO?'
         TO RS94-REGISTRO
       PERFORM 0245-RECUSAR-ENVELOPE
       PERFORM 0250-ENCERRAR-FILIAL
    END-IF.
0300-CRITICAR-DETALHE.
*>  MESMA ORDEM DE CRITICA DO PROG005 (0205/0208/0216/0206/0217) - O
*>  PRIMEIRO MOTIVO ENCONTRADO E O QUE O SUSPENSO RECEBERIA.
    SET WRK-DADOS-OK TO TRUE
    MOVE SPACES TO WRK-MOTIVO
    PERFORM 0310-VALIDAR-VALORES
    IF WRK-DADOS-OK
       PERFORM 0320-VALIDAR-CONTA
    END-IF
    IF WRK-DADOS-OK
       EVALUATE TRUE
          WHEN WRK-TRANSFERENCIA
             PERFORM 0330-VALIDAR-TRANSFERENCIA
          WHEN WRK-ESTORNO
             PERFORM 0340-VALIDAR-ESTORNO
             IF WRK-DADOS-OK
                PERFORM 0350-VALIDAR-PERNA-PAR
             END-IF
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-IF
    IF WRK-DADOS-INVALIDOS
       PERFORM 0390-LISTAR-ERRO
    END-IF.
0310-VALIDAR-VALORES.
    IF WRK-V1 NOT NUMERIC OR WRK-V2 NOT NUMERIC
       SET WRK-DADOS-INVALIDOS TO TRUE
       MOVE '001' TO WRK-MOTIVO
    END-IF
    IF WRK-DADOS-OK
       PERFORM 0315-VALIDAR-DATA-VALOR
    END-IF
    IF WRK-ESTORNO
       AND (WRK-REF-SEQ NOT NUMERIC OR WRK-REF-SEQ = 0)
       SET WRK-DADOS-INVALIDOS TO TRUE
       MOVE '006' TO WRK-MOTIVO
    END-IF.
0315-VALIDAR-DATA-VALOR.
    MOVE WRK-DATA-PROC TO WRK-DATA-EFETIVA
    IF WRK-DATA-VALOR IS NUMERIC AND WRK-DATA-VALOR NOT = ZEROS
       MOVE WRK-DATA-VALOR TO WRK-DATA-VALOR-NUM
       IF WRK-DATA-VALOR-NUM > WRK-DATA-PROC
          SET WRK-DADOS-INVALIDOS TO TRUE
          MOVE '010' TO WRK-MOTIVO
       ELSE
          COMPUTE WRK-DIAS-ATRASO =
             FUNCTION INTEGER-OF-DATE(WRK-DATA-PROC)
             - FUNCTION INTEGER-OF-DATE(WRK-DATA-VALOR-NUM)
          IF WRK-DIAS-ATRASO > WRK-DIAS-RETRO
             SET WRK-DADOS-INVALIDOS TO TRUE
             MOVE '010' TO WRK-MOTIVO
          ELSE
             MOVE WRK-DATA-VALOR-NUM TO WRK-DATA-EFETIVA
          END-IF
       END-IF
    END-IF.
0320-VALIDAR-CONTA.
    COMPUTE WRK-VALOR-MOVTO = WRK-V1 + WRK-V2
    IF WRK-ESTORNO OR WRK-TRANSFERENCIA
       MULTIPLY WRK-VALOR-MOVTO BY -1 GIVING WRK-VALOR-MOVTO
    END-IF
    MOVE WRK-CONTA TO CTA-CONTA
    READ CONTA-MASTER
        INVALID KEY
           SET WRK-DADOS-INVALIDOS TO TRUE
           MOVE '007' TO WRK-MOTIVO
        NOT INVALID KEY
           EVALUATE TRUE
              WHEN CTA-ENCERRADA
                 SET WRK-DADOS-INVALIDOS TO TRUE
                 MOVE '008' TO WRK-MOTIVO
              WHEN CTA-BLOQUEADA AND WRK-VALOR-MOVTO < 0
                 SET WRK-DADOS-INVALIDOS TO TRUE
                 MOVE '009' TO WRK-MOTIVO
              WHEN CTA-INATIVA AND WRK-VALOR-MOVTO < 0
                 SET WRK-DADOS-INVALIDOS TO TRUE
                 MOVE '016' TO WRK-MOTIVO
              WHEN OTHER
                 PERFORM 0325-VALIDAR-LIMITE
           END-EVALUATE
    END-READ.
0325-VALIDAR-LIMITE.
*>  CONTRA O SALDO DO MOMENTO - SO O DEBITO DO PROPRIO DIA.
    IF (WRK-DETALHE OR WRK-TRANSFERENCIA) AND WRK-VALOR-MOVTO < 0
       AND WRK-DATA-EFETIVA = WRK-DATA-PROC
       COMPUTE WRK-SALDO-PROJETADO = CTA-SALDO-ATUAL + WRK-VALOR-MOVTO
       IF WRK-SALDO-PROJETADO < 0 - CTA-LIMITE
          SET WRK-DADOS-INVALIDOS TO TRUE
          MOVE '012' TO WRK-MOTIVO
       END-IF
    END-IF.
0330-VALIDAR-TRANSFERENCIA.
    IF WRK-V1 + WRK-V2 NOT > 0
       OR WRK-REF-SEQ NOT NUMERIC OR WRK-REF-SEQ = ZEROS
       OR WRK-SEQ-DESTINO NOT NUMERIC OR WRK-SEQ-DESTINO = ZEROS
       OR WRK-SEQ-DESTINO = WRK-REF-SEQ
       SET WRK-DADOS-INVALIDOS TO TRUE
       MOVE '014' TO WRK-MOTIVO
    END-IF
    IF WRK-DADOS-OK
       IF WRK-CONTA-DESTINO NOT NUMERIC
          OR WRK-CONTA-DESTINO = WRK-CONTA
          SET WRK-DADOS-INVALIDOS TO TRUE
          MOVE '013' TO WRK-MOTIVO
       ELSE
          MOVE WRK-CONTA-DESTINO TO CTA-CONTA
          READ CONTA-MASTER
              INVALID KEY
                 SET WRK-DADOS-INVALIDOS TO TRUE
                 MOVE '013' TO WRK-MOTIVO
              NOT INVALID KEY
                 IF CTA-ENCERRADA
                    SET WRK-DADOS-INVALIDOS TO TRUE
                    MOVE '013' TO WRK-MOTIVO
                 END-IF
          END-READ
       END-IF
    END-IF
    IF WRK-DADOS-OK
       MOVE WRK-REF-SEQ TO HIS-SEQ
       READ TRANSACAO-HIST
           INVALID KEY CONTINUE
           NOT INVALID KEY
              IF HIS-SEQ-PAR NOT = WRK-SEQ-DESTINO
                 SET WRK-DADOS-INVALIDOS TO TRUE
              END-IF
       END-READ
       MOVE WRK-SEQ-DESTINO TO HIS-SEQ
       READ TRANSACAO-HIST
           INVALID KEY CONTINUE
           NOT INVALID KEY
              IF HIS-SEQ-PAR NOT = WRK-REF-SEQ
                 SET WRK-DADOS-INVALIDOS TO TRUE
              END-IF
       END-READ
       IF WRK-DADOS-INVALIDOS
          MOVE '014' TO WRK-MOTIVO
       END-IF
    END-IF.
0340-VALIDAR-ESTORNO.
*>  REFERENCIA NO ATIVO OU NO ARQUIVO, VALORES IGUAIS AOS POSTADOS E
*>  AINDA NAO ESTORNADA. GUARDA O PAR DA REFERENCIA PARA 0350.
    MOVE ZEROS TO WRK-SEQ-PAR
    MOVE WRK-REF-SEQ TO HIS-SEQ WRK-SEQ-REFERIDA
    READ TRANSACAO-HIST
        INVALID KEY
           PERFORM 0345-VALIDAR-ESTORNO-ARQUIVO
        NOT INVALID KEY
           EVALUATE TRUE
              WHEN HIS-JA-ESTORNADO
                 SET WRK-DADOS-INVALIDOS TO TRUE
                 MOVE '005' TO WRK-MOTIVO
              WHEN WRK-V1 NOT = HIS-V1 OR WRK-V2 NOT = HIS-V2
                 SET WRK-DADOS-INVALIDOS TO TRUE
                 MOVE '004' TO WRK-MOTIVO
              WHEN OTHER
                 MOVE HIS-SEQ-PAR TO WRK-SEQ-PAR
           END-EVALUATE
    END-READ.
0345-VALIDAR-ESTORNO-ARQUIVO.
    MOVE WRK-REF-SEQ TO WRK-SEQ-PROCURADA
    PERFORM 0360-VARRER-ARQUIVO
    EVALUATE TRUE
       WHEN WRK-ARQUIVO-ACHADO = 'N'
          SET WRK-DADOS-INVALIDOS TO TRUE
          MOVE '011' TO WRK-MOTIVO
       WHEN WRK-CAND-ESTORNADO = 'S'
          SET WRK-DADOS-INVALIDOS TO TRUE
          MOVE '005' TO WRK-MOTIVO
       WHEN WRK-V1 NOT = WRK-CAND-V1 OR WRK-V2 NOT = WRK-CAND-V2
          SET WRK-DADOS-INVALIDOS TO TRUE
          MOVE '004' TO WRK-MOTIVO
       WHEN OTHER
          IF WRK-CAND-SEQ-PAR IS NUMERIC
             MOVE WRK-CAND-SEQ-PAR TO WRK-SEQ-PAR
          END-IF
    END-EVALUATE.
0350-VALIDAR-PERNA-PAR.
*>  ESTORNO DE PERNA DE TRANSFERENCIA ESTORNA AS DUAS: A PAR TEM DE
*>  EXISTIR, NAO ESTAR ESTORNADA E A CONTA DELA ACEITAR O
*>  LANCAMENTO CONTRARIO.
    IF WRK-SEQ-PAR NOT = ZEROS
       MOVE WRK-SEQ-PAR TO HIS-SEQ
       READ TRANSACAO-HIST
           INVALID KEY
              MOVE WRK-SEQ-PAR TO WRK-SEQ-PROCURADA
              PERFORM 0360-VARRER-ARQUIVO
              IF WRK-ARQUIVO-ACHADO = 'S'
                 AND WRK-CAND-ESTORNADO NOT = 'S'
                 MOVE WRK-CAND-CONTA     TO WRK-CONTA-PAR
                 MOVE WRK-CAND-RESULTADO TO WRK-RESULTADO-PAR
              ELSE
                 SET WRK-DADOS-INVALIDOS TO TRUE
              END-IF
           NOT INVALID KEY
              IF HIS-SEQ-PAR NOT = WRK-SEQ-REFERIDA
                 OR HIS-JA-ESTORNADO
                 SET WRK-DADOS-INVALIDOS TO TRUE
              ELSE
                 MOVE HIS-CONTA     TO WRK-CONTA-PAR
                 MOVE HIS-RESULTADO TO WRK-RESULTADO-PAR
              END-IF
       END-READ
       IF WRK-DADOS-OK
          MOVE WRK-CONTA-PAR TO CTA-CONTA
          READ CONTA-MASTER
              INVALID KEY
                 SET WRK-DADOS-INVALIDOS TO TRUE
              NOT INVALID KEY
                 IF CTA-ENCERRADA
                    OR ((CTA-BLOQUEADA OR CTA-INATIVA)
                        AND WRK-RESULTADO-PAR > 0)
                    SET WRK-DADOS-INVALIDOS TO TRUE
                 END-IF
          END-READ
       END-IF
       IF WRK-DADOS-INVALIDOS
          MOVE '015' TO WRK-MOTIVO
       END-IF
    END-IF.
0360-VARRER-ARQUIVO.
*>  MESMA ELEICAO DO PROG005: A COPIA MARCADA COMO ESTORNADA MANDA.
    MOVE 'N' TO WRK-ARQUIVO-ACHADO WRK-EOF-ARC
    MOVE SPACES TO WRK-ARC-CANDIDATO
    OPEN INPUT HIST-ARQUIVO
    IF WRK-FS-ARC NOT = '00'
       SET WRK-FIM-ARQUIVO-ARC TO TRUE
    END-IF
    PERFORM 0365-LER-ARQUIVO UNTIL WRK-FIM-ARQUIVO-ARC
    IF WRK-FS-ARC = '00' OR WRK-FS-ARC = '10'
       CLOSE HIST-ARQUIVO
    END-IF.
0365-LER-ARQUIVO.
    READ HIST-ARQUIVO
        AT END SET WRK-FIM-ARQUIVO-ARC TO TRUE
        NOT AT END
           IF ARC-SEQ = WRK-SEQ-PROCURADA
              MOVE 'S' TO WRK-ARQUIVO-ACHADO
              MOVE ARC-REGISTRO TO WRK-ARC-CANDIDATO
              IF ARC-ESTORNADO = 'S'
                 SET WRK-FIM-ARQUIVO-ARC TO TRUE
              END-IF
           END-IF
    END-READ.
0390-LISTAR-ERRO.
    ADD 1 TO WRK-ERROS-FILIAL WRK-ERROS-GERAL
    IF WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF
    PERFORM 0395-DESCREVER-MOTIVO
    MOVE WRK-CONTA        TO WRE-CONTA
    MOVE WRK-TIPO         TO WRE-TIPO
    MOVE WRK-REF-SEQ      TO WRE-SEQ
    MOVE WRK-MOTIVO       TO WRE-MOTIVO
    MOVE WRK-DESCR-MOTIVO TO WRE-DESCRICAO
    WRITE RS94-REGISTRO FROM WRK-LINHA-ERRO.
0395-DESCREVER-MOTIVO.
*>  TEXTOS DOS MOTIVOS DO CPSUSP5.
    EVALUATE WRK-MOTIVO
       WHEN '001' MOVE 'VALORES NAO NUMERICOS' TO WRK-DESCR-MOTIVO
       WHEN '002' MOVE 'TIPO DE REGISTRO DESCONHECIDO'
                    TO WRK-DESCR-MOTIVO
       WHEN '004' MOVE 'ESTORNO COM VALORES DIVERGENTES'
                    TO WRK-DESCR-MOTIVO
       WHEN '005' MOVE 'ESTORNO EM DUPLICIDADE' TO WRK-DESCR-MOTIVO
       WHEN '006' MOVE 'ESTORNO SEM SEQUENCIA DE REFERENCIA'
                    TO WRK-DESCR-MOTIVO
       WHEN '007' MOVE 'CONTA INEXISTENTE NO MASTER'
                    TO WRK-DESCR-MOTIVO
       WHEN '008' MOVE 'CONTA ENCERRADA' TO WRK-DESCR-MOTIVO
       WHEN '009' MOVE 'DEBITO EM CONTA BLOQUEADA' TO WRK-DESCR-MOTIVO
       WHEN '010' MOVE 'DATA-VALOR FUTURA OU ALEM DA JANELA'
                    TO WRK-DESCR-MOTIVO
       WHEN '011' MOVE 'ESTORNO SEM REFERENCIA NO ATIVO NEM NO ARQUIVO'
                    TO WRK-DESCR-MOTIVO
       WHEN '012' MOVE 'DEBITO ALEM DO LIMITE DA CONTA'
                    TO WRK-DESCR-MOTIVO
       WHEN '013' MOVE 'TRANSFERENCIA COM CONTA DESTINO INVALIDA'
                    TO WRK-DESCR-MOTIVO
       WHEN '014' MOVE 'TRANSFERENCIA SEM VALOR OU SEQUENCIA VALIDA'
                    TO WRK-DESCR-MOTIVO
       WHEN '015' MOVE 'ESTORNO DE TRANSFERENCIA COM PERNA PAR IMPEDIDA'
                    TO WRK-DESCR-MOTIVO
       WHEN '016' MOVE 'DEBITO EM CONTA INATIVA (DORMENTE)'
                    TO WRK-DESCR-MOTIVO
       WHEN OTHER MOVE SPACES TO WRK-DESCR-MOTIVO
    END-EVALUATE.
0710-INICIAR-FILIAL.
    MOVE 'N'   TO WRK-TEM-CABECALHO
    MOVE 'S'   TO WRK-ENVELOPE-OK
    MOVE ZEROS TO WRK-QTDE-FILIAL WRK-TOTAL-FILIAL WRK-ERROS-FILIAL
                  WRK-HORA-CORTE.
0900-FINALIZAR.
    IF WRK-RC < 16
       MOVE SPACES TO RS94-REGISTRO
       WRITE RS94-REGISTRO
       MOVE 'FEEDS CRITICADOS........' TO WRT-LABEL
       MOVE WRK-QTDE-FEEDS             TO WRT-QTDE
       WRITE RS94-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'FEEDS COM ENVELOPE RUIM.' TO WRT-LABEL
       MOVE WRK-FEEDS-RECUSADOS        TO WRT-QTDE
       WRITE RS94-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'REGISTROS CRITICADOS....' TO WRT-LABEL
       MOVE WRK-QTDE-GERAL             TO WRT-QTDE
       WRITE RS94-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'REGISTROS COM ERRO......' TO WRT-LABEL
       MOVE WRK-ERROS-GERAL            TO WRT-QTDE
       WRITE RS94-REGISTRO FROM WRK-LINHA-TOTAL
    END-IF
    IF WRK-ENT-ABERTO = 'S'
       CLOSE P094-ENTRADA
    END-IF
    IF WRK-FILREG-ABERTO = 'S'
       CLOSE FILIAL-REGISTRO
    END-IF
    IF WRK-FEDREG-ABERTO = 'S'
       CLOSE FEED-REGISTRO
    END-IF
    IF WRK-CTA-ABERTO = 'S'
       CLOSE CONTA-MASTER
    END-IF
    IF WRK-HIS-ABERTO = 'S'
       CLOSE TRANSACAO-HIST
    END-IF
    DISPLAY 'PROG094 - FEEDS CRITICADOS.....' WRK-QTDE-FEEDS
    DISPLAY 'PROG094 - REGISTROS COM ERRO...' WRK-ERROS-GERAL
    DISPLAY 'PROG094 - RETURN-CODE..........' WRK-RC
    CLOSE P094-RELATO.
