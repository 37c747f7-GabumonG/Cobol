IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG081.
*> BAIXA DO RETORNO DE COBRANCA DO BANCO (CNAB 400) CONTRA A AGENDA
*> DE PARCELAS. O CLIENTE PAGA A PARCELA POR BOLETO E O ARQUIVO
*> RETORNO DO BANCO ERA REDIGITADO PELAS FILIAIS NOS SEUS FEEDS.
*> AGORA CADA TITULO LIQUIDADO DO RETORNO (RETCNAB, LAYOUT NO
*> CPCNABRT) VIRA UM CREDITO TR5 NUM FEED COM ENVELOPE DE FILIAL
*> DE ORIGEM 92, RESERVADA NO CADASTRO DE FILIAIS COMO A 90 (JUROS)
*> E A 91 (PARCELAMENTOS), QUE O PROG026 CONSOLIDA. ANTES DE
*> POSTAR, O PAGAMENTO TEM DE CASAR COM A PARCELA NA AGENDA PELA
*> CONTA (USO DA EMPRESA) E PELO VENCIMENTO DO TITULO:
*>   - PARCELA EM ABERTO NO CRONOGRAMA (NAO CANCELADA, ANTECIPADA
*>     NEM REPROGRAMADA) E AINDA SEM BAIXA, COM VALOR PAGO IGUAL OU
*>     MAIOR QUE O DA PARCELA (JUROS E MULTA DO BANCO ENTRAM NO
*>     CREDITO) - CREDITO EMITIDO E PARCELA BAIXADA COM A DATA DE
*>     PROCESSAMENTO, O VALOR PAGO E A SEQUENCIA DO CREDITO;
*>   - SEM PARCELA QUE CASE, PARCELA JA BAIXADA (PAGAMENTO EM
*>     DOBRO, RETORNO REPETIDO) OU PAGAMENTO MENOR QUE A PARCELA -
*>     NADA E POSTADO: O TITULO VAI PARA EXCECOES E PARA O
*>     RELATORIO DE CONCILIACAO (P081REL) PARA TRATAMENTO MANUAL.
*> OCORRENCIAS QUE NAO SAO LIQUIDACAO SO SAO CONTADAS.
*> AS SEQUENCIAS SAEM DE UM BLOCO RESERVADO NO CONTADOR SEQORI92 DA
*> NUMERACAO CENTRAL (PROG096) E CONFIRMADO NO FIM; SEM RESERVA NADA
*> E BAIXADO (RC=16). REEXECUCAO NA MESMA DATA, COM O MESMO RETORNO,
*> RECEBE O MESMO BLOCO E REEMITE O MESMO FEED: A PARCELA BAIXADA NESTA
*> DATA COM A SEQUENCIA QUE O TITULO RECEBERIA DE NOVO E RECONHECIDA
*> COMO A MESMA BAIXA, NAO COMO PAGAMENTO EM DOBRO. SEM CREDITO A
*> EMITIR O FEED SAI VAZIO, SEM ENVELOPE, COMO NO PROG057.
*> O CABECALHO 'B' LEVA A DATA DE PROCESSAMENTO NA DATA-VALOR - E
*> ELA, NAO QUANTIDADE/TOTAL, QUE IDENTIFICA A GERACAO NA
*> CONSOLIDACAO: A NOITE COM O MESMO NUMERO E O MESMO TOTAL DE
*> BOLETOS DE OUTRA NAO E RECUSADA COMO JA CONSUMIDA.
*> RC=16 PARA RETORNO INVALIDO (SEM CABECALHO DE RETORNO DE
*> COBRANCA OU SEM TRAILER - ARQUIVO TRUNCADO) OU AGENDA
*> INDISPONIVEL, E O FEED NAO DEVE SEGUIR; RC=04 QUANDO HOUVE
*> TITULO EM EXCECAO (OS DEMAIS SEGUEM NORMALMENTE).
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT AGENDA-POSTAGENS ASSIGN TO "AGDFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AGD-CHAVE
           FILE STATUS  IS WRK-FS-AGD.
    SELECT RETORNO-CNAB ASSIGN TO "RETCNAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-CNB.
    SELECT P081-SAIDA   ASSIGN TO "P081SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P081-RELATO  ASSIGN TO "P081REL"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXCECOES-FILE ASSIGN TO "EXCECOES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-EXC.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
DATA                            DIVISION.
FILE                            SECTION.
FD  AGENDA-POSTAGENS.
COPY CPAGENDA.
FD  RETORNO-CNAB.
COPY CPCNABRT.
FD  P081-SAIDA.
01  SAI-REGISTRO           PIC X(42).
FD  P081-RELATO.
01  RS81-REGISTRO          PIC X(80).
FD  EXCECOES-FILE.
COPY CPEXCECAO.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-AGD           PIC X(02) VALUE SPACES.
77  WRK-FS-CNB           PIC X(02) VALUE SPACES.
77  WRK-FS-EXC           PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-AGD          PIC X(01) VALUE 'N'.
    88  WRK-FIM-VENCIMENTO   VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-HORA-EXC         PIC 9(08) VALUE ZEROS.
77  WRK-SEQ-BASE         PIC 9(09) VALUE ZEROS.
77  WRK-SEQ-ATUAL        PIC 9(09) VALUE ZEROS.
77  WRK-RESERVADO        PIC X(01) VALUE 'N'.
77  WRK-SEQ-PROXIMA      PIC 9(09) VALUE ZEROS.
77  WRK-TEM-TRAILER      PIC X(01) VALUE 'N'.
77  WRK-AGD-ABERTA       PIC X(01) VALUE 'N'.
77  WRK-CNB-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CABECALHO-GRAVADO PIC X(01) VALUE 'N'.
78  WRK-ORIGEM-COBRANCA  VALUE 92.
*>  TITULO CORRENTE
77  WRK-CONTA            PIC 9(06) VALUE ZEROS.
77  WRK-VENCIMENTO       PIC 9(08) VALUE ZEROS.
77  WRK-DATA-PAGAMENTO   PIC 9(08) VALUE ZEROS.
77  WRK-VALOR-PAGO       PIC S9(07)V99 VALUE ZEROS.
77  WRK-SITUACAO-TITULO  PIC X(20) VALUE SPACES.
77  WRK-TITULO-VALIDO    PIC X(01) VALUE 'S'.
*>  BUSCA DA PARCELA - CONTA + VENCIMENTO PODE TER MAIS DE UMA
*>  PARCELA (DOIS PLANOS NA MESMA CONTA).
77  WRK-ACHOU-LIVRE      PIC X(01) VALUE 'N'.
77  WRK-ACHOU-PAGA       PIC X(01) VALUE 'N'.
77  WRK-ACHOU-RERUN      PIC X(01) VALUE 'N'.
77  WRK-CHAVE-LIVRE      PIC X(17) VALUE SPACES.
77  WRK-CHAVE-RERUN      PIC X(17) VALUE SPACES.
77  WRK-VALOR-PARCELA    PIC S9(07)V99 VALUE ZEROS.
*>  CONTADORES
77  WRK-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-TITULOS     PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-OUTRAS-OCOR PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-POSTADOS    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-REEMITIDOS  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-NAO-CASADOS PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-DUPLICADOS  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-A-MENOR     PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-INVALIDOS   PIC 9(07) VALUE ZEROS.
77  WRK-TOTAL-POSTADO    PIC S9(09)V99 VALUE ZEROS.
77  WRK-TOTAL-RETIDO     PIC S9(09)V99 VALUE ZEROS.
77  WRK-TOTAL-ED         PIC -(9)9.99.
01  WRK-REGISTRO-TR5.
    05  WRK-TIPO           PIC X(01).
    05  WRK-TR5-CONTA      PIC 9(06).
    05  WRK-DADOS.
        10  WRK-V1             PIC S9(07)V99.
        10  WRK-V2             PIC S9(07)V99.
        10  WRK-REF-SEQ        PIC 9(09).
    05  WRK-DADOS-TRAILER REDEFINES WRK-DADOS.
        10  WRK-TOTAL-CTRL     PIC S9(09)V99.
        10  WRK-QTDE-CTRL      PIC 9(07).
        10  FILLER             PIC X(09).
    05  WRK-DATA-VALOR     PIC X(08).
01  WRK-EXC-DADOS.
    05  WRK-EXC-SEVERIDADE PIC X(01).
    05  WRK-EXC-CHAVE.
        10  WRK-EXC-CONTA      PIC X(06).
        10  WRK-EXC-VENC       PIC 9(08).
        10  FILLER             PIC X(06).
    05  WRK-EXC-MENSAGEM   PIC X(60).
01  WRK-LINHA-TITULO.
    05  FILLER               PIC X(06) VALUE 'CONTA '.
    05  WRL-CONTA            PIC X(06).
    05  FILLER               PIC X(06) VALUE ' VENC '.
    05  WRL-VENC             PIC 9(08).
    05  FILLER               PIC X(04) VALUE ' NN '.
    05  WRL-NOSSO-NUMERO     PIC X(12).
    05  FILLER               PIC X(06) VALUE ' PAGO '.
    05  WRL-VALOR            PIC -(7)9.99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRL-SITUACAO         PIC X(20).
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
COPY LKPROG96.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-PROCESSAR-REGISTRO UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0300-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    PERFORM 0116-LER-DATA-PROC
    OPEN OUTPUT P081-SAIDA
    OPEN OUTPUT P081-RELATO
    OPEN EXTEND EXCECOES-FILE
    IF WRK-FS-EXC = '35'
       OPEN OUTPUT EXCECOES-FILE
       CLOSE EXCECOES-FILE
       OPEN EXTEND EXCECOES-FILE
    END-IF
    MOVE 'PROG081 - BAIXA DO RETORNO DE COBRANCA (CNAB)'
      TO RS81-REGISTRO
    WRITE RS81-REGISTRO
    MOVE SPACES TO RS81-REGISTRO
    WRITE RS81-REGISTRO
    OPEN I-O AGENDA-POSTAGENS
    IF WRK-FS-AGD = '00'
       MOVE 'S' TO WRK-AGD-ABERTA
    ELSE
       DISPLAY 'AGENDA DE POSTAGENS INDISPONIVEL - STATUS '
               WRK-FS-AGD
       MOVE 16 TO WRK-RC
       MOVE 'S' TO WRK-EOF
    END-IF
    OPEN INPUT RETORNO-CNAB
    IF WRK-FS-CNB = '00'
       MOVE 'S' TO WRK-CNB-ABERTO
    ELSE
       DISPLAY 'RETORNO DE COBRANCA INDISPONIVEL - STATUS '
               WRK-FS-CNB
       MOVE 16 TO WRK-RC
       MOVE 'S' TO WRK-EOF
    END-IF
    IF NOT WRK-FIM-ARQUIVO
       PERFORM 0110-RESERVAR-SEQUENCIAS
    END-IF
    IF NOT WRK-FIM-ARQUIVO
       PERFORM 0120-CONFERIR-CABECALHO
    END-IF.
0110-RESERVAR-SEQUENCIAS.
    MOVE SPACES        TO LK-PROG096-PARM
    SET LK96-RESERVAR  TO TRUE
    MOVE 'SEQORI92'    TO LK96-CONTADOR
    MOVE 'PROG081'     TO LK96-PROGRAMA
    MOVE WRK-DATA-PROC TO LK96-DATA-PROC
    MOVE ZEROS         TO LK96-INICIO LK96-FIM
    CALL 'PROG096' USING LK-PROG096-PARM
    IF LK96-OK
       MOVE 'S' TO WRK-RESERVADO
       COMPUTE WRK-SEQ-BASE = LK96-INICIO - 1
       MOVE WRK-SEQ-BASE TO WRK-SEQ-ATUAL
       IF LK96-RERUN = 'S'
          DISPLAY 'RERUN NA DATA - MESMO BLOCO DE SEQUENCIAS'
       END-IF
       DISPLAY 'BASE DE SEQUENCIAS..' WRK-SEQ-BASE
    ELSE
       DISPLAY 'SEQUENCIAS DA ORIGEM 92 NAO RESERVADAS - RETORNO '
               LK96-RETORNO ' - NADA BAIXADO'
       MOVE 16  TO WRK-RC
       MOVE 'S' TO WRK-EOF
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
0118-GRAVAR-CABECALHO-FILIAL.
*>  O CABECALHO SO SAI NO PRIMEIRO CREDITO EMITIDO - RETORNO SEM
*>  LIQUIDACAO CASADA PRODUZ ARQUIVO VAZIO, SEM ENVELOPE.
    MOVE 'S' TO WRK-CABECALHO-GRAVADO
    MOVE SPACES              TO WRK-REGISTRO-TR5
    MOVE 'B'                 TO WRK-TIPO
    MOVE WRK-ORIGEM-COBRANCA TO WRK-TR5-CONTA
    MOVE ZEROS               TO WRK-V1 WRK-V2 WRK-REF-SEQ
    MOVE WRK-DATA-PROC       TO WRK-DATA-VALOR
    WRITE SAI-REGISTRO FROM WRK-REGISTRO-TR5.
0119-GRAVAR-TRAILER-FILIAL.
    MOVE SPACES              TO WRK-REGISTRO-TR5
    MOVE 'F'                 TO WRK-TIPO
    MOVE WRK-ORIGEM-COBRANCA TO WRK-TR5-CONTA
    MOVE WRK-TOTAL-POSTADO   TO WRK-TOTAL-CTRL
    MOVE WRK-QTDE-POSTADOS   TO WRK-QTDE-CTRL
    WRITE SAI-REGISTRO FROM WRK-REGISTRO-TR5.
0120-CONFERIR-CABECALHO.
*>  RETORNO VAZIO E DIA SEM MOVIMENTO DO BANCO; O QUE CHEGAR TEM DE
*>  COMECAR PELO CABECALHO DE RETORNO DE COBRANCA.
    READ RETORNO-CNAB
        AT END
           MOVE 'S' TO WRK-EOF WRK-TEM-TRAILER
           DISPLAY 'RETORNO DE COBRANCA VAZIO - NADA A BAIXAR'
        NOT AT END
           ADD 1 TO WRK-QTDE-LIDOS
           IF CNB-CABECALHO AND CNB-CAB-ID-RETORNO = '2RETORNO'
              AND CNB-CAB-SERVICO = '01'
              MOVE SPACES TO RS81-REGISTRO
              STRING 'RETORNO DO BANCO ' DELIMITED BY SIZE
                     CNB-CAB-BANCO       DELIMITED BY SIZE
                     ' GRAVADO EM '      DELIMITED BY SIZE
                     CNB-CAB-DATA-GRAV   DELIMITED BY SIZE
                     INTO RS81-REGISTRO
              END-STRING
              WRITE RS81-REGISTRO
           ELSE
              MOVE 16 TO WRK-RC
              MOVE 'S' TO WRK-EOF
              DISPLAY 'ARQUIVO NAO E RETORNO DE COBRANCA CNAB - '
                      'NADA BAIXADO'
              MOVE 'G'      TO WRK-EXC-SEVERIDADE
              MOVE SPACES   TO WRK-EXC-CHAVE
              MOVE 'RETCNAB' TO WRK-EXC-CONTA
              MOVE ZEROS    TO WRK-EXC-VENC
              MOVE 'ARQUIVO SEM CABECALHO DE RETORNO DE COBRANCA'
                TO WRK-EXC-MENSAGEM
              PERFORM 0122-GRAVAR-EXCECAO
           END-IF
    END-READ.
0122-GRAVAR-EXCECAO.
    MOVE 'PROG081'            TO EXC-PROGRAMA
    MOVE WRK-DATA-PROC        TO EXC-DATA
    ACCEPT WRK-HORA-EXC FROM TIME
    MOVE WRK-HORA-EXC(1:6)    TO EXC-HORA
    MOVE WRK-EXC-SEVERIDADE   TO EXC-SEVERIDADE
    MOVE WRK-EXC-CHAVE        TO EXC-CHAVE
    MOVE WRK-EXC-MENSAGEM     TO EXC-MENSAGEM
    WRITE EXC-REGISTRO.
0200-PROCESSAR-REGISTRO.
    READ RETORNO-CNAB
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-LIDOS
           EVALUATE TRUE
              WHEN CNB-DETALHE
                 PERFORM 0210-TRATAR-TITULO
              WHEN CNB-TRAILER
                 MOVE 'S' TO WRK-TEM-TRAILER
              WHEN OTHER
                 DISPLAY 'REGISTRO ' CNB-TIPO ' IGNORADO NO RETORNO'
           END-EVALUATE
    END-READ.
0210-TRATAR-TITULO.
    IF NOT CNB-LIQUIDACAO
       ADD 1 TO WRK-QTDE-OUTRAS-OCOR
    ELSE
       ADD 1 TO WRK-QTDE-TITULOS
       PERFORM 0220-VALIDAR-TITULO
       IF WRK-TITULO-VALIDO = 'S'
          PERFORM 0230-LOCALIZAR-PARCELA
          PERFORM 0240-DECIDIR-BAIXA
       END-IF
       MOVE CNB-CONTA          TO WRL-CONTA
       MOVE WRK-VENCIMENTO     TO WRL-VENC
       MOVE CNB-NOSSO-NUMERO   TO WRL-NOSSO-NUMERO
       MOVE WRK-VALOR-PAGO     TO WRL-VALOR
       MOVE WRK-SITUACAO-TITULO TO WRL-SITUACAO
       WRITE RS81-REGISTRO FROM WRK-LINHA-TITULO
    END-IF.
0220-VALIDAR-TITULO.
*>  DATAS DO BANCO EM DDMMAA - SECULO 20. VALOR ACIMA DO QUE CABE NO
*>  TR5 OU CONTA NAO NUMERICA NAO TEM COMO SER POSTADO.
    MOVE 'S'    TO WRK-TITULO-VALIDO
    MOVE ZEROS  TO WRK-VENCIMENTO WRK-VALOR-PAGO WRK-DATA-PAGAMENTO
    IF CNB-VENCIMENTO IS NUMERIC
       COMPUTE WRK-VENCIMENTO = 20000000 + CNB-VENC-ANO * 10000
                              + CNB-VENC-MES * 100 + CNB-VENC-DIA
    END-IF
    IF CNB-DATA-OCORRENCIA IS NUMERIC
       COMPUTE WRK-DATA-PAGAMENTO = 20000000 + CNB-OCOR-ANO * 10000
                                  + CNB-OCOR-MES * 100 + CNB-OCOR-DIA
    END-IF
    EVALUATE TRUE
       WHEN CNB-CONTA IS NOT NUMERIC
          MOVE 'CONTA INVALIDA NO USO DA EMPRESA - TITULO NAO BAIXADO'
            TO WRK-EXC-MENSAGEM
          MOVE 'N' TO WRK-TITULO-VALIDO
       WHEN FUNCTION TEST-DATE-YYYYMMDD(WRK-VENCIMENTO) NOT = 0
          MOVE 'VENCIMENTO INVALIDO NO RETORNO - TITULO NAO BAIXADO'
            TO WRK-EXC-MENSAGEM
          MOVE 'N' TO WRK-TITULO-VALIDO
       WHEN CNB-VALOR-PAGO IS NOT NUMERIC
            OR CNB-VALOR-PAGO = ZEROS
            OR CNB-VALOR-PAGO > 9999999.99
          MOVE 'VALOR PAGO INVALIDO NO RETORNO - TITULO NAO BAIXADO'
            TO WRK-EXC-MENSAGEM
          MOVE 'N' TO WRK-TITULO-VALIDO
       WHEN OTHER
          MOVE CNB-CONTA      TO WRK-CONTA
          MOVE CNB-VALOR-PAGO TO WRK-VALOR-PAGO
    END-EVALUATE
    IF WRK-TITULO-VALIDO = 'N'
       ADD 1 TO WRK-QTDE-INVALIDOS
       MOVE 'DADO INVALIDO'    TO WRK-SITUACAO-TITULO
       PERFORM 0250-REGISTRAR-RETIDO
    END-IF.
0230-LOCALIZAR-PARCELA.
*>  TODAS AS PARCELAS DA CONTA NO VENCIMENTO DO TITULO: A PRIMEIRA
*>  AINDA SEM BAIXA E A CANDIDATA; A JA BAIXADA NESTA DATA COM A
*>  SEQUENCIA QUE ESTE TITULO RECEBERIA E A MESMA BAIXA DE UMA
*>  RODADA ANTERIOR (REEXECUCAO).
    MOVE 'N' TO WRK-ACHOU-LIVRE WRK-ACHOU-PAGA WRK-ACHOU-RERUN
                WRK-EOF-AGD
    COMPUTE WRK-SEQ-PROXIMA = WRK-SEQ-ATUAL + 1
    MOVE WRK-CONTA      TO AGD-CONTA
    MOVE WRK-VENCIMENTO TO AGD-DATA-VENC
    MOVE ZEROS          TO AGD-PARCELA
    START AGENDA-POSTAGENS KEY IS NOT LESS THAN AGD-CHAVE
        INVALID KEY MOVE 'S' TO WRK-EOF-AGD
    END-START
    PERFORM 0235-EXAMINAR-PARCELA UNTIL WRK-FIM-VENCIMENTO.
0235-EXAMINAR-PARCELA.
    READ AGENDA-POSTAGENS NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF-AGD
        NOT AT END
           IF AGD-CONTA NOT = WRK-CONTA
              OR AGD-DATA-VENC NOT = WRK-VENCIMENTO
              MOVE 'S' TO WRK-EOF-AGD
           ELSE
              PERFORM 0236-CLASSIFICAR-PARCELA
           END-IF
    END-READ.
0236-CLASSIFICAR-PARCELA.
    EVALUATE TRUE
       WHEN AGD-CANCELADA OR AGD-ANTECIPADA OR AGD-REPROGRAMADA
          CONTINUE
       WHEN NOT AGD-SEM-PAGTO
          MOVE 'S' TO WRK-ACHOU-PAGA
          IF AGD-DATA-PAGTO = WRK-DATA-PROC
             AND AGD-SEQ-BAIXA = WRK-SEQ-PROXIMA
             AND WRK-ACHOU-RERUN = 'N'
             MOVE 'S'       TO WRK-ACHOU-RERUN
             MOVE AGD-CHAVE TO WRK-CHAVE-RERUN
          END-IF
       WHEN WRK-ACHOU-LIVRE = 'N'
          MOVE 'S'       TO WRK-ACHOU-LIVRE
          MOVE AGD-CHAVE TO WRK-CHAVE-LIVRE
          MOVE AGD-VALOR TO WRK-VALOR-PARCELA
    END-EVALUATE.
0240-DECIDIR-BAIXA.
    EVALUATE TRUE
       WHEN WRK-ACHOU-RERUN = 'S'
          ADD 1 TO WRK-QTDE-REEMITIDOS
          MOVE 'REEMITIDO (RERUN)' TO WRK-SITUACAO-TITULO
          MOVE WRK-CHAVE-RERUN TO AGD-CHAVE
          PERFORM 0260-EMITIR-E-BAIXAR
       WHEN WRK-ACHOU-LIVRE = 'S'
            AND WRK-VALOR-PAGO < WRK-VALOR-PARCELA
          ADD 1 TO WRK-QTDE-A-MENOR
          MOVE 'PAGO A MENOR'      TO WRK-SITUACAO-TITULO
          MOVE 'PAGAMENTO MENOR QUE A PARCELA - TITULO NAO BAIXADO'
            TO WRK-EXC-MENSAGEM
          PERFORM 0250-REGISTRAR-RETIDO
       WHEN WRK-ACHOU-LIVRE = 'S'
          MOVE 'POSTADO'           TO WRK-SITUACAO-TITULO
          MOVE WRK-CHAVE-LIVRE TO AGD-CHAVE
          PERFORM 0260-EMITIR-E-BAIXAR
       WHEN WRK-ACHOU-PAGA = 'S'
          ADD 1 TO WRK-QTDE-DUPLICADOS
          MOVE 'DUPLICADO'         TO WRK-SITUACAO-TITULO
          MOVE 'PARCELA JA BAIXADA - PAGTO EM DOBRO OU RETORNO REPETIDO'
            TO WRK-EXC-MENSAGEM
          PERFORM 0250-REGISTRAR-RETIDO
       WHEN OTHER
          ADD 1 TO WRK-QTDE-NAO-CASADOS
          MOVE 'SEM PARCELA'       TO WRK-SITUACAO-TITULO
          MOVE 'SEM PARCELA EM ABERTO NA AGENDA PARA CONTA E VENCIMENTO'
            TO WRK-EXC-MENSAGEM
          PERFORM 0250-REGISTRAR-RETIDO
    END-EVALUATE.
0250-REGISTRAR-RETIDO.
    IF WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF
    ADD WRK-VALOR-PAGO TO WRK-TOTAL-RETIDO
    MOVE 'E'            TO WRK-EXC-SEVERIDADE
    MOVE SPACES         TO WRK-EXC-CHAVE
    MOVE CNB-CONTA      TO WRK-EXC-CONTA
    MOVE WRK-VENCIMENTO TO WRK-EXC-VENC
    PERFORM 0122-GRAVAR-EXCECAO
    DISPLAY 'TITULO ' CNB-NOSSO-NUMERO ' CONTA ' CNB-CONTA ' - '
            WRK-EXC-MENSAGEM.
0260-EMITIR-E-BAIXAR.
*>  CREDITO NA CONTA PELO VALOR PAGO, COM DATA-VALOR NO DIA DO
*>  PAGAMENTO (SE VALIDA E NAO FUTURA) - A JANELA DE RETROACAO E DO
*>  PROG005.
    READ AGENDA-POSTAGENS
        INVALID KEY
           MOVE 08 TO WRK-RC
           DISPLAY 'PARCELA SUMIU DA AGENDA NA BAIXA - CONTA '
                   WRK-CONTA
    END-READ
    IF WRK-FS-AGD = '00'
       IF WRK-CABECALHO-GRAVADO = 'N'
          PERFORM 0118-GRAVAR-CABECALHO-FILIAL
       END-IF
       ADD 1 TO WRK-SEQ-ATUAL WRK-QTDE-POSTADOS
       ADD WRK-VALOR-PAGO TO WRK-TOTAL-POSTADO
       MOVE SPACES         TO WRK-REGISTRO-TR5
       MOVE 'D'            TO WRK-TIPO
       MOVE WRK-CONTA      TO WRK-TR5-CONTA
       MOVE WRK-VALOR-PAGO TO WRK-V1
       MOVE ZEROS          TO WRK-V2
       MOVE WRK-SEQ-ATUAL  TO WRK-REF-SEQ
       IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-PAGAMENTO) = 0
          AND WRK-DATA-PAGAMENTO <= WRK-DATA-PROC
          MOVE WRK-DATA-PAGAMENTO TO WRK-DATA-VALOR
       ELSE
          MOVE WRK-DATA-PROC      TO WRK-DATA-VALOR
       END-IF
       WRITE SAI-REGISTRO FROM WRK-REGISTRO-TR5
       MOVE WRK-DATA-PROC  TO AGD-DATA-PAGTO
       MOVE WRK-VALOR-PAGO TO AGD-VALOR-PAGO
       MOVE WRK-SEQ-ATUAL  TO AGD-SEQ-BAIXA
       REWRITE AGD-REGISTRO
           INVALID KEY
              MOVE 08 TO WRK-RC
              DISPLAY 'ERRO AO BAIXAR A PARCELA ' AGD-PARCELA
                      ' DA CONTA ' AGD-CONTA
       END-REWRITE
    END-IF.
0300-FINALIZAR.
    IF WRK-TEM-TRAILER = 'N' AND WRK-RC < 16
       MOVE 16 TO WRK-RC
       DISPLAY 'RETORNO DE COBRANCA SEM TRAILER - ARQUIVO TRUNCADO; '
               'O FEED NAO DEVE SEGUIR'
       MOVE 'G'       TO WRK-EXC-SEVERIDADE
       MOVE SPACES    TO WRK-EXC-CHAVE
       MOVE 'RETCNAB' TO WRK-EXC-CONTA
       MOVE ZEROS     TO WRK-EXC-VENC
       MOVE 'RETORNO DE COBRANCA SEM TRAILER - ARQUIVO TRUNCADO'
         TO WRK-EXC-MENSAGEM
       PERFORM 0122-GRAVAR-EXCECAO
    END-IF
    IF WRK-CABECALHO-GRAVADO = 'S'
       PERFORM 0119-GRAVAR-TRAILER-FILIAL
    ELSE
       DISPLAY 'NENHUM CREDITO A POSTAR - FEED SAI VAZIO, SEM '
               'ENVELOPE'
    END-IF
    MOVE SPACES TO RS81-REGISTRO
    WRITE RS81-REGISTRO
    MOVE 'REGISTROS NO RETORNO.....' TO WRT-LABEL
    MOVE WRK-QTDE-LIDOS             TO WRT-QTDE
    WRITE RS81-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'OUTRAS OCORRENCIAS.......' TO WRT-LABEL
    MOVE WRK-QTDE-OUTRAS-OCOR       TO WRT-QTDE
    WRITE RS81-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TITULOS LIQUIDADOS.......' TO WRT-LABEL
    MOVE WRK-QTDE-TITULOS           TO WRT-QTDE
    WRITE RS81-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'CREDITOS EMITIDOS........' TO WRT-LABEL
    MOVE WRK-QTDE-POSTADOS          TO WRT-QTDE
    WRITE RS81-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE '  REEMITIDOS (RERUN).....' TO WRT-LABEL
    MOVE WRK-QTDE-REEMITIDOS        TO WRT-QTDE
    WRITE RS81-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'SEM PARCELA NA AGENDA....' TO WRT-LABEL
    MOVE WRK-QTDE-NAO-CASADOS       TO WRT-QTDE
    WRITE RS81-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'PARCELA JA BAIXADA.......' TO WRT-LABEL
    MOVE WRK-QTDE-DUPLICADOS        TO WRT-QTDE
    WRITE RS81-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'PAGOS A MENOR............' TO WRT-LABEL
    MOVE WRK-QTDE-A-MENOR           TO WRT-QTDE
    WRITE RS81-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'DADO INVALIDO............' TO WRT-LABEL
    MOVE WRK-QTDE-INVALIDOS         TO WRT-QTDE
    WRITE RS81-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE WRK-TOTAL-POSTADO TO WRK-TOTAL-ED
    MOVE SPACES TO RS81-REGISTRO
    STRING 'TOTAL POSTADO ' DELIMITED BY SIZE
           WRK-TOTAL-ED     DELIMITED BY SIZE
           INTO RS81-REGISTRO
    END-STRING
    WRITE RS81-REGISTRO
    MOVE WRK-TOTAL-RETIDO TO WRK-TOTAL-ED
    MOVE SPACES TO RS81-REGISTRO
    STRING 'TOTAL RETIDO EM EXCECAO ' DELIMITED BY SIZE
           WRK-TOTAL-ED               DELIMITED BY SIZE
           INTO RS81-REGISTRO
    END-STRING
    WRITE RS81-REGISTRO
    MOVE SPACES TO RS81-REGISTRO
    STRING 'PROXIMA BASE DE SEQUENCIAS ' DELIMITED BY SIZE
           WRK-SEQ-ATUAL                 DELIMITED BY SIZE
           INTO RS81-REGISTRO
    END-STRING
    WRITE RS81-REGISTRO
    IF WRK-RESERVADO = 'S'
       PERFORM 0310-CONFIRMAR-SEQUENCIAS
    END-IF
    DISPLAY 'PROG081 - CREDITOS......' WRK-QTDE-POSTADOS
    DISPLAY 'PROG081 - EM EXCECAO....' WRK-QTDE-NAO-CASADOS ' '
            WRK-QTDE-DUPLICADOS ' ' WRK-QTDE-A-MENOR ' '
            WRK-QTDE-INVALIDOS
    IF WRK-AGD-ABERTA = 'S'
       CLOSE AGENDA-POSTAGENS
    END-IF
    IF WRK-CNB-ABERTO = 'S'
       CLOSE RETORNO-CNAB
    END-IF
    CLOSE P081-SAIDA P081-RELATO EXCECOES-FILE.
0310-CONFIRMAR-SEQUENCIAS.
    SET LK96-CONFIRMAR TO TRUE
    MOVE WRK-SEQ-ATUAL TO LK96-FIM
    CALL 'PROG096' USING LK-PROG096-PARM
    IF NOT LK96-OK
       DISPLAY 'SEQUENCIAS DA ORIGEM 92 NAO CONFIRMADAS - RETORNO '
               LK96-RETORNO
       MOVE 16 TO WRK-RC
    END-IF.
