IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG088.
*> ARQUIVO DE CLIENTES PARA O CRM COMERCIAL. O CRM MANTEM A SUA
*> COPIA DO CADASTRO E SE AFASTAVA DO CLIFILE EM POUCAS SEMANAS -
*> ESTE PROGRAMA ENTREGA O MOVIMENTO DO DIA NO LAYOUT FIXO CPCRMCLI,
*> DENTRO DO ENVELOPE PADRAO CPENVEL (P088SAI). MODO NO P088PAR:
*>   'D' DIARIO (PADRAO, P088PAR AUSENTE) - LE O JORNAL DE CLIENTES
*>       (CLIJRNL) DA DATA DE PROCESSAMENTO, COMO O PROG035:
*>       INCLUSAO 'I', ALTERACAO 'A', EXCLUSAO 'X' (INATIVACAO),
*>       FUSAO - O RETIRADO SAI 'M' COM O NUMERO DO SOBREVIVENTE E O
*>       SOBREVIVENTE SAI 'A' - E RETORNO DE CONTATO 'R' (PROG048).
*>       A TITULARIDADE DE CONTAS ('T') NAO E DADO DE CLIENTE E FICA
*>       DE FORA.
*>   'C' CARGA COMPLETA (SOB DEMANDA) - VARRE O CLIFILE E MANDA TODO
*>       CLIENTE ATIVO COMO EVENTO 'C', PARA O CRM SUBSTITUIR A COPIA.
*>       O EXPURGO (PROG032) REMOVE SEM JORNAL - SO A CARGA COMPLETA
*>       TIRA DO CRM O CLIENTE EXPURGADO.
*> NOS DOIS MODOS O CONSENTIMENTO DE MARKETING (CLICONS) DE CADA
*> CANAL VAI NO REGISTRO E O CONTATO SEM CONSENTIMENTO SAI EM
*> BRANCO; NO DIARIO, A MUDANCA DE CONSENTIMENTO DO DIA (CONHIST)
*> SAI COMO EVENTO 'K' COM A IMAGEM ATUAL DO CADASTRO.
*> O RESUMO DA EXTRACAO (P088REL) SEGUE PARA O COMERCIAL NO PACOTE
*> DO PROG072, COM A QUANTIDADE DO TRAILER PARA A CONFERENCIA.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT CLIENTE-JORNAL ASSIGN TO "CLIJRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-JORNAL.
    SELECT CLIENTE-FILE  ASSIGN TO "CLIFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CLI-NUMERO
           ALTERNATE RECORD KEY IS CLI-CPF WITH DUPLICATES
           FILE STATUS  IS WRK-FS-CLIENTE.
    SELECT CLIENTE-CONSENT ASSIGN TO "CLICONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CON-CHAVE
           FILE STATUS  IS WRK-FS-CON.
    SELECT CONSENT-HIST ASSIGN TO "CONHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-HCO.
    SELECT P088-PARM    ASSIGN TO "P088PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT P088-SAIDA   ASSIGN TO "P088SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P088-RELATO  ASSIGN TO "P088REL"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  CLIENTE-JORNAL.
COPY CPCLIJRN.
FD  CLIENTE-FILE.
COPY CPCLIENT.
FD  CLIENTE-CONSENT.
COPY CPCONSEN.
FD  CONSENT-HIST.
COPY CPCONHIS.
FD  P088-PARM.
01  PARM-REGISTRO.
    05  PARM-MODO          PIC X(01).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  P088-SAIDA.
COPY CPENVEL.
COPY CPCRMCLI.
FD  P088-RELATO.
01  RS88-REGISTRO          PIC X(80).
WORKING-STORAGE                 SECTION.
77  WRK-FS-JORNAL        PIC X(02) VALUE SPACES.
77  WRK-FS-CLIENTE       PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-CON           PIC X(02) VALUE SPACES.
77  WRK-FS-HCO           PIC X(02) VALUE SPACES.
77  WRK-CON-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CLI-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-FIM-CONSENT      PIC X(01) VALUE 'S'.
77  WRK-CONSENTE         PIC X(01) VALUE 'N'.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-MODO             PIC X(01) VALUE 'D'.
    88  WRK-MODO-DIARIO      VALUE 'D'.
    88  WRK-MODO-CARGA       VALUE 'C'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-HORA-CARGA       PIC 9(08) VALUE ZEROS.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-EVENTO           PIC X(01) VALUE SPACES.
77  WRK-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-GRAVADOS    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-INCLUSOES   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ALTERACOES  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-INATIVACOES PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-FUSOES      PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-RETORNOS    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-IGNORADOS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-CONSENT     PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-CONSENT PIC 9(07) VALUE ZEROS.
01  WRK-CLIENTE-IMAGEM.
    05  WRK-CLI-NUMERO     PIC 9(06).
    05  WRK-CLI-NOME       PIC X(20).
    05  WRK-CLI-ENDERECO   PIC X(75).
    05  WRK-CLI-PROF       PIC X(15).
    05  WRK-CLI-CPF        PIC X(11).
    05  WRK-CLI-TELEFONE   PIC X(15).
    05  WRK-CLI-EMAIL      PIC X(40).
    05  WRK-CLI-STATUS     PIC X(01).
        88  WRK-CLI-INCORPORADO VALUE 'M'.
    05  WRK-CLI-DATA-INAT  PIC 9(08).
    05  WRK-CLI-MERGE-PARA PIC 9(06).
    05  WRK-CLI-EMAIL-RUIM PIC X(01).
    05  WRK-CLI-TEL-RUIM   PIC X(01).
    05  WRK-CLI-END-RUIM   PIC X(01).
    05  WRK-CLI-DATA-RET   PIC 9(08).
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL          PIC X(26).
    05  WRT-QTDE           PIC ZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF WRK-MODO-CARGA
       PERFORM 0300-PROCESSAR-CADASTRO UNTIL WRK-FIM-ARQUIVO
    ELSE
       PERFORM 0200-PROCESSAR-JORNAL UNTIL WRK-FIM-ARQUIVO
       PERFORM 0400-PROCESSAR-CONSENT UNTIL WRK-FIM-CONSENT = 'S'
    END-IF.
    PERFORM 0900-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0110-LER-PARAMETROS
    OPEN OUTPUT P088-SAIDA
    OPEN OUTPUT P088-RELATO
    MOVE 'N' TO WRK-EOF
    IF WRK-MODO-CARGA
       MOVE 'PROG088 - CARGA COMPLETA DE CLIENTES PARA O CRM'
         TO RS88-REGISTRO
       OPEN INPUT CLIENTE-FILE
       IF WRK-FS-CLIENTE NOT = '00'
          DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL - STATUS '
                  WRK-FS-CLIENTE
          MOVE 08 TO WRK-RC
          MOVE 'S' TO WRK-EOF
       ELSE
          MOVE 'S' TO WRK-CLI-ABERTO
       END-IF
       ACCEPT WRK-HORA-CARGA FROM TIME
    ELSE
       MOVE 'PROG088 - MOVIMENTO DIARIO DE CLIENTES PARA O CRM'
         TO RS88-REGISTRO
       OPEN INPUT CLIENTE-JORNAL
       IF WRK-FS-JORNAL NOT = '00'
          DISPLAY 'JORNAL DE CLIENTES AUSENTE - MOVIMENTO VAZIO'
          MOVE 'S' TO WRK-EOF
       END-IF
*>     A IMAGEM DO EVENTO 'K' VEM DO CADASTRO - SEM ELE OU SEM O
*>     HISTORICO NAO HA EVENTO DE CONSENTIMENTO.
       OPEN INPUT CLIENTE-FILE
       IF WRK-FS-CLIENTE = '00'
          MOVE 'S' TO WRK-CLI-ABERTO
          OPEN INPUT CONSENT-HIST
          IF WRK-FS-HCO = '00'
             MOVE 'N' TO WRK-FIM-CONSENT
          END-IF
       END-IF
    END-IF
*>  SEM O CLICONS NINGUEM TEM CONSENTIMENTO DE MARKETING.
    OPEN INPUT CLIENTE-CONSENT
    IF WRK-FS-CON = '00'
       MOVE 'S' TO WRK-CON-ABERTO
    ELSE
       DISPLAY 'CONSENTIMENTOS INDISPONIVEIS - STATUS ' WRK-FS-CON
    END-IF
    WRITE RS88-REGISTRO
    PERFORM 0120-GRAVAR-CABECALHO
    PERFORM 0150-LER-PROXIMO.
0110-LER-PARAMETROS.
    OPEN INPUT P088-PARM
    IF WRK-FS-PARM = '00'
       READ P088-PARM
           AT END CONTINUE
           NOT AT END
              IF PARM-MODO = 'C'
                 MOVE 'C' TO WRK-MODO
              END-IF
       END-READ
       CLOSE P088-PARM
    END-IF
    DISPLAY 'MODO DA EXTRACAO....' WRK-MODO.
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
0120-GRAVAR-CABECALHO.
    MOVE SPACES        TO ENV-REGISTRO
    SET ENV-CABECALHO  TO TRUE
    MOVE '000000'      TO ENV-CHAVE-SORT
    MOVE 'P088SAI '    TO ENV-ARQUIVO-ID
    MOVE WRK-DATA-PROC TO ENV-DATA
    MOVE SPACES        TO ENV-CHAVE-SORT-2
    MOVE 'PROG088 '    TO ENV-ORIGEM
    MOVE ZEROS         TO ENV-QTDE-REG
    WRITE ENV-REGISTRO.
0130-GRAVAR-TRAILER.
    MOVE SPACES          TO ENV-REGISTRO
    SET ENV-TRAILER      TO TRUE
    MOVE '999999'        TO ENV-CHAVE-SORT
    MOVE 'P088SAI '      TO ENV-ARQUIVO-ID
    MOVE WRK-DATA-PROC   TO ENV-DATA
    MOVE '999999999'     TO ENV-CHAVE-SORT-2
    MOVE 'PROG088 '      TO ENV-ORIGEM
    MOVE WRK-QTDE-GRAVADOS TO ENV-QTDE-REG
    WRITE ENV-REGISTRO.
0150-LER-PROXIMO.
    IF NOT WRK-FIM-ARQUIVO
       IF WRK-MODO-CARGA
          READ CLIENTE-FILE NEXT RECORD
              AT END MOVE 'S' TO WRK-EOF
          END-READ
       ELSE
          READ CLIENTE-JORNAL
              AT END MOVE 'S' TO WRK-EOF
          END-READ
       END-IF
    END-IF.
0200-PROCESSAR-JORNAL.
    IF JRN-DATA = WRK-DATA-PROC
       ADD 1 TO WRK-QTDE-LIDOS
       MOVE JRN-IMAGEM-DEPOIS TO WRK-CLIENTE-IMAGEM
       MOVE SPACES TO WRK-EVENTO
       EVALUATE TRUE
          WHEN JRN-INCLUSAO
             MOVE 'I' TO WRK-EVENTO
             ADD 1 TO WRK-QTDE-INCLUSOES
          WHEN JRN-ALTERACAO
             MOVE 'A' TO WRK-EVENTO
             ADD 1 TO WRK-QTDE-ALTERACOES
          WHEN JRN-EXCLUSAO
             MOVE 'X' TO WRK-EVENTO
             ADD 1 TO WRK-QTDE-INATIVACOES
          WHEN JRN-FUSAO AND WRK-CLI-INCORPORADO
             MOVE 'M' TO WRK-EVENTO
             ADD 1 TO WRK-QTDE-FUSOES
          WHEN JRN-FUSAO
*>           O SOBREVIVENTE DA FUSAO HERDA CONTATOS DO RETIRADO -
*>           PARA O CRM E UMA ALTERACAO COMUM.
             MOVE 'A' TO WRK-EVENTO
             ADD 1 TO WRK-QTDE-ALTERACOES
          WHEN JRN-RETORNO
             MOVE 'R' TO WRK-EVENTO
             ADD 1 TO WRK-QTDE-RETORNOS
          WHEN OTHER
             ADD 1 TO WRK-QTDE-IGNORADOS
       END-EVALUATE
       IF WRK-EVENTO NOT = SPACES
          PERFORM 0250-GRAVAR-CRM
       END-IF
    END-IF
    PERFORM 0150-LER-PROXIMO.
0250-GRAVAR-CRM.
    MOVE SPACES             TO CRM-REGISTRO
    SET CRM-DADOS           TO TRUE
    MOVE WRK-EVENTO         TO CRM-EVENTO
    MOVE JRN-DATA           TO CRM-DATA-EVENTO
    MOVE JRN-HORA           TO CRM-HORA-EVENTO
    MOVE JRN-NUMERO         TO CRM-NUMERO
    MOVE ZEROS              TO CRM-NUMERO-SOBREV
    IF CRM-FUSAO
       MOVE WRK-CLI-MERGE-PARA TO CRM-NUMERO-SOBREV
    END-IF
    PERFORM 0260-MOVER-IMAGEM
    WRITE CRM-REGISTRO
    ADD 1 TO WRK-QTDE-GRAVADOS.
0260-MOVER-IMAGEM.
    MOVE WRK-CLI-NOME       TO CRM-NOME
    MOVE WRK-CLI-ENDERECO   TO CRM-ENDERECO
    MOVE WRK-CLI-PROF       TO CRM-PROF
    MOVE WRK-CLI-CPF        TO CRM-CPF
    MOVE WRK-CLI-TELEFONE   TO CRM-TELEFONE
    MOVE WRK-CLI-EMAIL      TO CRM-EMAIL
    MOVE WRK-CLI-STATUS     TO CRM-STATUS
    MOVE WRK-CLI-DATA-INAT  TO CRM-DATA-INATIVACAO
    MOVE WRK-CLI-EMAIL-RUIM TO CRM-EMAIL-RUIM
    MOVE WRK-CLI-TEL-RUIM   TO CRM-TEL-RUIM
    MOVE WRK-CLI-END-RUIM   TO CRM-END-RUIM
    MOVE WRK-CLI-DATA-RET   TO CRM-DATA-RETORNO
    PERFORM 0270-APLICAR-CONSENTIMENTO.
0270-APLICAR-CONSENTIMENTO.
    MOVE CRM-NUMERO TO CON-NUMERO
    MOVE 'M'        TO CON-FINALIDADE
    MOVE 'E'        TO CON-CANAL
    PERFORM 0275-LER-CONSENTIMENTO
    MOVE WRK-CONSENTE TO CRM-CONS-MKT-EMAIL
    MOVE 'T'        TO CON-CANAL
    PERFORM 0275-LER-CONSENTIMENTO
    MOVE WRK-CONSENTE TO CRM-CONS-MKT-TEL
    MOVE 'C'        TO CON-CANAL
    PERFORM 0275-LER-CONSENTIMENTO
    MOVE WRK-CONSENTE TO CRM-CONS-MKT-CORREIO
    IF CRM-CONS-MKT-EMAIL = 'N'
       MOVE SPACES TO CRM-EMAIL
    END-IF
    IF CRM-CONS-MKT-TEL = 'N'
       MOVE SPACES TO CRM-TELEFONE
    END-IF
    IF CRM-CONS-MKT-CORREIO = 'N'
       MOVE SPACES TO CRM-ENDERECO
    END-IF
    IF CRM-CONS-MKT-EMAIL = 'N' AND CRM-CONS-MKT-TEL = 'N'
       AND CRM-CONS-MKT-CORREIO = 'N'
       ADD 1 TO WRK-QTDE-SEM-CONSENT
    END-IF.
0275-LER-CONSENTIMENTO.
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
0300-PROCESSAR-CADASTRO.
    ADD 1 TO WRK-QTDE-LIDOS
    IF CLI-ATIVO
       MOVE CLI-REGISTRO       TO WRK-CLIENTE-IMAGEM
       MOVE SPACES             TO CRM-REGISTRO
       SET CRM-DADOS           TO TRUE
       SET CRM-CARGA           TO TRUE
       MOVE WRK-DATA-PROC      TO CRM-DATA-EVENTO
       MOVE WRK-HORA-CARGA(1:6) TO CRM-HORA-EVENTO
       MOVE CLI-NUMERO         TO CRM-NUMERO
       MOVE ZEROS              TO CRM-NUMERO-SOBREV
       PERFORM 0260-MOVER-IMAGEM
       WRITE CRM-REGISTRO
       ADD 1 TO WRK-QTDE-GRAVADOS
    ELSE
       ADD 1 TO WRK-QTDE-IGNORADOS
    END-IF
    PERFORM 0150-LER-PROXIMO.
0400-PROCESSAR-CONSENT.
    READ CONSENT-HIST
        AT END
           MOVE 'S' TO WRK-FIM-CONSENT
        NOT AT END
           IF HCO-DATA = WRK-DATA-PROC AND HCO-FINALIDADE = 'M'
              PERFORM 0410-GRAVAR-CONSENT
           END-IF
    END-READ.
0410-GRAVAR-CONSENT.
    MOVE HCO-NUMERO TO CLI-NUMERO
    READ CLIENTE-FILE
        INVALID KEY
           ADD 1 TO WRK-QTDE-IGNORADOS
        NOT INVALID KEY
           MOVE CLI-REGISTRO  TO WRK-CLIENTE-IMAGEM
           MOVE SPACES        TO CRM-REGISTRO
           SET CRM-DADOS      TO TRUE
           SET CRM-CONSENTIMENTO TO TRUE
           MOVE HCO-DATA      TO CRM-DATA-EVENTO
           MOVE HCO-HORA      TO CRM-HORA-EVENTO
           MOVE HCO-NUMERO    TO CRM-NUMERO
           MOVE ZEROS         TO CRM-NUMERO-SOBREV
           PERFORM 0260-MOVER-IMAGEM
           WRITE CRM-REGISTRO
           ADD 1 TO WRK-QTDE-GRAVADOS
           ADD 1 TO WRK-QTDE-CONSENT
    END-READ.
0900-FINALIZAR.
    PERFORM 0130-GRAVAR-TRAILER
    MOVE SPACES TO RS88-REGISTRO
    WRITE RS88-REGISTRO
    IF WRK-MODO-CARGA
       MOVE 'CLIENTES LIDOS..........' TO WRT-LABEL
       MOVE WRK-QTDE-LIDOS             TO WRT-QTDE
       WRITE RS88-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'NAO ATIVOS (FORA)........' TO WRT-LABEL
       MOVE WRK-QTDE-IGNORADOS         TO WRT-QTDE
       WRITE RS88-REGISTRO FROM WRK-LINHA-TOTAL
    ELSE
       MOVE 'JORNAL DA DATA...........' TO WRT-LABEL
       MOVE WRK-QTDE-LIDOS             TO WRT-QTDE
       WRITE RS88-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'INCLUSOES................' TO WRT-LABEL
       MOVE WRK-QTDE-INCLUSOES         TO WRT-QTDE
       WRITE RS88-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'ALTERACOES...............' TO WRT-LABEL
       MOVE WRK-QTDE-ALTERACOES        TO WRT-QTDE
       WRITE RS88-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'INATIVACOES..............' TO WRT-LABEL
       MOVE WRK-QTDE-INATIVACOES       TO WRT-QTDE
       WRITE RS88-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'FUSOES...................' TO WRT-LABEL
       MOVE WRK-QTDE-FUSOES            TO WRT-QTDE
       WRITE RS88-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'RETORNOS DE CONTATO......' TO WRT-LABEL
       MOVE WRK-QTDE-RETORNOS          TO WRT-QTDE
       WRITE RS88-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'CONSENTIMENTOS...........' TO WRT-LABEL
       MOVE WRK-QTDE-CONSENT           TO WRT-QTDE
       WRITE RS88-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'OUTROS (FORA)............' TO WRT-LABEL
       MOVE WRK-QTDE-IGNORADOS         TO WRT-QTDE
       WRITE RS88-REGISTRO FROM WRK-LINHA-TOTAL
    END-IF
    MOVE 'REGISTROS NO TRAILER.....' TO WRT-LABEL
    MOVE WRK-QTDE-GRAVADOS          TO WRT-QTDE
    WRITE RS88-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'SEM CONSENT (CONTATO FORA)' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-CONSENT       TO WRT-QTDE
    WRITE RS88-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG088 - REGISTROS PARA O CRM..' WRK-QTDE-GRAVADOS
    IF WRK-CLI-ABERTO = 'S'
       CLOSE CLIENTE-FILE
    END-IF
    IF NOT WRK-MODO-CARGA
       IF WRK-FS-JORNAL = '00' OR WRK-FS-JORNAL = '10'
          CLOSE CLIENTE-JORNAL
       END-IF
       IF WRK-FS-HCO = '00' OR WRK-FS-HCO = '10'
          CLOSE CONSENT-HIST
       END-IF
    END-IF
    IF WRK-CON-ABERTO = 'S'
       CLOSE CLIENTE-CONSENT
    END-IF
    CLOSE P088-SAIDA
    CLOSE P088-RELATO.
