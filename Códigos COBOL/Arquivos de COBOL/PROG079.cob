IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG079.
*> CONCILIACAO NOTURNA DA AGENDA DE PARCELAS (AGDFILE) COM O
*> RETORNO DO BALANCEAMENTO, E AGING DE COBRANCA PARA O CREDITO.
*> O PROG057 MARCA A PARCELA COMO LIBERADA AO EMITI-LA NO FEED DE
*> ORIGEM 91, MAS O PROG005 PODE SUSPENDER O DEBITO (CONTA
*> BLOQUEADA, ENCERRADA, INATIVA OU ALEM DO LIMITE) - E A AGENDA
*> SEGUIA DANDO A PARCELA COMO COBRADA. RODA NO FLUXO DE
*> BALANCEAMENTO DEPOIS DO PROG005:
*>   1. SUSPENSOS DO DIA (P005SUS, DATA DE REJEICAO = DATPROC) DE
*>      ORIGEM 91 - A PARCELA LIBERADA DA MESMA CONTA E SEQUENCIA
*>      (AGD-SEQ-EMISSAO) PASSA A SUSPENSA, COM O MOTIVO;
*>   2. MOVIMENTO POSTADO (P005SAI) DE ORIGEM 91 - A LINHA NORMAL
*>      NAO TRAZ A SEQUENCIA, ENTAO CASA PELA CONTA E PELO VALOR
*>      (RESULTADO = -AGD-VALOR), PRIMEIRO COM A LIBERADA DE
*>      VENCIMENTO MAIS ANTIGO E, SEM ELA, COM A SUSPENSA (A
*>      REAPRESENTACAO DO PROG024 QUE PASSOU); A PARCELA CASADA
*>      PASSA A POSTADA NA DATA DE PROCESSAMENTO;
*>   3. VARREDURA DA AGENDA - TODA PARCELA EM ABERTO (LIBERADA SEM
*>      RETORNO OU SUSPENSA) TEM OS DIAS DE ATRASO RECALCULADOS
*>      (DIAS CORRIDOS DESDE O VENCIMENTO) E ENTRA NO RELATORIO DE
*>      AGING (P079SAI) POR CONTA E TITULAR, NAS FAIXAS ATE 30,
*>      31 A 60, 61 A 90 E ACIMA DE 90 DIAS. PARCELA JA PAGA POR
*>      BOLETO (BAIXA DO PROG081) NAO E ATRASO E FICA DE FORA.
*> A QUITACAO ANTECIPADA DO PROG080 E UM LANCAMENTO DA AGENDA COMO
*> AS PARCELAS E E CONCILIADA DO MESMO JEITO. LINHA DE ORIGEM 91
*> SEM PARCELA QUE CASE E SO AVISADA. TERMINA COM RC=04
*> QUANDO ALGUMA PARCELA FOI SUSPENSA NA NOITE E RC=08 EM ERRO DE
*> REGRAVACAO DA AGENDA.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT AGENDA-POSTAGENS ASSIGN TO "AGDFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AGD-CHAVE
           FILE STATUS  IS WRK-FS-AGD.
    SELECT P079-MOVIMENTO ASSIGN TO "P005SAI"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-MVTO.
    SELECT P079-SUSPENSO ASSIGN TO "P005SUS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-SUSP.
    SELECT CONTA-MASTER ASSIGN TO "CTAMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CTA-CONTA
           FILE STATUS  IS WRK-FS-CONTA.
    SELECT CLIENTE-FILE  ASSIGN TO "CLIFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CLI-NUMERO
           ALTERNATE RECORD KEY IS CLI-CPF WITH DUPLICATES
           FILE STATUS  IS WRK-FS-CLIENTE.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT P079-SAIDA   ASSIGN TO "P079SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  AGENDA-POSTAGENS.
COPY CPAGENDA.
FD  P079-MOVIMENTO.
01  RS5-REGISTRO.
    05  RS5-CONTA          PIC 9(06).
    05  RS5-TIPO           PIC X(01).
    05  RS5-V1             PIC S9(07)V99.
    05  RS5-V2             PIC S9(07)V99.
    05  RS5-RESULTADO      PIC S9(07)V99.
    05  RS5-REF-SEQ        PIC 9(09).
    05  RS5-ORIGEM         PIC 9(02).
    05  RS5-DATA-VALOR     PIC 9(08).
    05  RS5-CONTA-PAR      PIC 9(06).
FD  P079-SUSPENSO.
COPY CPSUSP5.
FD  CONTA-MASTER.
COPY CPCTAMST.
FD  CLIENTE-FILE.
COPY CPCLIENT.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  P079-SAIDA.
01  RS79-REGISTRO           PIC X(110).
WORKING-STORAGE                 SECTION.
77  WRK-FS-AGD           PIC X(02) VALUE SPACES.
77  WRK-FS-MVTO          PIC X(02) VALUE SPACES.
77  WRK-FS-SUSP          PIC X(02) VALUE SPACES.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-FS-CLIENTE       PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-AGD          PIC X(01) VALUE 'N'.
    88  WRK-FIM-AGENDA       VALUE 'S'.
77  WRK-AGENDA-OK        PIC X(01) VALUE 'N'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
78  WRK-ORIGEM-PARCELAS  VALUE 91.
77  WRK-BUSCA-CONTA      PIC 9(06) VALUE ZEROS.
77  WRK-BUSCA-VALOR      PIC S9(07)V99 VALUE ZEROS.
77  WRK-BUSCA-SEQ        PIC 9(09) VALUE ZEROS.
77  WRK-BUSCA-SITUACAO   PIC X(01) VALUE SPACES.
77  WRK-PARCELA-ACHADA   PIC X(01) VALUE 'N'.
    88  WRK-ACHOU-PARCELA    VALUE 'S'.
77  WRK-DIAS-ATRASO      PIC S9(08) VALUE ZEROS.
77  WRK-FAIXA            PIC 9(01) VALUE ZEROS.
77  WRK-IDX              PIC 9(01) VALUE ZEROS.
77  WRK-CONTA-ANTERIOR   PIC 9(06) VALUE ZEROS.
77  WRK-CONTA-ABERTA     PIC X(01) VALUE 'N'.
77  WRK-QTDE-SUSP-LIDOS  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SUSPENSAS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-MVTO-LIDOS  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-POSTADAS    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-REAPRESENT  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-PARCELA PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-EM-ABERTO   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-RETORNO PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-CLIENTE PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ERROS       PIC 9(07) VALUE ZEROS.
01  WRK-IMAGEM-SUSP.
    05  WRK-SUS-TIPO       PIC X(01).
    05  WRK-SUS-CONTA      PIC X(06).
    05  WRK-SUS-CONTA-NUM  REDEFINES WRK-SUS-CONTA PIC 9(06).
    05  WRK-SUS-V1         PIC S9(07)V99.
    05  WRK-SUS-V2         PIC S9(07)V99.
    05  WRK-SUS-REF-SEQ    PIC X(09).
    05  WRK-SUS-REF-SEQ-NUM REDEFINES WRK-SUS-REF-SEQ PIC 9(09).
    05  WRK-SUS-ORIGEM     PIC X(02).
    05  WRK-SUS-DATA-VALOR PIC X(08).
    05  WRK-SUS-DESTINO    PIC X(15).
01  WRK-FAIXAS-CONTA.
    05  WRK-FXC-VALOR OCCURS 4 TIMES PIC S9(11)V99.
77  WRK-FXC-TOTAL        PIC S9(11)V99 VALUE ZEROS.
01  WRK-FAIXAS-GERAL.
    05  WRK-FXG-QTDE  OCCURS 4 TIMES PIC 9(07).
    05  WRK-FXG-VALOR OCCURS 4 TIMES PIC S9(11)V99.
77  WRK-FXG-TOTAL        PIC S9(11)V99 VALUE ZEROS.
01  WRK-CABECALHO-1.
    05  FILLER               PIC X(44)
        VALUE 'PROG079 - AGING DE PARCELAS EM ATRASO'.
    05  FILLER               PIC X(10) VALUE ' DATA-PROC'.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRK-CAB-DATA         PIC 9(08).
01  WRK-CABECALHO-2.
    05  FILLER               PIC X(07) VALUE 'CONTA  '.
    05  FILLER               PIC X(07) VALUE 'TITULAR'.
    05  FILLER               PIC X(21) VALUE 'NOME'.
    05  FILLER               PIC X(15) VALUE '         ATE 30'.
    05  FILLER               PIC X(15) VALUE '       31 A 60'.
    05  FILLER               PIC X(15) VALUE '       61 A 90'.
    05  FILLER               PIC X(15) VALUE '      ACIMA 90'.
    05  FILLER               PIC X(15) VALUE '          TOTAL'.
01  WRK-CABECALHO-3.
    05  FILLER               PIC X(07) VALUE SPACES.
    05  FILLER               PIC X(50)
        VALUE 'PARC VENCIMENTO   DIAS          VALOR SITUACAO'.
01  WRK-LINHA-CONTA.
    05  WRC-CONTA            PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-TITULAR          PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-NOME             PIC X(20).
    05  WRC-FAIXA OCCURS 4 TIMES.
        10  FILLER           PIC X(01).
        10  WRC-VALOR        PIC -(10)9.99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-TOTAL            PIC -(10)9.99.
01  WRK-LINHA-PARCELA.
    05  FILLER               PIC X(07) VALUE SPACES.
    05  WRP-PARCELA          PIC 9(03).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  WRP-VENC             PIC 9(08).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  WRP-DIAS             PIC ZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRP-VALOR            PIC -(10)9.99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRP-SITUACAO         PIC X(40).
01  WRK-LINHA-FAIXA.
    05  WRF-LABEL            PIC X(26).
    05  WRF-QTDE             PIC ZZZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRF-VALOR            PIC -(10)9.99.
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF WRK-AGENDA-OK = 'S'
       PERFORM 0200-CONCILIAR-SUSPENSOS
       PERFORM 0300-CONCILIAR-POSTADOS
       PERFORM 0400-APURAR-ATRASO
    END-IF
    PERFORM 0500-FINALIZAR.
    STOP RUN.
0100-INICIAR.
    PERFORM 0116-LER-DATA-PROC
    OPEN OUTPUT P079-SAIDA
    MOVE WRK-DATA-PROC TO WRK-CAB-DATA
    WRITE RS79-REGISTRO FROM WRK-CABECALHO-1
    WRITE RS79-REGISTRO FROM WRK-CABECALHO-2
    WRITE RS79-REGISTRO FROM WRK-CABECALHO-3
    MOVE SPACES TO RS79-REGISTRO
    WRITE RS79-REGISTRO
    OPEN I-O AGENDA-POSTAGENS
    EVALUATE WRK-FS-AGD
       WHEN '00'
          MOVE 'S' TO WRK-AGENDA-OK
       WHEN '35'
          DISPLAY 'AGENDA DE POSTAGENS INEXISTENTE - NENHUM '
                  'PARCELAMENTO A CONCILIAR'
       WHEN OTHER
          DISPLAY 'AGENDA DE POSTAGENS INDISPONIVEL - STATUS '
                  WRK-FS-AGD
          MOVE 16 TO RETURN-CODE
          CLOSE P079-SAIDA
          STOP RUN
    END-EVALUATE
    OPEN INPUT CONTA-MASTER
    IF WRK-FS-CONTA NOT = '00'
       DISPLAY 'MASTER DE CONTAS INDISPONIVEL - RELATORIO SEM '
               'TITULAR'
    END-IF
    OPEN INPUT CLIENTE-FILE
    IF WRK-FS-CLIENTE NOT = '00'
       DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL - RELATORIO SEM '
               'NOME DO TITULAR'
    END-IF
    INITIALIZE WRK-FAIXAS-GERAL.
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
0200-CONCILIAR-SUSPENSOS.
    MOVE 'N' TO WRK-EOF
    OPEN INPUT P079-SUSPENSO
    IF WRK-FS-SUSP NOT = '00'
       MOVE 'S' TO WRK-EOF
       DISPLAY 'SEM ARQUIVO DE SUSPENSOS NA RODADA'
    END-IF
    PERFORM 0210-LER-SUSPENSO UNTIL WRK-FIM-ARQUIVO
    IF WRK-FS-SUSP = '00' OR WRK-FS-SUSP = '10'
       CLOSE P079-SUSPENSO
    END-IF.
0210-LER-SUSPENSO.
    READ P079-SUSPENSO
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           IF SUS-DATA-REJEICAO = WRK-DATA-PROC
              MOVE SUS-IMAGEM TO WRK-IMAGEM-SUSP
              IF WRK-SUS-TIPO = 'D'
                 AND WRK-SUS-ORIGEM = '91'
                 AND WRK-SUS-CONTA IS NUMERIC
                 AND WRK-SUS-V1 IS NUMERIC
                 AND WRK-SUS-V2 IS NUMERIC
                 ADD 1 TO WRK-QTDE-SUSP-LIDOS
                 PERFORM 0220-SUSPENDER-PARCELA
              END-IF
           END-IF
    END-READ.
0220-SUSPENDER-PARCELA.
*>  CASA PELA SEQUENCIA EMITIDA; SEQUENCIA AUSENTE NO SUSPENSO CASA
*>  SO PELO VALOR. A PARCELA JA SUSPENSA COM A MESMA SEQUENCIA (A
*>  REAPRESENTACAO QUE VOLTOU A SER RECUSADA) SO TEM O MOTIVO
*>  ATUALIZADO.
    MOVE WRK-SUS-CONTA-NUM TO WRK-BUSCA-CONTA
    COMPUTE WRK-BUSCA-VALOR = 0 - (WRK-SUS-V1 + WRK-SUS-V2)
    IF WRK-SUS-REF-SEQ IS NUMERIC
       MOVE WRK-SUS-REF-SEQ-NUM TO WRK-BUSCA-SEQ
    ELSE
       MOVE ZEROS TO WRK-BUSCA-SEQ
    END-IF
    MOVE 'L' TO WRK-BUSCA-SITUACAO
    PERFORM 0600-LOCALIZAR-PARCELA
    IF NOT WRK-ACHOU-PARCELA
       MOVE 'S' TO WRK-BUSCA-SITUACAO
       PERFORM 0600-LOCALIZAR-PARCELA
    END-IF
    IF WRK-ACHOU-PARCELA
       IF AGD-LIBERADA
          ADD 1 TO WRK-QTDE-SUSPENSAS
       END-IF
       MOVE 'S'           TO AGD-SITUACAO
       MOVE SUS-MOTIVO    TO AGD-MOTIVO-SUSP
       MOVE ZEROS         TO AGD-DATA-POSTAGEM
       PERFORM 0620-REGRAVAR-PARCELA
    ELSE
       ADD 1 TO WRK-QTDE-SEM-PARCELA
       DISPLAY 'SUSPENSO DE ORIGEM 91 SEM PARCELA NA AGENDA - CONTA '
               WRK-SUS-CONTA ' SEQUENCIA ' WRK-SUS-REF-SEQ
    END-IF.
0300-CONCILIAR-POSTADOS.
    MOVE 'N' TO WRK-EOF
    OPEN INPUT P079-MOVIMENTO
    IF WRK-FS-MVTO NOT = '00'
       MOVE 'S' TO WRK-EOF
       DISPLAY 'MOVIMENTO POSTADO AUSENTE - STATUS ' WRK-FS-MVTO
    END-IF
    PERFORM 0310-LER-MOVIMENTO UNTIL WRK-FIM-ARQUIVO
    IF WRK-FS-MVTO = '00' OR WRK-FS-MVTO = '10'
       CLOSE P079-MOVIMENTO
    END-IF.
0310-LER-MOVIMENTO.
    READ P079-MOVIMENTO
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           IF RS5-TIPO = 'N'
              AND RS5-ORIGEM = WRK-ORIGEM-PARCELAS
              ADD 1 TO WRK-QTDE-MVTO-LIDOS
              PERFORM 0320-POSTAR-PARCELA
           END-IF
    END-READ.
0320-POSTAR-PARCELA.
    MOVE RS5-CONTA TO WRK-BUSCA-CONTA
    COMPUTE WRK-BUSCA-VALOR = 0 - RS5-RESULTADO
    MOVE ZEROS     TO WRK-BUSCA-SEQ
    MOVE 'L'       TO WRK-BUSCA-SITUACAO
    PERFORM 0600-LOCALIZAR-PARCELA
    IF NOT WRK-ACHOU-PARCELA
       MOVE 'S' TO WRK-BUSCA-SITUACAO
       PERFORM 0600-LOCALIZAR-PARCELA
       IF WRK-ACHOU-PARCELA
          ADD 1 TO WRK-QTDE-REAPRESENT
       END-IF
    END-IF
    IF WRK-ACHOU-PARCELA
       ADD 1 TO WRK-QTDE-POSTADAS
       MOVE 'Q'           TO AGD-SITUACAO
       MOVE WRK-DATA-PROC TO AGD-DATA-POSTAGEM
       MOVE SPACES        TO AGD-MOTIVO-SUSP
       PERFORM 0630-CALCULAR-ATRASO
       MOVE WRK-DIAS-ATRASO TO AGD-DIAS-ATRASO
       PERFORM 0620-REGRAVAR-PARCELA
    ELSE
       ADD 1 TO WRK-QTDE-SEM-PARCELA
       DISPLAY 'POSTAGEM DE ORIGEM 91 SEM PARCELA NA AGENDA - CONTA '
               RS5-CONTA ' VALOR ' RS5-RESULTADO
    END-IF.
0400-APURAR-ATRASO.
    MOVE ZEROS TO AGD-CHAVE WRK-CONTA-ANTERIOR
    MOVE 'N'   TO WRK-EOF-AGD WRK-CONTA-ABERTA
    START AGENDA-POSTAGENS KEY IS NOT LESS THAN AGD-CHAVE
        INVALID KEY MOVE 'S' TO WRK-EOF-AGD
    END-START
    PERFORM 0410-AVALIAR-PARCELA UNTIL WRK-FIM-AGENDA
    IF WRK-CONTA-ABERTA = 'S'
       PERFORM 0440-FECHAR-CONTA
    END-IF.
0410-AVALIAR-PARCELA.
    READ AGENDA-POSTAGENS NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF-AGD
        NOT AT END
           IF AGD-EM-ABERTO AND AGD-SEM-PAGTO
              PERFORM 0420-ENVELHECER-PARCELA
           END-IF
    END-READ.
0420-ENVELHECER-PARCELA.
    IF AGD-CONTA NOT = WRK-CONTA-ANTERIOR
       IF WRK-CONTA-ABERTA = 'S'
          PERFORM 0440-FECHAR-CONTA
       END-IF
       PERFORM 0430-ABRIR-CONTA
    END-IF
    PERFORM 0630-CALCULAR-ATRASO
    IF AGD-DIAS-ATRASO NOT = WRK-DIAS-ATRASO
       MOVE WRK-DIAS-ATRASO TO AGD-DIAS-ATRASO
       PERFORM 0620-REGRAVAR-PARCELA
    END-IF
    ADD 1 TO WRK-QTDE-EM-ABERTO
    EVALUATE TRUE
       WHEN WRK-DIAS-ATRASO <= 30  MOVE 1 TO WRK-FAIXA
       WHEN WRK-DIAS-ATRASO <= 60  MOVE 2 TO WRK-FAIXA
       WHEN WRK-DIAS-ATRASO <= 90  MOVE 3 TO WRK-FAIXA
       WHEN OTHER                  MOVE 4 TO WRK-FAIXA
    END-EVALUATE
    ADD AGD-VALOR TO WRK-FXC-VALOR(WRK-FAIXA) WRK-FXC-TOTAL
    ADD AGD-VALOR TO WRK-FXG-VALOR(WRK-FAIXA) WRK-FXG-TOTAL
    ADD 1         TO WRK-FXG-QTDE(WRK-FAIXA)
    MOVE AGD-PARCELA     TO WRP-PARCELA
    MOVE AGD-DATA-VENC   TO WRP-VENC
    MOVE WRK-DIAS-ATRASO TO WRP-DIAS
    MOVE AGD-VALOR       TO WRP-VALOR
    IF AGD-SUSPENSA
       MOVE 'SUSPENSA NO BALANCEAMENTO - MOTIVO '
         TO WRP-SITUACAO
       MOVE AGD-MOTIVO-SUSP TO WRP-SITUACAO(36:3)
    ELSE
       ADD 1 TO WRK-QTDE-SEM-RETORNO
       MOVE 'EMITIDA EM          SEM RETORNO' TO WRP-SITUACAO
       MOVE AGD-DATA-LIBERACAO TO WRP-SITUACAO(12:8)
    END-IF
    WRITE RS79-REGISTRO FROM WRK-LINHA-PARCELA.
0430-ABRIR-CONTA.
    MOVE AGD-CONTA TO WRK-CONTA-ANTERIOR
    MOVE 'S'       TO WRK-CONTA-ABERTA
    INITIALIZE WRK-FAIXAS-CONTA
    MOVE ZEROS     TO WRK-FXC-TOTAL
    MOVE SPACES    TO WRK-LINHA-CONTA
    MOVE AGD-CONTA TO WRC-CONTA
    MOVE ZEROS     TO WRC-TITULAR
    PERFORM 0450-BUSCAR-TITULAR
    WRITE RS79-REGISTRO FROM WRK-LINHA-CONTA(1:34).
0440-FECHAR-CONTA.
*>  A LINHA DA CONTA SAI DEPOIS DAS PARCELAS, COM AS FAIXAS.
    MOVE 'N' TO WRK-CONTA-ABERTA
    MOVE '  TOTAL DA CONTA' TO WRK-LINHA-CONTA(14:20)
    PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4
       MOVE WRK-FXC-VALOR(WRK-IDX) TO WRC-VALOR(WRK-IDX)
    END-PERFORM
    MOVE WRK-FXC-TOTAL TO WRC-TOTAL
    WRITE RS79-REGISTRO FROM WRK-LINHA-CONTA
    MOVE SPACES TO RS79-REGISTRO
    WRITE RS79-REGISTRO.
0450-BUSCAR-TITULAR.
    MOVE SPACES TO WRC-NOME
    IF WRK-FS-CONTA = '00' OR WRK-FS-CONTA = '23'
       MOVE AGD-CONTA TO CTA-CONTA
       READ CONTA-MASTER
           INVALID KEY
              MOVE '*** CONTA INEXISTENTE' TO WRC-NOME
           NOT INVALID KEY
              MOVE CTA-TITULAR TO WRC-TITULAR
              PERFORM 0455-BUSCAR-CLIENTE
       END-READ
    END-IF.
0455-BUSCAR-CLIENTE.
    IF WRK-FS-CLIENTE = '00' OR WRK-FS-CLIENTE = '23'
       MOVE CTA-TITULAR TO CLI-NUMERO
       READ CLIENTE-FILE
           INVALID KEY
              ADD 1 TO WRK-QTDE-SEM-CLIENTE
              MOVE '*** NAO CADASTRADO' TO WRC-NOME
           NOT INVALID KEY
              MOVE CLI-NOME TO WRC-NOME
       END-READ
    END-IF.
0500-FINALIZAR.
    MOVE SPACES TO RS79-REGISTRO
    WRITE RS79-REGISTRO
    MOVE 'EM ATRASO ATE 30 DIAS.....' TO WRF-LABEL
    MOVE 1 TO WRK-IDX
    PERFORM 0510-GRAVAR-FAIXA
    MOVE 'EM ATRASO 31 A 60 DIAS....' TO WRF-LABEL
    MOVE 2 TO WRK-IDX
    PERFORM 0510-GRAVAR-FAIXA
    MOVE 'EM ATRASO 61 A 90 DIAS....' TO WRF-LABEL
    MOVE 3 TO WRK-IDX
    PERFORM 0510-GRAVAR-FAIXA
    MOVE 'EM ATRASO ACIMA DE 90.....' TO WRF-LABEL
    MOVE 4 TO WRK-IDX
    PERFORM 0510-GRAVAR-FAIXA
    MOVE 'TOTAL EM ABERTO...........' TO WRF-LABEL
    MOVE WRK-QTDE-EM-ABERTO           TO WRF-QTDE
    MOVE WRK-FXG-TOTAL                TO WRF-VALOR
    WRITE RS79-REGISTRO FROM WRK-LINHA-FAIXA
    MOVE SPACES TO RS79-REGISTRO
    WRITE RS79-REGISTRO
    MOVE 'SUSPENSOS DE ORIGEM 91....' TO WRT-LABEL
    MOVE WRK-QTDE-SUSP-LIDOS          TO WRT-QTDE
    WRITE RS79-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'PARCELAS SUSPENSAS HOJE...' TO WRT-LABEL
    MOVE WRK-QTDE-SUSPENSAS           TO WRT-QTDE
    WRITE RS79-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'POSTAGENS DE ORIGEM 91....' TO WRT-LABEL
    MOVE WRK-QTDE-MVTO-LIDOS          TO WRT-QTDE
    WRITE RS79-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'PARCELAS POSTADAS HOJE....' TO WRT-LABEL
    MOVE WRK-QTDE-POSTADAS            TO WRT-QTDE
    WRITE RS79-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE '  DAS QUAIS REAPRESENTADAS' TO WRT-LABEL
    MOVE WRK-QTDE-REAPRESENT          TO WRT-QTDE
    WRITE RS79-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'RETORNOS SEM PARCELA......' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-PARCELA         TO WRT-QTDE
    WRITE RS79-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'EMITIDAS SEM RETORNO......' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-RETORNO         TO WRT-QTDE
    WRITE RS79-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TITULAR NAO CADASTRADO....' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-CLIENTE         TO WRT-QTDE
    WRITE RS79-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'ERROS DE REGRAVACAO.......' TO WRT-LABEL
    MOVE WRK-QTDE-ERROS               TO WRT-QTDE
    WRITE RS79-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG079 - POSTADAS..........' WRK-QTDE-POSTADAS
    DISPLAY 'PROG079 - SUSPENSAS.........' WRK-QTDE-SUSPENSAS
    DISPLAY 'PROG079 - EM ABERTO.........' WRK-QTDE-EM-ABERTO
    IF WRK-AGENDA-OK = 'S'
       CLOSE AGENDA-POSTAGENS
    END-IF
    IF WRK-FS-CONTA = '00' OR WRK-FS-CONTA = '23'
       CLOSE CONTA-MASTER
    END-IF
    IF WRK-FS-CLIENTE = '00' OR WRK-FS-CLIENTE = '23'
       CLOSE CLIENTE-FILE
    END-IF
    CLOSE P079-SAIDA
    EVALUATE TRUE
       WHEN WRK-QTDE-ERROS > 0
          MOVE 08 TO RETURN-CODE
       WHEN WRK-QTDE-SUSPENSAS > 0
          MOVE 04 TO RETURN-CODE
    END-EVALUATE.
0510-GRAVAR-FAIXA.
    MOVE WRK-FXG-QTDE(WRK-IDX)  TO WRF-QTDE
    MOVE WRK-FXG-VALOR(WRK-IDX) TO WRF-VALOR
    WRITE RS79-REGISTRO FROM WRK-LINHA-FAIXA.
0600-LOCALIZAR-PARCELA.
*>  PROCURA NA AGENDA, ENTRE AS PARCELAS DA CONTA (EM ORDEM DE
*>  VENCIMENTO), A PRIMEIRA NA SITUACAO PEDIDA COM O VALOR E, SE
*>  INFORMADA, A SEQUENCIA DE EMISSAO. ACHADA, FICA NA AREA DO
*>  REGISTRO PARA A REGRAVACAO.
    MOVE 'N'             TO WRK-PARCELA-ACHADA WRK-EOF-AGD
    MOVE WRK-BUSCA-CONTA TO AGD-CONTA
    MOVE ZEROS           TO AGD-DATA-VENC AGD-PARCELA
    START AGENDA-POSTAGENS KEY IS NOT LESS THAN AGD-CHAVE
        INVALID KEY MOVE 'S' TO WRK-EOF-AGD
    END-START
    PERFORM 0610-TESTAR-PARCELA
            UNTIL WRK-FIM-AGENDA OR WRK-ACHOU-PARCELA.
0610-TESTAR-PARCELA.
    READ AGENDA-POSTAGENS NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF-AGD
        NOT AT END
           IF AGD-CONTA NOT = WRK-BUSCA-CONTA
              MOVE 'S' TO WRK-EOF-AGD
           ELSE
              IF AGD-SITUACAO = WRK-BUSCA-SITUACAO
                 AND AGD-VALOR = WRK-BUSCA-VALOR
                 AND (WRK-BUSCA-SEQ = ZEROS
                      OR AGD-SEQ-EMISSAO = WRK-BUSCA-SEQ)
                 MOVE 'S' TO WRK-PARCELA-ACHADA
              END-IF
           END-IF
    END-READ.
0620-REGRAVAR-PARCELA.
    REWRITE AGD-REGISTRO
    IF WRK-FS-AGD NOT = '00'
       ADD 1 TO WRK-QTDE-ERROS
       DISPLAY 'ERRO AO REGRAVAR A PARCELA ' AGD-PARCELA
               ' DA CONTA ' AGD-CONTA ' - STATUS ' WRK-FS-AGD
    END-IF.
0630-CALCULAR-ATRASO.
*>  DIAS CORRIDOS DO VENCIMENTO ATE A DATA DE PROCESSAMENTO.
    COMPUTE WRK-DIAS-ATRASO =
            FUNCTION INTEGER-OF-DATE(WRK-DATA-PROC)
          - FUNCTION INTEGER-OF-DATE(AGD-DATA-VENC)
    IF WRK-DIAS-ATRASO < 0
       MOVE ZEROS TO WRK-DIAS-ATRASO
    END-IF
    IF WRK-DIAS-ATRASO > 9999
       MOVE 9999 TO WRK-DIAS-ATRASO
    END-IF.
