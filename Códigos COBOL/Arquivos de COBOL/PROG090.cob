IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG090.
*> RODADA MENSAL DA REVISAO CADASTRAL PERIODICA (JOB HERC01KY). O
*> CADASTRO ERA CONFERIDO SO NA INCLUSAO - CLIENTE COM ANOS DE CASA
*> SEGUIA COM DOCUMENTO E ENDERECO DA ABERTURA. PARA CADA CLIENTE
*> ATIVO DO CLIFILE:
*>   - A FAIXA DE RISCO E REAVALIADA: 'A' ALTO PARA CPF NA LISTA DE
*>     RESTRITOS (CPFREST) OU COM CASO AML ABERTO, EM ANALISE OU
*>     COMUNICADO (AMLCASO); 'M' MEDIO COM CASO AML DESCARTADO; 'B'
*>     BAIXO NOS DEMAIS;
*>   - O VENCIMENTO E A ULTIMA REVISAO (CLIKYC) MAIS OS MESES DA
*>     FAIXA - RISCO MAIOR VENCE ANTES. CLIENTE ANTERIOR AO CONTROLE
*>     (SEM REVISAO) RECEBE NA PRIMEIRA RODADA O VENCIMENTO DA DATA
*>     DE PROCESSAMENTO MAIS A ANTECEDENCIA, E E CONVOCADO;
*>   - REVISAO A VENCER DENTRO DA ANTECEDENCIA E CONVOCADA ('C');
*>     VENCIDA E ESCALADA UM ESTAGIO POR RODADA CONFORME OS DIAS DE
*>     ATRASO: 1 CONVOCACAO ('C'), 2 LIGACAO ('L'), 3 BLOQUEIO ('B')
*>     - NO ESTAGIO 3 O PROG050 RECUSA CONTA NOVA PARA O CLIENTE ATE
*>     A REVISAO SER REGISTRADA NO PROG002 (FUNCAO V).
*> A CONVOCACAO (P090SAI, LAYOUT CPREVCAD NO ENVELOPE CPENVEL) VAI
*> PARA A GRAFICA/E-MAIL E PARA A CENTRAL DE LIGACOES. E CONTATO DE
*> SERVICO: CANAL COM REVOGACAO DE SERVICO NO CLICONS E CONTATO
*> DEVOLVIDO (PROG048) SAEM EM BRANCO, E O CLIENTE SEM NENHUM CANAL
*> FICA MARCADO NO RELATORIO (P090REL) PARA A AGENCIA PROCURAR.
*> P090PAR: MESES DA FAIXA ALTA, MEDIA E BAIXA (3 POSICOES CADA;
*> ZERO OU AUSENTE = 012/036/060), DIAS DE ANTECEDENCIA (3; 030),
*> DIAS ENTRE ESTAGIOS (3; 030) E, NA POSICAO 16, 'S' PARA SIMULAR
*> - SO O RELATORIO E A CONVOCACAO, SEM REGRAVAR O CLIKYC.
*> RC=04 QUANDO ALGUM CLIENTE CHEGOU AO BLOQUEIO NA RODADA, 08 EM
*> ERRO DE GRAVACAO DO CLIKYC, 16 SEM O CADASTRO DE CLIENTES.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT CLIENTE-FILE  ASSIGN TO "CLIFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CLI-NUMERO
           ALTERNATE RECORD KEY IS CLI-CPF WITH DUPLICATES
           FILE STATUS  IS WRK-FS-CLIENTE.
    SELECT CLIENTE-KYC  ASSIGN TO "CLIKYC"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS KYC-NUMERO
           FILE STATUS  IS WRK-FS-KYC.
    SELECT CPF-RESTRITO  ASSIGN TO "CPFREST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS RES-CPF
           FILE STATUS  IS WRK-FS-REST.
    SELECT AML-CASOS    ASSIGN TO "AMLCASO"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AML-CHAVE
           FILE STATUS  IS WRK-FS-AML.
    SELECT CLIENTE-CONSENT ASSIGN TO "CLICONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CON-CHAVE
           FILE STATUS  IS WRK-FS-CON.
    SELECT P090-PARM    ASSIGN TO "P090PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT P090-SAIDA   ASSIGN TO "P090SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P090-RELATO  ASSIGN TO "P090REL"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  CLIENTE-FILE.
COPY CPCLIENT.
FD  CLIENTE-KYC.
COPY CPCLIKYC.
FD  CPF-RESTRITO.
COPY CPCPFRES.
FD  AML-CASOS.
COPY CPAMLCAS.
FD  CLIENTE-CONSENT.
COPY CPCONSEN.
FD  P090-PARM.
01  PARM-REGISTRO.
    05  PARM-MESES-ALTO    PIC X(03).
    05  PARM-MESES-MEDIO   PIC X(03).
    05  PARM-MESES-BAIXO   PIC X(03).
    05  PARM-ANTECEDENCIA  PIC X(03).
    05  PARM-INTERVALO     PIC X(03).
    05  PARM-SIMULACAO     PIC X(01).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  P090-SAIDA.
COPY CPENVEL.
COPY CPREVCAD.
FD  P090-RELATO.
01  RS90-REGISTRO          PIC X(100).
WORKING-STORAGE                 SECTION.
77  WRK-FS-CLIENTE       PIC X(02) VALUE SPACES.
77  WRK-FS-KYC           PIC X(02) VALUE SPACES.
77  WRK-FS-REST          PIC X(02) VALUE SPACES.
77  WRK-FS-AML           PIC X(02) VALUE SPACES.
77  WRK-FS-CON           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-CLI-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-KYC-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-REST-ABERTO      PIC X(01) VALUE 'N'.
77  WRK-AML-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-CON-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-FIM-AML          PIC X(01) VALUE 'N'.
77  WRK-SIMULACAO        PIC X(01) VALUE 'N'.
    88  WRK-SIMULAR          VALUE 'S'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-MESES-ALTO       PIC 9(03) VALUE 12.
77  WRK-MESES-MEDIO      PIC 9(03) VALUE 36.
77  WRK-MESES-BAIXO      PIC 9(03) VALUE 60.
77  WRK-ANTECEDENCIA     PIC 9(03) VALUE 30.
77  WRK-INTERVALO        PIC 9(03) VALUE 30.
77  WRK-MESES            PIC 9(03) VALUE ZEROS.
77  WRK-MESES-TOTAL      PIC 9(06) VALUE ZEROS.
77  WRK-KYC-NOVO         PIC X(01) VALUE 'N'.
77  WRK-FAIXA            PIC X(01) VALUE SPACE.
77  WRK-FAIXA-ANTES      PIC X(01) VALUE SPACE.
77  WRK-ESTAGIO-ANTES    PIC 9(01) VALUE ZEROS.
77  WRK-ESTAGIO-ALVO     PIC 9(01) VALUE ZEROS.
77  WRK-ACAO             PIC X(01) VALUE SPACE.
77  WRK-DIAS-VENCIDOS    PIC S9(07) VALUE ZEROS.
77  WRK-DIAS-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-CONSENTE         PIC X(01) VALUE 'S'.
77  WRK-CANAL            PIC X(01) VALUE SPACE.
77  WRK-QTDE-CANAIS      PIC 9(01) VALUE ZEROS.
01  WRK-DATA-CALC.
    05  WRK-CALC-ANO       PIC 9(04).
    05  WRK-CALC-MES       PIC 9(02).
    05  WRK-CALC-DIA       PIC 9(02).
01  WRK-DATA-CALC-N REDEFINES WRK-DATA-CALC PIC 9(08).
77  WRK-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-NAO-ATIVOS  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-REVISAO PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-MUDOU-FAIXA PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-A-VENCER    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ESTAGIO-1   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ESTAGIO-2   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ESTAGIO-3   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-BLOQUEADOS  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-CANAL   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-GRAVADOS    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ERROS       PIC 9(07) VALUE ZEROS.
01  WRK-CABECALHO-1.
    05  FILLER               PIC X(37)
        VALUE 'PROG090 - REVISAO CADASTRAL PERIODICA'.
    05  FILLER               PIC X(10) VALUE ' DATA-PROC'.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRK-CAB-DATA         PIC 9(08).
    05  FILLER               PIC X(07) VALUE ' MESES '.
    05  WRK-CAB-ALTO         PIC 9(03).
    05  FILLER               PIC X(01) VALUE '/'.
    05  WRK-CAB-MEDIO        PIC 9(03).
    05  FILLER               PIC X(01) VALUE '/'.
    05  WRK-CAB-BAIXO        PIC 9(03).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRK-CAB-SIMULACAO    PIC X(09).
01  WRK-CABECALHO-2.
    05  FILLER               PIC X(07) VALUE 'CLIENTE'.
    05  FILLER               PIC X(21) VALUE ' NOME'.
    05  FILLER               PIC X(06) VALUE 'RISCO '.
    05  FILLER               PIC X(09) VALUE 'REVISAO  '.
    05  FILLER               PIC X(09) VALUE 'VENCTO   '.
    05  FILLER               PIC X(07) VALUE 'ESTAG. '.
    05  FILLER               PIC X(40) VALUE 'SITUACAO'.
01  WRK-LINHA-CLIENTE.
    05  WRC-NUMERO           PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-NOME             PIC X(20).
    05  FILLER               PIC X(02) VALUE SPACES.
    05  WRC-FAIXA            PIC X(01).
    05  FILLER               PIC X(04) VALUE SPACES.
    05  WRC-REVISAO          PIC 9(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-VENCIMENTO       PIC 9(08).
    05  FILLER               PIC X(03) VALUE SPACES.
    05  WRC-ESTAGIO          PIC 9(01).
    05  FILLER               PIC X(03) VALUE SPACES.
    05  WRC-SITUACAO         PIC X(40).
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0300-PROCESSAR-CLIENTE UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0900-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0110-LER-PARAMETROS
    OPEN OUTPUT P090-SAIDA
    OPEN OUTPUT P090-RELATO
    OPEN INPUT CLIENTE-FILE
    IF WRK-FS-CLIENTE NOT = '00'
       DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL - STATUS '
               WRK-FS-CLIENTE
       MOVE 16 TO WRK-RC
       MOVE 'S' TO WRK-EOF
    ELSE
       MOVE 'S' TO WRK-CLI-ABERTO
    END-IF
    OPEN I-O CLIENTE-KYC
    IF WRK-FS-KYC = '35'
       OPEN OUTPUT CLIENTE-KYC
       CLOSE CLIENTE-KYC
       OPEN I-O CLIENTE-KYC
    END-IF
    IF WRK-FS-KYC = '00'
       MOVE 'S' TO WRK-KYC-ABERTO
    ELSE
       DISPLAY 'ARQUIVO DE REVISAO CADASTRAL INDISPONIVEL - STATUS '
               WRK-FS-KYC
       MOVE 16 TO WRK-RC
       MOVE 'S' TO WRK-EOF
    END-IF
*>  SEM A LISTA DE RESTRITOS OU SEM OS CASOS AML A FAIXA SAI SO DO
*>  QUE ESTIVER DISPONIVEL - O AVISO FICA NO LOG DA RODADA.
    OPEN INPUT CPF-RESTRITO
    IF WRK-FS-REST = '00'
       MOVE 'S' TO WRK-REST-ABERTO
    ELSE
       DISPLAY 'LISTA DE CPFS RESTRITOS AUSENTE - FAIXA SEM A '
               'RESTRICAO'
    END-IF
    OPEN INPUT AML-CASOS
    IF WRK-FS-AML = '00'
       MOVE 'S' TO WRK-AML-ABERTO
    ELSE
       DISPLAY 'CASOS AML AUSENTES - FAIXA SEM O MONITORAMENTO'
    END-IF
*>  SEM O CLICONS NAO HA REVOGACAO DE SERVICO - TODO CANAL VALE.
    OPEN INPUT CLIENTE-CONSENT
    IF WRK-FS-CON = '00'
       MOVE 'S' TO WRK-CON-ABERTO
    ELSE
       DISPLAY 'CONSENTIMENTOS INDISPONIVEIS - STATUS ' WRK-FS-CON
    END-IF
    MOVE WRK-DATA-PROC   TO WRK-CAB-DATA
    MOVE WRK-MESES-ALTO  TO WRK-CAB-ALTO
    MOVE WRK-MESES-MEDIO TO WRK-CAB-MEDIO
    MOVE WRK-MESES-BAIXO TO WRK-CAB-BAIXO
    IF WRK-SIMULAR
       MOVE 'SIMULACAO' TO WRK-CAB-SIMULACAO
    ELSE
       MOVE SPACES      TO WRK-CAB-SIMULACAO
    END-IF
    WRITE RS90-REGISTRO FROM WRK-CABECALHO-1
    WRITE RS90-REGISTRO FROM WRK-CABECALHO-2
    MOVE SPACES TO RS90-REGISTRO
    WRITE RS90-REGISTRO
    COMPUTE WRK-DIAS-PROC = FUNCTION INTEGER-OF-DATE(WRK-DATA-PROC)
    PERFORM 0120-GRAVAR-CABECALHO
    PERFORM 0150-LER-CLIENTE.
0110-LER-PARAMETROS.
    OPEN INPUT P090-PARM
    IF WRK-FS-PARM = '00'
       READ P090-PARM
           AT END CONTINUE
           NOT AT END
              IF PARM-MESES-ALTO IS NUMERIC
                 AND PARM-MESES-ALTO NOT = '000'
                 MOVE PARM-MESES-ALTO TO WRK-MESES-ALTO
              END-IF
              IF PARM-MESES-MEDIO IS NUMERIC
                 AND PARM-MESES-MEDIO NOT = '000'
                 MOVE PARM-MESES-MEDIO TO WRK-MESES-MEDIO
              END-IF
              IF PARM-MESES-BAIXO IS NUMERIC
                 AND PARM-MESES-BAIXO NOT = '000'
                 MOVE PARM-MESES-BAIXO TO WRK-MESES-BAIXO
              END-IF
              IF PARM-ANTECEDENCIA IS NUMERIC
                 AND PARM-ANTECEDENCIA NOT = '000'
                 MOVE PARM-ANTECEDENCIA TO WRK-ANTECEDENCIA
              END-IF
              IF PARM-INTERVALO IS NUMERIC
                 AND PARM-INTERVALO NOT = '000'
                 MOVE PARM-INTERVALO TO WRK-INTERVALO
              END-IF
              IF PARM-SIMULACAO = 'S'
                 MOVE 'S' TO WRK-SIMULACAO
              END-IF
       END-READ
       CLOSE P090-PARM
    END-IF
    DISPLAY 'MESES RISCO ALTO/MEDIO/BAIXO..' WRK-MESES-ALTO '/'
            WRK-MESES-MEDIO '/' WRK-MESES-BAIXO
    DISPLAY 'DIAS DE ANTECEDENCIA..........' WRK-ANTECEDENCIA
    DISPLAY 'DIAS ENTRE ESTAGIOS...........' WRK-INTERVALO
    IF WRK-SIMULAR
       DISPLAY 'SIMULACAO - O CLIKYC NAO SERA REGRAVADO'
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
0120-GRAVAR-CABECALHO.
    MOVE SPACES        TO ENV-REGISTRO
    SET ENV-CABECALHO  TO TRUE
    MOVE '000000'      TO ENV-CHAVE-SORT
    MOVE 'P090SAI '    TO ENV-ARQUIVO-ID
    MOVE WRK-DATA-PROC TO ENV-DATA
    MOVE SPACES        TO ENV-CHAVE-SORT-2
    MOVE 'PROG090 '    TO ENV-ORIGEM
    MOVE ZEROS         TO ENV-QTDE-REG
    WRITE ENV-REGISTRO.
0130-GRAVAR-TRAILER.
    MOVE SPACES          TO ENV-REGISTRO
    SET ENV-TRAILER      TO TRUE
    MOVE '999999'        TO ENV-CHAVE-SORT
    MOVE 'P090SAI '      TO ENV-ARQUIVO-ID
    MOVE WRK-DATA-PROC   TO ENV-DATA
    MOVE '999999999'     TO ENV-CHAVE-SORT-2
    MOVE 'PROG090 '      TO ENV-ORIGEM
    MOVE WRK-QTDE-GRAVADOS TO ENV-QTDE-REG
    WRITE ENV-REGISTRO.
0150-LER-CLIENTE.
    IF NOT WRK-FIM-ARQUIVO
       READ CLIENTE-FILE NEXT RECORD
           AT END MOVE 'S' TO WRK-EOF
       END-READ
    END-IF.
0300-PROCESSAR-CLIENTE.
    ADD 1 TO WRK-QTDE-LIDOS
    IF NOT CLI-ATIVO
       ADD 1 TO WRK-QTDE-NAO-ATIVOS
    ELSE
       PERFORM 0310-AVALIAR-RISCO
       PERFORM 0320-LER-REVISAO
       PERFORM 0330-CALCULAR-VENCIMENTO
       PERFORM 0340-DEFINIR-ESTAGIO
       IF NOT WRK-SIMULAR
          PERFORM 0360-GRAVAR-REVISAO
       END-IF
       IF WRK-ACAO NOT = SPACE
          PERFORM 0400-GRAVAR-CONVOCACAO
       END-IF
    END-IF
    PERFORM 0150-LER-CLIENTE.
0310-AVALIAR-RISCO.
    MOVE 'B' TO WRK-FAIXA
    IF WRK-REST-ABERTO = 'S'
       MOVE CLI-CPF TO RES-CPF
       READ CPF-RESTRITO
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'A' TO WRK-FAIXA
       END-READ
    END-IF
    IF WRK-AML-ABERTO = 'S' AND WRK-FAIXA NOT = 'A'
       MOVE CLI-CPF    TO AML-CPF
       MOVE LOW-VALUES TO AML-ALERTA
       MOVE ZEROS      TO AML-DATA-ABERTURA
       MOVE 'N'        TO WRK-FIM-AML
       START AML-CASOS KEY IS NOT LESS THAN AML-CHAVE
           INVALID KEY MOVE 'S' TO WRK-FIM-AML
       END-START
       PERFORM 0315-LER-CASO-AML UNTIL WRK-FIM-AML = 'S'
    END-IF.
0315-LER-CASO-AML.
    READ AML-CASOS NEXT RECORD
        AT END MOVE 'S' TO WRK-FIM-AML
        NOT AT END
           IF AML-CPF NOT = CLI-CPF
              MOVE 'S' TO WRK-FIM-AML
           ELSE
              IF AML-PENDENTE OR AML-COMUNICADO
                 MOVE 'A' TO WRK-FAIXA
                 MOVE 'S' TO WRK-FIM-AML
              ELSE
                 MOVE 'M' TO WRK-FAIXA
              END-IF
           END-IF
    END-READ.
0320-LER-REVISAO.
    MOVE 'N'        TO WRK-KYC-NOVO
    MOVE CLI-NUMERO TO KYC-NUMERO
    READ CLIENTE-KYC
        INVALID KEY
           MOVE 'S'        TO WRK-KYC-NOVO
           MOVE SPACES     TO KYC-REGISTRO
           MOVE CLI-NUMERO TO KYC-NUMERO
           MOVE ZEROS      TO KYC-DATA-REVISAO KYC-DATA-VENCIMENTO
                              KYC-ESTAGIO KYC-DATA-ESTAGIO
    END-READ
    IF KYC-DATA-REVISAO = ZEROS
       ADD 1 TO WRK-QTDE-SEM-REVISAO
    END-IF
    MOVE KYC-FAIXA-RISCO TO WRK-FAIXA-ANTES
    MOVE KYC-ESTAGIO     TO WRK-ESTAGIO-ANTES
    IF WRK-KYC-NOVO = 'N' AND WRK-FAIXA-ANTES NOT = WRK-FAIXA
       AND WRK-FAIXA-ANTES NOT = SPACE
       ADD 1 TO WRK-QTDE-MUDOU-FAIXA
    END-IF
    MOVE WRK-FAIXA TO KYC-FAIXA-RISCO.
0330-CALCULAR-VENCIMENTO.
*>  SEM REVISAO REGISTRADA O PRIMEIRO VENCIMENTO FICA FIXO DA RODADA
*>  QUE O ENCONTROU - SENAO O CLIENTE NUNCA VENCERIA.
    IF KYC-DATA-REVISAO = ZEROS
       IF KYC-DATA-VENCIMENTO = ZEROS
          COMPUTE KYC-DATA-VENCIMENTO = FUNCTION DATE-OF-INTEGER
                  (WRK-DIAS-PROC + WRK-ANTECEDENCIA)
       END-IF
    ELSE
       EVALUATE TRUE
          WHEN KYC-RISCO-ALTO  MOVE WRK-MESES-ALTO  TO WRK-MESES
          WHEN KYC-RISCO-MEDIO MOVE WRK-MESES-MEDIO TO WRK-MESES
          WHEN OTHER           MOVE WRK-MESES-BAIXO TO WRK-MESES
       END-EVALUATE
       MOVE KYC-DATA-REVISAO TO WRK-DATA-CALC-N
       PERFORM 0335-SOMAR-MESES
       MOVE WRK-DATA-CALC-N TO KYC-DATA-VENCIMENTO
    END-IF
    COMPUTE WRK-DIAS-VENCIDOS = WRK-DIAS-PROC
            - FUNCTION INTEGER-OF-DATE(KYC-DATA-VENCIMENTO).
0335-SOMAR-MESES.
*>  DIA QUE NAO EXISTE NO MES DE DESTINO (31 EM MES DE 30, 29 DE
*>  FEVEREIRO) CAI PARA O DIA 28.
    COMPUTE WRK-MESES-TOTAL = WRK-CALC-MES - 1 + WRK-MESES
    COMPUTE WRK-CALC-ANO = WRK-CALC-ANO + WRK-MESES-TOTAL / 12
    COMPUTE WRK-CALC-MES = FUNCTION MOD(WRK-MESES-TOTAL, 12) + 1
    IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-CALC-N) NOT = 0
       MOVE 28 TO WRK-CALC-DIA
    END-IF.
0340-DEFINIR-ESTAGIO.
*>  O ESTAGIO SOBE NO MAXIMO UM POR RODADA - O CLIENTE SEMPRE PASSA
*>  PELA CONVOCACAO E PELA LIGACAO ANTES DO BLOQUEIO. SE A FAIXA
*>  BAIXOU E O VENCIMENTO VOLTOU PARA O FUTURO, A COBRANCA ZERA.
    MOVE SPACE TO WRK-ACAO
    IF WRK-DIAS-VENCIDOS < 0
       MOVE 0 TO WRK-ESTAGIO-ALVO
    ELSE
       COMPUTE WRK-ESTAGIO-ALVO = WRK-DIAS-VENCIDOS / WRK-INTERVALO
                                  + 1
       IF WRK-ESTAGIO-ALVO > 3
          MOVE 3 TO WRK-ESTAGIO-ALVO
       END-IF
    END-IF
    EVALUATE TRUE
       WHEN WRK-ESTAGIO-ALVO = 0
          MOVE 0 TO KYC-ESTAGIO
       WHEN WRK-ESTAGIO-ALVO > KYC-ESTAGIO
          ADD 1 TO KYC-ESTAGIO
    END-EVALUATE
    IF KYC-ESTAGIO NOT = WRK-ESTAGIO-ANTES
       MOVE WRK-DATA-PROC TO KYC-DATA-ESTAGIO
    END-IF
    EVALUATE TRUE
       WHEN KYC-BLOQUEADO
          MOVE 'B' TO WRK-ACAO
          ADD 1 TO WRK-QTDE-BLOQUEADOS
          IF WRK-ESTAGIO-ANTES NOT = 3
             ADD 1 TO WRK-QTDE-ESTAGIO-3
             IF WRK-RC < 04
                MOVE 04 TO WRK-RC
             END-IF
          END-IF
       WHEN KYC-LIGACAO
          MOVE 'L' TO WRK-ACAO
          ADD 1 TO WRK-QTDE-ESTAGIO-2
       WHEN KYC-CONVOCADO
          MOVE 'C' TO WRK-ACAO
          ADD 1 TO WRK-QTDE-ESTAGIO-1
       WHEN 0 - WRK-DIAS-VENCIDOS NOT > WRK-ANTECEDENCIA
          MOVE 'C' TO WRK-ACAO
          ADD 1 TO WRK-QTDE-A-VENCER
    END-EVALUATE.
0360-GRAVAR-REVISAO.
    IF WRK-KYC-NOVO = 'S'
       WRITE KYC-REGISTRO
           INVALID KEY CONTINUE
       END-WRITE
    ELSE
       REWRITE KYC-REGISTRO
           INVALID KEY CONTINUE
       END-REWRITE
    END-IF
    IF WRK-FS-KYC NOT = '00'
       DISPLAY 'ERRO AO GRAVAR A REVISAO DO CLIENTE ' KYC-NUMERO
               ' - STATUS ' WRK-FS-KYC
       ADD 1 TO WRK-QTDE-ERROS
       MOVE 08 TO WRK-RC
    END-IF.
0400-GRAVAR-CONVOCACAO.
    MOVE SPACES              TO REV-REGISTRO
    SET REV-DADOS            TO TRUE
    MOVE WRK-ACAO            TO REV-ACAO
    MOVE CLI-NUMERO          TO REV-NUMERO
    MOVE CLI-NOME            TO REV-NOME
    MOVE KYC-FAIXA-RISCO     TO REV-FAIXA-RISCO
    MOVE KYC-DATA-REVISAO    TO REV-DATA-REVISAO
    MOVE KYC-DATA-VENCIMENTO TO REV-DATA-VENCIMENTO
    MOVE KYC-ESTAGIO         TO REV-ESTAGIO
    MOVE ZEROS               TO WRK-QTDE-CANAIS
    MOVE 'C' TO WRK-CANAL
    PERFORM 0410-VERIFICAR-SERVICO
    IF WRK-CONSENTE = 'S' AND CLI-END-RUIM NOT = 'S'
       MOVE CLI-RUA          TO REV-RUA
       MOVE CLI-NUM          TO REV-NUM
       MOVE CLI-COMPLEMENTO  TO REV-COMPLEMENTO
       MOVE CLI-CIDADE       TO REV-CIDADE
       MOVE CLI-UF           TO REV-UF
       MOVE CLI-CEP          TO REV-CEP
       ADD 1 TO WRK-QTDE-CANAIS
    END-IF
    MOVE 'T' TO WRK-CANAL
    PERFORM 0410-VERIFICAR-SERVICO
    IF WRK-CONSENTE = 'S' AND CLI-TEL-RUIM NOT = 'S'
       AND CLI-TELEFONE NOT = SPACES
       MOVE CLI-TELEFONE     TO REV-TELEFONE
       ADD 1 TO WRK-QTDE-CANAIS
    END-IF
    MOVE 'E' TO WRK-CANAL
    PERFORM 0410-VERIFICAR-SERVICO
    IF WRK-CONSENTE = 'S' AND CLI-EMAIL-RUIM NOT = 'S'
       AND CLI-EMAIL NOT = SPACES
       MOVE CLI-EMAIL        TO REV-EMAIL
       ADD 1 TO WRK-QTDE-CANAIS
    END-IF
    WRITE REV-REGISTRO
    ADD 1 TO WRK-QTDE-GRAVADOS
    PERFORM 0420-LISTAR-CLIENTE.
0410-VERIFICAR-SERVICO.
*>  SERVICO VALE SEM REGISTRO - SO A REVOGACAO EXPLICITA DERRUBA.
    MOVE 'S' TO WRK-CONSENTE
    IF WRK-CON-ABERTO = 'S'
       MOVE CLI-NUMERO TO CON-NUMERO
       MOVE WRK-CANAL  TO CON-CANAL
       MOVE 'S'        TO CON-FINALIDADE
       READ CLIENTE-CONSENT
           INVALID KEY CONTINUE
           NOT INVALID KEY
              IF CON-REVOGADO
                 MOVE 'N' TO WRK-CONSENTE
              END-IF
       END-READ
    END-IF.
0420-LISTAR-CLIENTE.
    MOVE CLI-NUMERO          TO WRC-NUMERO
    MOVE CLI-NOME            TO WRC-NOME
    MOVE KYC-FAIXA-RISCO     TO WRC-FAIXA
    MOVE KYC-DATA-REVISAO    TO WRC-REVISAO
    MOVE KYC-DATA-VENCIMENTO TO WRC-VENCIMENTO
    MOVE KYC-ESTAGIO         TO WRC-ESTAGIO
    EVALUATE TRUE
       WHEN WRK-QTDE-CANAIS = ZEROS
          ADD 1 TO WRK-QTDE-SEM-CANAL
          MOVE 'SEM CANAL - PROCURAR NA AGENCIA' TO WRC-SITUACAO
       WHEN KYC-BLOQUEADO
          MOVE 'CONTA NOVA BLOQUEADA'            TO WRC-SITUACAO
       WHEN KYC-LIGACAO
          MOVE 'VENCIDA - LIGACAO'               TO WRC-SITUACAO
       WHEN KYC-CONVOCADO
          MOVE 'VENCIDA - CONVOCACAO'            TO WRC-SITUACAO
       WHEN OTHER
          MOVE 'A VENCER - CONVOCACAO'           TO WRC-SITUACAO
    END-EVALUATE
    WRITE RS90-REGISTRO FROM WRK-LINHA-CLIENTE.
0900-FINALIZAR.
    PERFORM 0130-GRAVAR-TRAILER
    MOVE SPACES TO RS90-REGISTRO
    WRITE RS90-REGISTRO
    MOVE 'CLIENTES LIDOS............' TO WRT-LABEL
    MOVE WRK-QTDE-LIDOS               TO WRT-QTDE
    WRITE RS90-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'NAO ATIVOS (FORA).........' TO WRT-LABEL
    MOVE WRK-QTDE-NAO-ATIVOS          TO WRT-QTDE
    WRITE RS90-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'NUNCA REVISADOS...........' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-REVISAO         TO WRT-QTDE
    WRITE RS90-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'MUDARAM DE FAIXA DE RISCO.' TO WRT-LABEL
    MOVE WRK-QTDE-MUDOU-FAIXA         TO WRT-QTDE
    WRITE RS90-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'A VENCER (CONVOCACAO).....' TO WRT-LABEL
    MOVE WRK-QTDE-A-VENCER            TO WRT-QTDE
    WRITE RS90-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'VENCIDAS - CONVOCACAO.....' TO WRT-LABEL
    MOVE WRK-QTDE-ESTAGIO-1           TO WRT-QTDE
    WRITE RS90-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'VENCIDAS - LIGACAO........' TO WRT-LABEL
    MOVE WRK-QTDE-ESTAGIO-2           TO WRT-QTDE
    WRITE RS90-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'BLOQUEADOS NESTA RODADA...' TO WRT-LABEL
    MOVE WRK-QTDE-ESTAGIO-3           TO WRT-QTDE
    WRITE RS90-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'BLOQUEADOS (TOTAL)........' TO WRT-LABEL
    MOVE WRK-QTDE-BLOQUEADOS          TO WRT-QTDE
    WRITE RS90-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'SEM CANAL DE CONTATO......' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-CANAL           TO WRT-QTDE
    WRITE RS90-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'REGISTROS NO TRAILER......' TO WRT-LABEL
    MOVE WRK-QTDE-GRAVADOS            TO WRT-QTDE
    WRITE RS90-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'ERROS DE GRAVACAO.........' TO WRT-LABEL
    MOVE WRK-QTDE-ERROS               TO WRT-QTDE
    WRITE RS90-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG090 - CLIENTES LIDOS......' WRK-QTDE-LIDOS
    DISPLAY 'PROG090 - CONVOCACOES.........' WRK-QTDE-GRAVADOS
    DISPLAY 'PROG090 - BLOQUEADOS NA RODADA' WRK-QTDE-ESTAGIO-3
    IF WRK-CLI-ABERTO = 'S'
       CLOSE CLIENTE-FILE
    END-IF
    IF WRK-KYC-ABERTO = 'S'
       CLOSE CLIENTE-KYC
    END-IF
    IF WRK-REST-ABERTO = 'S'
       CLOSE CPF-RESTRITO
    END-IF
    IF WRK-AML-ABERTO = 'S'
       CLOSE AML-CASOS
    END-IF
    IF WRK-CON-ABERTO = 'S'
       CLOSE CLIENTE-CONSENT
    END-IF
    CLOSE P090-SAIDA
    CLOSE P090-RELATO.
