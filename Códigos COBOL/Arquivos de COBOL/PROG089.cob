IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG089.
*> ANONIMIZACAO DE CLIENTES EXPURGADOS. O PROG032 TIRA O CLIENTE DO
*> MASTER MAS A IMAGEM COMPLETA CONTINUA NA DESCARGA DO EXPURGO, NO
*> JORNAL (CLIJRNL), NAS GERACOES DE ARQUIVO DO JORNAL (PROG044) E
*> NAS ALTERACOES PROGRAMADAS (CLIPEND). ESTE PROGRAMA LE AS
*> DESCARGAS (P089OFF - CONCATENAR AS GERACOES), REGISTRA NO
*> CLIANON (CPCLIANO) QUEM FOI EXPURGADO HA MAIS DIAS QUE A CARENCIA
*> DO P089PAR E DEPOIS ANONIMIZA UM ARQUIVO, CONFORME O PARM:
*>   'JRN' - JORNAL OU GERACAO DE ARQUIVO DO JORNAL (P089ENT ->
*>           P089NOV, COPIA DEVOLVIDA PELO JOB)
*>   'OFF' - DESCARGA DO EXPURGO (P089ENT -> P089NOV)
*>   'PEN' - ALTERACOES PROGRAMADAS, REGRAVADAS NO PROPRIO CLIPEND
*> DEPOIS DO TIPO, SEPARADO POR UM BRANCO, VEM O NOME DO ARQUIVO
*> PARA O CERTIFICADO. NOME, ENDERECO, PROFISSAO, CPF, TELEFONE E
*> E-MAIL DAS IMAGENS SAO TROCADOS POR MARCADORES FIXOS (SEM COPIA,
*> SEM VOLTA); NUMERO, DATAS, FUNCAO, OPERADOR E STATUS FICAM, E O
*> ARQUIVO SAI COM A MESMA QUANTIDADE DE REGISTROS - A TRILHA DE
*> AUDITORIA CONTINUA CONTANDO. REGISTROS NO LAYOUT ANTERIOR A
*> CONVERSAO DO PROG073 (LINHA CURTA) SAO ANONIMIZADOS NO DESENHO
*> ANTIGO. A TITULARIDADE ('T') TEM IMAGEM DE CONTA E PASSA INTACTA.
*> NUMERO QUE VOLTOU A EXISTIR NO MASTER NAO E REGISTRADO. O
*> CERTIFICADO (P089CER, ACUMULADO ENTRE OS STEPS DO JOB) LISTA CADA
*> REGISTRO ANONIMIZADO E ONDE. RC=04: LINHA DE TAMANHO
*> DESCONHECIDO (PASSOU INTACTA); RC=08: NADA FOI GRAVADO E O JOB
*> NAO DEVOLVE A COPIA.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT CLIENTE-FILE  ASSIGN TO "CLIFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CLI-NUMERO
           ALTERNATE RECORD KEY IS CLI-CPF WITH DUPLICATES
           FILE STATUS  IS WRK-FS-CLIENTE.
    SELECT CLIENTE-ANON  ASSIGN TO "CLIANON"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ANO-NUMERO
           FILE STATUS  IS WRK-FS-ANO.
    SELECT DESCARGA-FILE ASSIGN TO "P089OFF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-OFF.
    SELECT ANON-ENTRADA  ASSIGN TO "P089ENT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-ENT.
    SELECT ANON-SAIDA    ASSIGN TO "P089NOV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-NOV.
    SELECT CLIENTE-PENDENTE ASSIGN TO "CLIPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PEN-CHAVE
           FILE STATUS  IS WRK-FS-PEN.
    SELECT P089-PARM     ASSIGN TO "P089PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT P089-CERTIF   ASSIGN TO "P089CER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-CER.
DATA                            DIVISION.
FILE                            SECTION.
FD  CLIENTE-FILE.
COPY CPCLIENT.
FD  CLIENTE-ANON.
COPY CPCLIANO.
FD  DESCARGA-FILE
    RECORD IS VARYING IN SIZE FROM 1 TO 216
    DEPENDING ON WRK-TAM-DESCARGA.
01  DSC-REGISTRO.
    05  DSC-DATA-EXPURGO   PIC 9(08).
    05  DSC-IMAGEM.
        07  DSC-NUMERO     PIC X(06).
        07  FILLER         PIC X(202).
FD  ANON-ENTRADA
    RECORD IS VARYING IN SIZE FROM 1 TO 445
    DEPENDING ON WRK-TAM-REGISTRO.
01  ENT-REGISTRO           PIC X(445).
FD  ANON-SAIDA
    RECORD IS VARYING IN SIZE FROM 1 TO 445
    DEPENDING ON WRK-TAM-REGISTRO.
01  NOV-REGISTRO           PIC X(445).
FD  CLIENTE-PENDENTE.
COPY CPCLIPEN.
FD  P089-PARM.
01  PARM-REGISTRO.
    05  PARM-DIAS-CARENCIA PIC 9(04).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  P089-CERTIF.
01  RC89-REGISTRO          PIC X(80).
WORKING-STORAGE                 SECTION.
77  WRK-FS-CLIENTE       PIC X(02) VALUE SPACES.
77  WRK-FS-ANO           PIC X(02) VALUE SPACES.
77  WRK-FS-OFF           PIC X(02) VALUE SPACES.
77  WRK-FS-ENT           PIC X(02) VALUE SPACES.
77  WRK-FS-NOV           PIC X(02) VALUE SPACES.
77  WRK-FS-PEN           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-FS-CER           PIC X(02) VALUE SPACES.
77  WRK-CLI-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-ANO-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-OFF-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-ENT-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-NOV-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-PEN-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-FIM-DESCARGA     PIC X(01) VALUE 'S'.
77  WRK-PARM             PIC X(60) VALUE SPACES.
77  WRK-TIPO             PIC X(03) VALUE SPACES.
    88  WRK-TIPO-JORNAL      VALUE 'JRN'.
    88  WRK-TIPO-DESCARGA    VALUE 'OFF'.
    88  WRK-TIPO-PENDENTES   VALUE 'PEN'.
77  WRK-ARQUIVO-ROTULO   PIC X(44) VALUE SPACES.
77  WRK-DIAS-CARENCIA    PIC 9(04) VALUE 180.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-DIAS-EXPURGADO   PIC S9(07) VALUE ZEROS.
77  WRK-ELEGIVEL         PIC X(01) VALUE 'N'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-TAM-DESCARGA     PIC 9(04) VALUE ZEROS.
77  WRK-TAM-REGISTRO     PIC 9(04) VALUE ZEROS.
78  WRK-TAM-JORNAL-NOVO  VALUE 445.
78  WRK-TAM-JORNAL-ANTIGO VALUE 333.
78  WRK-TAM-DESCARGA-NOVA VALUE 216.
78  WRK-TAM-DESCARGA-ANTIGA VALUE 160.
77  WRK-QTDE-DESCARGAS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-NOVOS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-NO-CADASTRO PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-LIDOS       PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-GRAVADOS    PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-ANONIMIZADOS PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-DESCONHEC   PIC 9(09) VALUE ZEROS.
*>  AREA DE TRABALHO DO REGISTRO LIDO - JORNAL NO LAYOUT ATUAL, NO
*>  LAYOUT ANTERIOR A CONVERSAO, OU DESCARGA DO EXPURGO.
COPY CPCLIJRN.
01  WRK-JRN-ANTIGO REDEFINES JRN-REGISTRO.
    05  FILLER             PIC X(29).
    05  WRK-JRA-ANTES      PIC X(152).
    05  WRK-JRA-DEPOIS     PIC X(152).
    05  FILLER             PIC X(112).
01  WRK-DESCARGA REDEFINES JRN-REGISTRO.
    05  WRK-DSC-DATA       PIC 9(08).
    05  WRK-DSC-IMAGEM     PIC X(208).
    05  FILLER             PIC X(229).
01  WRK-REGISTRO-ORIG      PIC X(445).
01  WRK-IMAGEM.
    05  IMG-NUMERO         PIC X(06).
    05  IMG-NOME           PIC X(20).
    05  IMG-ENDERECO.
        07  IMG-RUA        PIC X(25).
        07  IMG-NUM        PIC X(05).
        07  IMG-COMPL      PIC X(15).
        07  IMG-CIDADE     PIC X(20).
        07  IMG-UF         PIC X(02).
        07  IMG-CEP        PIC X(08).
    05  IMG-PROF           PIC X(15).
    05  IMG-CPF            PIC X(11).
    05  IMG-TELEFONE       PIC X(15).
    05  IMG-EMAIL          PIC X(40).
    05  FILLER             PIC X(26).
*>  IMAGEM DO CLIENTE NO LAYOUT ANTERIOR (152 BYTES, SEM
*>  COMPLEMENTO/CIDADE/UF/CEP E SEM AS FLAGS DE RETORNO).
01  WRK-IMAGEM-ANTIGA.
    05  IMA-NUMERO         PIC X(06).
    05  IMA-NOME           PIC X(20).
    05  IMA-RUA            PIC X(25).
    05  IMA-NUM            PIC X(05).
    05  IMA-PROF           PIC X(15).
    05  IMA-CPF            PIC X(11).
    05  IMA-TELEFONE       PIC X(15).
    05  IMA-EMAIL          PIC X(40).
    05  FILLER             PIC X(15).
01  WRK-LINHA-ROTULO.
    05  FILLER               PIC X(09) VALUE 'ARQUIVO: '.
    05  WRA-ROTULO           PIC X(44).
    05  FILLER               PIC X(06) VALUE ' TIPO '.
    05  WRA-TIPO             PIC X(03).
01  WRK-LINHA-DATA.
    05  FILLER               PIC X(22) VALUE
                             'DATA DE PROCESSAMENTO '.
    05  WRD-DATA             PIC 9(08).
    05  FILLER               PIC X(10) VALUE ' CARENCIA '.
    05  WRD-CARENCIA         PIC ZZZ9.
    05  FILLER               PIC X(05) VALUE ' DIAS'.
01  WRK-LINHA-CERT.
    05  FILLER               PIC X(08) VALUE 'CLIENTE '.
    05  WCE-NUMERO           PIC X(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WCE-ONDE             PIC X(10).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WCE-DATA             PIC 9(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WCE-DETALHE          PIC X(45).
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-REGISTRAR-ELEGIVEIS UNTIL WRK-FIM-DESCARGA = 'S'.
    IF WRK-TIPO-PENDENTES
       PERFORM 0500-ANONIMIZAR-PENDENTE UNTIL WRK-FIM-ARQUIVO
    ELSE
       PERFORM 0150-LER-PROXIMO
       PERFORM 0300-ANONIMIZAR-REGISTRO UNTIL WRK-FIM-ARQUIVO
    END-IF.
    PERFORM 0900-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    ACCEPT WRK-PARM FROM COMMAND-LINE
    MOVE WRK-PARM(1:3)  TO WRK-TIPO
    MOVE WRK-PARM(5:44) TO WRK-ARQUIVO-ROTULO
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0110-LER-PARAMETROS
    OPEN EXTEND P089-CERTIF
    IF WRK-FS-CER = '35'
       OPEN OUTPUT P089-CERTIF
       CLOSE P089-CERTIF
       OPEN EXTEND P089-CERTIF
    END-IF
    MOVE SPACES TO RC89-REGISTRO
    WRITE RC89-REGISTRO
    MOVE 'PROG089 - CERTIFICADO DE ANONIMIZACAO DE CLIENTES EXPURGADOS'
      TO RC89-REGISTRO
    WRITE RC89-REGISTRO
    MOVE WRK-ARQUIVO-ROTULO TO WRA-ROTULO
    MOVE WRK-TIPO           TO WRA-TIPO
    WRITE RC89-REGISTRO FROM WRK-LINHA-ROTULO
    MOVE WRK-DATA-PROC      TO WRD-DATA
    MOVE WRK-DIAS-CARENCIA  TO WRD-CARENCIA
    WRITE RC89-REGISTRO FROM WRK-LINHA-DATA
    IF NOT WRK-TIPO-JORNAL AND NOT WRK-TIPO-DESCARGA
       AND NOT WRK-TIPO-PENDENTES
       DISPLAY 'PARM INVALIDO - INFORME JRN, OFF OU PEN SEGUIDO DO '
               'NOME DO ARQUIVO'
       MOVE 08 TO WRK-RC
    END-IF
*>  SEM O MASTER NAO HA COMO PROVAR QUE O NUMERO NAO VOLTOU AO
*>  CADASTRO - NADA E ANONIMIZADO.
    IF WRK-RC = 0
       OPEN INPUT CLIENTE-FILE
       IF WRK-FS-CLIENTE = '00'
          MOVE 'S' TO WRK-CLI-ABERTO
       ELSE
          DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL - STATUS '
                  WRK-FS-CLIENTE
          MOVE 08 TO WRK-RC
       END-IF
    END-IF
    IF WRK-RC = 0
       OPEN I-O CLIENTE-ANON
       IF WRK-FS-ANO = '35'
          OPEN OUTPUT CLIENTE-ANON
          CLOSE CLIENTE-ANON
          OPEN I-O CLIENTE-ANON
       END-IF
       IF WRK-FS-ANO = '00'
          MOVE 'S' TO WRK-ANO-ABERTO
       ELSE
          DISPLAY 'REGISTRO DE ANONIMIZADOS INDISPONIVEL - STATUS '
                  WRK-FS-ANO
          MOVE 08 TO WRK-RC
       END-IF
    END-IF
    IF WRK-RC = 0
       PERFORM 0120-ABRIR-ARQUIVOS
    END-IF
    IF WRK-RC NOT = 0
       MOVE 'S' TO WRK-EOF
       MOVE 'S' TO WRK-FIM-DESCARGA
    END-IF.
0110-LER-PARAMETROS.
    OPEN INPUT P089-PARM
    IF WRK-FS-PARM = '00'
       READ P089-PARM
           AT END CONTINUE
           NOT AT END
              IF PARM-DIAS-CARENCIA IS NUMERIC
                 MOVE PARM-DIAS-CARENCIA TO WRK-DIAS-CARENCIA
              END-IF
       END-READ
       CLOSE P089-PARM
    END-IF
    DISPLAY 'TIPO DE ARQUIVO.....' WRK-TIPO
    DISPLAY 'DIAS DE CARENCIA....' WRK-DIAS-CARENCIA.
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
*>  SEM DESCARGA NENHUM CLIENTE NOVO ENTRA, MAS OS JA REGISTRADOS
*>  CONTINUAM SENDO ANONIMIZADOS NO ARQUIVO DO PARM.
    MOVE 'N' TO WRK-EOF
    OPEN INPUT DESCARGA-FILE
    IF WRK-FS-OFF = '00'
       MOVE 'S' TO WRK-OFF-ABERTO
       MOVE 'N' TO WRK-FIM-DESCARGA
    ELSE
       DISPLAY 'DESCARGAS DO EXPURGO AUSENTES - STATUS ' WRK-FS-OFF
    END-IF
    IF WRK-TIPO-PENDENTES
       OPEN I-O CLIENTE-PENDENTE
       IF WRK-FS-PEN = '00'
          MOVE 'S' TO WRK-PEN-ABERTO
       ELSE
          DISPLAY 'SEM ALTERACOES PROGRAMADAS - STATUS ' WRK-FS-PEN
          MOVE 'S' TO WRK-EOF
       END-IF
    ELSE
       OPEN INPUT ANON-ENTRADA
       IF WRK-FS-ENT = '00'
          MOVE 'S' TO WRK-ENT-ABERTO
          OPEN OUTPUT ANON-SAIDA
          MOVE 'S' TO WRK-NOV-ABERTO
       ELSE
          DISPLAY 'ARQUIVO A ANONIMIZAR AUSENTE - STATUS ' WRK-FS-ENT
          MOVE 08 TO WRK-RC
       END-IF
    END-IF.
0150-LER-PROXIMO.
    IF NOT WRK-FIM-ARQUIVO
       READ ANON-ENTRADA
           AT END MOVE 'S' TO WRK-EOF
           NOT AT END ADD 1 TO WRK-QTDE-LIDOS
       END-READ
    END-IF.
0200-REGISTRAR-ELEGIVEIS.
    READ DESCARGA-FILE
        AT END
           MOVE 'S' TO WRK-FIM-DESCARGA
        NOT AT END
           ADD 1 TO WRK-QTDE-DESCARGAS
           PERFORM 0210-AVALIAR-DESCARGA
    END-READ.
0210-AVALIAR-DESCARGA.
    IF DSC-NUMERO IS NUMERIC
       AND DSC-DATA-EXPURGO IS NUMERIC
       AND FUNCTION TEST-DATE-YYYYMMDD(DSC-DATA-EXPURGO) = 0
       COMPUTE WRK-DIAS-EXPURGADO =
          FUNCTION INTEGER-OF-DATE(WRK-DATA-PROC)
          - FUNCTION INTEGER-OF-DATE(DSC-DATA-EXPURGO)
       IF WRK-DIAS-EXPURGADO >= WRK-DIAS-CARENCIA
          MOVE DSC-NUMERO TO ANO-NUMERO
          READ CLIENTE-ANON
              INVALID KEY PERFORM 0220-INCLUIR-ELEGIVEL
          END-READ
       END-IF
    END-IF.
0220-INCLUIR-ELEGIVEL.
    MOVE DSC-NUMERO       TO WCE-NUMERO
    MOVE 'EXPURGO'        TO WCE-ONDE
    MOVE DSC-DATA-EXPURGO TO WCE-DATA
    MOVE DSC-NUMERO       TO CLI-NUMERO
    READ CLIENTE-FILE
        INVALID KEY
           MOVE DSC-NUMERO        TO ANO-NUMERO
           MOVE DSC-DATA-EXPURGO  TO ANO-DATA-EXPURGO
           MOVE WRK-DATA-PROC     TO ANO-DATA-REGISTRO
           MOVE WRK-DIAS-CARENCIA TO ANO-CARENCIA
           WRITE ANO-REGISTRO
           ADD 1 TO WRK-QTDE-NOVOS
           MOVE 'CARENCIA VENCIDA - REGISTRADO PARA ANONIMIZAR'
             TO WCE-DETALHE
        NOT INVALID KEY
*>         NUMERO DE VOLTA AO MASTER (RECARGA OU RESTORE) - A
*>         HISTORIA E DE UM CLIENTE VIVO E NAO PODE SER APAGADA.
           ADD 1 TO WRK-QTDE-NO-CADASTRO
           MOVE 'DE VOLTA AO CADASTRO - NAO ANONIMIZADO'
             TO WCE-DETALHE
    END-READ
    WRITE RC89-REGISTRO FROM WRK-LINHA-CERT.
0300-ANONIMIZAR-REGISTRO.
    MOVE SPACES       TO JRN-REGISTRO
    MOVE ENT-REGISTRO(1:WRK-TAM-REGISTRO)
      TO JRN-REGISTRO(1:WRK-TAM-REGISTRO)
    MOVE JRN-REGISTRO TO WRK-REGISTRO-ORIG
    IF WRK-TIPO-JORNAL
       PERFORM 0310-ANONIMIZAR-JORNAL
    ELSE
       PERFORM 0350-ANONIMIZAR-DESCARGA
    END-IF
    IF JRN-REGISTRO NOT = WRK-REGISTRO-ORIG
       ADD 1 TO WRK-QTDE-ANONIMIZADOS
       WRITE RC89-REGISTRO FROM WRK-LINHA-CERT
    END-IF
*>  O REGISTRO SAI COM O COMPRIMENTO COM QUE ENTROU.
    WRITE NOV-REGISTRO FROM JRN-REGISTRO
    ADD 1 TO WRK-QTDE-GRAVADOS
    PERFORM 0150-LER-PROXIMO.
0310-ANONIMIZAR-JORNAL.
    MOVE JRN-NUMERO TO WCE-NUMERO
    MOVE 'JORNAL'   TO WCE-ONDE
    MOVE JRN-DATA   TO WCE-DATA
    MOVE SPACES     TO WCE-DETALHE
    EVALUATE TRUE
       WHEN WRK-TAM-REGISTRO = WRK-TAM-JORNAL-NOVO
          IF NOT JRN-TITULARIDADE
             MOVE JRN-NUMERO TO ANO-NUMERO
             PERFORM 0320-VERIFICAR-ELEGIVEL
             IF WRK-ELEGIVEL = 'S'
                MOVE JRN-IMAGEM-ANTES  TO WRK-IMAGEM
                PERFORM 0330-ANONIMIZAR-IMAGEM
                MOVE WRK-IMAGEM        TO JRN-IMAGEM-ANTES
                MOVE JRN-IMAGEM-DEPOIS TO WRK-IMAGEM
                PERFORM 0330-ANONIMIZAR-IMAGEM
                MOVE WRK-IMAGEM        TO JRN-IMAGEM-DEPOIS
                STRING 'FUNCAO ' JRN-FUNCAO
                       ' - IMAGENS ANTES/DEPOIS ANONIMIZADAS'
                       DELIMITED BY SIZE INTO WCE-DETALHE
                END-STRING
             END-IF
          END-IF
       WHEN WRK-TAM-REGISTRO = WRK-TAM-JORNAL-ANTIGO
          MOVE JRN-NUMERO TO ANO-NUMERO
          PERFORM 0320-VERIFICAR-ELEGIVEL
          IF WRK-ELEGIVEL = 'S'
             MOVE WRK-JRA-ANTES     TO WRK-IMAGEM-ANTIGA
             PERFORM 0340-ANONIMIZAR-IMAGEM-ANTIGA
             MOVE WRK-IMAGEM-ANTIGA TO WRK-JRA-ANTES
             MOVE WRK-JRA-DEPOIS    TO WRK-IMAGEM-ANTIGA
             PERFORM 0340-ANONIMIZAR-IMAGEM-ANTIGA
             MOVE WRK-IMAGEM-ANTIGA TO WRK-JRA-DEPOIS
             STRING 'FUNCAO ' JRN-FUNCAO
                    ' - IMAGENS NO LAYOUT ANTERIOR'
                    DELIMITED BY SIZE INTO WCE-DETALHE
             END-STRING
          END-IF
       WHEN OTHER
          PERFORM 0360-TAMANHO-DESCONHECIDO
    END-EVALUATE.
0320-VERIFICAR-ELEGIVEL.
    READ CLIENTE-ANON
        INVALID KEY     MOVE 'N' TO WRK-ELEGIVEL
        NOT INVALID KEY MOVE 'S' TO WRK-ELEGIVEL
    END-READ.
0330-ANONIMIZAR-IMAGEM.
*>  MARCADOR FIXO, IGUAL PARA TODOS OS CLIENTES - NAO HA COMO
*>  VOLTAR AO DADO. CAMPO EM BRANCO CONTINUA EM BRANCO (A IMAGEM
*>  'ANTES' DE UMA INCLUSAO E TODA BRANCA), E A SEGUNDA PASSADA
*>  NAO MUDA NADA.
    IF IMG-NOME NOT = SPACES
       MOVE 'ANONIMIZADO' TO IMG-NOME
    END-IF
    IF IMG-RUA NOT = SPACES
       MOVE ALL '*' TO IMG-RUA
    END-IF
    IF IMG-NUM NOT = SPACES
       MOVE ALL '*' TO IMG-NUM
    END-IF
    IF IMG-COMPL NOT = SPACES
       MOVE ALL '*' TO IMG-COMPL
    END-IF
    IF IMG-CIDADE NOT = SPACES
       MOVE ALL '*' TO IMG-CIDADE
    END-IF
    IF IMG-UF NOT = SPACES
       MOVE ALL '*' TO IMG-UF
    END-IF
    IF IMG-CEP NOT = SPACES
       MOVE ALL '*' TO IMG-CEP
    END-IF
    IF IMG-PROF NOT = SPACES
       MOVE ALL '*' TO IMG-PROF
    END-IF
    IF IMG-CPF NOT = SPACES
       MOVE ALL '*' TO IMG-CPF
    END-IF
    IF IMG-TELEFONE NOT = SPACES
       MOVE ALL '*' TO IMG-TELEFONE
    END-IF
    IF IMG-EMAIL NOT = SPACES
       MOVE ALL '*' TO IMG-EMAIL
    END-IF.
0340-ANONIMIZAR-IMAGEM-ANTIGA.
    IF IMA-NOME NOT = SPACES
       MOVE 'ANONIMIZADO' TO IMA-NOME
    END-IF
    IF IMA-RUA NOT = SPACES
       MOVE ALL '*' TO IMA-RUA
    END-IF
    IF IMA-NUM NOT = SPACES
       MOVE ALL '*' TO IMA-NUM
    END-IF
    IF IMA-PROF NOT = SPACES
       MOVE ALL '*' TO IMA-PROF
    END-IF
    IF IMA-CPF NOT = SPACES
       MOVE ALL '*' TO IMA-CPF
    END-IF
    IF IMA-TELEFONE NOT = SPACES
       MOVE ALL '*' TO IMA-TELEFONE
    END-IF
    IF IMA-EMAIL NOT = SPACES
       MOVE ALL '*' TO IMA-EMAIL
    END-IF.
0350-ANONIMIZAR-DESCARGA.
    MOVE WRK-DSC-IMAGEM(1:6) TO WCE-NUMERO
    MOVE 'DESCARGA'          TO WCE-ONDE
    MOVE WRK-DSC-DATA        TO WCE-DATA
    MOVE SPACES              TO WCE-DETALHE
    EVALUATE TRUE
       WHEN WRK-TAM-REGISTRO = WRK-TAM-DESCARGA-NOVA
          MOVE WRK-DSC-IMAGEM(1:6) TO ANO-NUMERO
          PERFORM 0320-VERIFICAR-ELEGIVEL
          IF WRK-ELEGIVEL = 'S'
             MOVE WRK-DSC-IMAGEM TO WRK-IMAGEM
             PERFORM 0330-ANONIMIZAR-IMAGEM
             MOVE WRK-IMAGEM     TO WRK-DSC-IMAGEM
             MOVE 'IMAGEM DO EXPURGO ANONIMIZADA' TO WCE-DETALHE
          END-IF
       WHEN WRK-TAM-REGISTRO = WRK-TAM-DESCARGA-ANTIGA
          MOVE WRK-DSC-IMAGEM(1:6) TO ANO-NUMERO
          PERFORM 0320-VERIFICAR-ELEGIVEL
          IF WRK-ELEGIVEL = 'S'
             MOVE WRK-DSC-IMAGEM(1:152) TO WRK-IMAGEM-ANTIGA
             PERFORM 0340-ANONIMIZAR-IMAGEM-ANTIGA
             MOVE WRK-IMAGEM-ANTIGA TO WRK-DSC-IMAGEM(1:152)
             MOVE 'IMAGEM NO LAYOUT ANTERIOR ANONIMIZADA'
               TO WCE-DETALHE
          END-IF
       WHEN OTHER
          PERFORM 0360-TAMANHO-DESCONHECIDO
    END-EVALUATE.
0360-TAMANHO-DESCONHECIDO.
*>  LINHA QUE NAO E DE NENHUM DOS DOIS LAYOUTS - PASSA INTACTA E
*>  VAI PARA O CERTIFICADO PARA SER VERIFICADA A MAO.
    ADD 1 TO WRK-QTDE-DESCONHEC
    IF WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF
    MOVE 'TAMANHO DE REGISTRO DESCONHECIDO - INTACTO'
      TO WCE-DETALHE
    WRITE RC89-REGISTRO FROM WRK-LINHA-CERT.
0500-ANONIMIZAR-PENDENTE.
    READ CLIENTE-PENDENTE NEXT RECORD
        AT END
           MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-LIDOS
           MOVE PEN-NUMERO TO ANO-NUMERO
           PERFORM 0320-VERIFICAR-ELEGIVEL
           IF WRK-ELEGIVEL = 'S'
              PERFORM 0510-REGRAVAR-PENDENTE
           END-IF
    END-READ.
0510-REGRAVAR-PENDENTE.
    MOVE SPACES          TO WRK-IMAGEM
    MOVE PEN-NOME        TO IMG-NOME
    MOVE PEN-ENDERECO    TO IMG-ENDERECO
    MOVE PEN-PROF        TO IMG-PROF
    MOVE PEN-CPF         TO IMG-CPF
    MOVE PEN-TELEFONE    TO IMG-TELEFONE
    MOVE PEN-EMAIL       TO IMG-EMAIL
    MOVE WRK-IMAGEM      TO WRK-REGISTRO-ORIG
    PERFORM 0330-ANONIMIZAR-IMAGEM
    IF WRK-IMAGEM NOT = WRK-REGISTRO-ORIG
       MOVE IMG-NOME     TO PEN-NOME
       MOVE IMG-ENDERECO TO PEN-ENDERECO
       MOVE IMG-PROF     TO PEN-PROF
       MOVE IMG-CPF      TO PEN-CPF
       MOVE IMG-TELEFONE TO PEN-TELEFONE
       MOVE IMG-EMAIL    TO PEN-EMAIL
       REWRITE PEN-REGISTRO
           INVALID KEY
              DISPLAY 'FALHA AO REGRAVAR A PENDENCIA ' PEN-CHAVE
              MOVE 08 TO WRK-RC
           NOT INVALID KEY
              ADD 1 TO WRK-QTDE-ANONIMIZADOS
              MOVE PEN-NUMERO       TO WCE-NUMERO
              MOVE 'PENDENCIA'      TO WCE-ONDE
              MOVE PEN-DATA-EFETIVA TO WCE-DATA
              MOVE 'ALTERACAO PROGRAMADA ANONIMIZADA'
                TO WCE-DETALHE
              WRITE RC89-REGISTRO FROM WRK-LINHA-CERT
       END-REWRITE
    END-IF.
0900-FINALIZAR.
*>  O ARQUIVO NOVO TEM DE TER TODOS OS REGISTROS DO ORIGINAL - SE
*>  NAO TIVER, O JOB NAO DEVOLVE A COPIA.
    IF NOT WRK-TIPO-PENDENTES AND WRK-RC < 08
       AND WRK-QTDE-GRAVADOS NOT = WRK-QTDE-LIDOS
       MOVE 08 TO WRK-RC
    END-IF
    MOVE SPACES TO RC89-REGISTRO
    WRITE RC89-REGISTRO
    MOVE 'DESCARGAS LIDAS.........' TO WRT-LABEL
    MOVE WRK-QTDE-DESCARGAS         TO WRT-QTDE
    WRITE RC89-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'NOVOS A ANONIMIZAR......' TO WRT-LABEL
    MOVE WRK-QTDE-NOVOS             TO WRT-QTDE
    WRITE RC89-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'DE VOLTA AO CADASTRO....' TO WRT-LABEL
    MOVE WRK-QTDE-NO-CADASTRO       TO WRT-QTDE
    WRITE RC89-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'REGISTROS LIDOS.........' TO WRT-LABEL
    MOVE WRK-QTDE-LIDOS             TO WRT-QTDE
    WRITE RC89-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'REGISTROS ANONIMIZADOS..' TO WRT-LABEL
    MOVE WRK-QTDE-ANONIMIZADOS      TO WRT-QTDE
    WRITE RC89-REGISTRO FROM WRK-LINHA-TOTAL
    IF NOT WRK-TIPO-PENDENTES
       MOVE 'REGISTROS GRAVADOS......' TO WRT-LABEL
       MOVE WRK-QTDE-GRAVADOS          TO WRT-QTDE
       WRITE RC89-REGISTRO FROM WRK-LINHA-TOTAL
    END-IF
    MOVE 'TAMANHO DESCONHECIDO....' TO WRT-LABEL
    MOVE WRK-QTDE-DESCONHEC         TO WRT-QTDE
    WRITE RC89-REGISTRO FROM WRK-LINHA-TOTAL
    IF WRK-RC < 08
       MOVE 'OS DADOS PESSOAIS DOS REGISTROS ACIMA FORAM TROCADOS POR'
         TO RC89-REGISTRO
       WRITE RC89-REGISTRO
       MOVE 'MARCADORES FIXOS, SEM COPIA; NUMERO, DATAS E FUNCAO'
         TO RC89-REGISTRO
       WRITE RC89-REGISTRO
       MOVE 'FORAM PRESERVADOS.' TO RC89-REGISTRO
       WRITE RC89-REGISTRO
    ELSE
       MOVE 'RODADA INTERROMPIDA - ESTE ARQUIVO NAO FOI ANONIMIZADO'
         TO RC89-REGISTRO
       WRITE RC89-REGISTRO
    END-IF
    DISPLAY 'PROG089 - ANONIMIZADOS..' WRK-QTDE-ANONIMIZADOS
    DISPLAY 'PROG089 - RETURN-CODE...' WRK-RC
    IF WRK-CLI-ABERTO = 'S'
       CLOSE CLIENTE-FILE
    END-IF
    IF WRK-ANO-ABERTO = 'S'
       CLOSE CLIENTE-ANON
    END-IF
    IF WRK-OFF-ABERTO = 'S'
       CLOSE DESCARGA-FILE
    END-IF
    IF WRK-ENT-ABERTO = 'S'
       CLOSE ANON-ENTRADA
    END-IF
    IF WRK-NOV-ABERTO = 'S'
       CLOSE ANON-SAIDA
    END-IF
    IF WRK-PEN-ABERTO = 'S'
       CLOSE CLIENTE-PENDENTE
    END-IF
    CLOSE P089-CERTIF.
