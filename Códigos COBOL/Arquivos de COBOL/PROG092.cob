IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG092.
*> RECUPERACAO DO MASTER DE CLIENTES ATE UM INSTANTE ESCOLHIDO
*> (JOB HERC01RF). O HERC01RS SO DEVOLVE O CLIFILE AO ULTIMO BACKUP;
*> ESTE PROGRAMA PEGA O MASTER JA RESTAURADO E REAPLICA O JORNAL
*> (CLIJRNL - GERACOES DE ARQUIVO CONCATENADAS EM ORDEM, MAIS O
*> CORRENTE) DEPOIS DO INSTANTE DO BACKUP ATE O LIMITE DO P092PAR
*> OU ATE O FIM DO JORNAL, NA ORDEM EM QUE FOI GRAVADO:
*>   'I'          GRAVA A IMAGEM DEPOIS - O CLIENTE NAO PODE EXISTIR
*>   'A' 'D' 'M' 'R'  A IMAGEM ANTES TEM QUE SER IGUAL AO REGISTRO
*>                DO MASTER, QUE E REGRAVADO COM A IMAGEM DEPOIS
*>   'T'          IMAGEM DE CONTA - IGNORADA
*> QUALQUER DIVERGENCIA (IMAGEM ANTES DIFERENTE, CLIENTE AUSENTE OU
*> JA EXISTENTE, FUNCAO DESCONHECIDA, REGISTRO NO LAYOUT ANTERIOR A
*> CONVERSAO, DATA FORA DE ORDEM) PARA A REAPLICACAO NAQUELE
*> REGISTRO E O RELATORIO MOSTRA ONDE. O EXPURGO (PROG032) NAO VAI
*> PARA O JORNAL: COM A REAPLICACAO LIMPA, AS DESCARGAS DO PERIODO
*> (CLIEXP) SAO REFEITAS NO MASTER CONFERINDO A IMAGEM DESCARREGADA.
*> CLIENTE ANONIMIZADO (CLIANON - PROG089) NAO TEM MAIS IMAGEM PARA
*> REAPLICAR: SEUS REGISTROS SAO IGNORADOS E ELE SAI DO MASTER PELA
*> DESCARGA; SE O EXPURGO FOR DEPOIS DO LIMITE, O ESTADO DELE NO
*> INSTANTE PEDIDO NAO TEM COMO SER REFEITO (RC=04).
*> NO FIM, A CONFERENCIA DO PROG039: CONTAGEM DO MASTER CONTRA A
*> ESPERADA (RESTAURADO + INCLUSOES - EXPURGOS), CHAVES NUMERICAS E
*> EM ORDEM, CPF LEGIVEL NA AMOSTRA. O RELATORIO (P092REL) LISTA
*> CADA REGISTRO DO JORNAL DENTRO DO PERIODO, PELA SEQUENCIA DE
*> LEITURA, COM O QUE FOI FEITO COM ELE.
*> P092PAR: DATA (8) E HORA (6) DO BACKUP, DATA (8) E HORA (6)
*> LIMITE - EM BRANCO ATE O FIM DO JORNAL, HORA EM BRANCO ATE O FIM
*> DO DIA - NO RELOGIO DO JORNAL (DATA DE PROCESSAMENTO + HORA), E
*> A SEQUENCIA DO ULTIMO REGISTRO JA APLICADO (9), SO PARA RETOMAR
*> DEPOIS DE UMA DIVERGENCIA CORRIGIDA. RC=16: PARM INVALIDO OU
*> MASTER/JORNAL AUSENTE, NADA APLICADO; RC=08: DIVERGENCIA OU
*> CONFERENCIA FINAL COM PROBLEMA - O MASTER NAO VALE PARA PRODUCAO.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT CLIENTE-FILE  ASSIGN TO "CLIFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CLI-NUMERO
           ALTERNATE RECORD KEY IS CLI-CPF WITH DUPLICATES
           FILE STATUS  IS WRK-FS-CLIENTE.
    SELECT CLIENTE-JORNAL ASSIGN TO "CLIJRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-JORNAL.
    SELECT CLIENTE-EXPURGO ASSIGN TO "CLIEXP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-EXP.
    SELECT CLIENTE-ANON  ASSIGN TO "CLIANON"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ANO-NUMERO
           FILE STATUS  IS WRK-FS-ANO.
    SELECT P092-PARM     ASSIGN TO "P092PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P092-RELATO   ASSIGN TO "P092REL"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  CLIENTE-FILE.
COPY CPCLIENT.
FD  CLIENTE-JORNAL
    RECORD IS VARYING IN SIZE FROM 1 TO 445
    DEPENDING ON WRK-TAM-REGISTRO.
01  ENT-REGISTRO           PIC X(445).
FD  CLIENTE-EXPURGO.
01  OFF-REGISTRO.
    05  OFF-DATA-EXPURGO   PIC 9(08).
    05  OFF-IMAGEM.
        07  OFF-NUMERO     PIC 9(06).
        07  FILLER         PIC X(202).
FD  CLIENTE-ANON.
COPY CPCLIANO.
FD  P092-PARM.
01  PARM-REGISTRO.
    05  PARM-DATA-BACKUP   PIC X(08).
    05  PARM-HORA-BACKUP   PIC X(06).
    05  PARM-DATA-LIMITE   PIC X(08).
    05  PARM-HORA-LIMITE   PIC X(06).
    05  PARM-RETOMAR-APOS  PIC X(09).
FD  P092-RELATO.
01  RS92-REGISTRO          PIC X(80).
WORKING-STORAGE                 SECTION.
77  WRK-FS-CLIENTE       PIC X(02) VALUE SPACES.
77  WRK-FS-JORNAL        PIC X(02) VALUE SPACES.
77  WRK-FS-EXP           PIC X(02) VALUE SPACES.
77  WRK-FS-ANO           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-CLI-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-JRN-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-ANO-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-PARADO           PIC X(01) VALUE 'N'.
    88  WRK-REAPLICACAO-PARADA VALUE 'S'.
77  WRK-ANONIMIZADO      PIC X(01) VALUE 'N'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-TAM-REGISTRO     PIC 9(04) VALUE ZEROS.
78  WRK-TAM-JORNAL-NOVO  VALUE 445.
77  WRK-DATA-BACKUP      PIC 9(08) VALUE ZEROS.
77  WRK-HORA-BACKUP      PIC 9(06) VALUE ZEROS.
77  WRK-DATA-LIMITE      PIC 9(08) VALUE 99999999.
77  WRK-HORA-LIMITE      PIC 9(06) VALUE 235959.
77  WRK-RETOMAR-APOS     PIC 9(09) VALUE ZEROS.
77  WRK-MOMENTO-BACKUP   PIC 9(14) VALUE ZEROS.
77  WRK-MOMENTO-LIMITE   PIC 9(14) VALUE ZEROS.
77  WRK-MOMENTO          PIC 9(14) VALUE ZEROS.
77  WRK-DATA-ANTERIOR    PIC 9(08) VALUE ZEROS.
77  WRK-SEQUENCIA        PIC 9(09) VALUE ZEROS.
77  WRK-ULTIMA-APLICADA  PIC 9(09) VALUE ZEROS.
77  WRK-POSICAO          PIC 9(03) VALUE ZEROS.
77  WRK-MOTIVO           PIC X(36) VALUE SPACES.
77  WRK-NUMERO-ANTERIOR  PIC 9(06) VALUE ZEROS.
77  WRK-CONTA-AMOSTRA    PIC 9(05) VALUE ZEROS.
78  WRK-INTERVALO-AMOSTRA VALUE 100.
77  WRK-QTDE-RESTAURADO  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-FINAL       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ESPERADA    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-LIDOS       PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-ANTERIORES  PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-POSTERIORES PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-INCLUSOES   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ALTERACOES  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-TITULARID   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ANONIMIZ    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-NAO-REFEITOS PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-EXPURGOS    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-JA-AUSENTES PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-AMOSTRADOS  PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-PROBLEMAS   PIC 9(05) VALUE ZEROS.
COPY CPCLIJRN.
01  WRK-LINHA-DETALHE.
    05  WRD-SEQUENCIA        PIC ZZZZZZZZ9.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRD-DATA             PIC 9(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRD-HORA             PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRD-FUNCAO           PIC X(01).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRD-NUMERO           PIC X(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRD-OPERADOR         PIC X(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRD-SITUACAO         PIC X(36).
01  WRK-LINHA-DIFERENCA.
    05  WRF-ORIGEM           PIC X(08).
    05  WRF-TRECHO           PIC X(40).
    05  FILLER               PIC X(32) VALUE SPACES.
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF WRK-RC < 16
       PERFORM 0200-CONTAR-RESTAURADO
       PERFORM 0300-REAPLICAR-JORNAL
       IF NOT WRK-REAPLICACAO-PARADA
          PERFORM 0500-APLICAR-EXPURGOS
       END-IF
       PERFORM 0600-CONFERIR-MASTER
    END-IF
    PERFORM 0900-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    OPEN OUTPUT P092-RELATO
    MOVE 'PROG092 - RECUPERACAO DO MASTER DE CLIENTES PELO JORNAL'
      TO RS92-REGISTRO
    WRITE RS92-REGISTRO
    MOVE SPACES TO RS92-REGISTRO
    WRITE RS92-REGISTRO
    PERFORM 0110-LER-PARAMETROS
    IF WRK-RC < 16
       PERFORM 0130-ABRIR-ARQUIVOS
    END-IF.
0110-LER-PARAMETROS.
*>  SEM O INSTANTE DO BACKUP NAO HA COMO SABER POR ONDE COMECAR -
*>  NADA E APLICADO.
    OPEN INPUT P092-PARM
    IF WRK-FS-PARM NOT = '00'
       MOVE 'PARAMETRO P092PAR AUSENTE - NADA APLICADO'
         TO RS92-REGISTRO
       MOVE 16 TO WRK-RC
    ELSE
       MOVE SPACES TO PARM-REGISTRO
       READ P092-PARM
           AT END CONTINUE
       END-READ
       CLOSE P092-PARM
       PERFORM 0120-VALIDAR-PARAMETROS
    END-IF
    IF WRK-RC = 16
       WRITE RS92-REGISTRO
       DISPLAY RS92-REGISTRO
    END-IF.
0120-VALIDAR-PARAMETROS.
    IF PARM-DATA-BACKUP IS NUMERIC
       AND PARM-HORA-BACKUP IS NUMERIC
       MOVE PARM-DATA-BACKUP TO WRK-DATA-BACKUP
       MOVE PARM-HORA-BACKUP TO WRK-HORA-BACKUP
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-BACKUP) NOT = 0
       OR WRK-HORA-BACKUP > 235959
       MOVE 'DATA/HORA DO BACKUP INVALIDA NO P092PAR - NADA APLICADO'
         TO RS92-REGISTRO
       MOVE 16 TO WRK-RC
    END-IF
    IF WRK-RC < 16
       AND PARM-DATA-LIMITE NOT = SPACES AND NOT = ZEROS
       IF PARM-DATA-LIMITE IS NUMERIC
          MOVE PARM-DATA-LIMITE TO WRK-DATA-LIMITE
       ELSE
          MOVE ZEROS TO WRK-DATA-LIMITE
       END-IF
       IF PARM-HORA-LIMITE IS NUMERIC
          MOVE PARM-HORA-LIMITE TO WRK-HORA-LIMITE
       END-IF
       IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-LIMITE) NOT = 0
          OR WRK-HORA-LIMITE > 235959
          MOVE 'DATA/HORA LIMITE INVALIDA NO P092PAR - NADA APLICADO'
            TO RS92-REGISTRO
          MOVE 16 TO WRK-RC
       END-IF
    END-IF
    IF PARM-RETOMAR-APOS IS NUMERIC
       MOVE PARM-RETOMAR-APOS TO WRK-RETOMAR-APOS
    END-IF
    COMPUTE WRK-MOMENTO-BACKUP =
            WRK-DATA-BACKUP * 1000000 + WRK-HORA-BACKUP
    COMPUTE WRK-MOMENTO-LIMITE =
            WRK-DATA-LIMITE * 1000000 + WRK-HORA-LIMITE
    IF WRK-RC < 16 AND WRK-MOMENTO-LIMITE NOT > WRK-MOMENTO-BACKUP
       MOVE 'LIMITE NAO E POSTERIOR AO BACKUP - NADA APLICADO'
         TO RS92-REGISTRO
       MOVE 16 TO WRK-RC
    END-IF.
0130-ABRIR-ARQUIVOS.
    OPEN I-O CLIENTE-FILE
    IF WRK-FS-CLIENTE NOT = '00'
       DISPLAY 'MASTER RESTAURADO INDISPONIVEL - STATUS '
               WRK-FS-CLIENTE
       MOVE 'MASTER RESTAURADO INDISPONIVEL - NADA APLICADO'
         TO RS92-REGISTRO
       WRITE RS92-REGISTRO
       MOVE 16 TO WRK-RC
    ELSE
       MOVE 'S' TO WRK-CLI-ABERTO
    END-IF
    IF WRK-RC < 16
       OPEN INPUT CLIENTE-JORNAL
       IF WRK-FS-JORNAL NOT = '00'
          DISPLAY 'JORNAL DE CLIENTES INDISPONIVEL - STATUS '
                  WRK-FS-JORNAL
          MOVE 'JORNAL DE CLIENTES INDISPONIVEL - NADA APLICADO'
            TO RS92-REGISTRO
          WRITE RS92-REGISTRO
          MOVE 16 TO WRK-RC
       ELSE
          MOVE 'S' TO WRK-JRN-ABERTO
       END-IF
    END-IF
*>  SEM O REGISTRO DE ANONIMIZADOS TODO CLIENTE E TRATADO COMO
*>  RECONSTRUIVEL - IMAGEM ANONIMIZADA APARECE COMO DIVERGENCIA.
    IF WRK-RC < 16
       OPEN INPUT CLIENTE-ANON
       IF WRK-FS-ANO = '00'
          MOVE 'S' TO WRK-ANO-ABERTO
       ELSE
          DISPLAY 'REGISTRO DE ANONIMIZADOS INDISPONIVEL - STATUS '
                  WRK-FS-ANO
       END-IF
    END-IF.
0200-CONTAR-RESTAURADO.
    PERFORM 0610-POSICIONAR-MASTER
    PERFORM 0620-LER-MASTER
    PERFORM 0210-CONTAR-REGISTRO UNTIL WRK-FIM-ARQUIVO.
0210-CONTAR-REGISTRO.
    ADD 1 TO WRK-QTDE-RESTAURADO
    PERFORM 0620-LER-MASTER.
0300-REAPLICAR-JORNAL.
    MOVE SPACES TO RS92-REGISTRO
    STRING 'BACKUP EM ' WRK-DATA-BACKUP ' ' WRK-HORA-BACKUP
           ' - LIMITE ' DELIMITED BY SIZE INTO RS92-REGISTRO
    END-STRING
    IF WRK-DATA-LIMITE = 99999999
       MOVE 'FIM DO JORNAL' TO RS92-REGISTRO(36:13)
    ELSE
       MOVE WRK-DATA-LIMITE TO RS92-REGISTRO(36:8)
       MOVE WRK-HORA-LIMITE TO RS92-REGISTRO(45:6)
    END-IF
    WRITE RS92-REGISTRO
    IF WRK-RETOMAR-APOS > 0
       MOVE SPACES TO RS92-REGISTRO
       STRING 'RETOMADA DEPOIS DO REGISTRO ' WRK-RETOMAR-APOS
              DELIMITED BY SIZE INTO RS92-REGISTRO
       END-STRING
       WRITE RS92-REGISTRO
    END-IF
    MOVE SPACES TO RS92-REGISTRO
    WRITE RS92-REGISTRO
    MOVE 'SEQUENCIA DATA     HORA   F NUMERO OPERADOR SITUACAO'
      TO RS92-REGISTRO
    WRITE RS92-REGISTRO
    MOVE 'N' TO WRK-EOF
    PERFORM 0310-LER-JORNAL
    PERFORM 0320-TRATAR-REGISTRO UNTIL WRK-FIM-ARQUIVO.
0310-LER-JORNAL.
    READ CLIENTE-JORNAL
        AT END MOVE 'S' TO WRK-EOF
    END-READ.
0320-TRATAR-REGISTRO.
    ADD 1 TO WRK-QTDE-LIDOS
    ADD 1 TO WRK-SEQUENCIA
    MOVE SPACES TO JRN-REGISTRO
    MOVE ENT-REGISTRO(1:WRK-TAM-REGISTRO)
      TO JRN-REGISTRO(1:WRK-TAM-REGISTRO)
    IF WRK-SEQUENCIA NOT > WRK-RETOMAR-APOS
       ADD 1 TO WRK-QTDE-ANTERIORES
    ELSE
       PERFORM 0325-CLASSIFICAR-REGISTRO
    END-IF
    IF NOT WRK-FIM-ARQUIVO
       PERFORM 0310-LER-JORNAL
    END-IF.
0325-CLASSIFICAR-REGISTRO.
    MOVE WRK-SEQUENCIA TO WRD-SEQUENCIA
    MOVE JRN-DATA      TO WRD-DATA
    MOVE JRN-HORA      TO WRD-HORA
    MOVE JRN-FUNCAO    TO WRD-FUNCAO
    MOVE JRN-NUMERO    TO WRD-NUMERO
    MOVE JRN-OPERADOR  TO WRD-OPERADOR
    MOVE ZEROS TO WRK-MOMENTO
    IF JRN-DATA IS NUMERIC AND JRN-HORA IS NUMERIC
       COMPUTE WRK-MOMENTO = JRN-DATA * 1000000 + JRN-HORA
    END-IF
*>  A DATA DO JORNAL E A DE PROCESSAMENTO E SO ANDA PARA FRENTE -
*>  VOLTANDO, AS GERACOES FORAM CONCATENADAS FORA DE ORDEM. O
*>  PRIMEIRO REGISTRO DEPOIS DO LIMITE ENCERRA A REAPLICACAO - A
*>  ORDEM DE GRAVACAO DO JORNAL E QUE VALE.
    EVALUATE TRUE
       WHEN JRN-DATA NOT NUMERIC OR JRN-HORA NOT NUMERIC
          MOVE 'REGISTRO ILEGIVEL NO JORNAL' TO WRK-MOTIVO
          PERFORM 0390-PARAR-DIVERGENCIA
       WHEN JRN-DATA < WRK-DATA-ANTERIOR
          MOVE 'DATA FORA DE ORDEM - CONFERIR O DD' TO WRK-MOTIVO
          PERFORM 0390-PARAR-DIVERGENCIA
       WHEN WRK-MOMENTO NOT > WRK-MOMENTO-BACKUP
          ADD 1 TO WRK-QTDE-ANTERIORES
       WHEN WRK-MOMENTO > WRK-MOMENTO-LIMITE
          ADD 1 TO WRK-QTDE-POSTERIORES
          MOVE 'LIMITE ATINGIDO - NAO APLICADO' TO WRD-SITUACAO
          WRITE RS92-REGISTRO FROM WRK-LINHA-DETALHE
          MOVE 'S' TO WRK-EOF
       WHEN WRK-TAM-REGISTRO NOT = WRK-TAM-JORNAL-NOVO
          MOVE 'LAYOUT ANTERIOR/TAMANHO DESCONHECIDO' TO WRK-MOTIVO
          PERFORM 0390-PARAR-DIVERGENCIA
       WHEN JRN-TITULARIDADE
          ADD 1 TO WRK-QTDE-TITULARID
          MOVE 'IGNORADO - TITULARIDADE DE CONTA' TO WRD-SITUACAO
          WRITE RS92-REGISTRO FROM WRK-LINHA-DETALHE
       WHEN OTHER
          PERFORM 0328-TRATAR-CLIENTE
    END-EVALUATE
    IF NOT WRK-REAPLICACAO-PARADA
       MOVE JRN-DATA TO WRK-DATA-ANTERIOR
    END-IF.
0328-TRATAR-CLIENTE.
    MOVE JRN-NUMERO TO ANO-NUMERO
    PERFORM 0330-VERIFICAR-ANONIMIZADO
    IF WRK-ANONIMIZADO = 'S'
       ADD 1 TO WRK-QTDE-ANONIMIZ
       IF ANO-DATA-EXPURGO > WRK-DATA-LIMITE
          ADD 1 TO WRK-QTDE-NAO-REFEITOS
          MOVE 'ANONIMIZADO - ESTADO NAO RECONSTRUIDO'
            TO WRD-SITUACAO
          IF WRK-RC < 04
             MOVE 04 TO WRK-RC
          END-IF
       ELSE
          MOVE 'IGNORADO - CLIENTE ANONIMIZADO' TO WRD-SITUACAO
       END-IF
       WRITE RS92-REGISTRO FROM WRK-LINHA-DETALHE
    ELSE
       PERFORM 0340-APLICAR-IMAGEM
       IF NOT WRK-REAPLICACAO-PARADA
          MOVE WRK-SEQUENCIA TO WRK-ULTIMA-APLICADA
          WRITE RS92-REGISTRO FROM WRK-LINHA-DETALHE
       END-IF
    END-IF.
0330-VERIFICAR-ANONIMIZADO.
    MOVE 'N' TO WRK-ANONIMIZADO
    IF WRK-ANO-ABERTO = 'S'
       READ CLIENTE-ANON
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'S' TO WRK-ANONIMIZADO
       END-READ
    END-IF.
0340-APLICAR-IMAGEM.
    IF JRN-IMAGEM-DEPOIS(1:6) NOT = JRN-NUMERO
       MOVE 'IMAGEM DEPOIS DE OUTRO CLIENTE' TO WRK-MOTIVO
       PERFORM 0390-PARAR-DIVERGENCIA
    ELSE
       EVALUATE TRUE
          WHEN JRN-INCLUSAO
             PERFORM 0350-APLICAR-INCLUSAO
          WHEN JRN-ALTERACAO OR JRN-EXCLUSAO OR JRN-FUSAO
               OR JRN-RETORNO
             PERFORM 0360-APLICAR-ALTERACAO
          WHEN OTHER
             MOVE 'FUNCAO DESCONHECIDA NO JORNAL' TO WRK-MOTIVO
             PERFORM 0390-PARAR-DIVERGENCIA
       END-EVALUATE
    END-IF.
0350-APLICAR-INCLUSAO.
    MOVE JRN-IMAGEM-DEPOIS TO CLI-REGISTRO
    WRITE CLI-REGISTRO
        INVALID KEY CONTINUE
    END-WRITE
    EVALUATE WRK-FS-CLIENTE
       WHEN '00'
       WHEN '02'
          ADD 1 TO WRK-QTDE-INCLUSOES
          MOVE 'APLICADO - INCLUIDO' TO WRD-SITUACAO
       WHEN '22'
          MOVE 'INCLUSAO DE CLIENTE JA EXISTENTE' TO WRK-MOTIVO
          PERFORM 0390-PARAR-DIVERGENCIA
       WHEN OTHER
          MOVE SPACES TO WRK-MOTIVO
          STRING 'ERRO NA GRAVACAO - STATUS ' WRK-FS-CLIENTE
                 DELIMITED BY SIZE INTO WRK-MOTIVO
          END-STRING
          PERFORM 0390-PARAR-DIVERGENCIA
    END-EVALUATE.
0360-APLICAR-ALTERACAO.
    MOVE JRN-NUMERO TO CLI-NUMERO
    READ CLIENTE-FILE
        INVALID KEY
           MOVE 'CLIENTE AUSENTE NO MASTER' TO WRK-MOTIVO
           PERFORM 0390-PARAR-DIVERGENCIA
    END-READ
    IF NOT WRK-REAPLICACAO-PARADA
       AND CLI-REGISTRO NOT = JRN-IMAGEM-ANTES
       MOVE 'IMAGEM ANTES NAO CONFERE COM O MASTER' TO WRK-MOTIVO
       PERFORM 0390-PARAR-DIVERGENCIA
       PERFORM 0395-MOSTRAR-DIFERENCA
    END-IF
    IF NOT WRK-REAPLICACAO-PARADA
       REWRITE CLI-REGISTRO FROM JRN-IMAGEM-DEPOIS
           INVALID KEY CONTINUE
       END-REWRITE
       IF WRK-FS-CLIENTE = '00' OR WRK-FS-CLIENTE = '02'
          ADD 1 TO WRK-QTDE-ALTERACOES
          MOVE 'APLICADO - REGRAVADO' TO WRD-SITUACAO
       ELSE
          MOVE SPACES TO WRK-MOTIVO
          STRING 'ERRO NA REGRAVACAO - STATUS ' WRK-FS-CLIENTE
                 DELIMITED BY SIZE INTO WRK-MOTIVO
          END-STRING
          PERFORM 0390-PARAR-DIVERGENCIA
       END-IF
    END-IF.
0390-PARAR-DIVERGENCIA.
*>  O MASTER FICA COMO ESTAVA DEPOIS DO ULTIMO REGISTRO APLICADO -
*>  CORRIGIDA A CAUSA, A RETOMADA E PELO P092PAR, SEM RESTAURAR.
    MOVE 'S' TO WRK-PARADO
    MOVE 'S' TO WRK-EOF
    ADD 1 TO WRK-QTDE-PROBLEMAS
    MOVE 08 TO WRK-RC
    MOVE 'DIVERGENCIA - PARADO' TO WRD-SITUACAO
    WRITE RS92-REGISTRO FROM WRK-LINHA-DETALHE
    MOVE SPACES TO RS92-REGISTRO
    STRING '   ' WRK-MOTIVO DELIMITED BY SIZE INTO RS92-REGISTRO
    END-STRING
    WRITE RS92-REGISTRO
    MOVE SPACES TO RS92-REGISTRO
    STRING '   ULTIMO REGISTRO APLICADO: ' WRK-ULTIMA-APLICADA
           DELIMITED BY SIZE INTO RS92-REGISTRO
    END-STRING
    WRITE RS92-REGISTRO
    DISPLAY 'REAPLICACAO PARADA NO REGISTRO ' WRK-SEQUENCIA ' - '
            WRK-MOTIVO.
0395-MOSTRAR-DIFERENCA.
    PERFORM VARYING WRK-POSICAO FROM 1 BY 1
            UNTIL WRK-POSICAO > 208
               OR CLI-REGISTRO(WRK-POSICAO:1)
                  NOT = JRN-IMAGEM-ANTES(WRK-POSICAO:1)
        CONTINUE
    END-PERFORM
    IF WRK-POSICAO > 169
       MOVE 169 TO WRK-POSICAO
    END-IF
    MOVE SPACES TO RS92-REGISTRO
    STRING '   PRIMEIRA DIFERENCA A PARTIR DA POSICAO ' WRK-POSICAO
           DELIMITED BY SIZE INTO RS92-REGISTRO
    END-STRING
    WRITE RS92-REGISTRO
    MOVE '  MASTER' TO WRF-ORIGEM
    MOVE CLI-REGISTRO(WRK-POSICAO:40) TO WRF-TRECHO
    WRITE RS92-REGISTRO FROM WRK-LINHA-DIFERENCA
    MOVE '  JORNAL' TO WRF-ORIGEM
    MOVE JRN-IMAGEM-ANTES(WRK-POSICAO:40) TO WRF-TRECHO
    WRITE RS92-REGISTRO FROM WRK-LINHA-DIFERENCA.
0500-APLICAR-EXPURGOS.
*>  SEM DESCARGA NO DD NAO HA EXPURGO A REFAZER - O RELATORIO DIZ.
    MOVE SPACES TO RS92-REGISTRO
    WRITE RS92-REGISTRO
    OPEN INPUT CLIENTE-EXPURGO
    IF WRK-FS-EXP NOT = '00'
       MOVE 'SEM DESCARGA DE EXPURGO (CLIEXP) - NENHUM REFEITO'
         TO RS92-REGISTRO
       WRITE RS92-REGISTRO
    ELSE
       MOVE 'EXPURGOS DO PROG032 NO PERIODO' TO RS92-REGISTRO
       WRITE RS92-REGISTRO
       MOVE ZEROS TO WRK-SEQUENCIA
       MOVE 'N' TO WRK-EOF
       PERFORM 0510-LER-EXPURGO
       PERFORM 0520-TRATAR-EXPURGO UNTIL WRK-FIM-ARQUIVO
       CLOSE CLIENTE-EXPURGO
    END-IF.
0510-LER-EXPURGO.
    READ CLIENTE-EXPURGO
        AT END MOVE 'S' TO WRK-EOF
    END-READ.
0520-TRATAR-EXPURGO.
    ADD 1 TO WRK-SEQUENCIA
    IF OFF-DATA-EXPURGO IS NUMERIC AND OFF-NUMERO IS NUMERIC
       AND OFF-DATA-EXPURGO NOT < WRK-DATA-BACKUP
       AND OFF-DATA-EXPURGO NOT > WRK-DATA-LIMITE
       PERFORM 0525-REFAZER-EXPURGO
    END-IF
    IF NOT WRK-REAPLICACAO-PARADA
       PERFORM 0510-LER-EXPURGO
    END-IF.
0525-REFAZER-EXPURGO.
*>  A DESCARGA SO TEM A DATA: EXPURGO NO PROPRIO DIA DO BACKUP E
*>  ACEITO COMO FEITO ANTES DELE SE O CLIENTE NAO ESTA NO MASTER.
*>  A IMAGEM DE CLIENTE ANONIMIZADO NAO CONFERE MAIS COM NADA - SO
*>  O NUMERO VALE.
    MOVE WRK-SEQUENCIA    TO WRD-SEQUENCIA
    MOVE OFF-DATA-EXPURGO TO WRD-DATA
    MOVE ZEROS            TO WRD-HORA
    MOVE 'P'              TO WRD-FUNCAO
    MOVE OFF-NUMERO       TO WRD-NUMERO
    MOVE 'PROG032'        TO WRD-OPERADOR
    MOVE OFF-NUMERO TO ANO-NUMERO
    PERFORM 0330-VERIFICAR-ANONIMIZADO
    MOVE OFF-NUMERO TO CLI-NUMERO
    READ CLIENTE-FILE
        INVALID KEY MOVE '23' TO WRK-FS-CLIENTE
    END-READ
    EVALUATE TRUE
       WHEN WRK-FS-CLIENTE NOT = '00'
            AND (WRK-ANONIMIZADO = 'S'
                 OR OFF-DATA-EXPURGO = WRK-DATA-BACKUP
                 OR WRK-RETOMAR-APOS > 0)
          ADD 1 TO WRK-QTDE-JA-AUSENTES
          MOVE 'JA AUSENTE DO MASTER' TO WRD-SITUACAO
          WRITE RS92-REGISTRO FROM WRK-LINHA-DETALHE
       WHEN WRK-FS-CLIENTE NOT = '00'
          MOVE 'EXPURGADO AUSENTE DO MASTER' TO WRK-MOTIVO
          PERFORM 0390-PARAR-DIVERGENCIA
       WHEN WRK-ANONIMIZADO = 'N' AND CLI-REGISTRO NOT = OFF-IMAGEM
          MOVE 'IMAGEM DESCARREGADA NAO CONFERE' TO WRK-MOTIVO
          PERFORM 0390-PARAR-DIVERGENCIA
       WHEN OTHER
          PERFORM 0530-EXCLUIR-EXPURGADO
    END-EVALUATE.
0530-EXCLUIR-EXPURGADO.
    DELETE CLIENTE-FILE
        INVALID KEY CONTINUE
    END-DELETE
    IF WRK-FS-CLIENTE = '00'
       ADD 1 TO WRK-QTDE-EXPURGOS
       MOVE 'APLICADO - EXPURGADO' TO WRD-SITUACAO
       WRITE RS92-REGISTRO FROM WRK-LINHA-DETALHE
    ELSE
       MOVE SPACES TO WRK-MOTIVO
       STRING 'ERRO NA EXCLUSAO - STATUS ' WRK-FS-CLIENTE
              DELIMITED BY SIZE INTO WRK-MOTIVO
       END-STRING
       PERFORM 0390-PARAR-DIVERGENCIA
    END-IF.
0600-CONFERIR-MASTER.
*>  MESMA CONFERENCIA DO PROG039, SOBRE O MASTER REAPLICADO.
    MOVE ZEROS TO WRK-NUMERO-ANTERIOR
    MOVE ZEROS TO WRK-CONTA-AMOSTRA
    PERFORM 0610-POSICIONAR-MASTER
    PERFORM 0620-LER-MASTER
    PERFORM 0630-CONFERIR-REGISTRO UNTIL WRK-FIM-ARQUIVO
    COMPUTE WRK-QTDE-ESPERADA = WRK-QTDE-RESTAURADO
            + WRK-QTDE-INCLUSOES - WRK-QTDE-EXPURGOS
    MOVE SPACES TO RS92-REGISTRO
    WRITE RS92-REGISTRO
    IF WRK-QTDE-FINAL NOT = WRK-QTDE-ESPERADA
       ADD 1 TO WRK-QTDE-PROBLEMAS
       MOVE 08 TO WRK-RC
       MOVE 'QUANTIDADE DO MASTER NAO CONFERE COM A ESPERADA'
         TO RS92-REGISTRO
       WRITE RS92-REGISTRO
    END-IF.
0610-POSICIONAR-MASTER.
    MOVE 'N' TO WRK-EOF
    MOVE ZEROS TO CLI-NUMERO
    START CLIENTE-FILE KEY IS NOT LESS THAN CLI-NUMERO
        INVALID KEY MOVE 'S' TO WRK-EOF
    END-START.
0620-LER-MASTER.
    IF NOT WRK-FIM-ARQUIVO
       READ CLIENTE-FILE NEXT RECORD
           AT END MOVE 'S' TO WRK-EOF
       END-READ
    END-IF.
0630-CONFERIR-REGISTRO.
    ADD 1 TO WRK-QTDE-FINAL
    IF CLI-NUMERO NOT NUMERIC
       ADD 1 TO WRK-QTDE-PROBLEMAS
       MOVE 08 TO WRK-RC
       DISPLAY 'CHAVE ILEGIVEL NO MASTER - REGISTRO ' WRK-QTDE-FINAL
    ELSE
       IF CLI-NUMERO NOT > WRK-NUMERO-ANTERIOR
          AND WRK-QTDE-FINAL > 1
          ADD 1 TO WRK-QTDE-PROBLEMAS
          MOVE 08 TO WRK-RC
          DISPLAY 'CHAVE FORA DE ORDEM NO MASTER - REGISTRO '
                  WRK-QTDE-FINAL
       END-IF
       MOVE CLI-NUMERO TO WRK-NUMERO-ANTERIOR
    END-IF
    ADD 1 TO WRK-CONTA-AMOSTRA
    IF WRK-CONTA-AMOSTRA >= WRK-INTERVALO-AMOSTRA
       OR WRK-QTDE-FINAL = 1
       MOVE ZEROS TO WRK-CONTA-AMOSTRA
       ADD 1 TO WRK-QTDE-AMOSTRADOS
       IF CLI-CPF NOT NUMERIC AND CLI-CPF NOT = SPACES
          ADD 1 TO WRK-QTDE-PROBLEMAS
          MOVE 08 TO WRK-RC
          DISPLAY 'CPF ILEGIVEL NA AMOSTRA DO MASTER - REGISTRO '
                  WRK-QTDE-FINAL
       END-IF
    END-IF
    PERFORM 0620-LER-MASTER.
0900-FINALIZAR.
    IF WRK-RC < 16
       MOVE 'REGISTROS NO RESTAURADO.' TO WRT-LABEL
       MOVE WRK-QTDE-RESTAURADO        TO WRT-QTDE
       WRITE RS92-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'JORNAL LIDO.............' TO WRT-LABEL
       MOVE WRK-QTDE-LIDOS             TO WRT-QTDE
       WRITE RS92-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'ANTERIORES AO BACKUP....' TO WRT-LABEL
       MOVE WRK-QTDE-ANTERIORES        TO WRT-QTDE
       WRITE RS92-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'INCLUSOES APLICADAS.....' TO WRT-LABEL
       MOVE WRK-QTDE-INCLUSOES         TO WRT-QTDE
       WRITE RS92-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'REGRAVACOES APLICADAS...' TO WRT-LABEL
       MOVE WRK-QTDE-ALTERACOES        TO WRT-QTDE
       WRITE RS92-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'TITULARIDADES IGNORADAS.' TO WRT-LABEL
       MOVE WRK-QTDE-TITULARID         TO WRT-QTDE
       WRITE RS92-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'DE ANONIMIZADOS.........' TO WRT-LABEL
       MOVE WRK-QTDE-ANONIMIZ          TO WRT-QTDE
       WRITE RS92-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'ESTADOS NAO RECONSTRUIDOS' TO WRT-LABEL
       MOVE WRK-QTDE-NAO-REFEITOS      TO WRT-QTDE
       WRITE RS92-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'EXPURGOS APLICADOS......' TO WRT-LABEL
       MOVE WRK-QTDE-EXPURGOS          TO WRT-QTDE
       WRITE RS92-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'EXPURGOS JA AUSENTES....' TO WRT-LABEL
       MOVE WRK-QTDE-JA-AUSENTES       TO WRT-QTDE
       WRITE RS92-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'ULTIMO REGISTRO APLICADO' TO WRT-LABEL
       MOVE WRK-ULTIMA-APLICADA        TO WRT-QTDE
       WRITE RS92-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'REGISTROS ESPERADOS.....' TO WRT-LABEL
       MOVE WRK-QTDE-ESPERADA          TO WRT-QTDE
       WRITE RS92-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'REGISTROS NO MASTER.....' TO WRT-LABEL
       MOVE WRK-QTDE-FINAL             TO WRT-QTDE
       WRITE RS92-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'REGISTROS AMOSTRADOS....' TO WRT-LABEL
       MOVE WRK-QTDE-AMOSTRADOS        TO WRT-QTDE
       WRITE RS92-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'PROBLEMAS ENCONTRADOS...' TO WRT-LABEL
       MOVE WRK-QTDE-PROBLEMAS         TO WRT-QTDE
       WRITE RS92-REGISTRO FROM WRK-LINHA-TOTAL
       IF WRK-QTDE-PROBLEMAS = 0
          MOVE 'MASTER RECUPERADO E CONFERIDO' TO RS92-REGISTRO
       ELSE
          MOVE 'MASTER NAO LIBERADO PARA A PRODUCAO' TO RS92-REGISTRO
       END-IF
       WRITE RS92-REGISTRO
    END-IF
    IF WRK-CLI-ABERTO = 'S'
       CLOSE CLIENTE-FILE
    END-IF
    IF WRK-JRN-ABERTO = 'S'
       CLOSE CLIENTE-JORNAL
    END-IF
    IF WRK-ANO-ABERTO = 'S'
       CLOSE CLIENTE-ANON
    END-IF
    DISPLAY 'PROG092 - APLICADOS.....'
            WRK-QTDE-INCLUSOES ' ' WRK-QTDE-ALTERACOES ' '
            WRK-QTDE-EXPURGOS ' PROBLEMAS ' WRK-QTDE-PROBLEMAS
    CLOSE P092-RELATO.
