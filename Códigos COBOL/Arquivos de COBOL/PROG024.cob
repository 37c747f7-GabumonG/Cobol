*> DIA SEGUINTE; OS DEMAIS SAO CARREGADOS PARA A NOVA GERACAO DE
*> SUSPENSOS (P005SSN). PRODUZ RELATORIO DE AGING (P024SAI) COM
*> TUDO QUE ESTA EM SUSPENSO HA MAIS DE N DIAS (PARM P024PAR).
*> A TRANSFERENCIA ('R') E SUSPENSA E CORRIGIDA INTEIRA: A CORRECAO
*> TRAZ A IMAGEM COMPLETA, COM CONTA E SEQUENCIA DESTINO NO FIM.
*> TODA RODADA DECLARA A REAPRESENTACAO NO MANIFESTO DA NOITE
*> (FEDMAN) COM QUANTIDADE E TOTAL V1+V2 DOS DETALHES, MESMO VAZIA -
*> A CONSOLIDACAO (PROG026) SO CONSOME A GERACAO LISTADA.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P024-SAIDA    ASSIGN TO "P024SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FEED-MANIFESTO ASSIGN TO "FEDMAN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-MAN.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
FD  P024-SUSPENSO.
COPY CPSUSP5.
FD  P024-CORRECAO.
01  COR-REGISTRO           PIC X(59).
FD  P024-RESSUB.
01  RES-REGISTRO           PIC X(59).
FD  P024-SUSP-NOVO.
01  SSN-REGISTRO           PIC X(70).
FD  P024-PARM.
01  PARM-REGISTRO.
    05  PARM-DIAS-AGING    PIC 9(03).
FD  P024-SAIDA.
01  RS24-REGISTRO          PIC X(80).
FD  FEED-MANIFESTO.
COPY CPFEDMAN.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-COR           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-FS-MAN           PIC X(02) VALUE SPACES.
77  WRK-HORA-MAN         PIC 9(08) VALUE ZEROS.
77  WRK-QTDE-DET-RESSUB  PIC 9(07) VALUE ZEROS.
77  WRK-TOTAL-RESSUB     PIC S9(09)V99 VALUE ZEROS.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-COR          PIC X(01) VALUE 'N'.
78  WRK-MAX-CORRECOES    VALUE 200.
01  WRK-TAB-CORRECOES.
    05  WRK-COR-ENTRY OCCURS 200 TIMES.
        10  WRK-COR-IMAGEM     PIC X(59).
        10  WRK-COR-USADA      PIC X(01).
01  WRK-IMAGEM-SUSP.
    05  WRK-SUS-TIPO       PIC X(01).
    05  WRK-SUS-REF-SEQ    PIC X(09).
    05  WRK-SUS-ORIGEM     PIC X(02).
    05  WRK-SUS-DATA-VALOR PIC X(08).
    05  WRK-SUS-DESTINO    PIC X(15).
01  WRK-IMAGEM-COR.
    05  WRK-CORI-TIPO      PIC X(01).
    05  WRK-CORI-CONTA     PIC 9(06).
    05  WRK-CORI-DADOS     PIC X(18).
    05  WRK-CORI-VALORES REDEFINES WRK-CORI-DADOS.
        10  WRK-CORI-V1        PIC S9(07)V99.
        10  WRK-CORI-V2        PIC S9(07)V99.
    05  WRK-CORI-REF-SEQ   PIC X(09).
    05  WRK-CORI-ORIGEM    PIC X(02).
    05  WRK-CORI-DATA-VALOR PIC X(08).
    05  WRK-CORI-DESTINO   PIC X(15).
01  WRK-LINHA-AGING.
    05  FILLER             PIC X(09) VALUE 'SUSPENSO '.
    05  WRA-DATA           PIC 9(08).
       WRITE RES-REGISTRO
       MOVE 'S' TO WRK-COR-USADA(WRK-IDX)
       ADD 1 TO WRK-QTDE-RESSUB
       PERFORM 0230-ACUMULAR-RESSUB
    ELSE
       WRITE SSN-REGISTRO FROM SUS-REGISTRO
       ADD 1 TO WRK-QTDE-CARREGADOS
       MOVE WRK-DIAS-SUSPENSO  TO WRA-DIAS
       WRITE RS24-REGISTRO FROM WRK-LINHA-AGING
    END-IF.
0230-ACUMULAR-RESSUB.
*>  MESMA APURACAO QUE A CONSOLIDACAO FAZ NA GERACAO: DETALHE,
*>  ESTORNO E TRANSFERENCIA, PELO V1+V2.
    MOVE WRK-COR-IMAGEM(WRK-IDX) TO WRK-IMAGEM-COR
    IF WRK-CORI-TIPO = 'D' OR 'C' OR 'R'
       ADD 1 TO WRK-QTDE-DET-RESSUB
       ADD WRK-CORI-V1 WRK-CORI-V2 TO WRK-TOTAL-RESSUB
    END-IF.
0300-FINALIZAR.
    MOVE SPACES TO RS24-REGISTRO
    WRITE RS24-REGISTRO
    WRITE RS24-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG024 - REAPRESENTADOS...' WRK-QTDE-RESSUB
    DISPLAY 'PROG024 - EM SUSPENSO......' WRK-QTDE-CARREGADOS
    CLOSE P024-SUSPENSO P024-RESSUB P024-SUSP-NOVO P024-SAIDA
    PERFORM 0320-GRAVAR-MANIFESTO.
0320-GRAVAR-MANIFESTO.
*>  SEM A LINHA NO MANIFESTO A CONSOLIDACAO RECUSA A GERACAO COMO
*>  NAO LISTADA - FALHA AQUI TERMINA COM RC=08 PARA ALGUEM OLHAR.
    OPEN EXTEND FEED-MANIFESTO
    IF WRK-FS-MAN = '35'
       OPEN OUTPUT FEED-MANIFESTO
       CLOSE FEED-MANIFESTO
       OPEN EXTEND FEED-MANIFESTO
    END-IF
    IF WRK-FS-MAN NOT = '00'
       DISPLAY 'MANIFESTO DE FEEDS OPCIONAIS INDISPONIVEL - STATUS '
               WRK-FS-MAN
       MOVE 08 TO RETURN-CODE
    ELSE
       MOVE SPACES              TO MAN-REGISTRO
       MOVE WRK-DATA-PROC       TO MAN-DATA-PROC
       SET MAN-FEED-RESSUB      TO TRUE
       MOVE ZEROS               TO MAN-ORIGEM
       MOVE WRK-QTDE-DET-RESSUB TO MAN-QTDE
       MOVE WRK-TOTAL-RESSUB    TO MAN-TOTAL
       MOVE 'PROG024'           TO MAN-PROGRAMA
       ACCEPT WRK-HORA-MAN FROM TIME
       MOVE WRK-HORA-MAN(1:6)   TO MAN-HORA
       WRITE MAN-REGISTRO
       CLOSE FEED-MANIFESTO
    END-IF.
