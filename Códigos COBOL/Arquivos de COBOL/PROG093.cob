IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG093.
*> REPARO DO RAZAO DAS CONTAS QUE NAO FECHAM NO BALANCETE DO
*> PROG053 (JOBS HERC01RP - SIMULACAO - E HERC01RC - EFETIVACAO).
*> O BALANCETE SEGURA A VIRADA DE DATA MAS O UNICO CONSERTO ERA
*> EDITAR O REGISTRO DO VSAM NA MAO. ESTE PROGRAMA RECALCULA OS
*> CAMPOS DE SALDO DE CADA CONTA DIVERGENTE A PARTIR DA ULTIMA FOTO
*> DE FECHAMENTO DA CONTA (CTAFMES - PROG051) MAIS OS MOVIMENTOS QUE
*> MEXERAM NO SALDO DEPOIS DO MES DA FOTO - POSTAGEM NO MES DA
*> DATA DE POSTAGEM, ESTORNO NO MES DA DATA DE ESTORNO, COMO NO
*> PROG051 - VINDOS DO TRNHIST ATIVO E DAS GERACOES DE ARQUIVO
*> (TRNARC, COM AS REGRAS DE COPIA SUPERADA E DE ESTORNO DO
*> PROG053). O SALDO ATUAL E A FOTO MAIS ESSES MOVIMENTOS; O
*> MOVIMENTO DO DIA E O QUE ENTROU NA DATA DO ULTIMO MOVIMENTO DA
*> CONTA, E O SALDO ANTERIOR O QUE SOBRA - A MESMA ROLAGEM DO PROG005.
*> CONTA SEM FOTO SO E REPARADA SE FOI ABERTA DEPOIS DO ULTIMO
*> FECHAMENTO (ABRE COM ZERO); SENAO FICA DE FORA.
*> O PARM DO EXEC TRAZ O MODO E O OPERADOR:
*>   'S OPERADOR' - SIMULACAO: LE AS CONTAS (P093ENT - SAIDA DO
*>                PROG053 OU LISTA COM O NUMERO DA CONTA NAS 6
*>                PRIMEIRAS POSICOES), NAO MEXE NO MASTER E GRAVA A
*>                PROPOSTA (P093PRO) COM O ANTES E O DEPOIS;
*>   'C OPERADOR' - EFETIVACAO, EM RODADA SEPARADA: LE A PROPOSTA DA
*>                SIMULACAO. O OPERADOR TEM QUE SER SUPERVISOR ATIVO
*>                NO OPERFIL E NAO PODE SER QUEM SIMULOU; CADA CONTA
*>                SO E CORRIGIDA SE O MASTER AINDA ESTA COMO NA
*>                SIMULACAO E O RECALCULO DA O MESMO RESULTADO, E
*>                CADA CORRECAO VAI PARA O JORNAL DE ACERTOS (CTAAJU)
*>                COM OS SALDOS ANTES E DEPOIS.
*> O RELATORIO (P093REL) MOSTRA CADA CONTA COM O ANTES E O DEPOIS.
*> RC=16: PARM, OPERADOR, FOTO OU ARQUIVO AUSENTE - NADA FEITO;
*> RC=08: ERRO DE REGRAVACAO; RC=04: CONTA QUE NAO PODE SER
*> REPARADA OU PROPOSTA RECUSADA NA EFETIVACAO.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
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
    SELECT FECHO-MENSAL ASSIGN TO "CTAFMES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-FME.
    SELECT OPERADOR-FILE ASSIGN TO "OPERFIL"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS OPE-USUARIO
           FILE STATUS  IS WRK-FS-OPER.
    SELECT P093-ENTRADA ASSIGN TO "P093ENT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-ENT.
    SELECT P093-PROPOSTA ASSIGN TO "P093PRO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PRO.
    SELECT AJUSTE-JORNAL ASSIGN TO "CTAAJU"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-AJU.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT P093-RELATO  ASSIGN TO "P093REL"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
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
FD  FECHO-MENSAL.
01  FME-REGISTRO.
    05  FME-CONTA          PIC 9(06).
    05  FME-PERIODO        PIC 9(06).
    05  FME-SALDO          PIC S9(11)V99.
FD  OPERADOR-FILE.
COPY CPOPERFL.
FD  P093-ENTRADA.
01  ENT-REGISTRO.
    05  ENT-PREFIXO        PIC X(06).
    05  ENT-CONTA-P053     PIC X(06).
    05  FILLER             PIC X(78).
FD  P093-PROPOSTA.
01  PRO-REGISTRO.
    05  PRO-CONTA          PIC 9(06).
    05  PRO-DATA-SIMULACAO PIC 9(08).
    05  PRO-OPERADOR       PIC X(08).
    05  PRO-PERIODO-FOTO   PIC 9(06).
    05  PRO-ANT-SALDO-ANTERIOR PIC S9(11)V99.
    05  PRO-ANT-MVTO-DIA       PIC S9(11)V99.
    05  PRO-ANT-SALDO-ATUAL    PIC S9(11)V99.
    05  PRO-DEP-SALDO-ANTERIOR PIC S9(11)V99.
    05  PRO-DEP-MVTO-DIA       PIC S9(11)V99.
    05  PRO-DEP-SALDO-ATUAL    PIC S9(11)V99.
FD  AJUSTE-JORNAL.
COPY CPCTAAJU.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  P093-RELATO.
01  RS93-REGISTRO           PIC X(90).
WORKING-STORAGE                 SECTION.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-FS-HIST          PIC X(02) VALUE SPACES.
77  WRK-FS-ARC           PIC X(02) VALUE SPACES.
77  WRK-FS-FME           PIC X(02) VALUE SPACES.
77  WRK-FS-OPER          PIC X(02) VALUE SPACES.
77  WRK-FS-ENT           PIC X(02) VALUE SPACES.
77  WRK-FS-PRO           PIC X(02) VALUE SPACES.
77  WRK-FS-AJU           PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-CTA-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-HIS-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-PRO-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-AJU-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-PARM             PIC X(40) VALUE SPACES.
77  WRK-MODO             PIC X(01) VALUE SPACES.
    88  WRK-SIMULAR          VALUE 'S'.
    88  WRK-EFETIVAR         VALUE 'C'.
77  WRK-OPERADOR         PIC X(08) VALUE SPACES.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-HORA-JORNAL      PIC 9(08) VALUE ZEROS.
77  WRK-PERIODO-MAXIMO   PIC 9(06) VALUE ZEROS.
77  WRK-CONTA-BUSCA      PIC 9(06) VALUE ZEROS.
77  WRK-CONTA-ACHADA     PIC X(01) VALUE 'N'.
77  WRK-SEQ-MARCADA      PIC X(01) VALUE 'N'.
77  WRK-DATA-MOVEU       PIC 9(08) VALUE ZEROS.
77  WRK-PROPOSTA-OK      PIC X(01) VALUE 'N'.
77  WRK-MOTIVO           PIC X(40) VALUE SPACES.
*>  MOVIMENTO EM TRATAMENTO - DO ATIVO OU DO ARQUIVO.
01  WRK-MOVIMENTO.
    05  MOV-CONTA          PIC 9(06).
    05  MOV-RESULTADO      PIC S9(07)V99.
    05  MOV-DATA           PIC 9(08).
    05  MOV-DATA-POSTAGEM  PIC X(08).
    05  MOV-ESTORNADO      PIC X(01).
    05  MOV-DATA-ESTORNO   PIC X(08).
78  WRK-MAX-CONTAS       VALUE 500.
77  WRK-QTDE-TAB         PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX              PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX-ACHADO       PIC 9(04) COMP VALUE ZEROS.
01  WRK-TAB-CONTAS.
    05  RPR-ENTRY OCCURS 500 TIMES.
        10  RPR-CONTA          PIC 9(06).
        10  RPR-SITUACAO       PIC X(01).
            88  RPR-REPARAVEL      VALUE 'R'.
            88  RPR-SEM-MASTER     VALUE 'M'.
            88  RPR-SEM-FOTO       VALUE 'F'.
        10  RPR-TEM-FOTO       PIC X(01).
        10  RPR-PERIODO        PIC 9(06).
        10  RPR-FOTO           PIC S9(11)V99.
        10  RPR-ABERTURA       PIC 9(08).
        10  RPR-ULT-MVTO       PIC 9(08).
        10  RPR-SOMA           PIC S9(11)V99.
        10  RPR-MVTO-DIA       PIC S9(11)V99.
        10  RPR-ANT-SALDO-ANTERIOR PIC S9(11)V99.
        10  RPR-ANT-MVTO-DIA       PIC S9(11)V99.
        10  RPR-ANT-SALDO-ATUAL    PIC S9(11)V99.
        10  RPR-PRO-OPERADOR       PIC X(08).
        10  RPR-PRO-DATA           PIC 9(08).
        10  RPR-PRO-PERIODO        PIC 9(06).
        10  RPR-PRO-ANTERIOR       PIC S9(11)V99.
        10  RPR-PRO-MVTO-DIA       PIC S9(11)V99.
        10  RPR-PRO-ATUAL          PIC S9(11)V99.
        10  RPR-PRO-ANT-ANTERIOR   PIC S9(11)V99.
        10  RPR-PRO-ANT-MVTO-DIA   PIC S9(11)V99.
        10  RPR-PRO-ANT-ATUAL      PIC S9(11)V99.
78  WRK-MAX-MARCADAS     VALUE 1000.
77  WRK-QTDE-MARCADAS    PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX-MARC         PIC 9(04) COMP VALUE ZEROS.
01  WRK-TAB-MARCADAS.
    05  WRK-MARC-SEQ OCCURS 1000 TIMES PIC 9(09).
77  WRK-DEP-SALDO-ANTERIOR PIC S9(11)V99 VALUE ZEROS.
77  WRK-DEP-MVTO-DIA       PIC S9(11)V99 VALUE ZEROS.
77  WRK-DEP-SALDO-ATUAL    PIC S9(11)V99 VALUE ZEROS.
77  WRK-QTDE-LIDAS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-REPARAVEIS  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-DIFERENCA PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-NAO-REPARAVEIS PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-PROPOSTAS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-EFETIVADAS  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-RECUSADAS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-POSTAGENS   PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-ARQUIVADAS  PIC 9(09) VALUE ZEROS.
01  WRK-LINHA-CONTA.
    05  FILLER               PIC X(06) VALUE 'CONTA '.
    05  WRC-CONTA            PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRC-SITUACAO         PIC X(40).
    05  FILLER               PIC X(06) VALUE ' FOTO '.
    05  WRC-PERIODO          PIC 9(06).
01  WRK-LINHA-SALDOS.
    05  WRS-LABEL            PIC X(08).
    05  FILLER               PIC X(05) VALUE ' ANT '.
    05  WRS-ANTERIOR         PIC -(11)9.99.
    05  FILLER               PIC X(06) VALUE ' MVTO '.
    05  WRS-MVTO-DIA         PIC -(11)9.99.
    05  FILLER               PIC X(07) VALUE ' ATUAL '.
    05  WRS-ATUAL            PIC -(11)9.99.
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF WRK-RC < 16
       PERFORM 0200-CARREGAR-CONTAS
       PERFORM 0240-CARREGAR-MASTER
       PERFORM 0300-CARREGAR-FOTOS
       PERFORM 0400-ACUMULAR-ATIVO
       PERFORM 0450-COLETAR-MARCADAS-ARQUIVO
       PERFORM 0460-ACUMULAR-ARQUIVO
       PERFORM 0500-PROPOR-CORRECOES
    END-IF
    PERFORM 0900-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    ACCEPT WRK-PARM FROM COMMAND-LINE
    MOVE WRK-PARM(1:1) TO WRK-MODO
    MOVE WRK-PARM(3:8) TO WRK-OPERADOR
    PERFORM 0116-LER-DATA-PROC
    OPEN OUTPUT P093-RELATO
    IF WRK-SIMULAR
       MOVE 'PROG093 - REPARO DO RAZAO DE CONTAS - SIMULACAO'
         TO RS93-REGISTRO
    ELSE
       MOVE 'PROG093 - REPARO DO RAZAO DE CONTAS - EFETIVACAO'
         TO RS93-REGISTRO
    END-IF
    WRITE RS93-REGISTRO
    MOVE SPACES TO RS93-REGISTRO
    STRING 'OPERADOR ' WRK-OPERADOR ' - DATA ' WRK-DATA-PROC
           DELIMITED BY SIZE INTO RS93-REGISTRO
    END-STRING
    WRITE RS93-REGISTRO
    MOVE SPACES TO RS93-REGISTRO
    WRITE RS93-REGISTRO
    EVALUATE TRUE
       WHEN NOT WRK-SIMULAR AND NOT WRK-EFETIVAR
          MOVE 'MODO INVALIDO NO PARM (S OU C) - NADA FEITO'
            TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
       WHEN WRK-OPERADOR = SPACES
          MOVE 'OPERADOR AUSENTE NO PARM - NADA FEITO' TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
       WHEN WRK-EFETIVAR
          PERFORM 0150-CONFERIR-SUPERVISOR
    END-EVALUATE
    IF WRK-RC < 16
       PERFORM 0120-ABRIR-ARQUIVOS
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
*>  NA SIMULACAO O MASTER SO E LIDO; NA EFETIVACAO E ABERTO PARA
*>  REGRAVACAO E O JORNAL DE ACERTOS CRESCE.
    IF WRK-SIMULAR
       OPEN INPUT CONTA-MASTER
    ELSE
       OPEN I-O CONTA-MASTER
    END-IF
    IF WRK-FS-CONTA NOT = '00'
       MOVE 'MASTER DE CONTAS INDISPONIVEL - NADA FEITO'
         TO WRK-MOTIVO
       PERFORM 0190-RECUSAR-RODADA
    ELSE
       MOVE 'S' TO WRK-CTA-ABERTO
    END-IF
    IF WRK-RC < 16
       OPEN INPUT TRANSACAO-HIST
       IF WRK-FS-HIST NOT = '00'
          MOVE 'HISTORICO DE TRANSACOES INDISPONIVEL - NADA FEITO'
            TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
       ELSE
          MOVE 'S' TO WRK-HIS-ABERTO
       END-IF
    END-IF
    IF WRK-RC < 16
       IF WRK-SIMULAR
          OPEN INPUT P093-ENTRADA
          IF WRK-FS-ENT NOT = '00'
             MOVE 'LISTA DE CONTAS (P093ENT) AUSENTE - NADA FEITO'
               TO WRK-MOTIVO
             PERFORM 0190-RECUSAR-RODADA
          ELSE
             OPEN OUTPUT P093-PROPOSTA
             MOVE 'S' TO WRK-PRO-ABERTO
          END-IF
       ELSE
          OPEN INPUT P093-PROPOSTA
          IF WRK-FS-PRO NOT = '00'
             MOVE 'PROPOSTA DA SIMULACAO AUSENTE - NADA FEITO'
               TO WRK-MOTIVO
             PERFORM 0190-RECUSAR-RODADA
          ELSE
             MOVE 'S' TO WRK-PRO-ABERTO
             OPEN EXTEND AJUSTE-JORNAL
             IF WRK-FS-AJU = '35'
                OPEN OUTPUT AJUSTE-JORNAL
                CLOSE AJUSTE-JORNAL
                OPEN EXTEND AJUSTE-JORNAL
             END-IF
             MOVE 'S' TO WRK-AJU-ABERTO
          END-IF
       END-IF
    END-IF.
0150-CONFERIR-SUPERVISOR.
*>  MESMA ALCADA DO PROG065: SO SUPERVISOR ATIVO NO CADASTRO DE
*>  OPERADORES EFETIVA. QUEM SIMULOU E CONFERIDO CONTRA A PROPOSTA.
    OPEN INPUT OPERADOR-FILE
    IF WRK-FS-OPER NOT = '00'
       MOVE 'CADASTRO DE OPERADORES INDISPONIVEL - NADA FEITO'
         TO WRK-MOTIVO
       PERFORM 0190-RECUSAR-RODADA
    ELSE
       MOVE WRK-OPERADOR TO OPE-USUARIO
       READ OPERADOR-FILE
           INVALID KEY
              MOVE 'OPERADOR NAO CONSTA NO OPERFIL - NADA FEITO'
                TO WRK-MOTIVO
              PERFORM 0190-RECUSAR-RODADA
           NOT INVALID KEY
              IF NOT OPE-SUPERVISOR OR NOT OPE-ATIVO
                 MOVE 'OPERADOR NAO E SUPERVISOR ATIVO - NADA FEITO'
                   TO WRK-MOTIVO
                 PERFORM 0190-RECUSAR-RODADA
              END-IF
       END-READ
       CLOSE OPERADOR-FILE
    END-IF.
0190-RECUSAR-RODADA.
    MOVE 16 TO WRK-RC
    MOVE WRK-MOTIVO TO RS93-REGISTRO
    WRITE RS93-REGISTRO
    DISPLAY WRK-MOTIVO.
0200-CARREGAR-CONTAS.
    MOVE 'N' TO WRK-EOF
    IF WRK-SIMULAR
       PERFORM 0210-LER-LISTA UNTIL WRK-FIM-ARQUIVO
       CLOSE P093-ENTRADA
    ELSE
       PERFORM 0220-LER-PROPOSTA UNTIL WRK-FIM-ARQUIVO
       CLOSE P093-PROPOSTA
       MOVE 'N' TO WRK-PRO-ABERTO
    END-IF.
0210-LER-LISTA.
*>  LINHA DE DIVERGENCIA DO PROG053 ('CONTA NNNNNN ...') OU LISTA
*>  AVULSA COM A CONTA NAS 6 PRIMEIRAS POSICOES; O RESTO E IGNORADO.
    MOVE SPACES TO ENT-REGISTRO
    READ P093-ENTRADA
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           EVALUATE TRUE
              WHEN ENT-PREFIXO = 'CONTA ' AND ENT-CONTA-P053 NUMERIC
                 MOVE ENT-CONTA-P053 TO WRK-CONTA-BUSCA
                 PERFORM 0230-INCLUIR-NA-TABELA
              WHEN ENT-PREFIXO IS NUMERIC
                 MOVE ENT-PREFIXO TO WRK-CONTA-BUSCA
                 PERFORM 0230-INCLUIR-NA-TABELA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
    END-READ.
0220-LER-PROPOSTA.
    READ P093-PROPOSTA
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           MOVE PRO-CONTA TO WRK-CONTA-BUSCA
           PERFORM 0230-INCLUIR-NA-TABELA
           IF WRK-CONTA-ACHADA = 'N' AND WRK-IDX-ACHADO > 0
              PERFORM 0225-GUARDAR-PROPOSTA
           END-IF
    END-READ.
0225-GUARDAR-PROPOSTA.
    MOVE PRO-OPERADOR     TO RPR-PRO-OPERADOR(WRK-IDX-ACHADO)
    MOVE PRO-DATA-SIMULACAO TO RPR-PRO-DATA(WRK-IDX-ACHADO)
    MOVE PRO-PERIODO-FOTO TO RPR-PRO-PERIODO(WRK-IDX-ACHADO)
    MOVE PRO-ANT-SALDO-ANTERIOR TO
         RPR-PRO-ANT-ANTERIOR(WRK-IDX-ACHADO)
    MOVE PRO-ANT-MVTO-DIA TO RPR-PRO-ANT-MVTO-DIA(WRK-IDX-ACHADO)
    MOVE PRO-ANT-SALDO-ATUAL TO RPR-PRO-ANT-ATUAL(WRK-IDX-ACHADO)
    MOVE PRO-DEP-SALDO-ANTERIOR TO RPR-PRO-ANTERIOR(WRK-IDX-ACHADO)
    MOVE PRO-DEP-MVTO-DIA TO RPR-PRO-MVTO-DIA(WRK-IDX-ACHADO)
    MOVE PRO-DEP-SALDO-ATUAL TO RPR-PRO-ATUAL(WRK-IDX-ACHADO).
0230-INCLUIR-NA-TABELA.
*>  O PROG053 PODE LISTAR A MESMA CONTA DUAS VEZES (SALDO ATUAL E
*>  ANTERIOR + MOVIMENTO) - ENTRA UMA SO.
    PERFORM 0235-PROCURAR-CONTA
    MOVE ZEROS TO WRK-IDX-ACHADO
    IF WRK-CONTA-ACHADA = 'N'
       IF WRK-QTDE-TAB < WRK-MAX-CONTAS
          ADD 1 TO WRK-QTDE-TAB WRK-QTDE-LIDAS
          MOVE WRK-QTDE-TAB TO WRK-IDX-ACHADO
          INITIALIZE RPR-ENTRY(WRK-QTDE-TAB)
          MOVE WRK-CONTA-BUSCA TO RPR-CONTA(WRK-QTDE-TAB)
          MOVE 'R'             TO RPR-SITUACAO(WRK-QTDE-TAB)
          MOVE 'N'             TO RPR-TEM-FOTO(WRK-QTDE-TAB)
       ELSE
          DISPLAY 'TABELA DE CONTAS CHEIA - CONTA ' WRK-CONTA-BUSCA
                  ' FICA PARA A PROXIMA RODADA'
          IF WRK-RC < 04
             MOVE 04 TO WRK-RC
          END-IF
       END-IF
    END-IF.
0235-PROCURAR-CONTA.
    MOVE 'N' TO WRK-CONTA-ACHADA
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-TAB
              OR WRK-CONTA-ACHADA = 'S'
       IF RPR-CONTA(WRK-IDX) = WRK-CONTA-BUSCA
          MOVE 'S' TO WRK-CONTA-ACHADA
          SUBTRACT 1 FROM WRK-IDX
       END-IF
    END-PERFORM.
0240-CARREGAR-MASTER.
    PERFORM 0245-LER-CONTA-MASTER
            VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > WRK-QTDE-TAB.
0245-LER-CONTA-MASTER.
    MOVE RPR-CONTA(WRK-IDX) TO CTA-CONTA
    READ CONTA-MASTER
        INVALID KEY
           MOVE 'M' TO RPR-SITUACAO(WRK-IDX)
        NOT INVALID KEY
           MOVE CTA-SALDO-ANTERIOR TO RPR-ANT-SALDO-ANTERIOR(WRK-IDX)
           MOVE CTA-MVTO-DIA       TO RPR-ANT-MVTO-DIA(WRK-IDX)
           MOVE CTA-SALDO-ATUAL    TO RPR-ANT-SALDO-ATUAL(WRK-IDX)
           MOVE CTA-DATA-ULT-MVTO  TO RPR-ULT-MVTO(WRK-IDX)
           MOVE CTA-DATA-ABERTURA  TO RPR-ABERTURA(WRK-IDX)
    END-READ.
0300-CARREGAR-FOTOS.
*>  GERACOES CONCATENADAS: VALE A FOTO DE PERIODO MAIS RECENTE DE
*>  CADA CONTA (A CONTA DIVERGENTE NO FECHAMENTO NAO ENTRA NA FOTO).
    MOVE 'N' TO WRK-EOF
    OPEN INPUT FECHO-MENSAL
    IF WRK-FS-FME NOT = '00'
       MOVE 'FOTO DE FECHAMENTO (CTAFMES) AUSENTE - NADA FEITO'
         TO WRK-MOTIVO
       PERFORM 0190-RECUSAR-RODADA
       MOVE 'S' TO WRK-EOF
    END-IF
    PERFORM 0310-LER-FOTO UNTIL WRK-FIM-ARQUIVO
    IF WRK-FS-FME = '00' OR WRK-FS-FME = '10'
       CLOSE FECHO-MENSAL
    END-IF
    IF WRK-RC < 16
       PERFORM 0320-CONFERIR-SEM-FOTO
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > WRK-QTDE-TAB
    END-IF.
0310-LER-FOTO.
    READ FECHO-MENSAL
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           IF FME-PERIODO > WRK-PERIODO-MAXIMO
              MOVE FME-PERIODO TO WRK-PERIODO-MAXIMO
           END-IF
           MOVE FME-CONTA TO WRK-CONTA-BUSCA
           PERFORM 0235-PROCURAR-CONTA
           IF WRK-CONTA-ACHADA = 'S'
              AND FME-PERIODO NOT < RPR-PERIODO(WRK-IDX)
              MOVE 'S'         TO RPR-TEM-FOTO(WRK-IDX)
              MOVE FME-PERIODO TO RPR-PERIODO(WRK-IDX)
              MOVE FME-SALDO   TO RPR-FOTO(WRK-IDX)
           END-IF
    END-READ.
0320-CONFERIR-SEM-FOTO.
*>  SEM FOTO, SO A CONTA ABERTA DEPOIS DO ULTIMO FECHAMENTO TEM
*>  ABERTURA CONHECIDA (ZERO, TODOS OS MOVIMENTOS CONTAM).
    IF RPR-REPARAVEL(WRK-IDX) AND RPR-TEM-FOTO(WRK-IDX) = 'N'
       IF RPR-ABERTURA(WRK-IDX)(1:6) > WRK-PERIODO-MAXIMO
          MOVE ZEROS TO RPR-PERIODO(WRK-IDX) RPR-FOTO(WRK-IDX)
       ELSE
          MOVE 'F' TO RPR-SITUACAO(WRK-IDX)
       END-IF
    END-IF.
0400-ACUMULAR-ATIVO.
    MOVE 'N' TO WRK-EOF
    IF WRK-RC = 16
       MOVE 'S' TO WRK-EOF
    END-IF
    PERFORM 0410-LER-ATIVO UNTIL WRK-FIM-ARQUIVO.
0410-LER-ATIVO.
    READ TRANSACAO-HIST NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-POSTAGENS
           MOVE HIS-CONTA     TO MOV-CONTA
           MOVE HIS-RESULTADO TO MOV-RESULTADO
           MOVE HIS-DATA      TO MOV-DATA
           MOVE HIS-DATA-POSTAGEM TO MOV-DATA-POSTAGEM
           MOVE HIS-ESTORNADO TO MOV-ESTORNADO
           MOVE HIS-DATA-ESTORNO  TO MOV-DATA-ESTORNO
           PERFORM 0480-CONTRIBUIR
    END-READ.
0450-COLETAR-MARCADAS-ARQUIVO.
*>  MESMAS REGRAS DO PROG053: A COPIA MARCADA COMO ESTORNADA MANDA
*>  SOBRE A COPIA ANTIGA NAO MARCADA DA MESMA SEQUENCIA, E A COPIA
*>  ARQUIVADA QUE AINDA EXISTE NO ATIVO E SUPERADA. SO INTERESSAM
*>  AS CONTAS EM REPARO.
    MOVE 'N' TO WRK-EOF
    OPEN INPUT HIST-ARQUIVO
    IF WRK-FS-ARC NOT = '00' OR WRK-RC = 16
       MOVE 'S' TO WRK-EOF
    END-IF
    PERFORM 0455-LER-MARCADA UNTIL WRK-FIM-ARQUIVO
    IF WRK-FS-ARC = '00' OR WRK-FS-ARC = '10'
       CLOSE HIST-ARQUIVO
    END-IF.
0455-LER-MARCADA.
    READ HIST-ARQUIVO
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           IF ARC-ESTORNADO = 'S'
              MOVE ARC-CONTA TO WRK-CONTA-BUSCA
              PERFORM 0235-PROCURAR-CONTA
              IF WRK-CONTA-ACHADA = 'S'
                 PERFORM 0457-GUARDAR-MARCADA
              END-IF
           END-IF
    END-READ.
0457-GUARDAR-MARCADA.
    IF WRK-QTDE-MARCADAS < WRK-MAX-MARCADAS
       ADD 1 TO WRK-QTDE-MARCADAS
       MOVE ARC-SEQ TO WRK-MARC-SEQ(WRK-QTDE-MARCADAS)
    ELSE
       MOVE 'TABELA DE ESTORNADAS CHEIA - RECALCULO INCOMPLETO'
         TO WRK-MOTIVO
       PERFORM 0190-RECUSAR-RODADA
       MOVE 'S' TO WRK-EOF
    END-IF.
0460-ACUMULAR-ARQUIVO.
    MOVE 'N' TO WRK-EOF
    OPEN INPUT HIST-ARQUIVO
    IF WRK-FS-ARC NOT = '00' OR WRK-RC = 16
       MOVE 'S' TO WRK-EOF
       DISPLAY 'SEM GERACOES DE ARQUIVO DO HISTORICO NA RODADA'
    END-IF
    PERFORM 0465-LER-ARQUIVADA UNTIL WRK-FIM-ARQUIVO
    IF WRK-FS-ARC = '00' OR WRK-FS-ARC = '10'
       CLOSE HIST-ARQUIVO
    END-IF.
0465-LER-ARQUIVADA.
    READ HIST-ARQUIVO
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           MOVE ARC-CONTA TO WRK-CONTA-BUSCA
           PERFORM 0235-PROCURAR-CONTA
           IF WRK-CONTA-ACHADA = 'S'
              PERFORM 0470-AVALIAR-ARQUIVADA
           END-IF
    END-READ.
0470-AVALIAR-ARQUIVADA.
    MOVE 'N' TO WRK-SEQ-MARCADA
    IF ARC-ESTORNADO NOT = 'S'
       PERFORM VARYING WRK-IDX-MARC FROM 1 BY 1
               UNTIL WRK-IDX-MARC > WRK-QTDE-MARCADAS
                 OR WRK-SEQ-MARCADA = 'S'
          IF WRK-MARC-SEQ(WRK-IDX-MARC) = ARC-SEQ
             MOVE 'S' TO WRK-SEQ-MARCADA
          END-IF
       END-PERFORM
    END-IF
    MOVE ARC-SEQ TO HIS-SEQ
    READ TRANSACAO-HIST
        INVALID KEY
           IF WRK-SEQ-MARCADA = 'N'
              ADD 1 TO WRK-QTDE-ARQUIVADAS
              MOVE ARC-CONTA     TO MOV-CONTA
              MOVE ARC-RESULTADO TO MOV-RESULTADO
              MOVE ARC-DATA      TO MOV-DATA
              MOVE ARC-DATA-POSTAGEM TO MOV-DATA-POSTAGEM
              MOVE ARC-ESTORNADO TO MOV-ESTORNADO
              MOVE ARC-DATA-ESTORNO  TO MOV-DATA-ESTORNO
              PERFORM 0480-CONTRIBUIR
           END-IF
        NOT INVALID KEY
           CONTINUE
    END-READ.
0480-CONTRIBUIR.
*>  O LANCAMENTO MEXE NO SALDO NO MES DA DATA DE POSTAGEM E ENTRA NO
*>  MOVIMENTO DO DIA PELA DATA-VALOR; O ESTORNO DESFAZ NO MES E NO
*>  DIA DA DATA DE ESTORNO. REGISTRO SEM AS DATAS NOVAS ASSUME A
*>  DATA-VALOR, COMO NO PROG051.
    MOVE MOV-CONTA TO WRK-CONTA-BUSCA
    PERFORM 0235-PROCURAR-CONTA
    IF WRK-CONTA-ACHADA = 'S'
       IF MOV-DATA-POSTAGEM IS NUMERIC
          AND MOV-DATA-POSTAGEM NOT = ZEROS
          MOVE MOV-DATA-POSTAGEM TO WRK-DATA-MOVEU
       ELSE
          MOVE MOV-DATA TO WRK-DATA-MOVEU
       END-IF
       IF WRK-DATA-MOVEU(1:6) > RPR-PERIODO(WRK-IDX)
          ADD MOV-RESULTADO TO RPR-SOMA(WRK-IDX)
       END-IF
       IF MOV-DATA = RPR-ULT-MVTO(WRK-IDX)
          ADD MOV-RESULTADO TO RPR-MVTO-DIA(WRK-IDX)
       END-IF
       IF MOV-ESTORNADO = 'S'
          IF MOV-DATA-ESTORNO IS NUMERIC
             AND MOV-DATA-ESTORNO NOT = ZEROS
             MOVE MOV-DATA-ESTORNO TO WRK-DATA-MOVEU
          ELSE
             MOVE MOV-DATA TO WRK-DATA-MOVEU
          END-IF
          IF WRK-DATA-MOVEU(1:6) > RPR-PERIODO(WRK-IDX)
             SUBTRACT MOV-RESULTADO FROM RPR-SOMA(WRK-IDX)
          END-IF
          IF WRK-DATA-MOVEU = RPR-ULT-MVTO(WRK-IDX)
             SUBTRACT MOV-RESULTADO FROM RPR-MVTO-DIA(WRK-IDX)
          END-IF
       END-IF
    END-IF.
0500-PROPOR-CORRECOES.
    IF WRK-RC < 16
       PERFORM 0510-PROPOR-UMA-CONTA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > WRK-QTDE-TAB
    END-IF.
0510-PROPOR-UMA-CONTA.
    MOVE RPR-CONTA(WRK-IDX)   TO WRC-CONTA
    MOVE RPR-PERIODO(WRK-IDX) TO WRC-PERIODO
    COMPUTE WRK-DEP-SALDO-ATUAL =
            RPR-FOTO(WRK-IDX) + RPR-SOMA(WRK-IDX)
    MOVE RPR-MVTO-DIA(WRK-IDX) TO WRK-DEP-MVTO-DIA
    COMPUTE WRK-DEP-SALDO-ANTERIOR =
            WRK-DEP-SALDO-ATUAL - WRK-DEP-MVTO-DIA
    EVALUATE TRUE
       WHEN RPR-SEM-MASTER(WRK-IDX)
          ADD 1 TO WRK-QTDE-NAO-REPARAVEIS
          MOVE 'AUSENTE DO MASTER - NAO REPARAVEL' TO WRC-SITUACAO
          WRITE RS93-REGISTRO FROM WRK-LINHA-CONTA
          PERFORM 0590-SINALIZAR-RECUSA
       WHEN RPR-SEM-FOTO(WRK-IDX)
          ADD 1 TO WRK-QTDE-NAO-REPARAVEIS
          MOVE 'SEM FOTO DE FECHAMENTO - NAO REPARAVEL'
            TO WRC-SITUACAO
          WRITE RS93-REGISTRO FROM WRK-LINHA-CONTA
          PERFORM 0590-SINALIZAR-RECUSA
       WHEN WRK-DEP-SALDO-ATUAL = RPR-ANT-SALDO-ATUAL(WRK-IDX)
            AND WRK-DEP-MVTO-DIA = RPR-ANT-MVTO-DIA(WRK-IDX)
            AND WRK-DEP-SALDO-ANTERIOR =
                RPR-ANT-SALDO-ANTERIOR(WRK-IDX)
          ADD 1 TO WRK-QTDE-SEM-DIFERENCA
          MOVE 'RECALCULO CONFERE COM O MASTER - NADA A FAZER'
            TO WRC-SITUACAO
          WRITE RS93-REGISTRO FROM WRK-LINHA-CONTA
       WHEN WRK-SIMULAR
          ADD 1 TO WRK-QTDE-REPARAVEIS
          MOVE 'CORRECAO PROPOSTA' TO WRC-SITUACAO
          WRITE RS93-REGISTRO FROM WRK-LINHA-CONTA
          PERFORM 0550-IMPRIMIR-SALDOS
          PERFORM 0520-GRAVAR-PROPOSTA
       WHEN OTHER
          ADD 1 TO WRK-QTDE-REPARAVEIS
          PERFORM 0530-CONFERIR-PROPOSTA
    END-EVALUATE.
0520-GRAVAR-PROPOSTA.
    MOVE RPR-CONTA(WRK-IDX)       TO PRO-CONTA
    MOVE WRK-DATA-PROC            TO PRO-DATA-SIMULACAO
    MOVE WRK-OPERADOR             TO PRO-OPERADOR
    MOVE RPR-PERIODO(WRK-IDX)     TO PRO-PERIODO-FOTO
    MOVE RPR-ANT-SALDO-ANTERIOR(WRK-IDX) TO PRO-ANT-SALDO-ANTERIOR
    MOVE RPR-ANT-MVTO-DIA(WRK-IDX) TO PRO-ANT-MVTO-DIA
    MOVE RPR-ANT-SALDO-ATUAL(WRK-IDX) TO PRO-ANT-SALDO-ATUAL
    MOVE WRK-DEP-SALDO-ANTERIOR   TO PRO-DEP-SALDO-ANTERIOR
    MOVE WRK-DEP-MVTO-DIA         TO PRO-DEP-MVTO-DIA
    MOVE WRK-DEP-SALDO-ATUAL      TO PRO-DEP-SALDO-ATUAL
    WRITE PRO-REGISTRO
    ADD 1 TO WRK-QTDE-PROPOSTAS.
0530-CONFERIR-PROPOSTA.
*>  A EFETIVACAO SO APLICA O QUE O SUPERVISOR VIU NA SIMULACAO: O
*>  MASTER AINDA COMO ESTAVA E O RECALCULO AINDA IGUAL A PROPOSTA.
    MOVE 'S' TO WRK-PROPOSTA-OK
    EVALUATE TRUE
       WHEN RPR-PRO-OPERADOR(WRK-IDX) = WRK-OPERADOR
          MOVE 'SUPERVISOR E QUEM SIMULOU - RECUSADA' TO WRC-SITUACAO
          MOVE 'N' TO WRK-PROPOSTA-OK
       WHEN RPR-PRO-ANT-ANTERIOR(WRK-IDX)
               NOT = RPR-ANT-SALDO-ANTERIOR(WRK-IDX)
         OR RPR-PRO-ANT-MVTO-DIA(WRK-IDX)
               NOT = RPR-ANT-MVTO-DIA(WRK-IDX)
         OR RPR-PRO-ANT-ATUAL(WRK-IDX)
               NOT = RPR-ANT-SALDO-ATUAL(WRK-IDX)
          MOVE 'MASTER MUDOU DESDE A SIMULACAO - RECUSADA'
            TO WRC-SITUACAO
          MOVE 'N' TO WRK-PROPOSTA-OK
       WHEN RPR-PRO-ANTERIOR(WRK-IDX) NOT = WRK-DEP-SALDO-ANTERIOR
         OR RPR-PRO-MVTO-DIA(WRK-IDX) NOT = WRK-DEP-MVTO-DIA
         OR RPR-PRO-ATUAL(WRK-IDX) NOT = WRK-DEP-SALDO-ATUAL
         OR RPR-PRO-PERIODO(WRK-IDX) NOT = RPR-PERIODO(WRK-IDX)
          MOVE 'RECALCULO DIFERE DA SIMULACAO - RECUSADA'
            TO WRC-SITUACAO
          MOVE 'N' TO WRK-PROPOSTA-OK
    END-EVALUATE
    IF WRK-PROPOSTA-OK = 'N'
       ADD 1 TO WRK-QTDE-RECUSADAS
       WRITE RS93-REGISTRO FROM WRK-LINHA-CONTA
       PERFORM 0550-IMPRIMIR-SALDOS
       PERFORM 0590-SINALIZAR-RECUSA
    ELSE
       PERFORM 0540-EFETIVAR-CORRECAO
    END-IF.
0540-EFETIVAR-CORRECAO.
    MOVE RPR-CONTA(WRK-IDX) TO CTA-CONTA
    READ CONTA-MASTER
        INVALID KEY MOVE '23' TO WRK-FS-CONTA
    END-READ
    IF WRK-FS-CONTA = '00'
       MOVE WRK-DEP-SALDO-ANTERIOR TO CTA-SALDO-ANTERIOR
       MOVE WRK-DEP-MVTO-DIA       TO CTA-MVTO-DIA
       MOVE WRK-DEP-SALDO-ATUAL    TO CTA-SALDO-ATUAL
       REWRITE CTA-REGISTRO
           INVALID KEY CONTINUE
       END-REWRITE
    END-IF
    IF WRK-FS-CONTA = '00'
       ADD 1 TO WRK-QTDE-EFETIVADAS
       MOVE 'CORRECAO EFETIVADA' TO WRC-SITUACAO
       WRITE RS93-REGISTRO FROM WRK-LINHA-CONTA
       PERFORM 0550-IMPRIMIR-SALDOS
       PERFORM 0560-GRAVAR-AJUSTE
    ELSE
       MOVE SPACES TO WRC-SITUACAO
       STRING 'ERRO NA REGRAVACAO - STATUS ' WRK-FS-CONTA
              DELIMITED BY SIZE INTO WRC-SITUACAO
       END-STRING
       WRITE RS93-REGISTRO FROM WRK-LINHA-CONTA
       MOVE 08 TO WRK-RC
    END-IF.
0550-IMPRIMIR-SALDOS.
    MOVE '  ANTES '                      TO WRS-LABEL
    MOVE RPR-ANT-SALDO-ANTERIOR(WRK-IDX) TO WRS-ANTERIOR
    MOVE RPR-ANT-MVTO-DIA(WRK-IDX)       TO WRS-MVTO-DIA
    MOVE RPR-ANT-SALDO-ATUAL(WRK-IDX)    TO WRS-ATUAL
    WRITE RS93-REGISTRO FROM WRK-LINHA-SALDOS
    MOVE '  DEPOIS'                      TO WRS-LABEL
    MOVE WRK-DEP-SALDO-ANTERIOR          TO WRS-ANTERIOR
    MOVE WRK-DEP-MVTO-DIA                TO WRS-MVTO-DIA
    MOVE WRK-DEP-SALDO-ATUAL             TO WRS-ATUAL
    WRITE RS93-REGISTRO FROM WRK-LINHA-SALDOS.
0560-GRAVAR-AJUSTE.
    MOVE WRK-DATA-PROC TO AJU-DATA
    ACCEPT WRK-HORA-JORNAL FROM TIME
    MOVE WRK-HORA-JORNAL(1:6)         TO AJU-HORA
    MOVE RPR-CONTA(WRK-IDX)           TO AJU-CONTA
    MOVE RPR-PERIODO(WRK-IDX)         TO AJU-PERIODO-FOTO
    MOVE RPR-PRO-OPERADOR(WRK-IDX)    TO AJU-OPER-SIMULACAO
    MOVE WRK-OPERADOR                 TO AJU-OPER-APROVACAO
    MOVE RPR-ANT-SALDO-ANTERIOR(WRK-IDX) TO AJU-ANT-SALDO-ANTERIOR
    MOVE RPR-ANT-MVTO-DIA(WRK-IDX)    TO AJU-ANT-MVTO-DIA
    MOVE RPR-ANT-SALDO-ATUAL(WRK-IDX) TO AJU-ANT-SALDO-ATUAL
    MOVE WRK-DEP-SALDO-ANTERIOR       TO AJU-DEP-SALDO-ANTERIOR
    MOVE WRK-DEP-MVTO-DIA             TO AJU-DEP-MVTO-DIA
    MOVE WRK-DEP-SALDO-ATUAL          TO AJU-DEP-SALDO-ATUAL
    COMPUTE AJU-DIFERENCA =
            WRK-DEP-SALDO-ATUAL - RPR-ANT-SALDO-ATUAL(WRK-IDX)
    WRITE AJU-REGISTRO
    IF WRK-FS-AJU NOT = '00'
       DISPLAY 'ERRO AO GRAVAR O ACERTO DA CONTA ' AJU-CONTA
               ' NO JORNAL - STATUS ' WRK-FS-AJU
       MOVE 08 TO WRK-RC
    END-IF.
0590-SINALIZAR-RECUSA.
    IF WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF.
0900-FINALIZAR.
    IF WRK-RC < 16
       MOVE SPACES TO RS93-REGISTRO
       WRITE RS93-REGISTRO
       MOVE 'CONTAS LIDAS............' TO WRT-LABEL
       MOVE WRK-QTDE-LIDAS             TO WRT-QTDE
       WRITE RS93-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'COM CORRECAO............' TO WRT-LABEL
       MOVE WRK-QTDE-REPARAVEIS        TO WRT-QTDE
       WRITE RS93-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'SEM DIFERENCA...........' TO WRT-LABEL
       MOVE WRK-QTDE-SEM-DIFERENCA     TO WRT-QTDE
       WRITE RS93-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'NAO REPARAVEIS..........' TO WRT-LABEL
       MOVE WRK-QTDE-NAO-REPARAVEIS    TO WRT-QTDE
       WRITE RS93-REGISTRO FROM WRK-LINHA-TOTAL
       IF WRK-SIMULAR
          MOVE 'PROPOSTAS GRAVADAS......' TO WRT-LABEL
          MOVE WRK-QTDE-PROPOSTAS         TO WRT-QTDE
          WRITE RS93-REGISTRO FROM WRK-LINHA-TOTAL
       ELSE
          MOVE 'CORRECOES EFETIVADAS....' TO WRT-LABEL
          MOVE WRK-QTDE-EFETIVADAS        TO WRT-QTDE
          WRITE RS93-REGISTRO FROM WRK-LINHA-TOTAL
          MOVE 'PROPOSTAS RECUSADAS.....' TO WRT-LABEL
          MOVE WRK-QTDE-RECUSADAS         TO WRT-QTDE
          WRITE RS93-REGISTRO FROM WRK-LINHA-TOTAL
       END-IF
    END-IF
    IF WRK-CTA-ABERTO = 'S'
       CLOSE CONTA-MASTER
    END-IF
    IF WRK-HIS-ABERTO = 'S'
       CLOSE TRANSACAO-HIST
    END-IF
    IF WRK-PRO-ABERTO = 'S'
       CLOSE P093-PROPOSTA
    END-IF
    IF WRK-AJU-ABERTO = 'S'
       CLOSE AJUSTE-JORNAL
    END-IF
    DISPLAY 'PROG093 - CONTAS........' WRK-QTDE-LIDAS
            ' PROPOSTAS ' WRK-QTDE-PROPOSTAS
            ' EFETIVADAS ' WRK-QTDE-EFETIVADAS
    CLOSE P093-RELATO.
