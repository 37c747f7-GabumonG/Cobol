*>      CADA RELATORIO - RELATORIO AUSENTE E NOTADO NO MANIFESTO E
*>      TERMINA COM RC=08: A FALTA APARECE NA MONTAGEM, NAO NO
*>      DEPARTAMENTO UMA SEMANA DEPOIS.
*> INTERFACE CONTABIL SEM RETORNO DA CONTABILIDADE ALEM DO PRAZO
*> (PENDENTE NO GLINTF, MARCADA PELO PROG082) E SINALIZADA NO
*> MANIFESTO E NO INDICE DE TODOS OS PACOTES, COM RC=04 SE NADA
*> MAIS GRAVE ACONTECEU.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT REL-P046     ASSIGN TO "P046SAI"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-REL.
    SELECT REL-P082     ASSIGN TO "P082SAI"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-REL.
    SELECT REL-P088     ASSIGN TO "P088REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-REL.
    SELECT INTERFACE-REGISTRO ASSIGN TO "GLINTF"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS GLR-DATA-MOVTO
           FILE STATUS  IS WRK-FS-GLR.
    SELECT BUNDLE-1     ASSIGN TO "P072DP1"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BUNDLE-2     ASSIGN TO "P072DP2"
01  R029-LINHA             PIC X(133).
FD  REL-P046.
01  R046-LINHA             PIC X(133).
FD  REL-P082.
01  R082-LINHA             PIC X(133).
FD  REL-P088.
01  R088-LINHA             PIC X(133).
FD  INTERFACE-REGISTRO.
COPY CPGLINTF.
FD  BUNDLE-1.
01  BD1-LINHA              PIC X(133).
FD  BUNDLE-2.
77  WRK-FS-TABELA        PIC X(02) VALUE SPACES.
77  WRK-FS-REL           PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-FS-GLR           PIC X(02) VALUE SPACES.
77  WRK-EOF-GLR          PIC X(01) VALUE 'N'.
    88  WRK-FIM-INTERFACES   VALUE 'S'.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-ROTA         PIC X(01) VALUE 'N'.
        10  WRK-ROTA-DEPTO     PIC X(10).
        10  WRK-ROTA-COPIAS    PIC 9(02).
        10  WRK-ROTA-BUNDLE    PIC 9(02).
78  WRK-MAX-PENDENTES    VALUE 10.
77  WRK-QTDE-PENDENTES   PIC 9(02) COMP VALUE ZEROS.
77  WRK-IDX-PEND         PIC 9(02) COMP VALUE ZEROS.
01  WRK-TAB-PENDENTES.
    05  WRK-PEND-ENTRY OCCURS 10 TIMES.
        10  WRK-PEND-DATA      PIC 9(08).
        10  WRK-PEND-DIAS      PIC 9(03).
01  WRK-LINHA-ALERTA.
    05  FILLER               PIC X(35)
        VALUE '*** ALERTA: INTERFACE CONTABIL DE '.
    05  WRA-DATA             PIC 9(08).
    05  FILLER               PIC X(18) VALUE ' SEM RETORNO HA '.
    05  WRA-DIAS             PIC ZZ9.
    05  FILLER               PIC X(09) VALUE ' DIAS ***'.
01  WRK-TAB-BUNDLES.
    05  WRK-BUNDLE-DEPTO OCCURS 4 TIMES PIC X(10).
01  WRK-LINHA-BUNDLE     PIC X(133) VALUE SPACES.
    PERFORM 0116-LER-DATA-PROC
    MOVE 'PROG072 - MANIFESTO DE DISTRIBUICAO DOS RELATORIOS'
      TO MAN-LINHA
    WRITE MAN-LINHA
    PERFORM 0150-CARREGAR-PENDENCIAS
    PERFORM VARYING WRK-IDX-PEND FROM 1 BY 1
            UNTIL WRK-IDX-PEND > WRK-QTDE-PENDENTES
       MOVE WRK-PEND-DATA(WRK-IDX-PEND) TO WRA-DATA
       MOVE WRK-PEND-DIAS(WRK-IDX-PEND) TO WRA-DIAS
       WRITE MAN-LINHA FROM WRK-LINHA-ALERTA
    END-PERFORM.
0116-LER-DATA-PROC.
    OPEN INPUT DATA-PROC-FILE
    IF WRK-FS-DTP = '00'
               'DA MAQUINA'
       ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD
    END-IF.
0150-CARREGAR-PENDENCIAS.
*>  SEM CADASTRO DE INTERFACES (PRIMEIRA NOITE) NAO HA O QUE
*>  SINALIZAR.
    OPEN INPUT INTERFACE-REGISTRO
    IF WRK-FS-GLR = '00'
       MOVE 'N' TO WRK-EOF-GLR
       PERFORM 0155-LER-INTERFACE UNTIL WRK-FIM-INTERFACES
       CLOSE INTERFACE-REGISTRO
    END-IF
    IF WRK-QTDE-PENDENTES > 0
       DISPLAY 'INTERFACES CONTABEIS SEM RETORNO...'
               WRK-QTDE-PENDENTES
       IF WRK-RC < 04
          MOVE 04 TO WRK-RC
       END-IF
    END-IF.
0155-LER-INTERFACE.
    READ INTERFACE-REGISTRO NEXT RECORD
        AT END SET WRK-FIM-INTERFACES TO TRUE
        NOT AT END
           IF GLR-PENDENTE
              AND WRK-QTDE-PENDENTES < WRK-MAX-PENDENTES
              ADD 1 TO WRK-QTDE-PENDENTES
              MOVE GLR-DATA-MOVTO
                TO WRK-PEND-DATA(WRK-QTDE-PENDENTES)
              MOVE GLR-DIAS-SEM-RETORNO
                TO WRK-PEND-DIAS(WRK-QTDE-PENDENTES)
           END-IF
    END-READ.
0200-CARREGAR-ROTAS.
    READ P072-TABELA
        AT END SET WRK-FIM-ROTAS TO TRUE
             PERFORM 0460-GRAVAR-NO-BUNDLE
          END-IF
       END-PERFORM
       PERFORM VARYING WRK-IDX-PEND FROM 1 BY 1
               UNTIL WRK-IDX-PEND > WRK-QTDE-PENDENTES
          MOVE WRK-PEND-DATA(WRK-IDX-PEND) TO WRA-DATA
          MOVE WRK-PEND-DIAS(WRK-IDX-PEND) TO WRA-DIAS
          MOVE WRK-LINHA-ALERTA TO WRK-LINHA-BUNDLE
          PERFORM 0460-GRAVAR-NO-BUNDLE
       END-PERFORM
       MOVE SPACES TO WRK-LINHA-BUNDLE
       PERFORM 0460-GRAVAR-NO-BUNDLE
    END-PERFORM.
       WHEN 'P021SAI ' OPEN INPUT REL-P021
       WHEN 'P029SAI ' OPEN INPUT REL-P029
       WHEN 'P046SAI ' OPEN INPUT REL-P046
       WHEN 'P082SAI ' OPEN INPUT REL-P082
       WHEN 'P088REL ' OPEN INPUT REL-P088
       WHEN OTHER
          MOVE '35' TO WRK-FS-REL
          DISPLAY 'RELATORIO ' WRK-ROTA-RELATORIO(WRK-IDX)
              AT END MOVE 'S' TO WRK-EOF
              NOT AT END MOVE R046-LINHA TO WRK-LINHA-BUNDLE
          END-READ
       WHEN 'P082SAI '
          READ REL-P082
              AT END MOVE 'S' TO WRK-EOF
              NOT AT END MOVE R082-LINHA TO WRK-LINHA-BUNDLE
          END-READ
       WHEN 'P088REL '
          READ REL-P088
              AT END MOVE 'S' TO WRK-EOF
              NOT AT END MOVE R088-LINHA TO WRK-LINHA-BUNDLE
          END-READ
    END-EVALUATE
    IF NOT WRK-FIM-ARQUIVO
       ADD 1 TO WRK-QTDE-LINHAS
       WHEN 'P021SAI ' CLOSE REL-P021
       WHEN 'P029SAI ' CLOSE REL-P029
       WHEN 'P046SAI ' CLOSE REL-P046
       WHEN 'P082SAI ' CLOSE REL-P082
       WHEN 'P088REL ' CLOSE REL-P088
    END-EVALUATE.
0460-GRAVAR-NO-BUNDLE.
    EVALUATE WRK-BUNDLE-ATUAL
