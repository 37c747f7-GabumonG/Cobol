*>   'C' CREDITO (TIPO N, RESULTADO >= 0)
*>   'D' DEBITO  (TIPO N, RESULTADO < 0)
*>   'E' ESTORNO (TIPO C)
*>   'T' TRANSFERENCIA ENTRE CONTAS (TIPO T, AS DUAS PERNAS, E O
*>       ESTORNO C DE UMA PERNA, QUE TRAZ A CONTA PAR) - AS PERNAS SE
*>       ANULAM NO DIA, MAS A CLASSE PROPRIA DEIXA A CONTABILIDADE VER
*>       O VOLUME TRANSFERIDO SEPARADO DE DEPOSITO E SAQUE
*>   'S' SUSPENSO (REJEITADO NO DIA, PELO VALOR DA IMAGEM)
*> CADA PAR CLASSE+ORIGEM VAI PARA A CONTA CONTABIL DO ARQUIVO DE
*> MAPEAMENTO (P055MAP); PAR SEM MAPEAMENTO OU SOMA DAS LINHAS
*> DIFERENTE DO TOTAL APURADO NA LEITURA (AO CENTAVO) TERMINA COM
*> RC=08 E O ARQUIVO NAO DEVE SER ENTREGUE. A SAIDA (P055SAI) VAI
*> NO ENVELOPE PADRAO CPENVEL PARA O SISTEMA CONTABIL INGERIR.
*> INTERFACE QUE SAI LIMPA (RC=0) E REGISTRADA COMO ENVIADA NO
*> CADASTRO DE INTERFACES (GLINTF, CPGLINTF) COM QUANTIDADE DE
*> LINHAS E TOTAL - O RETORNO DA CONTABILIDADE E CONFERIDO CONTRA
*> ELE PELO PROG082. RERUN NA MESMA DATA SUBSTITUI O REGISTRO.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P055-RELATO  ASSIGN TO "P055REL"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INTERFACE-REGISTRO ASSIGN TO "GLINTF"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS GLR-DATA-MOVTO
           FILE STATUS  IS WRK-FS-GLR.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    05  RS5-REF-SEQ        PIC 9(09).
    05  RS5-ORIGEM         PIC 9(02).
    05  RS5-DATA-VALOR     PIC 9(08).
    05  RS5-CONTA-PAR      PIC 9(06).
FD  P055-SUSPENSO.
COPY CPSUSP5.
FD  P055-MAPA.
    05  GLI-QTDE           PIC 9(07).
FD  P055-RELATO.
01  RS55-REGISTRO          PIC X(80).
FD  INTERFACE-REGISTRO.
COPY CPGLINTF.
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-MVTO          PIC X(02) VALUE SPACES.
77  WRK-FS-GLR           PIC X(02) VALUE SPACES.
77  WRK-FS-SUSP          PIC X(02) VALUE SPACES.
77  WRK-FS-MAPA          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
    05  WRK-SUS-REF-SEQ    PIC X(09).
    05  WRK-SUS-ORIGEM     PIC X(02).
    05  WRK-SUS-DATA-VALOR PIC X(08).
    05  WRK-SUS-DESTINO    PIC X(15).
01  WRK-LINHA-RELATO.
    05  WRR-CONTA-GL         PIC X(08).
    05  FILLER               PIC X(08) VALUE ' CLASSE '.
    PERFORM 0200-ACUMULAR-MOVIMENTO UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0250-ACUMULAR-SUSPENSOS.
    PERFORM 0300-GRAVAR-INTERFACE.
    IF WRK-RC = 0
       PERFORM 0350-REGISTRAR-ENVIO
    END-IF
    PERFORM 0400-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
    END-READ.
0210-CLASSIFICAR-E-SOMAR.
    EVALUATE TRUE
       WHEN RS5-TIPO = 'T'
          MOVE 'T' TO WRK-CLASSE
       WHEN RS5-TIPO = 'C' AND RS5-CONTA-PAR IS NUMERIC
                           AND RS5-CONTA-PAR NOT = ZEROS
          MOVE 'T' TO WRK-CLASSE
       WHEN RS5-TIPO = 'C'
          MOVE 'E' TO WRK-CLASSE
       WHEN RS5-RESULTADO < 0
        NOT AT END
           IF SUS-DATA-REJEICAO = WRK-DATA-PROC
              MOVE SUS-IMAGEM TO WRK-IMAGEM-SUSP
*>            TRANSFERENCIA SUSPENSA NAO TIRA DINHEIRO DO BANCO - AS
*>            DUAS PERNAS FICARAM DE FORA JUNTAS, NADA A TRANSITAR.
              IF WRK-SUS-V1 IS NUMERIC AND WRK-SUS-V2 IS NUMERIC
                 AND WRK-SUS-TIPO NOT = 'R'
                 ADD 1 TO WRK-QTDE-SUSPENSOS
                 MOVE 'S' TO WRK-CLASSE
                 IF WRK-SUS-ORIGEM IS NUMERIC
          MOVE WRK-MAPA-CONTA(WRK-IDX-MAPA) TO WRK-CONTA-GL
       END-IF
    END-PERFORM.
0350-REGISTRAR-ENVIO.
*>  SO O ARQUIVO ENTREGAVEL CONTA COMO ENVIADO - O QUE SAIU COM
*>  RC=08 NAO VAI PARA A CONTABILIDADE E NAO ESPERA RETORNO.
    OPEN I-O INTERFACE-REGISTRO
    IF WRK-FS-GLR = '35'
       OPEN OUTPUT INTERFACE-REGISTRO
       CLOSE INTERFACE-REGISTRO
       OPEN I-O INTERFACE-REGISTRO
    END-IF
    IF WRK-FS-GLR NOT = '00'
       DISPLAY 'CADASTRO DE INTERFACES INDISPONIVEL - STATUS '
               WRK-FS-GLR ' - ENVIO NAO REGISTRADO'
       MOVE 04 TO WRK-RC
    ELSE
       MOVE WRK-DATA-PROC     TO GLR-DATA-MOVTO
       MOVE 'E'               TO GLR-SITUACAO
       MOVE WRK-QTDE-SAIDA    TO GLR-QTDE-LINHAS
       MOVE WRK-TOTAL-LINHAS  TO GLR-TOTAL
       MOVE ZEROS             TO GLR-DATA-RETORNO GLR-QTDE-ACEITAS
                                 GLR-QTDE-REJEITADAS
                                 GLR-DIAS-SEM-RETORNO
       WRITE GLR-REGISTRO
           INVALID KEY
              REWRITE GLR-REGISTRO
                  INVALID KEY
                     DISPLAY 'ERRO AO REGISTRAR O ENVIO DA '
                             'INTERFACE ' WRK-DATA-PROC
                     MOVE 04 TO WRK-RC
              END-REWRITE
       END-WRITE
       CLOSE INTERFACE-REGISTRO
    END-IF.
0400-FINALIZAR.
    MOVE SPACES TO RS55-REGISTRO
    WRITE RS55-REGISTRO
