*> ALEM DA TOLERANCIA (P036PAR) E MARCADA PARA REVISAO MANUAL E O
*> PROGRAMA TERMINA COM RC=04 DE ADVERTENCIA - UM P012PAR DIGITADO
*> ERRADO NAO REPRECIFICA MAIS O CATALOGO EM SILENCIO.
*> OS ITENS MARCADOS SAEM TAMBEM NO P036REV (CPPRCREV), QUE A
*> PUBLICACAO DE PRECOS (PROG106) LE PARA RETER O ITEM ATE A
*> LIBERACAO.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P036-SAIDA    ASSIGN TO "P036SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P036-REVISAR  ASSIGN TO "P036REV"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PRODUTO-MASTER ASSIGN TO "PRDMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
    05  PARM-TOLERANCIA    PIC 9(03)V99.
FD  P036-SAIDA.
01  RS36-REGISTRO           PIC X(125).
FD  P036-REVISAR.
COPY CPPRCREV.
FD  PRODUTO-MASTER.
COPY CPPRDMST.
WORKING-STORAGE                 SECTION.
0100-INICIAR.
    OPEN INPUT P036-NOVO
    OPEN OUTPUT P036-SAIDA
    OPEN OUTPUT P036-REVISAR
    MOVE 'N' TO WRK-EOF
    IF WRK-FS-NOV NOT = '00'
       DISPLAY 'SAIDA NOVA DO MARKUP AUSENTE - STATUS ' WRK-FS-NOV
       OR WRK-VARIACAO < (ZERO - WRK-TOLERANCIA)
       ADD 1 TO WRK-QTDE-MARCADOS
       MOVE 'REVISAR' TO WRI-MARCA
       MOVE NOV-CODIGO             TO REV-CODIGO
       MOVE NOV-DADOS              TO REV-DADOS
       MOVE WRK-ANT-RESUL(WRK-IDX) TO REV-ANTIGO
       MOVE NOV-RESUL              TO REV-NOVO
       MOVE WRK-VARIACAO           TO REV-VARIACAO
       WRITE REV-REGISTRO
    ELSE
       MOVE SPACES TO WRI-MARCA
    END-IF
    IF WRK-TEM-PRODUTOS = 'S'
       CLOSE PRODUTO-MASTER
    END-IF
    CLOSE P036-NOVO P036-SAIDA P036-REVISAR.
