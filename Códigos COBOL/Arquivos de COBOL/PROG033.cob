*>   'F' POR FAIXA DE NUMERO (PAR-NUM-INICIO/PAR-NUM-FIM)
*>   'C' SEM DADO DE CONTATO (TELEFONE OU E-MAIL EM BRANCO)
*> SOMENTE REGISTROS ATIVOS ENTRAM NO DIRETORIO.
*> CONSENTIMENTO (CLICONS, CPCONSEN): AS SELECOES T/P/F SERVEM A
*> CAMPANHA E USAM A FINALIDADE MARKETING (SO O CANAL CONCEDIDO
*> SAI); A 'C' E CONTATO DE SERVICO PARA ATUALIZAR O CADASTRO (SAI
*> O CANAL NAO REVOGADO). TELEFONE, E-MAIL E ENDERECO (CIDADE/UF/
*> CEP) SEM CONSENTIMENTO VAO EM BRANCO; O CLIENTE SEM NENHUM CANAL
*> FICA DE FORA E E CONTADO NOS TOTAIS.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT P033-PARM    ASSIGN TO "P033PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT CLIENTE-CONSENT ASSIGN TO "CLICONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CON-CHAVE
           FILE STATUS  IS WRK-FS-CON.
    SELECT P033-SAIDA   ASSIGN TO "P033SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
    05  PARM-PROF          PIC X(15).
    05  PARM-NUM-INICIO    PIC 9(06).
    05  PARM-NUM-FIM       PIC 9(06).
FD  CLIENTE-CONSENT.
COPY CPCONSEN.
FD  P033-SAIDA.
01  RS33-REGISTRO           PIC X(160).
WORKING-STORAGE                 SECTION.
77  WRK-SELECIONADO      PIC X(01) VALUE 'N'.
77  WRK-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-LISTADOS    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-CONSENT PIC 9(07) VALUE ZEROS.
77  WRK-FS-CON           PIC X(02) VALUE SPACES.
77  WRK-CON-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-FINALIDADE       PIC X(01) VALUE 'M'.
77  WRK-CONSENTE         PIC X(01) VALUE 'N'.
77  WRK-CONS-TEL         PIC X(01) VALUE 'N'.
77  WRK-CONS-EMAIL       PIC X(01) VALUE 'N'.
77  WRK-CONS-CORREIO     PIC X(01) VALUE 'N'.
77  WRK-PAGINA           PIC 9(03) VALUE ZEROS.
77  WRK-LINHA-CONT       PIC 9(02) VALUE ZEROS.
78  WRK-LINHAS-POR-PAGINA VALUE 20.
    MOVE WRK-DATA-MES TO WRK-CAB-MES
    MOVE WRK-DATA-ANO TO WRK-CAB-ANO
    PERFORM 0110-LER-PARAMETROS
    OPEN INPUT CLIENTE-CONSENT
    IF WRK-FS-CON = '00'
       MOVE 'S' TO WRK-CON-ABERTO
    ELSE
       DISPLAY 'CONSENTIMENTOS INDISPONIVEIS - STATUS ' WRK-FS-CON
    END-IF
    PERFORM 0150-LER-PROXIMO.
0110-LER-PARAMETROS.
    OPEN INPUT P033-PARM
       END-READ
       CLOSE P033-PARM
    END-IF
    IF WRK-TIPO-SELECAO = 'C'
       MOVE 'S' TO WRK-FINALIDADE
    ELSE
       MOVE 'M' TO WRK-FINALIDADE
    END-IF
    DISPLAY 'TIPO DE SELECAO.....' WRK-TIPO-SELECAO.
0150-LER-PROXIMO.
    IF NOT WRK-FIM-ARQUIVO
0200-PROCESSAR-REGISTRO.
    ADD 1 TO WRK-QTDE-LIDOS
    PERFORM 0210-APLICAR-SELECAO
    IF WRK-SELECIONADO = 'S'
       PERFORM 0220-APLICAR-CONSENTIMENTO
       IF WRK-CONS-TEL = 'N' AND WRK-CONS-EMAIL = 'N'
          AND WRK-CONS-CORREIO = 'N'
          ADD 1 TO WRK-QTDE-SEM-CONSENT
          MOVE 'N' TO WRK-SELECIONADO
       END-IF
    END-IF
    IF WRK-SELECIONADO = 'S'
       IF WRK-LINHA-CONT = ZEROS
          OR WRK-LINHA-CONT >= WRK-LINHAS-POR-PAGINA
       MOVE CLI-CIDADE   TO WRL-CIDADE
       MOVE CLI-UF       TO WRL-UF
       MOVE CLI-CEP      TO WRL-CEP
       IF WRK-CONS-TEL = 'N'
          MOVE SPACES TO WRL-TELEFONE
       END-IF
       IF WRK-CONS-EMAIL = 'N'
          MOVE SPACES TO WRL-EMAIL
       END-IF
       IF WRK-CONS-CORREIO = 'N'
          MOVE SPACES TO WRL-CIDADE WRL-UF WRL-CEP
       END-IF
       WRITE RS33-REGISTRO FROM WRK-LINHA-DETALHE
       ADD 1 TO WRK-LINHA-CONT
    END-IF
             CONTINUE
       END-EVALUATE
    END-IF.
0220-APLICAR-CONSENTIMENTO.
    MOVE CLI-NUMERO     TO CON-NUMERO
    MOVE WRK-FINALIDADE TO CON-FINALIDADE
    MOVE 'T'            TO CON-CANAL
    PERFORM 0225-LER-CONSENTIMENTO
    MOVE WRK-CONSENTE   TO WRK-CONS-TEL
    MOVE 'E'            TO CON-CANAL
    PERFORM 0225-LER-CONSENTIMENTO
    MOVE WRK-CONSENTE   TO WRK-CONS-EMAIL
    MOVE 'C'            TO CON-CANAL
    PERFORM 0225-LER-CONSENTIMENTO
    MOVE WRK-CONSENTE   TO WRK-CONS-CORREIO.
0225-LER-CONSENTIMENTO.
*>  MARKETING SO COM CONCESSAO REGISTRADA; SERVICO SO NAO SAI SE O
*>  CLIENTE REVOGOU EXPRESSAMENTE.
    IF WRK-FINALIDADE = 'M'
       MOVE 'N' TO WRK-CONSENTE
    ELSE
       MOVE 'S' TO WRK-CONSENTE
    END-IF
    IF WRK-CON-ABERTO = 'S'
       READ CLIENTE-CONSENT
           INVALID KEY CONTINUE
           NOT INVALID KEY
              IF CON-CONCEDIDO
                 MOVE 'S' TO WRK-CONSENTE
              ELSE
                 MOVE 'N' TO WRK-CONSENTE
              END-IF
       END-READ
    END-IF.
0300-FINALIZAR.
    MOVE SPACES TO RS33-REGISTRO
    WRITE RS33-REGISTRO
    MOVE 'CLIENTES SELECIONADOS...' TO WRT-LABEL
    MOVE WRK-QTDE-LISTADOS          TO WRT-QTDE
    WRITE RS33-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'EXCLUIDOS SEM CONSENT...' TO WRT-LABEL
    MOVE WRK-QTDE-SEM-CONSENT       TO WRT-QTDE
    WRITE RS33-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG033 - SEM CONSENT...' WRK-QTDE-SEM-CONSENT
    IF WRK-CON-ABERTO = 'S'
       CLOSE CLIENTE-CONSENT
    END-IF
    DISPLAY 'PROG033 - SELECIONADOS...' WRK-QTDE-LISTADOS
    CLOSE CLIENTE-FILE P033-SAIDA.
