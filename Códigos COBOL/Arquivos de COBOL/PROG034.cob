*> LARGURAS DO REGISTRO DO CADASTRO, E GERA O FLUXO DE TRANSACOES
*> DE INCLUSAO QUE O SYSIN DO PROG002 JA CONSOME (P034SAI - TRES
*> LINHAS POR CLIENTE: FUNCAO, NUMERO, DADOS). O NUMERO DE CLIENTE
*> E ATRIBUIDO EM SEQUENCIA NUM BLOCO RESERVADO NO CONTADOR CLIENTE
*> DA NUMERACAO CENTRAL (PROG096) E CONFIRMADO NO FIM COM O ULTIMO
*> NUMERO USADO. CADA CARGA RECEBE BLOCO NOVO, MESMO NA MESMA DATA
*> DE PROCESSAMENTO (OUTRO CSV NO MESMO DIA E OUTRA CARGA); SO O
*> RERUN DO MESMO CSV, PEDIDO COM PARM='RERUN', RECEBE DE NOVO O
*> BLOCO DA ULTIMA CARGA DA DATA E SAI COM OS MESMOS NUMEROS. SEM
*> RESERVA NADA E CONVERTIDO (RC=16). LINHAS REJEITADAS
*> SAEM NO RELATORIO DE VALIDACAO (P034REL) COM O MOTIVO.
*> O ARQUIVO DE RETORNO AO COMERCIAL (P034RET) FECHA O CICLO QUE
*> ANTES ERA POR TELEFONE: UMA LINHA POR LINHA DO CSV, COM O CPF
*> ORIGINAL, O NUMERO DE CLIENTE ATRIBUIDO NO SUCESSO OU O MOTIVO
*> DA REJEICAO, EMBRULHADA NO ENVELOPE PADRAO CPENVEL (CABECALHO
*> COM A DATA DE PROCESSAMENTO E TRAILER COM A CONTAGEM) PARA O
*> LADO DELES RECONCILIAR AS QUANTIDADES.
*> TRES COLUNAS OPCIONAIS NO FIM DA LINHA TRAZEM O CONSENTIMENTO DE
*> MARKETING (LGPD) COLHIDO PELO COMERCIAL - E-MAIL;TELEFONE;
*> CORREIO, CADA UM 'S' (CONCEDIDO), 'N' (RECUSADO) OU EM BRANCO
*> (NAO PERGUNTADO). CADA 'S'/'N' VIRA UMA TRANSACAO K DO PROG002
*> LOGO DEPOIS DA INCLUSAO, COM ORIGEM 'CSV'.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
           FILE STATUS  IS WRK-FS-CSV.
    SELECT P034-SAIDA   ASSIGN TO "P034SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P034-RELATO  ASSIGN TO "P034REL"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P034-RETORNO ASSIGN TO "P034RET"
01  CSV-LINHA              PIC X(300).
FD  P034-SAIDA.
01  SAI-LINHA              PIC X(182).
FD  P034-RELATO.
01  RS34-REGISTRO          PIC X(120).
FD  P034-RETORNO.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-CSV           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-PROXIMO-NUMERO   PIC 9(06) VALUE 1.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-QTDE-RETORNO     PIC 9(09) VALUE ZEROS.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-RESERVADO        PIC X(01) VALUE 'N'.
77  WRK-PARM             PIC X(08) VALUE SPACES.
01  WRK-CAMPOS-CSV.
    05  WRK-CSV-NOME       PIC X(80).
    05  WRK-CSV-RUA        PIC X(80).
    05  WRK-CSV-CPF        PIC X(20).
    05  WRK-CSV-TELEFONE   PIC X(40).
    05  WRK-CSV-EMAIL      PIC X(80).
    05  WRK-CSV-MKT-EMAIL  PIC X(10).
    05  WRK-CSV-MKT-TEL    PIC X(10).
    05  WRK-CSV-MKT-CORREIO PIC X(10).
01  WRK-CONSENT-SAIDA.
    05  WRK-CON-CANAL      PIC X(01).
    05  WRK-CON-FINALIDADE PIC X(01) VALUE 'M'.
    05  WRK-CON-SITUACAO   PIC X(01).
    05  WRK-CON-ORIGEM     PIC X(08) VALUE 'CSV'.
77  WRK-CON-RESPOSTA     PIC X(10) VALUE SPACES.
77  WRK-NUMERO-GERADO    PIC 9(06) VALUE ZEROS.
77  WRK-QTDE-CONSENT     PIC 9(07) VALUE ZEROS.
01  WRK-DADOS-SAIDA.
    05  WRK-SAI-NOME       PIC X(20).
    05  WRK-SAI-RUA        PIC X(25).
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL          PIC X(26).
    05  WRT-QTDE           PIC ZZZZZZ9.
COPY LKPROG96.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-CONVERTER-LINHA UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0300-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    OPEN INPUT  P034-CSV
       DISPLAY 'ARQUIVO CSV AUSENTE - STATUS ' WRK-FS-CSV
       MOVE 'S' TO WRK-EOF
    END-IF
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0110-RESERVAR-NUMEROS
    OPEN OUTPUT P034-RETORNO
    PERFORM 0118-GRAVAR-CABECALHO-RETORNO
    MOVE 'PROG034 - VALIDACAO DA CARGA CSV DE CLIENTES'
    MOVE WRK-CSV-CPF(1:11)  TO RET-CPF
    WRITE RET-REGISTRO
    ADD 1 TO WRK-QTDE-RETORNO.
0110-RESERVAR-NUMEROS.
    MOVE SPACES        TO LK-PROG096-PARM
    SET LK96-RESERVAR  TO TRUE
    MOVE 'CLIENTE'     TO LK96-CONTADOR
    MOVE 'PROG034'     TO LK96-PROGRAMA
    MOVE WRK-DATA-PROC TO LK96-DATA-PROC
    MOVE ZEROS         TO LK96-INICIO LK96-FIM
    ACCEPT WRK-PARM FROM COMMAND-LINE
    IF WRK-PARM = 'RERUN'
       SET LK96-RERUN-SIM TO TRUE
    ELSE
       SET LK96-RERUN-NAO TO TRUE
    END-IF
    CALL 'PROG096' USING LK-PROG096-PARM
    IF LK96-OK
       MOVE 'S'         TO WRK-RESERVADO
       MOVE LK96-INICIO TO WRK-PROXIMO-NUMERO
       IF LK96-RERUN = 'S'
          DISPLAY 'RERUN NA DATA - MESMO BLOCO DE NUMEROS'
       END-IF
       IF LK96-RERUN-SIM AND LK96-RERUN NOT = 'S'
          DISPLAY 'RERUN PEDIDO SEM CARGA ANTERIOR NA DATA - '
                  'BLOCO NOVO'
       END-IF
       DISPLAY 'PROXIMO NUMERO LIVRE' WRK-PROXIMO-NUMERO
    ELSE
       DISPLAY 'NUMERACAO DE CLIENTES NAO RESERVADA - RETORNO '
               LK96-RETORNO ' - NADA CONVERTIDO'
       MOVE 16  TO WRK-RC
       MOVE 'S' TO WRK-EOF
    END-IF.
0150-LER-PROXIMO.
    IF NOT WRK-FIM-ARQUIVO
       READ P034-CSV
        INTO WRK-CSV-NOME WRK-CSV-RUA WRK-CSV-NUM WRK-CSV-COMPL
             WRK-CSV-CIDADE WRK-CSV-UF WRK-CSV-CEP WRK-CSV-PROF
             WRK-CSV-CPF WRK-CSV-TELEFONE WRK-CSV-EMAIL
             WRK-CSV-MKT-EMAIL WRK-CSV-MKT-TEL WRK-CSV-MKT-CORREIO
    END-UNSTRING
    PERFORM 0210-VALIDAR-CAMPOS
    IF WRK-LINHA-VALIDA = 'S'
       WHEN WRK-CSV-EMAIL(41:) NOT = SPACES
          MOVE 'N' TO WRK-LINHA-VALIDA
          MOVE 'E-MAIL MAIOR QUE 40 POSICOES' TO WRK-MOTIVO
       WHEN (WRK-CSV-MKT-EMAIL NOT = SPACES
             AND WRK-CSV-MKT-EMAIL NOT = 'S'
             AND WRK-CSV-MKT-EMAIL NOT = 'N')
         OR (WRK-CSV-MKT-TEL NOT = SPACES
             AND WRK-CSV-MKT-TEL NOT = 'S'
             AND WRK-CSV-MKT-TEL NOT = 'N')
         OR (WRK-CSV-MKT-CORREIO NOT = SPACES
             AND WRK-CSV-MKT-CORREIO NOT = 'S'
             AND WRK-CSV-MKT-CORREIO NOT = 'N')
          MOVE 'N' TO WRK-LINHA-VALIDA
          MOVE 'CONSENTIMENTO DIFERENTE DE S/N' TO WRK-MOTIVO
    END-EVALUATE.
0220-GERAR-TRANSACAO.
    MOVE WRK-CSV-NOME(1:20)     TO WRK-SAI-NOME
    MOVE WRK-PROXIMO-NUMERO TO SAI-LINHA(1:6)
    MOVE WRK-DADOS-SAIDA    TO SAI-LINHA(7:176)
    WRITE SAI-LINHA
    MOVE WRK-PROXIMO-NUMERO TO WRK-NUMERO-GERADO
    MOVE 'E'                 TO WRK-CON-CANAL
    MOVE WRK-CSV-MKT-EMAIL   TO WRK-CON-RESPOSTA
    PERFORM 0225-GERAR-CONSENTIMENTO
    MOVE 'T'                 TO WRK-CON-CANAL
    MOVE WRK-CSV-MKT-TEL     TO WRK-CON-RESPOSTA
    PERFORM 0225-GERAR-CONSENTIMENTO
    MOVE 'C'                 TO WRK-CON-CANAL
    MOVE WRK-CSV-MKT-CORREIO TO WRK-CON-RESPOSTA
    PERFORM 0225-GERAR-CONSENTIMENTO
    ADD 1 TO WRK-QTDE-GERADAS
    ADD 1 TO WRK-PROXIMO-NUMERO.
0225-GERAR-CONSENTIMENTO.
*>  TRANSACAO K DO PROG002: FUNCAO, NUMERO, CANAL/FINALIDADE/
*>  SITUACAO/ORIGEM. RESPOSTA EM BRANCO NAO GERA NADA.
    IF WRK-CON-RESPOSTA NOT = SPACES
       IF WRK-CON-RESPOSTA = 'S'
          MOVE 'C' TO WRK-CON-SITUACAO
       ELSE
          MOVE 'R' TO WRK-CON-SITUACAO
       END-IF
       MOVE 'K' TO SAI-LINHA
       WRITE SAI-LINHA
       MOVE SPACES TO SAI-LINHA
       MOVE WRK-NUMERO-GERADO TO SAI-LINHA(1:6)
       WRITE SAI-LINHA
       MOVE WRK-CONSENT-SAIDA TO SAI-LINHA
       WRITE SAI-LINHA
       ADD 1 TO WRK-QTDE-CONSENT
    END-IF.
0300-FINALIZAR.
    MOVE SPACES TO RS34-REGISTRO
    WRITE RS34-REGISTRO
    MOVE 'LINHAS REJEITADAS.......' TO WRT-LABEL
    MOVE WRK-QTDE-REJEITADAS        TO WRT-QTDE
    WRITE RS34-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'CONSENTIMENTOS GERADOS..' TO WRT-LABEL
    MOVE WRK-QTDE-CONSENT           TO WRT-QTDE
    WRITE RS34-REGISTRO FROM WRK-LINHA-TOTAL
    PERFORM 0119-GRAVAR-TRAILER-RETORNO
    IF WRK-RESERVADO = 'S'
       PERFORM 0310-CONFIRMAR-NUMEROS
    END-IF
    DISPLAY 'PROG034 - GERADAS.......' WRK-QTDE-GERADAS
    DISPLAY 'PROG034 - REJEITADAS....' WRK-QTDE-REJEITADAS
    DISPLAY 'PROG034 - RETORNOS......' WRK-QTDE-RETORNO
    CLOSE P034-CSV P034-SAIDA P034-RELATO P034-RETORNO.
0310-CONFIRMAR-NUMEROS.
    SET LK96-CONFIRMAR TO TRUE
    COMPUTE LK96-FIM = WRK-PROXIMO-NUMERO - 1
    CALL 'PROG096' USING LK-PROG096-PARM
    IF NOT LK96-OK
       DISPLAY 'NUMERACAO DE CLIENTES NAO CONFIRMADA - RETORNO '
               LK96-RETORNO
       MOVE 16 TO WRK-RC
    END-IF.
