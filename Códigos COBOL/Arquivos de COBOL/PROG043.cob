*> ENTRE A IMAGEM ANTES E A IMAGEM DEPOIS. PELO CPF ENTRAM TODOS
*> OS REGISTROS DO CPF (ATIVOS, INATIVOS E INCORPORADOS) - O
*> PEDIDO FORMAL COBRE TUDO QUE SE GUARDA DA PESSOA.
*> FECHA COM OS CONSENTIMENTOS DE COMUNICACAO: A SITUACAO ATUAL DE
*> CADA CANAL/FINALIDADE (CLICONS) E TODA A HISTORIA DE CONCESSOES
*> E REVOGACOES (CONHIST), COM DATA, ORIGEM E OPERADOR.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT CLIENTE-JORNAL ASSIGN TO "CLIJRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-JORNAL.
    SELECT CLIENTE-CONSENT ASSIGN TO "CLICONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CON-CHAVE
           FILE STATUS  IS WRK-FS-CON.
    SELECT CONSENT-HIST ASSIGN TO "CONHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-HCO.
    SELECT P043-PARM    ASSIGN TO "P043PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    RECORD IS VARYING IN SIZE FROM 1 TO 445
    DEPENDING ON WRK-TAM-REGISTRO.
COPY CPCLIJRN.
FD  CLIENTE-CONSENT.
COPY CPCONSEN.
FD  CONSENT-HIST.
COPY CPCONHIS.
FD  P043-PARM.
01  PARM-REGISTRO.
    05  PARM-TIPO-BUSCA    PIC X(01).
77  WRK-TAM-REGISTRO     PIC 9(04) VALUE ZEROS.
78  WRK-TAM-JORNAL-NOVO  VALUE 445.
77  WRK-QTDE-ANTIGOS     PIC 9(07) VALUE ZEROS.
77  WRK-FS-CON           PIC X(02) VALUE SPACES.
77  WRK-FS-HCO           PIC X(02) VALUE SPACES.
77  WRK-CON-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-FIM-HIST-CONS    PIC X(01) VALUE 'S'.
77  WRK-QTDE-CONSENT     PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-HIST-CONS   PIC 9(07) VALUE ZEROS.
77  WRK-COD-CANAL        PIC X(01) VALUE SPACES.
77  WRK-COD-FINALIDADE   PIC X(01) VALUE SPACES.
77  WRK-COD-SITUACAO     PIC X(01) VALUE SPACES.
77  WRK-TXT-CANAL        PIC X(08) VALUE SPACES.
77  WRK-TXT-FINALIDADE   PIC X(09) VALUE SPACES.
77  WRK-TXT-SITUACAO     PIC X(09) VALUE SPACES.
01  WRK-TAB-NUMEROS.
    05  WRK-NUM-ALVO OCCURS 20 TIMES PIC 9(06).
01  WRK-IMG-ANTES.
    05  WRK-ANT-MERGE      PIC X(06).
    05  WRK-ANT-FLAGS      PIC X(03).
    05  WRK-ANT-DATA-RET   PIC X(08).
*>  IMAGEM DE CONTA NOS REGISTROS DE TITULARIDADE ('T') DA FUSAO
01  WRK-CTA-ANTES REDEFINES WRK-IMG-ANTES.
    05  WRK-CTA-ANT-CONTA  PIC X(06).
    05  FILLER             PIC X(48).
    05  WRK-CTA-ANT-TITULAR PIC X(06).
01  WRK-IMG-DEPOIS.
    05  WRK-DEP-NUMERO     PIC X(06).
    05  WRK-DEP-NOME       PIC X(20).
    05  WRK-DEP-MERGE      PIC X(06).
    05  WRK-DEP-FLAGS      PIC X(03).
    05  WRK-DEP-DATA-RET   PIC X(08).
01  WRK-CTA-DEPOIS REDEFINES WRK-IMG-DEPOIS.
    05  WRK-CTA-DEP-CONTA  PIC X(06).
    05  FILLER             PIC X(48).
    05  WRK-CTA-DEP-TITULAR PIC X(06).
01  WRK-LINHA-MUDANCA.
    05  WRM-DATA             PIC 9(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRD-ANTES            PIC X(40).
    05  FILLER               PIC X(04) VALUE ' -> '.
    05  WRD-DEPOIS           PIC X(39).
01  WRK-LINHA-CONSENT.
    05  FILLER               PIC X(11) VALUE '   CLIENTE '.
    05  WRN-NUMERO           PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRN-CANAL            PIC X(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRN-FINALIDADE       PIC X(09).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRN-SITUACAO         PIC X(09).
    05  FILLER               PIC X(04) VALUE ' EM '.
    05  WRN-DATA             PIC 9(08).
    05  FILLER               PIC X(08) VALUE ' ORIGEM '.
    05  WRN-ORIGEM           PIC X(08).
01  WRK-LINHA-HIST-CONS.
    05  WRO-DATA             PIC 9(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRO-HORA             PIC 9(06).
    05  FILLER               PIC X(09) VALUE ' CLIENTE '.
    05  WRO-NUMERO           PIC 9(06).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRO-CANAL            PIC X(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRO-FINALIDADE       PIC X(09).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRO-ANTES            PIC X(09).
    05  FILLER               PIC X(04) VALUE ' -> '.
    05  WRO-DEPOIS           PIC X(09).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRO-ORIGEM           PIC X(08).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRO-OPERADOR         PIC X(08).
01  WRK-LINHA-CAMPO.
    05  WRC-LABEL            PIC X(14).
    05  WRC-VALOR            PIC X(40).
    PERFORM 0160-IMPRIMIR-IMAGEM-ATUAL.
    PERFORM 0150-LER-PROXIMO.
    PERFORM 0200-PROCESSAR-JORNAL UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0250-IMPRIMIR-CONSENTIMENTOS.
    PERFORM 0260-PROCESSAR-HIST-CONS UNTIL WRK-FIM-HIST-CONS = 'S'.
    PERFORM 0300-FINALIZAR.
    STOP RUN.
0100-INICIAR.
               'IMAGEM ATUAL'
       MOVE 'S' TO WRK-EOF
    END-IF
    OPEN INPUT CLIENTE-CONSENT
    IF WRK-FS-CON = '00'
       MOVE 'S' TO WRK-CON-ABERTO
    END-IF
    OPEN INPUT CONSENT-HIST
    IF WRK-FS-HCO = '00'
       MOVE 'N' TO WRK-FIM-HIST-CONS
    END-IF
    PERFORM 0110-LER-PARAMETROS
    MOVE 'PROG043 - PACOTE DE ACESSO DO TITULAR DE DADOS'
      TO RS43-REGISTRO
         TO RS43-REGISTRO
       WRITE RS43-REGISTRO
       MOVE 'S' TO WRK-EOF
       MOVE 'S' TO WRK-FIM-HIST-CONS
    END-IF.
0125-COLETAR-NUMERO-CPF.
    READ CLIENTE-FILE NEXT RECORD
       WHEN JRN-EXCLUSAO  MOVE 'EXCLUSAO ' TO WRM-FUNCAO
       WHEN JRN-FUSAO     MOVE 'FUSAO    ' TO WRM-FUNCAO
       WHEN JRN-RETORNO   MOVE 'RETORNO  ' TO WRM-FUNCAO
       WHEN JRN-TITULARIDADE MOVE 'TITULAR  ' TO WRM-FUNCAO
       WHEN OTHER         MOVE 'DESCONHEC' TO WRM-FUNCAO
    END-EVALUATE
    WRITE RS43-REGISTRO FROM WRK-LINHA-MUDANCA
    IF JRN-TITULARIDADE
       PERFORM 0225-RELATAR-TITULARIDADE
    ELSE
       PERFORM 0222-RELATAR-IMAGENS
    END-IF.
0225-RELATAR-TITULARIDADE.
*>  A IMAGEM E DA CONTA, NAO DO CLIENTE - SO A TROCA DE TITULAR.
    MOVE JRN-IMAGEM-ANTES  TO WRK-IMG-ANTES
    MOVE JRN-IMAGEM-DEPOIS TO WRK-IMG-DEPOIS
    MOVE SPACES TO WRD-CAMPO
    STRING 'CONTA '          DELIMITED BY SIZE
           WRK-CTA-ANT-CONTA DELIMITED BY SIZE
           INTO WRD-CAMPO
    END-STRING
    MOVE WRK-CTA-ANT-TITULAR TO WRD-ANTES
    MOVE WRK-CTA-DEP-TITULAR TO WRD-DEPOIS
    PERFORM 0235-GRAVAR-DIFERENCA.
0222-RELATAR-IMAGENS.
*>  REGISTRO GRAVADO ANTES DA CONVERSAO DE LAYOUT (LINHA CURTA) -
*>  AS IMAGENS ESTAO NO DESENHO ANTIGO E A COMPARACAO CAMPO A
*>  CAMPO DESALINHARIA; O PREFIXO (DATA/OPERADOR/FUNCAO) CONTINUA
0235-GRAVAR-DIFERENCA.
    ADD 1 TO WRK-QTDE-DIFERENCAS
    WRITE RS43-REGISTRO FROM WRK-LINHA-DIFERENCA.
0250-IMPRIMIR-CONSENTIMENTOS.
    MOVE SPACES TO RS43-REGISTRO
    WRITE RS43-REGISTRO
    MOVE 'CONSENTIMENTOS DE COMUNICACAO - SITUACAO ATUAL'
      TO RS43-REGISTRO
    WRITE RS43-REGISTRO
    IF WRK-CON-ABERTO = 'N'
       MOVE '   (CADASTRO DE CONSENTIMENTOS INDISPONIVEL)'
         TO RS43-REGISTRO
       WRITE RS43-REGISTRO
    ELSE
       PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-NUMEROS
          PERFORM 0252-LISTAR-CONSENT-CLIENTE
       END-PERFORM
    END-IF
    MOVE SPACES TO RS43-REGISTRO
    WRITE RS43-REGISTRO
    MOVE 'HISTORICO DE CONSENTIMENTOS (CONHIST)' TO RS43-REGISTRO
    WRITE RS43-REGISTRO.
0252-LISTAR-CONSENT-CLIENTE.
    MOVE LOW-VALUES            TO CON-CHAVE
    MOVE WRK-NUM-ALVO(WRK-IDX) TO CON-NUMERO
    START CLIENTE-CONSENT KEY IS >= CON-CHAVE
        INVALID KEY MOVE '10' TO WRK-FS-BUSCA
        NOT INVALID KEY MOVE '00' TO WRK-FS-BUSCA
    END-START
    PERFORM 0254-LER-CONSENT-CLIENTE UNTIL WRK-FS-BUSCA = '10'.
0254-LER-CONSENT-CLIENTE.
    READ CLIENTE-CONSENT NEXT RECORD
        AT END MOVE '10' TO WRK-FS-BUSCA
        NOT AT END
           IF CON-NUMERO NOT = WRK-NUM-ALVO(WRK-IDX)
              MOVE '10' TO WRK-FS-BUSCA
           ELSE
              ADD 1 TO WRK-QTDE-CONSENT
              MOVE CON-CANAL      TO WRK-COD-CANAL
              MOVE CON-FINALIDADE TO WRK-COD-FINALIDADE
              MOVE CON-SITUACAO   TO WRK-COD-SITUACAO
              PERFORM 0270-DECODIFICAR-CONSENT
              MOVE CON-NUMERO        TO WRN-NUMERO
              MOVE WRK-TXT-CANAL     TO WRN-CANAL
              MOVE WRK-TXT-FINALIDADE TO WRN-FINALIDADE
              MOVE WRK-TXT-SITUACAO  TO WRN-SITUACAO
              IF CON-REVOGADO
                 MOVE CON-DATA-REVOGACAO TO WRN-DATA
              ELSE
                 MOVE CON-DATA-CONCESSAO TO WRN-DATA
              END-IF
              MOVE CON-ORIGEM        TO WRN-ORIGEM
              WRITE RS43-REGISTRO FROM WRK-LINHA-CONSENT
           END-IF
    END-READ.
0260-PROCESSAR-HIST-CONS.
    READ CONSENT-HIST
        AT END
           MOVE 'S' TO WRK-FIM-HIST-CONS
        NOT AT END
           PERFORM 0265-VERIFICAR-ALVO-HIST
           IF WRK-NUMERO-NO-ALVO = 'S'
              PERFORM 0268-RELATAR-HIST-CONS
           END-IF
    END-READ.
0265-VERIFICAR-ALVO-HIST.
    MOVE 'N' TO WRK-NUMERO-NO-ALVO
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-NUMEROS
       IF WRK-NUM-ALVO(WRK-IDX) = HCO-NUMERO
          MOVE 'S' TO WRK-NUMERO-NO-ALVO
       END-IF
    END-PERFORM.
0268-RELATAR-HIST-CONS.
    ADD 1 TO WRK-QTDE-HIST-CONS
    MOVE HCO-DATA           TO WRO-DATA
    MOVE HCO-HORA           TO WRO-HORA
    MOVE HCO-NUMERO         TO WRO-NUMERO
    MOVE HCO-CANAL          TO WRK-COD-CANAL
    MOVE HCO-FINALIDADE     TO WRK-COD-FINALIDADE
    MOVE HCO-SITUACAO-ANTES TO WRK-COD-SITUACAO
    PERFORM 0270-DECODIFICAR-CONSENT
    MOVE WRK-TXT-CANAL      TO WRO-CANAL
    MOVE WRK-TXT-FINALIDADE TO WRO-FINALIDADE
    MOVE WRK-TXT-SITUACAO   TO WRO-ANTES
    MOVE HCO-SITUACAO       TO WRK-COD-SITUACAO
    PERFORM 0270-DECODIFICAR-CONSENT
    MOVE WRK-TXT-SITUACAO   TO WRO-DEPOIS
    MOVE HCO-ORIGEM         TO WRO-ORIGEM
    MOVE HCO-OPERADOR       TO WRO-OPERADOR
    WRITE RS43-REGISTRO FROM WRK-LINHA-HIST-CONS.
0270-DECODIFICAR-CONSENT.
    EVALUATE WRK-COD-CANAL
       WHEN 'E'   MOVE 'E-MAIL  ' TO WRK-TXT-CANAL
       WHEN 'T'   MOVE 'TELEFONE' TO WRK-TXT-CANAL
       WHEN 'C'   MOVE 'CORREIO ' TO WRK-TXT-CANAL
       WHEN OTHER MOVE WRK-COD-CANAL TO WRK-TXT-CANAL
    END-EVALUATE
    EVALUATE WRK-COD-FINALIDADE
       WHEN 'S'   MOVE 'SERVICO  ' TO WRK-TXT-FINALIDADE
       WHEN 'M'   MOVE 'MARKETING' TO WRK-TXT-FINALIDADE
       WHEN OTHER MOVE WRK-COD-FINALIDADE TO WRK-TXT-FINALIDADE
    END-EVALUATE
    EVALUATE WRK-COD-SITUACAO
       WHEN 'C'   MOVE 'CONCEDIDO' TO WRK-TXT-SITUACAO
       WHEN 'R'   MOVE 'REVOGADO ' TO WRK-TXT-SITUACAO
       WHEN SPACE MOVE 'SEM REG. ' TO WRK-TXT-SITUACAO
       WHEN OTHER MOVE WRK-COD-SITUACAO TO WRK-TXT-SITUACAO
    END-EVALUATE.
0300-FINALIZAR.
    MOVE SPACES TO RS43-REGISTRO
    WRITE RS43-REGISTRO
    MOVE 'MUDANCAS LAYOUT ANTIGO..' TO WRT-LABEL
    MOVE WRK-QTDE-ANTIGOS           TO WRT-QTDE
    WRITE RS43-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'CONSENTIMENTOS ATUAIS...' TO WRT-LABEL
    MOVE WRK-QTDE-CONSENT           TO WRT-QTDE
    WRITE RS43-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'HISTORICO CONSENTIMENTO.' TO WRT-LABEL
    MOVE WRK-QTDE-HIST-CONS         TO WRT-QTDE
    WRITE RS43-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG043 - MUDANCAS RELATADAS...' WRK-QTDE-MUDANCAS
    IF WRK-CON-ABERTO = 'S'
       CLOSE CLIENTE-CONSENT
    END-IF
    IF WRK-FS-HCO = '00' OR WRK-FS-HCO = '10'
       CLOSE CONSENT-HIST
    END-IF
    CLOSE CLIENTE-FILE CLIENTE-JORNAL P043-SAIDA.
