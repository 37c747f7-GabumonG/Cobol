    SELECT EXCECOES-FILE ASSIGN TO "EXCECOES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-EXC.
    SELECT CONTA-MASTER ASSIGN TO "CTAMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CTA-CONTA
           FILE STATUS  IS WRK-FS-CONTA.
    SELECT CLIENTE-PENDENTE ASSIGN TO "CLIPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PEN-CHAVE
           FILE STATUS  IS WRK-FS-PEN.
    SELECT CLIENTE-CONSENT ASSIGN TO "CLICONS"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CON-CHAVE
           FILE STATUS  IS WRK-FS-CON.
    SELECT CONSENT-HIST ASSIGN TO "CONHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-HCO.
    SELECT CLIENTE-KYC  ASSIGN TO "CLIKYC"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS KYC-NUMERO
           FILE STATUS  IS WRK-FS-KYC.
DATA                            DIVISION.
FILE                            SECTION.
FD  CLIENTE-JORNAL.
COPY CPCPFRES.
FD  EXCECOES-FILE.
COPY CPEXCECAO.
FD  CONTA-MASTER.
COPY CPCTAMST.
FD  CLIENTE-PENDENTE.
COPY CPCLIPEN.
FD  CLIENTE-CONSENT.
COPY CPCONSEN.
FD  CONSENT-HIST.
COPY CPCONHIS.
FD  CLIENTE-KYC.
COPY CPCLIKYC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-CLIENTE       PIC X(02) VALUE SPACES.
77  WRK-FUNCAO           PIC X(01).
    88  WRK-CONSULTAR        VALUE 'Q'.
    88  WRK-CONSULTAR-CPF    VALUE 'P'.
    88  WRK-FUNDIR           VALUE 'M'.
    88  WRK-PROGRAMAR        VALUE 'F'.
    88  WRK-CANCELAR-PROG    VALUE 'X'.
    88  WRK-APLICAR-PROG     VALUE 'E'.
    88  WRK-CONSENTIR        VALUE 'K'.
    88  WRK-REVISAR          VALUE 'V'.
77  WRK-RETORNO          PIC X(02) VALUE '00'.
    88  WRK-OK               VALUE '00'.
    88  WRK-NAO-ENCONTRADO   VALUE '04'.
    88  WRK-FUSAO-INVALIDA   VALUE '24'.
    88  WRK-CPF-RESTRITO     VALUE '28'.
    88  WRK-CEP-INVALIDO     VALUE '32'.
    88  WRK-TITULAR-CONTA    VALUE '36'.
    88  WRK-PROG-INVALIDA    VALUE '40'.
    88  WRK-CONSENT-INVALIDO VALUE '44'.
    88  WRK-REVISAO-INVALIDA VALUE '48'.
77  WRK-FS-BUSCA         PIC X(02) VALUE SPACES.
77  WRK-FS-JORNAL        PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-FS-REST          PIC X(02) VALUE SPACES.
77  WRK-FS-EXC           PIC X(02) VALUE SPACES.
77  WRK-TEM-RESTRITOS    PIC X(01) VALUE 'N'.
77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
77  WRK-CTA-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-FIM-CONTAS       PIC X(01) VALUE 'N'.
77  WRK-TITULAR-BUSCA    PIC 9(06) VALUE ZEROS.
77  WRK-CONTA-ACHADA     PIC 9(06) VALUE ZEROS.
77  WRK-QTDE-TRANSFERIDAS PIC 9(05) VALUE ZEROS.
77  WRK-FS-PEN           PIC X(02) VALUE SPACES.
77  WRK-PEN-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-FIM-PENDENTES    PIC X(01) VALUE 'N'.
77  WRK-DATA-EFETIVA     PIC 9(08) VALUE ZEROS.
77  WRK-PEN-NOVO         PIC X(225) VALUE SPACES.
77  WRK-OPERADOR-RODADA  PIC X(08) VALUE SPACES.
77  WRK-QTDE-APLICADAS   PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-REJEITADAS  PIC 9(05) VALUE ZEROS.
77  WRK-FS-CON           PIC X(02) VALUE SPACES.
77  WRK-FS-HCO           PIC X(02) VALUE SPACES.
77  WRK-CON-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-HCO-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-FIM-CONSENT      PIC X(01) VALUE 'N'.
77  WRK-QTDE-CONSENT     PIC 9(02) VALUE ZEROS.
77  WRK-CON-ANTES        PIC X(01) VALUE SPACE.
77  WRK-FS-KYC           PIC X(02) VALUE SPACES.
77  WRK-KYC-ABERTO       PIC X(01) VALUE 'N'.
01  WRK-CONSENTIMENTO.
    05  WRK-CON-CANAL      PIC X(01).
    05  WRK-CON-FINALIDADE PIC X(01).
    05  WRK-CON-SITUACAO   PIC X(01).
    05  WRK-CON-ORIGEM     PIC X(08).
77  WRK-HORA-EXC         PIC 9(08) VALUE ZEROS.
01  WRK-EXC-DADOS.
    05  WRK-EXC-SEVERIDADE PIC X(01).
01  WRK-CLIENTE-DADOS REDEFINES WRK-CLIENTE.
    05 FILLER        PIC 9(06).
    05 WRK-DADOS-RESTO PIC X(176).
77  WRK-NUMERO-AUTOMATICO PIC X(01) VALUE 'N'.
COPY LKPROG96.
LINKAGE                         SECTION.
COPY LKPROG02.
PROCEDURE                       DIVISION USING LK-PROG002-PARM.
          WHEN WRK-FUNDIR
             ACCEPT WRK-NUMERO
             ACCEPT WRK-NUMERO-FUSAO
          WHEN WRK-PROGRAMAR
             ACCEPT WRK-NUMERO
             ACCEPT WRK-DATA-EFETIVA
             ACCEPT WRK-CLIENTE-DADOS
             DISPLAY 'VIGENCIA....' WRK-DATA-EFETIVA
          WHEN WRK-CANCELAR-PROG
             ACCEPT WRK-NUMERO
             ACCEPT WRK-DATA-EFETIVA
          WHEN WRK-APLICAR-PROG
             CONTINUE
          WHEN WRK-CONSENTIR
             ACCEPT WRK-NUMERO
             ACCEPT WRK-CONSENTIMENTO
          WHEN OTHER
             ACCEPT WRK-NUMERO
       END-EVALUATE
       OPEN OUTPUT EXCECOES-FILE
       CLOSE EXCECOES-FILE
       OPEN EXTEND EXCECOES-FILE
    END-IF
*>  O MASTER DE CONTAS SO E PRECISO NA EXCLUSAO E NA FUSAO - SEM
*>  ELE AS DUAS SAO RECUSADAS, A INCLUSAO E A ALTERACAO SEGUEM.
    OPEN I-O CONTA-MASTER
    IF WRK-FS-CONTA = '00'
       MOVE 'S' TO WRK-CTA-ABERTO
    ELSE
       DISPLAY 'MASTER DE CONTAS INDISPONIVEL - EXCLUSAO E FUSAO '
               'SERAO RECUSADAS'
    END-IF
    OPEN I-O CLIENTE-PENDENTE
    IF WRK-FS-PEN = '35'
       OPEN OUTPUT CLIENTE-PENDENTE
       CLOSE CLIENTE-PENDENTE
       OPEN I-O CLIENTE-PENDENTE
    END-IF
    IF WRK-FS-PEN = '00'
       MOVE 'S' TO WRK-PEN-ABERTO
    END-IF
    OPEN I-O CLIENTE-CONSENT
    IF WRK-FS-CON = '35'
       OPEN OUTPUT CLIENTE-CONSENT
       CLOSE CLIENTE-CONSENT
       OPEN I-O CLIENTE-CONSENT
    END-IF
    OPEN EXTEND CONSENT-HIST
    IF WRK-FS-HCO = '35'
       OPEN OUTPUT CONSENT-HIST
       CLOSE CONSENT-HIST
       OPEN EXTEND CONSENT-HIST
    END-IF
    IF WRK-FS-HCO = '00'
       MOVE 'S' TO WRK-HCO-ABERTO
    END-IF
*>  SEM O HISTORICO O CONSENTIMENTO NAO E GRAVADO - MUDANCA SEM
*>  RASTRO NAO VALE COMO PROVA.
    IF WRK-FS-CON = '00'
       MOVE 'S' TO WRK-CON-ABERTO
    END-IF
    OPEN I-O CLIENTE-KYC
    IF WRK-FS-KYC = '35'
       OPEN OUTPUT CLIENTE-KYC
       CLOSE CLIENTE-KYC
       OPEN I-O CLIENTE-KYC
    END-IF
    IF WRK-FS-KYC = '00'
       MOVE 'S' TO WRK-KYC-ABERTO
    ELSE
       DISPLAY 'ARQUIVO DE REVISAO CADASTRAL INDISPONIVEL - STATUS '
               WRK-FS-KYC
    END-IF.
0116-LER-DATA-PROC.
    OPEN INPUT DATA-PROC-FILE
    MOVE '00' TO WRK-RETORNO
    EVALUATE TRUE
       WHEN WRK-INCLUIR
*>        INCLUSAO SEM NUMERO RECEBE O PROXIMO DA NUMERACAO CENTRAL
*>        DEPOIS DAS VALIDACOES (0212).
          MOVE 'N' TO WRK-NUMERO-AUTOMATICO
          IF WRK-NUMERO = 0
             MOVE 'S' TO WRK-NUMERO-AUTOMATICO
          ELSE
             PERFORM 0217-VALIDAR-NUMERO
          END-IF
          IF WRK-OK
             PERFORM 0215-VALIDAR-CPF
          END-IF
             PERFORM 0216-VERIFICAR-DUPLICIDADE
          END-IF
          IF WRK-OK
             PERFORM 0212-ATRIBUIR-NUMERO
          END-IF
          IF WRK-OK
             PERFORM 0210-INCLUIR
          END-IF
       WHEN WRK-ALTERAR
          PERFORM 0225-VALIDAR-E-ALTERAR
       WHEN WRK-EXCLUIR
          PERFORM 0230-EXCLUIR
       WHEN WRK-CONSULTAR
          PERFORM 0245-CONSULTAR-POR-CPF
       WHEN WRK-FUNDIR
          PERFORM 0260-FUNDIR-CLIENTES
       WHEN WRK-PROGRAMAR OR WRK-CANCELAR-PROG OR WRK-APLICAR-PROG
          IF WRK-PEN-ABERTO NOT = 'S'
             MOVE '40' TO WRK-RETORNO
             DISPLAY 'ARQUIVO DE ALTERACOES PROGRAMADAS INDISPONIVEL'
          ELSE
             EVALUATE TRUE
                WHEN WRK-PROGRAMAR
                   PERFORM 0290-PROGRAMAR-ALTERACAO
                WHEN WRK-CANCELAR-PROG
                   PERFORM 0295-CANCELAR-PROGRAMADA
                WHEN OTHER
                   PERFORM 0280-APLICAR-PROGRAMADAS
             END-EVALUATE
          END-IF
       WHEN WRK-CONSENTIR
          PERFORM 0300-REGISTRAR-CONSENTIMENTO
       WHEN WRK-REVISAR
          PERFORM 0310-REGISTRAR-REVISAO
    END-EVALUATE
    DISPLAY 'RETORNO.....' WRK-RETORNO.
0210-INCLUIR.
    IF WRK-OK
       MOVE CLI-REGISTRO TO WRK-IMAGEM-DEPOIS
       PERFORM 0250-GRAVAR-JORNAL
       IF WRK-KYC-ABERTO = 'S'
          PERFORM 0314-ABRIR-REVISAO
       END-IF
    END-IF.
0215-VALIDAR-CPF.
*>  VALIDACAO COMPLETA DO CPF: 11 DIGITOS NUMERICOS, PADROES DE
          PERFORM 0214-CONFERIR-DIGITOS-VERIF
       END-IF
    END-IF.
0212-ATRIBUIR-NUMERO.
*>  O CONTADOR CLIENTE DA NUMERACAO CENTRAL (PROG096) DA O NUMERO DA
*>  INCLUSAO SEM NUMERO; NUMERO INFORMADO POR FORA (CARGA DO PROG034,
*>  DIGITACAO) SO EMPURRA O CONTADOR PARA DEPOIS DELE. SEM NUMERACAO
*>  A INCLUSAO SEM NUMERO E RECUSADA COMO ANTES; SERIE RESERVADA POR
*>  UMA CARGA EM ANDAMENTO RESPONDE EM USO.
    MOVE SPACES        TO LK-PROG096-PARM
    MOVE 'CLIENTE'     TO LK96-CONTADOR
    MOVE 'PROG002'     TO LK96-PROGRAMA
    MOVE WRK-DATA-PROC TO LK96-DATA-PROC
    MOVE ZEROS         TO LK96-FIM
    IF WRK-NUMERO-AUTOMATICO = 'S'
       SET LK96-AVULSO TO TRUE
       MOVE ZEROS      TO LK96-INICIO
    ELSE
       SET LK96-AJUSTAR TO TRUE
       MOVE WRK-NUMERO  TO LK96-INICIO
    END-IF
    CALL 'PROG096' USING LK-PROG096-PARM
    EVALUATE TRUE
       WHEN LK96-OK
          IF WRK-NUMERO-AUTOMATICO = 'S'
             MOVE LK96-INICIO TO WRK-NUMERO
             DISPLAY 'NUMERO ATRIBUIDO....' WRK-NUMERO
          END-IF
       WHEN WRK-NUMERO-AUTOMATICO = 'N'
          DISPLAY 'AVISO - NUMERACAO CENTRAL NAO AJUSTADA PARA O '
                  'CLIENTE ' WRK-NUMERO ' - RETORNO ' LK96-RETORNO
       WHEN LK96-OCUPADO
          MOVE '20' TO WRK-RETORNO
          DISPLAY 'NUMERACAO DE CLIENTES EM USO POR UMA CARGA - '
                  'TENTE DE NOVO MAIS TARDE'
       WHEN OTHER
          MOVE '16' TO WRK-RETORNO
          DISPLAY 'NUMERO DE CLIENTE NAO ATRIBUIDO - RETORNO '
                  LK96-RETORNO ' - INFORME O NUMERO'
    END-EVALUATE.
0213-TESTAR-DIGITOS-IGUAIS.
    MOVE 'S' TO WRK-CPF-IGUAIS
    PERFORM VARYING WRK-CPF-IDX FROM 2 BY 1
              END-IF
       END-READ
    END-PERFORM.
0225-VALIDAR-E-ALTERAR.
*>  CAMINHO COMPLETO DA ALTERACAO - O MESMO PARA A DIGITADA E PARA
*>  A PROGRAMADA QUE VENCE (0284).
    PERFORM 0217-VALIDAR-NUMERO
    IF WRK-OK
       PERFORM 0215-VALIDAR-CPF
    END-IF
    IF WRK-OK
       PERFORM 0221-VALIDAR-CEP
    END-IF
    IF WRK-OK
       PERFORM 0218-VERIFICAR-CPF-RESTRITO
    END-IF
    IF WRK-OK
       PERFORM 0226-VERIFICAR-DUPLIC-ALTERACAO
    END-IF
    IF WRK-OK
       PERFORM 0220-ALTERAR
    END-IF.
0226-VERIFICAR-DUPLIC-ALTERACAO.
*>  CPF TROCADO NA ALTERACAO NAO PODE SER O DE OUTRO CLIENTE ATIVO.
*>  CLIENTE INEXISTENTE FICA PARA O 0220 RESPONDER.
    MOVE WRK-NUMERO TO CLI-NUMERO
    READ CLIENTE-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
           IF CLI-CPF NOT = WRK-CPF
              PERFORM 0216-VERIFICAR-DUPLICIDADE
           END-IF
    END-READ.
0220-ALTERAR.
    MOVE WRK-NUMERO TO CLI-NUMERO
    READ CLIENTE-FILE
          DISPLAY 'CLIENTE JA INATIVO - EXCLUSAO IGNORADA'
       END-IF
    END-IF
    IF WRK-OK
       MOVE WRK-NUMERO TO WRK-TITULAR-BUSCA
       PERFORM 0270-PROCURAR-CONTA-ABERTA
       IF WRK-CTA-ABERTO NOT = 'S' OR WRK-CONTA-ACHADA > 0
          PERFORM 0275-RECUSAR-TITULAR
       END-IF
    END-IF
    IF WRK-OK
       MOVE CLI-REGISTRO TO WRK-IMAGEM-ANTES
       SET CLI-INATIVO TO TRUE
          DISPLAY 'ATENCAO - CLIENTE NAO ESTA ATIVO (STATUS '
                  CLI-STATUS ')'
       END-IF
       IF WRK-PEN-ABERTO = 'S'
          PERFORM 0247-LISTAR-PROGRAMADAS
       END-IF
       IF WRK-CON-ABERTO = 'S'
          PERFORM 0306-LISTAR-CONSENTIMENTOS
       END-IF
       IF WRK-KYC-ABERTO = 'S'
          PERFORM 0316-MOSTRAR-REVISAO
       END-IF
    ELSE
       DISPLAY 'CLIENTE NAO ENCONTRADO'
    END-IF.
    ELSE
       DISPLAY 'CLIENTE NAO ENCONTRADO PARA O CPF INFORMADO'
    END-IF.
0247-LISTAR-PROGRAMADAS.
    MOVE WRK-NUMERO TO PEN-NUMERO
    MOVE ZEROS      TO PEN-DATA-EFETIVA
    MOVE 'N'        TO WRK-FIM-PENDENTES
    START CLIENTE-PENDENTE KEY IS NOT LESS THAN PEN-CHAVE
        INVALID KEY MOVE 'S' TO WRK-FIM-PENDENTES
    END-START
    PERFORM 0248-MOSTRAR-PROGRAMADA UNTIL WRK-FIM-PENDENTES = 'S'.
0248-MOSTRAR-PROGRAMADA.
    READ CLIENTE-PENDENTE NEXT RECORD
        AT END MOVE 'S' TO WRK-FIM-PENDENTES
        NOT AT END
           IF PEN-NUMERO NOT = WRK-NUMERO
              MOVE 'S' TO WRK-FIM-PENDENTES
           ELSE
              IF PEN-PENDENTE
                 PERFORM 0249-DETALHAR-PROGRAMADA
              END-IF
           END-IF
    END-READ.
0249-DETALHAR-PROGRAMADA.
    DISPLAY 'ALTERACAO PROGRAMADA PARA ' PEN-DATA-EFETIVA
            ' (DIGITADA EM ' PEN-DATA-REGISTRO ' POR '
            PEN-OPERADOR ')'
    IF PEN-NOME NOT = SPACES
       DISPLAY '   NOME........' PEN-NOME
    END-IF
    IF PEN-ENDERECO NOT = SPACES
       DISPLAY '   ENDERECO....' PEN-ENDERECO
    END-IF
    IF PEN-PROF NOT = SPACES
       DISPLAY '   PROFISSAO...' PEN-PROF
    END-IF
    IF PEN-CPF NOT = SPACES
       DISPLAY '   CPF.........' PEN-CPF
    END-IF
    IF PEN-TELEFONE NOT = SPACES
       DISPLAY '   TELEFONE....' PEN-TELEFONE
    END-IF
    IF PEN-EMAIL NOT = SPACES
       DISPLAY '   E-MAIL......' PEN-EMAIL
    END-IF.
0280-APLICAR-PROGRAMADAS.
*>  RODADA NOTURNA: TODA ALTERACAO PENDENTE COM VIGENCIA ATE A DATA
*>  DE PROCESSAMENTO (A DE NOITE PERDIDA ENTRA NA SEGUINTE) PASSA
*>  PELO CAMINHO NORMAL DA ALTERACAO.
    MOVE ZEROS TO WRK-QTDE-APLICADAS WRK-QTDE-REJEITADAS
    MOVE WRK-OPERADOR TO WRK-OPERADOR-RODADA
    MOVE ZEROS TO PEN-NUMERO PEN-DATA-EFETIVA
    MOVE 'N'   TO WRK-FIM-PENDENTES
    START CLIENTE-PENDENTE KEY IS NOT LESS THAN PEN-CHAVE
        INVALID KEY MOVE 'S' TO WRK-FIM-PENDENTES
    END-START
    PERFORM 0282-LER-PROGRAMADA UNTIL WRK-FIM-PENDENTES = 'S'
    MOVE '00' TO WRK-RETORNO
    DISPLAY 'ALTERACOES PROGRAMADAS APLICADAS....' WRK-QTDE-APLICADAS
    DISPLAY 'ALTERACOES PROGRAMADAS REJEITADAS...'
            WRK-QTDE-REJEITADAS.
0282-LER-PROGRAMADA.
    READ CLIENTE-PENDENTE NEXT RECORD
        AT END MOVE 'S' TO WRK-FIM-PENDENTES
        NOT AT END
           IF PEN-PENDENTE AND PEN-DATA-EFETIVA <= WRK-DATA-PROC
              PERFORM 0284-APLICAR-PROGRAMADA
           END-IF
    END-READ.
0284-APLICAR-PROGRAMADA.
    MOVE '00' TO WRK-RETORNO
    MOVE PEN-NUMERO TO WRK-NUMERO CLI-NUMERO
    READ CLIENTE-FILE
        INVALID KEY MOVE '04' TO WRK-RETORNO
    END-READ
    IF WRK-OK AND NOT CLI-ATIVO
       MOVE '04' TO WRK-RETORNO
       DISPLAY 'CLIENTE ' WRK-NUMERO ' NAO ESTA MAIS ATIVO'
    END-IF
    IF WRK-OK
       PERFORM 0286-SOBREPOR-PROGRAMADA
*>     O JORNAL SAI COMO ALTERACAO COMUM, EM NOME DE QUEM DIGITOU.
       MOVE PEN-OPERADOR TO WRK-OPERADOR
       MOVE 'A'          TO WRK-FUNCAO
       PERFORM 0225-VALIDAR-E-ALTERAR
       MOVE 'E'                 TO WRK-FUNCAO
       MOVE WRK-OPERADOR-RODADA TO WRK-OPERADOR
    END-IF
    MOVE WRK-RETORNO         TO PEN-RETORNO
    MOVE WRK-OPERADOR-RODADA TO PEN-OPER-ACAO
    MOVE WRK-DATA-PROC       TO PEN-DATA-ACAO
    IF WRK-OK
       SET PEN-APLICADA TO TRUE
       ADD 1 TO WRK-QTDE-APLICADAS
       DISPLAY 'CLIENTE ' WRK-NUMERO ' - ALTERACAO PROGRAMADA '
               'APLICADA'
    ELSE
       SET PEN-REJEITADA TO TRUE
       ADD 1 TO WRK-QTDE-REJEITADAS
       PERFORM 0288-RELATAR-REJEICAO
    END-IF
    REWRITE PEN-REGISTRO
        INVALID KEY
           DISPLAY 'FALHA AO REGRAVAR A ALTERACAO PROGRAMADA DO '
                   'CLIENTE ' PEN-NUMERO
    END-REWRITE.
0286-SOBREPOR-PROGRAMADA.
*>  IMAGEM ATUAL DO CADASTRO COM OS CAMPOS PROGRAMADOS POR CIMA -
*>  CAMPO EM BRANCO NA PROGRAMADA FICA COMO ESTA HOJE.
    MOVE CLI-NOME     TO WRK-NOME
    MOVE CLI-ENDERECO TO WRK-ENDERECO
    MOVE CLI-PROF     TO WRK-PROF
    MOVE CLI-CPF      TO WRK-CPF
    MOVE CLI-TELEFONE TO WRK-TELEFONE
    MOVE CLI-EMAIL    TO WRK-EMAIL
    IF PEN-NOME NOT = SPACES
       MOVE PEN-NOME TO WRK-NOME
    END-IF
    IF PEN-ENDERECO NOT = SPACES
       MOVE PEN-ENDERECO TO WRK-ENDERECO
    END-IF
    IF PEN-PROF NOT = SPACES
       MOVE PEN-PROF TO WRK-PROF
    END-IF
    IF PEN-CPF NOT = SPACES
       MOVE PEN-CPF TO WRK-CPF
    END-IF
    IF PEN-TELEFONE NOT = SPACES
       MOVE PEN-TELEFONE TO WRK-TELEFONE
    END-IF
    IF PEN-EMAIL NOT = SPACES
       MOVE PEN-EMAIL TO WRK-EMAIL
    END-IF.
0288-RELATAR-REJEICAO.
    DISPLAY 'CLIENTE ' WRK-NUMERO ' - ALTERACAO PROGRAMADA '
            'REJEITADA - RETORNO ' WRK-RETORNO
    MOVE 'E'        TO WRK-EXC-SEVERIDADE
    MOVE WRK-NUMERO TO WRK-EXC-CHAVE
    MOVE SPACES     TO WRK-EXC-MENSAGEM
    STRING 'ALTERACAO PROGRAMADA DE ' DELIMITED BY SIZE
           PEN-DATA-EFETIVA           DELIMITED BY SIZE
           ' REJEITADA - RETORNO '    DELIMITED BY SIZE
           WRK-RETORNO                DELIMITED BY SIZE
           INTO WRK-EXC-MENSAGEM
    END-STRING
    PERFORM 0122-GRAVAR-EXCECAO.
0290-PROGRAMAR-ALTERACAO.
*>  A ALTERACAO E DIGITADA COMPLETA, COMO NA FUNCAO A; CPF E CEP SAO
*>  CRITICADOS JA NA DIGITACAO, A LISTA DE RESTRITOS E A DUPLICIDADE
*>  NA VIGENCIA (PODEM MUDAR ATE LA).
    MOVE '00' TO WRK-RETORNO
    IF WRK-DATA-EFETIVA NOT NUMERIC
       OR WRK-DATA-EFETIVA NOT > WRK-DATA-PROC
       MOVE '40' TO WRK-RETORNO
       DISPLAY 'VIGENCIA INVALIDA - INFORME DATA AAAAMMDD POSTERIOR '
               'A DATA DE PROCESSAMENTO ' WRK-DATA-PROC
    ELSE
       IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-EFETIVA) NOT = 0
          MOVE '40' TO WRK-RETORNO
          DISPLAY 'VIGENCIA INVALIDA - DATA INEXISTENTE'
       END-IF
    END-IF
    IF WRK-OK
       PERFORM 0217-VALIDAR-NUMERO
    END-IF
    IF WRK-OK
       PERFORM 0215-VALIDAR-CPF
    END-IF
    IF WRK-OK
       PERFORM 0221-VALIDAR-CEP
    END-IF
    IF WRK-OK
       MOVE WRK-NUMERO TO CLI-NUMERO
       READ CLIENTE-FILE
           INVALID KEY MOVE '04' TO WRK-RETORNO
       END-READ
    END-IF
    IF WRK-OK AND NOT CLI-ATIVO
       MOVE '04' TO WRK-RETORNO
       DISPLAY 'CLIENTE NAO ESTA ATIVO - ALTERACAO NAO PROGRAMADA'
    END-IF
    IF WRK-OK
       PERFORM 0291-MONTAR-PROGRAMADA
    END-IF
    IF WRK-OK
       PERFORM 0292-GRAVAR-PROGRAMADA
    END-IF.
0291-MONTAR-PROGRAMADA.
    MOVE SPACES           TO PEN-REGISTRO
    MOVE WRK-NUMERO       TO PEN-NUMERO
    MOVE WRK-DATA-EFETIVA TO PEN-DATA-EFETIVA
    SET PEN-PENDENTE      TO TRUE
    MOVE WRK-OPERADOR     TO PEN-OPERADOR
    MOVE WRK-DATA-PROC    TO PEN-DATA-REGISTRO
    MOVE ZEROS            TO PEN-DATA-ACAO
    IF WRK-NOME NOT = CLI-NOME
       MOVE WRK-NOME TO PEN-NOME
    END-IF
    IF WRK-ENDERECO NOT = CLI-ENDERECO
       MOVE WRK-ENDERECO TO PEN-ENDERECO
    END-IF
    IF WRK-PROF NOT = CLI-PROF
       MOVE WRK-PROF TO PEN-PROF
    END-IF
    IF WRK-CPF NOT = CLI-CPF
       MOVE WRK-CPF TO PEN-CPF
    END-IF
    IF WRK-TELEFONE NOT = CLI-TELEFONE
       MOVE WRK-TELEFONE TO PEN-TELEFONE
    END-IF
    IF WRK-EMAIL NOT = CLI-EMAIL
       MOVE WRK-EMAIL TO PEN-EMAIL
    END-IF
    IF PEN-NOME = SPACES AND PEN-ENDERECO = SPACES
       AND PEN-PROF = SPACES AND PEN-CPF = SPACES
       AND PEN-TELEFONE = SPACES AND PEN-EMAIL = SPACES
       MOVE '40' TO WRK-RETORNO
       DISPLAY 'NENHUM CAMPO DIFERE DO CADASTRO (CAMPO LIMPO NAO '
               'E PROGRAMAVEL) - NADA A PROGRAMAR'
    END-IF.
0292-GRAVAR-PROGRAMADA.
    WRITE PEN-REGISTRO
        INVALID KEY
           PERFORM 0293-SUBSTITUIR-PROGRAMADA
        NOT INVALID KEY
           DISPLAY 'ALTERACAO PROGRAMADA PARA ' WRK-DATA-EFETIVA
    END-WRITE.
0293-SUBSTITUIR-PROGRAMADA.
*>  A CHAVE JA EXISTE: SO SE REAPROVEITA A DE UMA PROGRAMADA QUE JA
*>  SAIU DE CENA (APLICADA, CANCELADA OU REJEITADA); A PENDENTE TEM
*>  DE SER CANCELADA ANTES.
    MOVE PEN-REGISTRO TO WRK-PEN-NOVO
    READ CLIENTE-PENDENTE
        INVALID KEY MOVE '08' TO WRK-RETORNO
    END-READ
    IF WRK-OK AND PEN-PENDENTE
       MOVE '08' TO WRK-RETORNO
       DISPLAY 'JA HA ALTERACAO PENDENTE PARA A DATA - CANCELE (X) '
               'ANTES DE DIGITAR OUTRA'
    END-IF
    IF WRK-OK
       MOVE WRK-PEN-NOVO TO PEN-REGISTRO
       REWRITE PEN-REGISTRO
           INVALID KEY MOVE '08' TO WRK-RETORNO
           NOT INVALID KEY
              DISPLAY 'ALTERACAO PROGRAMADA PARA ' WRK-DATA-EFETIVA
       END-REWRITE
    END-IF.
0295-CANCELAR-PROGRAMADA.
    MOVE '00'             TO WRK-RETORNO
    MOVE WRK-NUMERO       TO PEN-NUMERO
    MOVE WRK-DATA-EFETIVA TO PEN-DATA-EFETIVA
    READ CLIENTE-PENDENTE
        INVALID KEY
           MOVE '04' TO WRK-RETORNO
           DISPLAY 'ALTERACAO PROGRAMADA NAO ENCONTRADA'
    END-READ
    IF WRK-OK AND NOT PEN-PENDENTE
       MOVE '40' TO WRK-RETORNO
       DISPLAY 'ALTERACAO PROGRAMADA NAO ESTA PENDENTE (SITUACAO '
               PEN-SITUACAO ') - NADA A CANCELAR'
    END-IF
    IF WRK-OK
       SET PEN-CANCELADA TO TRUE
       MOVE WRK-OPERADOR  TO PEN-OPER-ACAO
       MOVE WRK-DATA-PROC TO PEN-DATA-ACAO
       REWRITE PEN-REGISTRO
           INVALID KEY MOVE '04' TO WRK-RETORNO
           NOT INVALID KEY
              DISPLAY 'ALTERACAO PROGRAMADA PARA ' WRK-DATA-EFETIVA
                      ' CANCELADA'
       END-REWRITE
    END-IF.
0300-REGISTRAR-CONSENTIMENTO.
*>  CONSENTIMENTO (LGPD) POR CANAL E FINALIDADE. SO MUDANCA DE
*>  SITUACAO E GRAVADA - REPETIR A SITUACAO ATUAL NAO GERA
*>  HISTORICO. CONCESSAO SO PARA CLIENTE ATIVO; A REVOGACAO VALE
*>  PARA QUALQUER CADASTRO EXISTENTE.
    MOVE '00' TO WRK-RETORNO
    MOVE WRK-CON-CANAL      TO CON-CANAL
    MOVE WRK-CON-FINALIDADE TO CON-FINALIDADE
    IF WRK-CON-ABERTO NOT = 'S' OR WRK-HCO-ABERTO NOT = 'S'
       MOVE '44' TO WRK-RETORNO
       DISPLAY 'ARQUIVO DE CONSENTIMENTOS INDISPONIVEL'
    ELSE
       IF NOT CON-CANAL-VALIDO OR NOT CON-FINALIDADE-VALIDA
          OR (WRK-CON-SITUACAO NOT = 'C'
              AND WRK-CON-SITUACAO NOT = 'R')
          MOVE '44' TO WRK-RETORNO
          DISPLAY 'CONSENTIMENTO INVALIDO - CANAL E/T/C, FINALIDADE '
                  'S/M, SITUACAO C/R'
       END-IF
    END-IF
    IF WRK-OK
       MOVE WRK-NUMERO TO CLI-NUMERO
       READ CLIENTE-FILE
           INVALID KEY MOVE '04' TO WRK-RETORNO
       END-READ
    END-IF
    IF WRK-OK AND WRK-CON-SITUACAO = 'C' AND NOT CLI-ATIVO
       MOVE '04' TO WRK-RETORNO
       DISPLAY 'CLIENTE NAO ESTA ATIVO - CONSENTIMENTO NAO REGISTRADO'
    END-IF
    IF WRK-OK
       IF WRK-CON-ORIGEM = SPACES
          MOVE 'AGENCIA' TO WRK-CON-ORIGEM
       END-IF
       MOVE WRK-NUMERO         TO CON-NUMERO
       MOVE WRK-CON-CANAL      TO CON-CANAL
       MOVE WRK-CON-FINALIDADE TO CON-FINALIDADE
       READ CLIENTE-CONSENT
           INVALID KEY
              MOVE SPACE TO WRK-CON-ANTES
              MOVE ZEROS TO CON-DATA-CONCESSAO CON-DATA-REVOGACAO
           NOT INVALID KEY
              MOVE CON-SITUACAO TO WRK-CON-ANTES
       END-READ
       IF WRK-CON-ANTES = WRK-CON-SITUACAO
          DISPLAY 'CONSENTIMENTO JA ESTA NA SITUACAO '
                  WRK-CON-SITUACAO ' - SEM MUDANCA'
       ELSE
          PERFORM 0302-GRAVAR-CONSENTIMENTO
       END-IF
    END-IF.
0302-GRAVAR-CONSENTIMENTO.
    MOVE WRK-CON-SITUACAO TO CON-SITUACAO
    IF CON-CONCEDIDO
       MOVE WRK-DATA-PROC TO CON-DATA-CONCESSAO
    ELSE
       MOVE WRK-DATA-PROC TO CON-DATA-REVOGACAO
    END-IF
    MOVE WRK-CON-ORIGEM   TO CON-ORIGEM
    MOVE WRK-OPERADOR     TO CON-OPERADOR
    IF WRK-CON-ANTES = SPACE
       WRITE CON-REGISTRO
           INVALID KEY MOVE '44' TO WRK-RETORNO
       END-WRITE
    ELSE
       REWRITE CON-REGISTRO
           INVALID KEY MOVE '44' TO WRK-RETORNO
       END-REWRITE
    END-IF
    IF WRK-OK
       PERFORM 0304-GRAVAR-HIST-CONSENT
       DISPLAY 'CONSENTIMENTO ' CON-CANAL '/' CON-FINALIDADE
               ' DO CLIENTE ' CON-NUMERO ' REGISTRADO: ' CON-SITUACAO
    END-IF.
0304-GRAVAR-HIST-CONSENT.
    MOVE WRK-DATA-PROC        TO HCO-DATA
    ACCEPT WRK-HORA-JORNAL FROM TIME
    MOVE WRK-HORA-JORNAL(1:6) TO HCO-HORA
    MOVE CON-NUMERO           TO HCO-NUMERO
    MOVE CON-CANAL            TO HCO-CANAL
    MOVE CON-FINALIDADE       TO HCO-FINALIDADE
    MOVE WRK-CON-ANTES        TO HCO-SITUACAO-ANTES
    MOVE CON-SITUACAO         TO HCO-SITUACAO
    MOVE CON-ORIGEM           TO HCO-ORIGEM
    MOVE CON-OPERADOR         TO HCO-OPERADOR
    MOVE 'PROG002'            TO HCO-PROGRAMA
    WRITE HCO-REGISTRO.
0306-LISTAR-CONSENTIMENTOS.
    MOVE ZEROS      TO WRK-QTDE-CONSENT
    MOVE WRK-NUMERO TO CON-NUMERO
    MOVE LOW-VALUES TO CON-CANAL CON-FINALIDADE
    MOVE 'N'        TO WRK-FIM-CONSENT
    START CLIENTE-CONSENT KEY IS NOT LESS THAN CON-CHAVE
        INVALID KEY MOVE 'S' TO WRK-FIM-CONSENT
    END-START
    PERFORM 0308-MOSTRAR-CONSENTIMENTO UNTIL WRK-FIM-CONSENT = 'S'
    IF WRK-QTDE-CONSENT = ZEROS
       DISPLAY 'SEM CONSENTIMENTO REGISTRADO - MARKETING NAO '
               'AUTORIZADO'
    END-IF.
0308-MOSTRAR-CONSENTIMENTO.
    READ CLIENTE-CONSENT NEXT RECORD
        AT END MOVE 'S' TO WRK-FIM-CONSENT
        NOT AT END
           IF CON-NUMERO NOT = WRK-NUMERO
              MOVE 'S' TO WRK-FIM-CONSENT
           ELSE
              ADD 1 TO WRK-QTDE-CONSENT
              DISPLAY 'CONSENTIMENTO ' CON-CANAL '/' CON-FINALIDADE
                      ': ' CON-SITUACAO ' CONCESSAO '
                      CON-DATA-CONCESSAO ' REVOGACAO '
                      CON-DATA-REVOGACAO ' ORIGEM ' CON-ORIGEM
           END-IF
    END-READ.
0310-REGISTRAR-REVISAO.
*>  REVISAO CADASTRAL FEITA COM O CLIENTE (DOCUMENTOS E DADOS
*>  CONFERIDOS NA AGENCIA). SO PARA CLIENTE ATIVO. VOLTA O ESTAGIO
*>  DE COBRANCA DA REVISAO A ZERO - O BLOQUEIO DE CONTA NOVA NO
*>  PROG050 CAI NA HORA. O VENCIMENTO FICA ZERADO ATE A RODADA
*>  MENSAL (PROG090) RECALCULAR PELA FAIXA DE RISCO.
    MOVE '00' TO WRK-RETORNO
    IF WRK-KYC-ABERTO NOT = 'S'
       MOVE '48' TO WRK-RETORNO
       DISPLAY 'ARQUIVO DE REVISAO CADASTRAL INDISPONIVEL'
    ELSE
       MOVE WRK-NUMERO TO CLI-NUMERO
       READ CLIENTE-FILE
           INVALID KEY MOVE '04' TO WRK-RETORNO
       END-READ
    END-IF
    IF WRK-OK AND NOT CLI-ATIVO
       MOVE '48' TO WRK-RETORNO
       DISPLAY 'CLIENTE NAO ESTA ATIVO - REVISAO NAO REGISTRADA'
    END-IF
    IF WRK-OK
       MOVE WRK-NUMERO TO KYC-NUMERO
       READ CLIENTE-KYC
           INVALID KEY
              PERFORM 0314-ABRIR-REVISAO
           NOT INVALID KEY
              MOVE WRK-DATA-PROC TO KYC-DATA-REVISAO KYC-DATA-ESTAGIO
              MOVE WRK-OPERADOR  TO KYC-OPER-REVISAO
              MOVE ZEROS         TO KYC-DATA-VENCIMENTO KYC-ESTAGIO
              REWRITE KYC-REGISTRO
                  INVALID KEY MOVE '48' TO WRK-RETORNO
              END-REWRITE
       END-READ
    END-IF
    IF WRK-OK
       DISPLAY 'REVISAO CADASTRAL DO CLIENTE ' WRK-NUMERO
               ' REGISTRADA EM ' WRK-DATA-PROC ' POR ' WRK-OPERADOR
    END-IF.
0314-ABRIR-REVISAO.
*>  A INCLUSAO VALE COMO PRIMEIRA REVISAO - OS DADOS ACABARAM DE
*>  SER CONFERIDOS. A FAIXA DE RISCO VEM DA RODADA MENSAL. NUMERO
*>  REAPROVEITADO DEPOIS DE EXPURGO SOBREPOE A REVISAO ANTIGA.
    MOVE SPACES        TO KYC-REGISTRO
    MOVE WRK-NUMERO    TO KYC-NUMERO
    MOVE WRK-DATA-PROC TO KYC-DATA-REVISAO KYC-DATA-ESTAGIO
    MOVE WRK-OPERADOR  TO KYC-OPER-REVISAO
    MOVE 'B'           TO KYC-FAIXA-RISCO
    MOVE ZEROS         TO KYC-DATA-VENCIMENTO KYC-ESTAGIO
    WRITE KYC-REGISTRO
        INVALID KEY
           REWRITE KYC-REGISTRO
               INVALID KEY MOVE '48' TO WRK-RETORNO
           END-REWRITE
    END-WRITE.
0316-MOSTRAR-REVISAO.
    MOVE WRK-NUMERO TO KYC-NUMERO
    READ CLIENTE-KYC
        INVALID KEY
           DISPLAY 'REVISAO CADASTRAL..NUNCA REGISTRADA'
        NOT INVALID KEY
           DISPLAY 'REVISAO CADASTRAL..' KYC-DATA-REVISAO
                   ' POR ' KYC-OPER-REVISAO ' RISCO '
                   KYC-FAIXA-RISCO ' VENCIMENTO '
                   KYC-DATA-VENCIMENTO ' ESTAGIO ' KYC-ESTAGIO
           IF KYC-BLOQUEADO
              DISPLAY 'ATENCAO - REVISAO VENCIDA, CONTA NOVA '
                      'BLOQUEADA ATE A REVISAO'
           END-IF
    END-READ.
0400-PROCESSAR-CHAMADA.
    IF LK02-OPERADOR NOT = SPACES AND LK02-OPERADOR NOT = LOW-VALUES
       MOVE LK02-OPERADOR TO WRK-OPERADOR
    IF LK02-NUMERO-FUSAO IS NUMERIC
       MOVE LK02-NUMERO-FUSAO TO WRK-NUMERO-FUSAO
    END-IF
    IF LK02-DATA-EFETIVA IS NUMERIC
       MOVE LK02-DATA-EFETIVA TO WRK-DATA-EFETIVA
    END-IF
    MOVE LK02-CONS-CANAL      TO WRK-CON-CANAL
    MOVE LK02-CONS-FINALIDADE TO WRK-CON-FINALIDADE
    MOVE LK02-CONS-SITUACAO   TO WRK-CON-SITUACAO
    MOVE LK02-CONS-ORIGEM     TO WRK-CON-ORIGEM
    MOVE LK02-NOME    TO WRK-NOME
    MOVE LK02-RUA     TO WRK-RUA
    MOVE LK02-NUM     TO WRK-NUM
       MOVE '24' TO WRK-RETORNO
       DISPLAY 'FUSAO INVALIDA - NUMEROS IGUAIS OU RETIRADO ZERADO'
    END-IF
    IF WRK-OK AND WRK-CTA-ABERTO NOT = 'S'
       MOVE '24' TO WRK-RETORNO
       DISPLAY 'FUSAO INVALIDA - MASTER DE CONTAS INDISPONIVEL PARA '
               'TRANSFERIR A TITULARIDADE'
    END-IF
    IF WRK-OK
       MOVE WRK-NUMERO-FUSAO TO CLI-NUMERO
       READ CLIENTE-FILE
       MOVE CLI-MERGE-PARA TO WRK-NUMERO
       DISPLAY 'CLIENTE ' WRK-NUMERO-FUSAO ' INCORPORADO AO '
               'CLIENTE ' WRK-NUMERO
       PERFORM 0266-TRANSFERIR-CONTAS
    END-IF.
0266-TRANSFERIR-CONTAS.
*>  TODA CONTA DO RETIRADO (INCLUSIVE ENCERRADA, PARA O HISTORICO
*>  RESOLVER DIRETO) PASSA PARA O SOBREVIVENTE. O CTAMST NAO TEM
*>  CHAVE POR TITULAR - A VARREDURA E COMPLETA. CADA CONTA MOVIDA
*>  VAI PARA O JORNAL COM FUNCAO 'T' NAS DUAS PONTAS.
    MOVE ZEROS TO WRK-QTDE-TRANSFERIDAS
    MOVE ZEROS TO CTA-CONTA
    MOVE 'N'   TO WRK-FIM-CONTAS
    START CONTA-MASTER KEY IS NOT LESS THAN CTA-CONTA
        INVALID KEY MOVE 'S' TO WRK-FIM-CONTAS
    END-START
    PERFORM 0268-TRANSFERIR-UMA-CONTA UNTIL WRK-FIM-CONTAS = 'S'
    MOVE 'M' TO WRK-FUNCAO
    DISPLAY 'CONTAS TRANSFERIDAS AO SOBREVIVENTE..'
            WRK-QTDE-TRANSFERIDAS.
0268-TRANSFERIR-UMA-CONTA.
    READ CONTA-MASTER NEXT RECORD
        AT END MOVE 'S' TO WRK-FIM-CONTAS
        NOT AT END
           IF CTA-TITULAR = WRK-NUMERO-FUSAO
              MOVE CTA-REGISTRO TO WRK-IMAGEM-ANTES
              MOVE WRK-NUMERO   TO CTA-TITULAR
              REWRITE CTA-REGISTRO
                  INVALID KEY
                     PERFORM 0269-RELATAR-FALHA-CONTA
                  NOT INVALID KEY
                     ADD 1 TO WRK-QTDE-TRANSFERIDAS
                     MOVE CTA-REGISTRO TO WRK-IMAGEM-DEPOIS
                     MOVE 'T' TO WRK-FUNCAO
                     PERFORM 0250-GRAVAR-JORNAL
                     MOVE WRK-NUMERO-FUSAO TO WRK-NUMERO
                     PERFORM 0250-GRAVAR-JORNAL
                     MOVE CTA-TITULAR TO WRK-NUMERO
              END-REWRITE
           END-IF
    END-READ.
0269-RELATAR-FALHA-CONTA.
*>  O CADASTRO JA FOI FUNDIDO - A CONTA QUE NAO REGRAVOU FICA COM O
*>  NUMERO RETIRADO E SAI NO PROG049 ATE SER ACERTADA PELO PROG050
*>  (FUNCAO T).
    DISPLAY 'FALHA AO TRANSFERIR A CONTA ' CTA-CONTA
            ' - STATUS ' WRK-FS-CONTA
    MOVE 'G'         TO WRK-EXC-SEVERIDADE
    MOVE CTA-CONTA   TO WRK-EXC-CHAVE
    MOVE SPACES      TO WRK-EXC-MENSAGEM
    STRING 'FUSAO - CONTA NAO TRANSFERIDA PARA O CLIENTE '
                      DELIMITED BY SIZE
           WRK-NUMERO DELIMITED BY SIZE
           INTO WRK-EXC-MENSAGEM
    END-STRING
    PERFORM 0122-GRAVAR-EXCECAO.
0270-PROCURAR-CONTA-ABERTA.
*>  PROCURA CONTA NAO ENCERRADA DO TITULAR EM WRK-TITULAR-BUSCA.
*>  VARREDURA COMPLETA DO CTAMST, PARANDO NA PRIMEIRA ENCONTRADA.
    MOVE ZEROS TO WRK-CONTA-ACHADA
    IF WRK-CTA-ABERTO = 'S'
       MOVE ZEROS TO CTA-CONTA
       MOVE 'N'   TO WRK-FIM-CONTAS
       START CONTA-MASTER KEY IS NOT LESS THAN CTA-CONTA
           INVALID KEY MOVE 'S' TO WRK-FIM-CONTAS
       END-START
       PERFORM 0272-LER-CONTA-TITULAR
           UNTIL WRK-FIM-CONTAS = 'S' OR WRK-CONTA-ACHADA > 0
    END-IF.
0272-LER-CONTA-TITULAR.
    READ CONTA-MASTER NEXT RECORD
        AT END MOVE 'S' TO WRK-FIM-CONTAS
        NOT AT END
           IF CTA-TITULAR = WRK-TITULAR-BUSCA
              AND NOT CTA-ENCERRADA
              MOVE CTA-CONTA TO WRK-CONTA-ACHADA
           END-IF
    END-READ.
0275-RECUSAR-TITULAR.
*>  CLIENTE QUE AINDA E TITULAR DE CONTA NAO ENCERRADA NAO SAI DO
*>  CADASTRO - A CONTA TEM DE SER ENCERRADA OU TROCAR DE TITULAR
*>  (PROG050) ANTES.
    SET WRK-TITULAR-CONTA TO TRUE
    MOVE 'E'        TO WRK-EXC-SEVERIDADE
    MOVE WRK-NUMERO TO WRK-EXC-CHAVE
    MOVE SPACES     TO WRK-EXC-MENSAGEM
    IF WRK-CTA-ABERTO NOT = 'S'
       DISPLAY 'MASTER DE CONTAS INDISPONIVEL - EXCLUSAO RECUSADA'
       MOVE 'EXCLUSAO RECUSADA - CONTAS DO TITULAR NAO VERIFICADAS'
         TO WRK-EXC-MENSAGEM
    ELSE
       DISPLAY 'CLIENTE TITULAR DA CONTA ' WRK-CONTA-ACHADA
               ' NAO ENCERRADA - EXCLUSAO RECUSADA'
       STRING 'EXCLUSAO RECUSADA - TITULAR DA CONTA NAO ENCERRADA '
                            DELIMITED BY SIZE
              WRK-CONTA-ACHADA DELIMITED BY SIZE
              INTO WRK-EXC-MENSAGEM
       END-STRING
    END-IF
    PERFORM 0122-GRAVAR-EXCECAO.
0405-OBTER-TRAVA.
*>  TRAVA POR REGISTRO ENTRE USUARIOS CONCORRENTES DO MENU - O
*>  WRITE NA CHAVE DO CLIENTE FALHA COM DUPLICATA QUANDO OUTRO
    IF WRK-TEM-RESTRITOS = 'S'
       CLOSE CPF-RESTRITO
    END-IF
    IF WRK-CTA-ABERTO = 'S'
       CLOSE CONTA-MASTER
    END-IF
    IF WRK-PEN-ABERTO = 'S'
       CLOSE CLIENTE-PENDENTE
    END-IF
    IF WRK-CON-ABERTO = 'S'
       CLOSE CLIENTE-CONSENT
    END-IF
    IF WRK-HCO-ABERTO = 'S'
       CLOSE CONSENT-HIST
    END-IF
    IF WRK-KYC-ABERTO = 'S'
       CLOSE CLIENTE-KYC
    END-IF
*>  CHAMADO PELO MENU, O PROGRAMA ABRE E FECHA A CADA FUNCAO - AS
*>  FLAGS VOLTAM A 'N' PARA A PROXIMA ABERTURA DECIDIR DE NOVO.
    MOVE 'N' TO WRK-TEM-RESTRITOS WRK-CTA-ABERTO WRK-PEN-ABERTO
                WRK-CON-ABERTO WRK-HCO-ABERTO WRK-KYC-ABERTO
    CLOSE CLIENTE-FILE CLIENTE-JORNAL CLIENTE-LOCK EXCECOES-FILE.
