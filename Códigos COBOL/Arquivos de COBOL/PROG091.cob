IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG091.
*> COPIA MASCARADA DOS MASTERS PARA A REGIAO DE TESTE (JOB
*> HERC01MK). O TESTE RODAVA CONTRA COPIA DA PRODUCAO COM NOME,
*> CPF E E-MAIL REAIS. ESTE PROGRAMA LE O CADASTRO DE CLIENTES
*> (CLIFILE), O MASTER DE ALUNOS (ALUMST) E O JORNAL DE CLIENTES
*> (CLIJRNL) DA PRODUCAO E GRAVA AS COPIAS DE TESTE (TSTCLI, TSTALU,
*> TSTJRN) COM OS DADOS PESSOAIS TROCADOS. CONTAS (CTAMST) E
*> HISTORICO (TRNHIST) NAO TEM DADO PESSOAL E SAO COPIADOS PELO JOB.
*> A TROCA E DETERMINISTICA - O MESMO CLIENTE RECEBE OS MESMOS
*> VALORES NO MASTER E EM TODAS AS IMAGENS DO JORNAL, E NUMERO DE
*> CLIENTE, CONTA, MATRICULA, FUSAO (CLI-MERGE-PARA), STATUS E DATAS
*> FICAM COMO ESTAO - CTA-TITULAR, FUSOES E JORNAL CONTINUAM
*> FECHANDO ENTRE SI:
*>   NOME      'CLIENTE ' + NUMERO (ALUNO: 'ALUNO ' + MATRICULA)
*>   RUA       'RUA TESTE ' + NUMERO; NUMERO DO ENDERECO = 4 ULTIMOS
*>             DIGITOS DO CLIENTE; COMPLEMENTO EM BRANCO. CIDADE, UF E
*>             CEP FICAM (A CRITICA DE CEP DO PROG002 CONTINUA VALENDO)
*>   TELEFONE  '11900' + NUMERO
*>   E-MAIL    'CLIENTE' + NUMERO + '@TESTE.INVALID'
*>   CPF       NOVO CPF COM DIGITOS VERIFICADORES VALIDOS (CRITICA DO
*>             PROG002), GERADO DOS 9 PRIMEIROS DIGITOS DO CPF REAL
*>             POR UMA TROCA UM-PARA-UM COM A CHAVE DO P091PAR - CPF
*>             IGUAL CONTINUA IGUAL (DUPLICIDADE DO PROG023 E FUSOES
*>             SE MANTEM) E CPF DIFERENTE CONTINUA DIFERENTE. CPF NAO
*>             NUMERICO VIRA 'MASCARADO'.
*> CAMPO EM BRANCO CONTINUA EM BRANCO. A TITULARIDADE ('T') DO
*> JORNAL TEM IMAGEM DE CONTA E PASSA INTACTA; REGISTRO NO LAYOUT
*> ANTERIOR A CONVERSAO (LINHA CURTA) E MASCARADO NO DESENHO ANTIGO.
*> P091PAR: MULTIPLICADOR (9 POSICOES, ULTIMO DIGITO 1, 3, 7 OU 9)
*> E DESLOCAMENTO (9) DA TROCA DO CPF. A CHAVE FICA SO NA PRODUCAO
*> - SEM ELA NAO HA COPIA (RC=16). RC=08: ERRO DE GRAVACAO NAS
*> COPIAS, OU LINHA DO JORNAL DE TAMANHO DESCONHECIDO - NAO HA COMO
*> SABER ONDE ESTAO OS DADOS PESSOAIS DELA, ENTAO ELA NAO VAI PARA
*> O TESTE (FICA SO A CONTAGEM E O NUMERO DA LINHA NO SYSOUT) E O
*> JOB NAO LIBERA A REGIAO DE TESTE ATE ALGUEM CONFERIR.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT CLIENTE-FILE  ASSIGN TO "CLIFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CLI-NUMERO
           ALTERNATE RECORD KEY IS CLI-CPF WITH DUPLICATES
           FILE STATUS  IS WRK-FS-CLIENTE.
    SELECT CLIENTE-TESTE ASSIGN TO "TSTCLI"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TCL-NUMERO
           FILE STATUS  IS WRK-FS-TCL.
    SELECT ALUNO-MASTER ASSIGN TO "ALUMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ALU-MATRICULA
           FILE STATUS  IS WRK-FS-ALU.
    SELECT ALUNO-TESTE  ASSIGN TO "TSTALU"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TAL-MATRICULA
           FILE STATUS  IS WRK-FS-TAL.
    SELECT CLIENTE-JORNAL ASSIGN TO "CLIJRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-JORNAL.
    SELECT JORNAL-TESTE ASSIGN TO "TSTJRN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-TJR.
    SELECT P091-PARM    ASSIGN TO "P091PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT P091-RELATO  ASSIGN TO "P091REL"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  CLIENTE-FILE.
COPY CPCLIENT.
FD  CLIENTE-TESTE.
01  TCL-REGISTRO.
    05  TCL-NUMERO         PIC 9(06).
    05  FILLER             PIC X(202).
FD  ALUNO-MASTER.
COPY CPALUMST.
FD  ALUNO-TESTE.
01  TAL-REGISTRO.
    05  TAL-MATRICULA      PIC 9(06).
    05  FILLER             PIC X(27).
FD  CLIENTE-JORNAL
    RECORD IS VARYING IN SIZE FROM 1 TO 445
    DEPENDING ON WRK-TAM-REGISTRO.
01  ENT-REGISTRO           PIC X(445).
FD  JORNAL-TESTE
    RECORD IS VARYING IN SIZE FROM 1 TO 445
    DEPENDING ON WRK-TAM-REGISTRO.
01  NOV-REGISTRO           PIC X(445).
FD  P091-PARM.
01  PARM-REGISTRO.
    05  PARM-MULTIPLICADOR PIC X(09).
    05  PARM-DESLOCAMENTO  PIC X(09).
FD  P091-RELATO.
01  RS91-REGISTRO          PIC X(80).
WORKING-STORAGE                 SECTION.
77  WRK-FS-CLIENTE       PIC X(02) VALUE SPACES.
77  WRK-FS-TCL           PIC X(02) VALUE SPACES.
77  WRK-FS-ALU           PIC X(02) VALUE SPACES.
77  WRK-FS-TAL           PIC X(02) VALUE SPACES.
77  WRK-FS-JORNAL        PIC X(02) VALUE SPACES.
77  WRK-FS-TJR           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-CLI-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-ALU-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-JRN-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-MULTIPLICADOR    PIC 9(09) VALUE ZEROS.
77  WRK-DESLOCAMENTO     PIC 9(09) VALUE ZEROS.
77  WRK-TAM-REGISTRO     PIC 9(04) VALUE ZEROS.
78  WRK-TAM-JORNAL-NOVO  VALUE 445.
78  WRK-TAM-JORNAL-ANTIGO VALUE 333.
77  WRK-NUMERO-MASC      PIC 9(06) VALUE ZEROS.
77  WRK-CPF-ORIGINAL     PIC X(11) VALUE SPACES.
77  WRK-CPF-MASCARA      PIC X(11) VALUE SPACES.
77  WRK-CPF-BASE         PIC 9(09) VALUE ZEROS.
77  WRK-CPF-SOMA         PIC 9(04) COMP VALUE ZEROS.
77  WRK-CPF-RESTO        PIC 9(02) COMP VALUE ZEROS.
77  WRK-CPF-DV           PIC 9(02) COMP VALUE ZEROS.
77  WRK-CPF-IDX          PIC 9(02) COMP VALUE ZEROS.
77  WRK-CPF-IGUAIS       PIC X(01) VALUE 'N'.
01  WRK-CPF-DIGITOS.
    05  WRK-CPF-DIG OCCURS 11 TIMES PIC 9(01).
01  WRK-CPF-NOVO REDEFINES WRK-CPF-DIGITOS.
    05  WRK-CPF-NOVO-BASE  PIC 9(09).
    05  FILLER             PIC 9(02).
77  WRK-QTDE-CLIENTES    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ALUNOS      PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-JORNAL      PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-IMAGENS     PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-TITULARID   PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-DESCONHEC   PIC 9(09) VALUE ZEROS.
77  WRK-LINHA-DESCARTADA PIC X(01) VALUE 'N'.
77  WRK-QTDE-ERROS       PIC 9(07) VALUE ZEROS.
*>  AREA DE TRABALHO DO JORNAL - LAYOUT ATUAL OU ANTERIOR A
*>  CONVERSAO.
COPY CPCLIJRN.
01  WRK-JRN-ANTIGO REDEFINES JRN-REGISTRO.
    05  FILLER             PIC X(29).
    05  WRK-JRA-ANTES      PIC X(152).
    05  WRK-JRA-DEPOIS     PIC X(152).
    05  FILLER             PIC X(112).
01  WRK-IMAGEM.
    05  IMG-NUMERO         PIC X(06).
    05  IMG-NOME           PIC X(20).
    05  IMG-ENDERECO.
        07  IMG-RUA        PIC X(25).
        07  IMG-NUM        PIC X(05).
        07  IMG-COMPL      PIC X(15).
        07  IMG-CIDADE     PIC X(20).
        07  IMG-UF         PIC X(02).
        07  IMG-CEP        PIC X(08).
    05  IMG-PROF           PIC X(15).
    05  IMG-CPF            PIC X(11).
    05  IMG-TELEFONE       PIC X(15).
    05  IMG-EMAIL          PIC X(40).
    05  FILLER             PIC X(26).
*>  IMAGEM DO CLIENTE NO LAYOUT ANTERIOR (152 BYTES, SEM
*>  COMPLEMENTO/CIDADE/UF/CEP E SEM AS FLAGS DE RETORNO).
01  WRK-IMAGEM-ANTIGA.
    05  IMA-NUMERO         PIC X(06).
    05  IMA-NOME           PIC X(20).
    05  IMA-RUA            PIC X(25).
    05  IMA-NUM            PIC X(05).
    05  IMA-PROF           PIC X(15).
    05  IMA-CPF            PIC X(11).
    05  IMA-TELEFONE       PIC X(15).
    05  IMA-EMAIL          PIC X(40).
    05  FILLER             PIC X(15).
*>  VALORES MASCARADOS DO CLIENTE CORRENTE.
01  WRK-MASCARA.
    05  MSC-NOME.
        07  FILLER         PIC X(08) VALUE 'CLIENTE '.
        07  MSC-NOME-NUM   PIC 9(06).
        07  FILLER         PIC X(06) VALUE SPACES.
    05  MSC-RUA.
        07  FILLER         PIC X(10) VALUE 'RUA TESTE '.
        07  MSC-RUA-NUM    PIC 9(06).
        07  FILLER         PIC X(09) VALUE SPACES.
    05  MSC-NUM.
        07  MSC-NUM-DIG    PIC 9(04).
        07  FILLER         PIC X(01) VALUE SPACE.
    05  MSC-TELEFONE.
        07  FILLER         PIC X(05) VALUE '11900'.
        07  MSC-TEL-NUM    PIC 9(06).
        07  FILLER         PIC X(04) VALUE SPACES.
    05  MSC-EMAIL.
        07  FILLER         PIC X(07) VALUE 'CLIENTE'.
        07  MSC-EMAIL-NUM  PIC 9(06).
        07  FILLER         PIC X(14) VALUE '@TESTE.INVALID'.
        07  FILLER         PIC X(13) VALUE SPACES.
01  WRK-NOME-ALUNO.
    05  FILLER             PIC X(06) VALUE 'ALUNO '.
    05  MSC-ALU-NUM        PIC 9(06).
    05  FILLER             PIC X(08) VALUE SPACES.
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF WRK-RC < 16
       PERFORM 0200-MASCARAR-CLIENTES
       PERFORM 0300-MASCARAR-ALUNOS
       PERFORM 0400-MASCARAR-JORNAL
    END-IF
    PERFORM 0900-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    OPEN OUTPUT P091-RELATO
    MOVE 'PROG091 - COPIA MASCARADA DOS MASTERS PARA TESTE'
      TO RS91-REGISTRO
    WRITE RS91-REGISTRO
    MOVE SPACES TO RS91-REGISTRO
    WRITE RS91-REGISTRO
    PERFORM 0110-LER-PARAMETROS
    IF WRK-RC < 16
       OPEN INPUT CLIENTE-FILE
       IF WRK-FS-CLIENTE NOT = '00'
          DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL - STATUS '
                  WRK-FS-CLIENTE
          MOVE 16 TO WRK-RC
       ELSE
          MOVE 'S' TO WRK-CLI-ABERTO
          OPEN OUTPUT CLIENTE-TESTE
       END-IF
    END-IF.
0110-LER-PARAMETROS.
*>  SEM CHAVE NAO HA MASCARA - UMA CHAVE PADRAO CONHECIDA TORNARIA
*>  A TROCA DO CPF REVERSIVEL POR QUALQUER UM.
    OPEN INPUT P091-PARM
    IF WRK-FS-PARM = '00'
       READ P091-PARM
           AT END CONTINUE
           NOT AT END
              IF PARM-MULTIPLICADOR IS NUMERIC
                 MOVE PARM-MULTIPLICADOR TO WRK-MULTIPLICADOR
              END-IF
              IF PARM-DESLOCAMENTO IS NUMERIC
                 MOVE PARM-DESLOCAMENTO TO WRK-DESLOCAMENTO
              END-IF
       END-READ
       CLOSE P091-PARM
    END-IF
    IF WRK-MULTIPLICADOR(9:1) NOT = '1' AND NOT = '3'
       AND NOT = '7' AND NOT = '9'
       DISPLAY 'CHAVE DE MASCARA AUSENTE OU INVALIDA NO P091PAR - '
               'NENHUMA COPIA GRAVADA'
       MOVE 'CHAVE DE MASCARA AUSENTE OU INVALIDA - SEM COPIA'
         TO RS91-REGISTRO
       WRITE RS91-REGISTRO
       MOVE 16 TO WRK-RC
    END-IF.
0200-MASCARAR-CLIENTES.
    MOVE 'N' TO WRK-EOF
    PERFORM 0210-LER-CLIENTE
    PERFORM 0220-GRAVAR-CLIENTE UNTIL WRK-FIM-ARQUIVO.
0210-LER-CLIENTE.
    READ CLIENTE-FILE NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
    END-READ.
0220-GRAVAR-CLIENTE.
    ADD 1 TO WRK-QTDE-CLIENTES
    MOVE CLI-REGISTRO TO WRK-IMAGEM
    PERFORM 0500-MASCARAR-IMAGEM
    MOVE WRK-IMAGEM(1:182) TO CLI-REGISTRO(1:182)
    WRITE TCL-REGISTRO FROM CLI-REGISTRO
    IF WRK-FS-TCL NOT = '00'
       DISPLAY 'ERRO AO GRAVAR O CLIENTE ' CLI-NUMERO ' NO TESTE - '
               'STATUS ' WRK-FS-TCL
       ADD 1 TO WRK-QTDE-ERROS
    END-IF
    PERFORM 0210-LER-CLIENTE.
0300-MASCARAR-ALUNOS.
    OPEN INPUT ALUNO-MASTER
    IF WRK-FS-ALU NOT = '00'
       DISPLAY 'MASTER DE ALUNOS INDISPONIVEL - STATUS ' WRK-FS-ALU
               ' - COPIA DE ALUNOS NAO GRAVADA'
       MOVE 'S' TO WRK-EOF
    ELSE
       MOVE 'S' TO WRK-ALU-ABERTO
       OPEN OUTPUT ALUNO-TESTE
       MOVE 'N' TO WRK-EOF
       PERFORM 0310-LER-ALUNO
    END-IF
    PERFORM 0320-GRAVAR-ALUNO UNTIL WRK-FIM-ARQUIVO.
0310-LER-ALUNO.
    READ ALUNO-MASTER NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF
    END-READ.
0320-GRAVAR-ALUNO.
    ADD 1 TO WRK-QTDE-ALUNOS
    IF ALU-NOME NOT = SPACES
       MOVE ALU-MATRICULA  TO MSC-ALU-NUM
       MOVE WRK-NOME-ALUNO TO ALU-NOME
    END-IF
    WRITE TAL-REGISTRO FROM ALU-REGISTRO
    IF WRK-FS-TAL NOT = '00'
       DISPLAY 'ERRO AO GRAVAR O ALUNO ' ALU-MATRICULA ' NO TESTE - '
               'STATUS ' WRK-FS-TAL
       ADD 1 TO WRK-QTDE-ERROS
    END-IF
    PERFORM 0310-LER-ALUNO.
0400-MASCARAR-JORNAL.
    OPEN INPUT CLIENTE-JORNAL
    IF WRK-FS-JORNAL NOT = '00'
       DISPLAY 'JORNAL DE CLIENTES AUSENTE - COPIA DO JORNAL VAZIA'
       OPEN OUTPUT JORNAL-TESTE
       MOVE 'S' TO WRK-EOF
    ELSE
       MOVE 'S' TO WRK-JRN-ABERTO
       OPEN OUTPUT JORNAL-TESTE
       MOVE 'N' TO WRK-EOF
       PERFORM 0410-LER-JORNAL
    END-IF
    PERFORM 0420-GRAVAR-JORNAL UNTIL WRK-FIM-ARQUIVO.
0410-LER-JORNAL.
    READ CLIENTE-JORNAL
        AT END MOVE 'S' TO WRK-EOF
    END-READ.
0420-GRAVAR-JORNAL.
    ADD 1 TO WRK-QTDE-JORNAL
    MOVE 'N'    TO WRK-LINHA-DESCARTADA
    MOVE SPACES TO JRN-REGISTRO
    MOVE ENT-REGISTRO(1:WRK-TAM-REGISTRO)
      TO JRN-REGISTRO(1:WRK-TAM-REGISTRO)
    EVALUATE TRUE
       WHEN WRK-TAM-REGISTRO = WRK-TAM-JORNAL-NOVO
          IF JRN-TITULARIDADE
             ADD 1 TO WRK-QTDE-TITULARID
          ELSE
             MOVE JRN-IMAGEM-ANTES  TO WRK-IMAGEM
             PERFORM 0500-MASCARAR-IMAGEM
             MOVE WRK-IMAGEM        TO JRN-IMAGEM-ANTES
             MOVE JRN-IMAGEM-DEPOIS TO WRK-IMAGEM
             PERFORM 0500-MASCARAR-IMAGEM
             MOVE WRK-IMAGEM        TO JRN-IMAGEM-DEPOIS
             ADD 2 TO WRK-QTDE-IMAGENS
          END-IF
       WHEN WRK-TAM-REGISTRO = WRK-TAM-JORNAL-ANTIGO
          MOVE WRK-JRA-ANTES     TO WRK-IMAGEM-ANTIGA
          PERFORM 0510-MASCARAR-IMAGEM-ANTIGA
          MOVE WRK-IMAGEM-ANTIGA TO WRK-JRA-ANTES
          MOVE WRK-JRA-DEPOIS    TO WRK-IMAGEM-ANTIGA
          PERFORM 0510-MASCARAR-IMAGEM-ANTIGA
          MOVE WRK-IMAGEM-ANTIGA TO WRK-JRA-DEPOIS
          ADD 2 TO WRK-QTDE-IMAGENS
       WHEN OTHER
          ADD 1 TO WRK-QTDE-DESCONHEC
          MOVE 'S' TO WRK-LINHA-DESCARTADA
          IF WRK-RC < 08
             MOVE 08 TO WRK-RC
          END-IF
          DISPLAY 'LINHA ' WRK-QTDE-JORNAL ' DO JORNAL COM '
                  WRK-TAM-REGISTRO ' BYTES - DESCARTADA DA COPIA'
    END-EVALUATE
*>  O REGISTRO SAI COM O COMPRIMENTO COM QUE ENTROU.
    IF WRK-LINHA-DESCARTADA = 'N'
       WRITE NOV-REGISTRO FROM JRN-REGISTRO
    END-IF
    PERFORM 0410-LER-JORNAL.
0500-MASCARAR-IMAGEM.
*>  IMAGEM EM BRANCO (O 'ANTES' DA INCLUSAO) CONTINUA EM BRANCO.
    IF IMG-NUMERO IS NUMERIC
       MOVE IMG-NUMERO TO WRK-NUMERO-MASC
       PERFORM 0520-MONTAR-MASCARA
       IF IMG-NOME NOT = SPACES
          MOVE MSC-NOME     TO IMG-NOME
       END-IF
       IF IMG-RUA NOT = SPACES
          MOVE MSC-RUA      TO IMG-RUA
       END-IF
       IF IMG-NUM NOT = SPACES
          MOVE MSC-NUM      TO IMG-NUM
       END-IF
       MOVE SPACES          TO IMG-COMPL
       IF IMG-TELEFONE NOT = SPACES
          MOVE MSC-TELEFONE TO IMG-TELEFONE
       END-IF
       IF IMG-EMAIL NOT = SPACES
          MOVE MSC-EMAIL    TO IMG-EMAIL
       END-IF
       MOVE IMG-CPF TO WRK-CPF-ORIGINAL
       PERFORM 0600-MASCARAR-CPF
       MOVE WRK-CPF-MASCARA TO IMG-CPF
    END-IF.
0510-MASCARAR-IMAGEM-ANTIGA.
    IF IMA-NUMERO IS NUMERIC
       MOVE IMA-NUMERO TO WRK-NUMERO-MASC
       PERFORM 0520-MONTAR-MASCARA
       IF IMA-NOME NOT = SPACES
          MOVE MSC-NOME     TO IMA-NOME
       END-IF
       IF IMA-RUA NOT = SPACES
          MOVE MSC-RUA      TO IMA-RUA
       END-IF
       IF IMA-NUM NOT = SPACES
          MOVE MSC-NUM      TO IMA-NUM
       END-IF
       IF IMA-TELEFONE NOT = SPACES
          MOVE MSC-TELEFONE TO IMA-TELEFONE
       END-IF
       IF IMA-EMAIL NOT = SPACES
          MOVE MSC-EMAIL    TO IMA-EMAIL
       END-IF
       MOVE IMA-CPF TO WRK-CPF-ORIGINAL
       PERFORM 0600-MASCARAR-CPF
       MOVE WRK-CPF-MASCARA TO IMA-CPF
    END-IF.
0520-MONTAR-MASCARA.
    MOVE WRK-NUMERO-MASC      TO MSC-NOME-NUM MSC-RUA-NUM
                                 MSC-TEL-NUM MSC-EMAIL-NUM
    MOVE WRK-NUMERO-MASC(3:4) TO MSC-NUM-DIG.
0600-MASCARAR-CPF.
*>  TROCA UM-PARA-UM DOS 9 DIGITOS DE BASE: (BASE * MULTIPLICADOR +
*>  DESLOCAMENTO) MODULO 10**9 - O MULTIPLICADOR PRIMO COM 10
*>  GARANTE QUE DOIS CPFS DIFERENTES NUNCA CAEM NO MESMO. RESULTADO
*>  COM OS 11 DIGITOS IGUAIS (RECUSADO PELO PROG002) PASSA PELA
*>  TROCA DE NOVO ATE SAIR DELES, O QUE MANTEM O UM-PARA-UM.
    EVALUATE TRUE
       WHEN WRK-CPF-ORIGINAL = SPACES
          MOVE SPACES TO WRK-CPF-MASCARA
       WHEN WRK-CPF-ORIGINAL NOT NUMERIC
          MOVE 'MASCARADO' TO WRK-CPF-MASCARA
       WHEN OTHER
          MOVE WRK-CPF-ORIGINAL(1:9) TO WRK-CPF-BASE
          PERFORM 0610-TROCAR-BASE
          PERFORM 0610-TROCAR-BASE UNTIL WRK-CPF-IGUAIS = 'N'
          MOVE WRK-CPF-DIGITOS TO WRK-CPF-MASCARA
    END-EVALUATE.
0610-TROCAR-BASE.
    COMPUTE WRK-CPF-BASE = FUNCTION MOD(WRK-CPF-BASE
            * WRK-MULTIPLICADOR + WRK-DESLOCAMENTO, 1000000000)
    MOVE WRK-CPF-BASE TO WRK-CPF-NOVO-BASE
    PERFORM 0620-CALCULAR-DIGITOS
    MOVE 'S' TO WRK-CPF-IGUAIS
    PERFORM VARYING WRK-CPF-IDX FROM 2 BY 1
            UNTIL WRK-CPF-IDX > 11
       IF WRK-CPF-DIG(WRK-CPF-IDX) NOT = WRK-CPF-DIG(1)
          MOVE 'N' TO WRK-CPF-IGUAIS
       END-IF
    END-PERFORM.
0620-CALCULAR-DIGITOS.
*>  MESMA REGRA DA CRITICA DO PROG002: PESOS 10..2 SOBRE OS 9
*>  PRIMEIROS DIGITOS E 11..2 SOBRE OS 10 PRIMEIROS; 11 - MOD(SOMA,
*>  11), COM 10 OU 11 VIRANDO ZERO.
    MOVE ZEROS TO WRK-CPF-SOMA
    PERFORM VARYING WRK-CPF-IDX FROM 1 BY 1
            UNTIL WRK-CPF-IDX > 9
       COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA
          + WRK-CPF-DIG(WRK-CPF-IDX) * (11 - WRK-CPF-IDX)
    END-PERFORM
    COMPUTE WRK-CPF-RESTO = FUNCTION MOD(WRK-CPF-SOMA, 11)
    COMPUTE WRK-CPF-DV = 11 - WRK-CPF-RESTO
    IF WRK-CPF-DV > 9
       MOVE ZEROS TO WRK-CPF-DV
    END-IF
    MOVE WRK-CPF-DV TO WRK-CPF-DIG(10)
    MOVE ZEROS TO WRK-CPF-SOMA
    PERFORM VARYING WRK-CPF-IDX FROM 1 BY 1
            UNTIL WRK-CPF-IDX > 10
       COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA
          + WRK-CPF-DIG(WRK-CPF-IDX) * (12 - WRK-CPF-IDX)
    END-PERFORM
    COMPUTE WRK-CPF-RESTO = FUNCTION MOD(WRK-CPF-SOMA, 11)
    COMPUTE WRK-CPF-DV = 11 - WRK-CPF-RESTO
    IF WRK-CPF-DV > 9
       MOVE ZEROS TO WRK-CPF-DV
    END-IF
    MOVE WRK-CPF-DV TO WRK-CPF-DIG(11).
0900-FINALIZAR.
    MOVE 'CLIENTES COPIADOS.........' TO WRT-LABEL
    MOVE WRK-QTDE-CLIENTES            TO WRT-QTDE
    WRITE RS91-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'ALUNOS COPIADOS...........' TO WRT-LABEL
    MOVE WRK-QTDE-ALUNOS              TO WRT-QTDE
    WRITE RS91-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'JORNAL - REGISTROS........' TO WRT-LABEL
    MOVE WRK-QTDE-JORNAL              TO WRT-QTDE
    WRITE RS91-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'JORNAL - IMAGENS MASCARAD.' TO WRT-LABEL
    MOVE WRK-QTDE-IMAGENS             TO WRT-QTDE
    WRITE RS91-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'JORNAL - TITULARIDADE.....' TO WRT-LABEL
    MOVE WRK-QTDE-TITULARID           TO WRT-QTDE
    WRITE RS91-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'JORNAL - DESCARTADAS......' TO WRT-LABEL
    MOVE WRK-QTDE-DESCONHEC           TO WRT-QTDE
    WRITE RS91-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'ERROS DE GRAVACAO.........' TO WRT-LABEL
    MOVE WRK-QTDE-ERROS               TO WRT-QTDE
    WRITE RS91-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG091 - CLIENTES COPIADOS...' WRK-QTDE-CLIENTES
    DISPLAY 'PROG091 - ALUNOS COPIADOS.....' WRK-QTDE-ALUNOS
    DISPLAY 'PROG091 - JORNAL COPIADO......' WRK-QTDE-JORNAL
    IF WRK-QTDE-ERROS > 0
       MOVE 08 TO WRK-RC
    END-IF
    IF WRK-CLI-ABERTO = 'S'
       CLOSE CLIENTE-FILE CLIENTE-TESTE
    END-IF
    IF WRK-ALU-ABERTO = 'S'
       CLOSE ALUNO-MASTER ALUNO-TESTE
    END-IF
    IF WRK-JRN-ABERTO = 'S'
       CLOSE CLIENTE-JORNAL
    END-IF
    IF WRK-RC < 16
       CLOSE JORNAL-TESTE
    END-IF
    CLOSE P091-RELATO.
