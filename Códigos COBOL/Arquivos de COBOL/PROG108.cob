IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG108.
*> MANUTENCAO DAS TABELAS DE SISTEMA QUE MOVEM DINHEIRO NA CADEIA -
*> CADASTRO DE FILIAIS (FILREG), AUSENCIAS DE FILIAL POR FERIADO
*> LOCAL (P026AUS), TAXA DE JUROS SOBRE SALDO CREDOR (JURTAB) E
*> MAPA CONTABIL CLASSE+ORIGEM (P055MAP). ERAM EDITADAS DIRETO NO
*> DATASET, SEM CONFERENCIA E SEM SABER QUEM MUDOU O QUE. FLUXO
*> PELO SYSIN, NO ESTILO DO PROG064/PROG065 (UMA LINHA POR CAMPO):
*>   FUNCAO / TABELA (FIL, AUS, JUR OU MAP) / CHAVE / DADOS
*>   FIL - CODIGO; NOME, ATIVA S/N, ESPERADA S/N, HORA DE CORTE HHMM
*>   AUS - CODIGO, DATA
*>   JUR - VIGENCIA; TAXA MENSAL (9(03)V9(04))
*>   MAP - CLASSE, ORIGEM; CONTA CONTABIL
*> FUNCOES: I INCLUIR, A ALTERAR, E EXCLUIR, Q CONSULTAR, L LISTAR
*> (SEM CHAVE), V VERIFICAR O MAPA (SEM CHAVE, SO MAP) E, SO PARA
*> JUR E MAP, P APROVAR E R RECUSAR A ALTERACAO PENDENTE.
*> FILREG E P026AUS MUDAM NA HORA. JURTAB E P055MAP TEM QUATRO
*> OLHOS COMO A TAXA DE MARKUP DO PROG065: A ALTERACAO ENTRA
*> PENDENTE NO MNTPEND (CPMNTPEN) E SO E APLICADA QUANDO OUTRO
*> OPERADOR, SUPERVISOR ATIVO NO OPERFIL, APROVA - E SO SE A TABELA
*> AINDA ESTA COMO NA ENTRADA.
*> CONFERENCIAS: FILIAL NAO USA ORIGEM RESERVADA (00 E A
*> REAPRESENTACAO DE SUSPENSOS; 90-99 SAO DOS FEEDS INTERNOS E SO
*> ENTRAM COMO NAO ESPERADAS); AUSENCIA SO PARA FILIAL ATIVA E
*> ESPERADA, DE HOJE EM DIANTE; TAXA DE JUROS SO COM VIGENCIA
*> FUTURA E SEM VIGENCIA REPETIDA - VIGENCIA NO PASSADO MUDARIA
*> JUROS JA CREDITADOS; O MAPA NAO PERDE PAR CLASSE+ORIGEM QUE O
*> PROG055 PRECISA (ORIGEM 00 E TODA ORIGEM ATIVA DO FILREG, NAS
*> CINCO CLASSES C D E T S) E A FUNCAO V LISTA O QUE FALTA; FILIAL
*> SO E INCLUIDA ATIVA, OU PASSA A ATIVA, COM AS CINCO CLASSES DELA
*> JA NO MAPA (RETORNO 12) - ENTRAR O MAPA PRIMEIRO.
*> O OPERADOR DA RODADA VEM DO P108PAR E TEM QUE ESTAR ATIVO NO
*> OPERFIL, FORA DO PERFIL SOMENTE-CONSULTA (RC=16, NADA FEITO).
*> CADA MOVIMENTO VAI PARA O JORNAL MNTJRNL (CPMNTJRN) COM O
*> OPERADOR E A IMAGEM ANTES/DEPOIS DO REGISTRO.
*> RC=04: TRANSACAO RECUSADA (RETORNO NO SYSOUT).
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT FILIAL-REGISTRO ASSIGN TO "FILREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS FIL-CODIGO
           FILE STATUS  IS WRK-FS-FILREG.
    SELECT P026-AUSENCIA ASSIGN TO "P026AUS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-AUSENCIA.
    SELECT TABELA-JUROS ASSIGN TO "JURTAB"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS JUR-DATA-VIGENCIA
           FILE STATUS  IS WRK-FS-JUR.
    SELECT P055-MAPA    ASSIGN TO "P055MAP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-MAPA.
    SELECT MANUTENCAO-PENDENTE ASSIGN TO "MNTPEND"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PEN-CHAVE
           FILE STATUS  IS WRK-FS-PEN.
    SELECT OPERADOR-FILE ASSIGN TO "OPERFIL"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS OPE-USUARIO
           FILE STATUS  IS WRK-FS-OPER.
    SELECT MANUTENCAO-JORNAL ASSIGN TO "MNTJRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-JORNAL.
    SELECT P108-PARM    ASSIGN TO "P108PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
DATA                            DIVISION.
FILE                            SECTION.
FD  FILIAL-REGISTRO.
COPY CPFILREG.
FD  P026-AUSENCIA.
01  AUS-REGISTRO.
    05  AUS-CODIGO         PIC 9(02).
    05  AUS-DATA           PIC 9(08).
FD  TABELA-JUROS.
COPY CPTABJUR.
FD  P055-MAPA.
01  MAP-REGISTRO.
    05  MAP-CLASSE         PIC X(01).
    05  MAP-ORIGEM         PIC 9(02).
    05  MAP-CONTA-GL       PIC X(08).
FD  MANUTENCAO-PENDENTE.
COPY CPMNTPEN.
FD  OPERADOR-FILE.
COPY CPOPERFL.
FD  MANUTENCAO-JORNAL.
COPY CPMNTJRN.
FD  P108-PARM.
01  PARM-REGISTRO.
    05  PARM-OPERADOR      PIC X(08).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-FILREG        PIC X(02) VALUE SPACES.
77  WRK-FS-AUSENCIA      PIC X(02) VALUE SPACES.
77  WRK-FS-JUR           PIC X(02) VALUE SPACES.
77  WRK-FS-MAPA          PIC X(02) VALUE SPACES.
77  WRK-FS-PEN           PIC X(02) VALUE SPACES.
77  WRK-FS-OPER          PIC X(02) VALUE SPACES.
77  WRK-FS-JORNAL        PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-FS-BUSCA         PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-CARGA        PIC X(01) VALUE 'N'.
    88  WRK-FIM-CARGA        VALUE 'S'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-MOTIVO           PIC X(60) VALUE SPACES.
77  WRK-FUNCAO           PIC X(01).
    88  WRK-INCLUIR          VALUE 'I'.
    88  WRK-ALTERAR          VALUE 'A'.
    88  WRK-EXCLUIR          VALUE 'E'.
    88  WRK-CONSULTAR        VALUE 'Q'.
    88  WRK-LISTAR           VALUE 'L'.
    88  WRK-VERIFICAR        VALUE 'V'.
    88  WRK-APROVAR          VALUE 'P'.
    88  WRK-RECUSAR          VALUE 'R'.
77  WRK-TABELA           PIC X(03).
    88  WRK-TAB-FILIAL       VALUE 'FIL'.
    88  WRK-TAB-AUSENCIA     VALUE 'AUS'.
    88  WRK-TAB-JUROS        VALUE 'JUR'.
    88  WRK-TAB-MAPA         VALUE 'MAP'.
77  WRK-RETORNO          PIC X(02) VALUE '00'.
    88  WRK-OK               VALUE '00'.
    88  WRK-NAO-ENCONTRADO   VALUE '04'.
    88  WRK-DUPLICADO        VALUE '08'.
    88  WRK-DADO-INVALIDO    VALUE '12'.
    88  WRK-SEM-ALCADA       VALUE '16'.
*>    CAMPOS DA TRANSACAO
77  WRK-CODIGO           PIC 9(02) VALUE ZEROS.
77  WRK-NOME             PIC X(20) VALUE SPACES.
77  WRK-ATIVA            PIC X(01) VALUE SPACE.
77  WRK-ESPERADA         PIC X(01) VALUE SPACE.
01  WRK-HORA-CORTE.
    05  WRK-CORTE-HH         PIC 9(02).
    05  WRK-CORTE-MM         PIC 9(02).
77  WRK-DATA             PIC 9(08) VALUE ZEROS.
77  WRK-VIGENCIA         PIC 9(08) VALUE ZEROS.
77  WRK-TAXA             PIC 9(03)V9(04) VALUE ZEROS.
77  WRK-CLASSE           PIC X(01) VALUE SPACE.
77  WRK-ORIGEM           PIC 9(02) VALUE ZEROS.
77  WRK-CONTA-GL         PIC X(08) VALUE SPACES.
*>    OPERADOR E DATA DA RODADA
77  WRK-OPERADOR         PIC X(08) VALUE SPACES.
77  WRK-OPER-SUPERVISOR  PIC X(01) VALUE 'N'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-HORA-JORNAL      PIC 9(08) VALUE ZEROS.
*>    REGRAS
78  WRK-INICIO-RESERVADAS VALUE 90.
78  WRK-TAXA-MAXIMA      VALUE 10.
*>    CHAVE DO REGISTRO NO JORNAL E NA PENDENCIA, UMA VISAO POR
*>    TABELA.
01  WRK-CHAVE-REG            PIC X(11) VALUE SPACES.
01  WRK-CHAVE-FIL REDEFINES WRK-CHAVE-REG.
    05  WRK-CHF-CODIGO       PIC 9(02).
    05  FILLER               PIC X(09).
01  WRK-CHAVE-AUS REDEFINES WRK-CHAVE-REG.
    05  WRK-CHA-CODIGO       PIC 9(02).
    05  WRK-CHA-DATA         PIC 9(08).
    05  FILLER               PIC X(01).
01  WRK-CHAVE-JUR REDEFINES WRK-CHAVE-REG.
    05  WRK-CHJ-VIGENCIA     PIC 9(08).
    05  FILLER               PIC X(03).
01  WRK-CHAVE-MAP REDEFINES WRK-CHAVE-REG.
    05  WRK-CHM-CLASSE       PIC X(01).
    05  WRK-CHM-ORIGEM       PIC 9(02).
    05  FILLER               PIC X(08).
77  WRK-IMAGEM-ANTES     PIC X(30) VALUE SPACES.
77  WRK-IMAGEM-DEPOIS    PIC X(30) VALUE SPACES.
77  WRK-JRN-FUNCAO       PIC X(01) VALUE SPACE.
77  WRK-JRN-SITUACAO     PIC X(01) VALUE SPACE.
77  WRK-JRN-OPER-ENTRADA PIC X(08) VALUE SPACES.
01  WRK-IMG-MAPA.
    05  WRK-IMM-CLASSE       PIC X(01).
    05  WRK-IMM-ORIGEM       PIC 9(02).
    05  WRK-IMM-CONTA        PIC X(08).
    05  FILLER               PIC X(19).
77  WRK-JUR-EXISTE       PIC X(01) VALUE 'N'.
*>    AUSENCIAS EM MEMORIA - O ARQUIVO E REGRAVADO NO FIM SE MUDOU
78  WRK-MAX-AUSENCIAS    VALUE 500.
77  WRK-QTDE-AUS         PIC 9(03) COMP VALUE ZEROS.
77  WRK-AUS-CARREGADA    PIC X(01) VALUE 'N'.
77  WRK-AUS-ALTERADA     PIC X(01) VALUE 'N'.
01  WRK-TAB-AUSENCIAS.
    05  WRK-AUS-ENTRY OCCURS 500 TIMES.
        10  WRK-AUS-CODIGO     PIC 9(02).
        10  WRK-AUS-DATA       PIC 9(08).
*>    MAPA CONTABIL EM MEMORIA - MESMO LIMITE DO PROG055
78  WRK-MAX-MAPA         VALUE 100.
77  WRK-QTDE-MAPA        PIC 9(03) COMP VALUE ZEROS.
77  WRK-MAPA-CARREGADO   PIC X(01) VALUE 'N'.
77  WRK-MAPA-ALTERADO    PIC X(01) VALUE 'N'.
01  WRK-TAB-MAPEAMENTOS.
    05  WRK-MAPA-ENTRY OCCURS 100 TIMES.
        10  WRK-MAPA-CLASSE    PIC X(01).
        10  WRK-MAPA-ORIGEM    PIC 9(02).
        10  WRK-MAPA-CONTA     PIC X(08).
01  WRK-CLASSES-GL           PIC X(05) VALUE 'CDETS'.
01  WRK-CLASSES-GL-R REDEFINES WRK-CLASSES-GL.
    05  WRK-CLASSE-GL        PIC X(01) OCCURS 5 TIMES.
77  WRK-IDX              PIC 9(03) COMP VALUE ZEROS.
77  WRK-IDX-ACHADO       PIC 9(03) COMP VALUE ZEROS.
77  WRK-IDX-CLASSE       PIC 9(01) COMP VALUE ZEROS.
77  WRK-QTDE-SEM-MAPA    PIC 9(03) VALUE ZEROS.
77  WRK-QTDE-PROCESSADAS PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-ERROS       PIC 9(05) VALUE ZEROS.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF WRK-RC < 16
       PERFORM 0200-PROCESSAR-TRANSACAO UNTIL WRK-FIM-ARQUIVO
       PERFORM 0300-FINALIZAR
    END-IF
    IF WRK-RC = 0 AND WRK-QTDE-ERROS > 0
       MOVE 04 TO WRK-RC
    END-IF
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    PERFORM 0110-LER-PARAMETROS
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0120-CONFERIR-OPERADOR
    IF WRK-RC < 16
       PERFORM 0130-ABRIR-ARQUIVOS
    END-IF
    IF WRK-RC < 16
       PERFORM 0140-CARREGAR-AUSENCIAS
       PERFORM 0150-CARREGAR-MAPA
    END-IF.
0110-LER-PARAMETROS.
    OPEN INPUT P108-PARM
    IF WRK-FS-PARM = '00'
       READ P108-PARM
           AT END CONTINUE
           NOT AT END MOVE PARM-OPERADOR TO WRK-OPERADOR
       END-READ
       CLOSE P108-PARM
    END-IF
    DISPLAY 'OPERADOR DA RODADA..' WRK-OPERADOR.
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
0120-CONFERIR-OPERADOR.
*>  TODA ALTERACAO TEM DONO: O OPERADOR DO PARM TEM QUE EXISTIR NO
*>  OPERFIL, ATIVO E COM PERFIL QUE ALTERA. SUPERVISOR FICA
*>  MARCADO PARA A APROVACAO DE PENDENCIAS.
    EVALUATE TRUE
       WHEN WRK-OPERADOR = SPACES
          MOVE 'OPERADOR AUSENTE NO P108PAR - NADA FEITO'
            TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
       WHEN OTHER
          OPEN INPUT OPERADOR-FILE
          IF WRK-FS-OPER NOT = '00'
             MOVE 'CADASTRO DE OPERADORES INDISPONIVEL - NADA FEITO'
               TO WRK-MOTIVO
             PERFORM 0190-RECUSAR-RODADA
          ELSE
             PERFORM 0125-LER-OPERADOR
             CLOSE OPERADOR-FILE
          END-IF
    END-EVALUATE.
0125-LER-OPERADOR.
    MOVE WRK-OPERADOR TO OPE-USUARIO
    READ OPERADOR-FILE
        INVALID KEY
           MOVE 'OPERADOR NAO CONSTA NO OPERFIL - NADA FEITO'
             TO WRK-MOTIVO
           PERFORM 0190-RECUSAR-RODADA
        NOT INVALID KEY
           EVALUATE TRUE
              WHEN NOT OPE-ATIVO
                 MOVE 'OPERADOR NAO ESTA ATIVO NO OPERFIL - NADA '
                      & 'FEITO' TO WRK-MOTIVO
                 PERFORM 0190-RECUSAR-RODADA
              WHEN OPE-SOMENTE-CONSULTA
                 MOVE 'OPERADOR SOMENTE-CONSULTA NAO ALTERA TABELA '
                      & '- NADA FEITO' TO WRK-MOTIVO
                 PERFORM 0190-RECUSAR-RODADA
              WHEN OPE-SUPERVISOR
                 MOVE 'S' TO WRK-OPER-SUPERVISOR
           END-EVALUATE
    END-READ.
0130-ABRIR-ARQUIVOS.
    OPEN I-O FILIAL-REGISTRO
    IF WRK-FS-FILREG = '35'
       OPEN OUTPUT FILIAL-REGISTRO
       CLOSE FILIAL-REGISTRO
       OPEN I-O FILIAL-REGISTRO
    END-IF
    OPEN I-O TABELA-JUROS
    IF WRK-FS-JUR = '35'
       OPEN OUTPUT TABELA-JUROS
       CLOSE TABELA-JUROS
       OPEN I-O TABELA-JUROS
    END-IF
    OPEN I-O MANUTENCAO-PENDENTE
    IF WRK-FS-PEN = '35'
       OPEN OUTPUT MANUTENCAO-PENDENTE
       CLOSE MANUTENCAO-PENDENTE
       OPEN I-O MANUTENCAO-PENDENTE
    END-IF
    OPEN EXTEND MANUTENCAO-JORNAL
    IF WRK-FS-JORNAL = '35'
       OPEN OUTPUT MANUTENCAO-JORNAL
       CLOSE MANUTENCAO-JORNAL
       OPEN EXTEND MANUTENCAO-JORNAL
    END-IF
    EVALUATE TRUE
       WHEN WRK-FS-FILREG NOT = '00'
          MOVE 'CADASTRO DE FILIAIS INDISPONIVEL - NADA FEITO'
            TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
       WHEN WRK-FS-JUR NOT = '00'
          MOVE 'TABELA DE JUROS INDISPONIVEL - NADA FEITO'
            TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
       WHEN WRK-FS-PEN NOT = '00'
          MOVE 'ARQUIVO DE PENDENCIAS INDISPONIVEL - NADA FEITO'
            TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
       WHEN WRK-FS-JORNAL NOT = '00'
          MOVE 'JORNAL DE MANUTENCAO INDISPONIVEL - NADA FEITO'
            TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
    END-EVALUATE.
0140-CARREGAR-AUSENCIAS.
*>  ARQUIVO QUE AINDA NAO EXISTE COMECA VAZIO; ARQUIVO QUE NAO
*>  ABRE OU NAO CABE NA TABELA NAO E MEXIDO NESTA RODADA.
    MOVE 'N' TO WRK-EOF-CARGA
    OPEN INPUT P026-AUSENCIA
    EVALUATE WRK-FS-AUSENCIA
       WHEN '00'
          MOVE 'S' TO WRK-AUS-CARREGADA
          PERFORM 0145-LER-AUSENCIA UNTIL WRK-FIM-CARGA
          CLOSE P026-AUSENCIA
       WHEN '35'
          MOVE 'S' TO WRK-AUS-CARREGADA
       WHEN OTHER
          DISPLAY 'ARQUIVO DE AUSENCIAS INDISPONIVEL - STATUS '
                  WRK-FS-AUSENCIA
    END-EVALUATE
    DISPLAY 'AUSENCIAS CARREGADAS..' WRK-QTDE-AUS.
0145-LER-AUSENCIA.
    READ P026-AUSENCIA
        AT END SET WRK-FIM-CARGA TO TRUE
        NOT AT END
           IF WRK-QTDE-AUS < WRK-MAX-AUSENCIAS
              ADD 1 TO WRK-QTDE-AUS
              MOVE AUS-CODIGO TO WRK-AUS-CODIGO(WRK-QTDE-AUS)
              MOVE AUS-DATA   TO WRK-AUS-DATA(WRK-QTDE-AUS)
           ELSE
              DISPLAY 'TABELA DE AUSENCIAS CHEIA - ARQUIVO NAO SERA '
                      'ALTERADO'
              MOVE 'N' TO WRK-AUS-CARREGADA
              SET WRK-FIM-CARGA TO TRUE
           END-IF
    END-READ.
0150-CARREGAR-MAPA.
    MOVE 'N' TO WRK-EOF-CARGA
    OPEN INPUT P055-MAPA
    EVALUATE WRK-FS-MAPA
       WHEN '00'
          MOVE 'S' TO WRK-MAPA-CARREGADO
          PERFORM 0155-LER-MAPA UNTIL WRK-FIM-CARGA
          CLOSE P055-MAPA
       WHEN '35'
          MOVE 'S' TO WRK-MAPA-CARREGADO
       WHEN OTHER
          DISPLAY 'MAPA CONTABIL INDISPONIVEL - STATUS '
                  WRK-FS-MAPA
    END-EVALUATE
    DISPLAY 'MAPEAMENTOS CARREGADOS..' WRK-QTDE-MAPA.
0155-LER-MAPA.
    READ P055-MAPA
        AT END SET WRK-FIM-CARGA TO TRUE
        NOT AT END
           IF WRK-QTDE-MAPA < WRK-MAX-MAPA
              ADD 1 TO WRK-QTDE-MAPA
              MOVE MAP-CLASSE   TO WRK-MAPA-CLASSE(WRK-QTDE-MAPA)
              MOVE MAP-ORIGEM   TO WRK-MAPA-ORIGEM(WRK-QTDE-MAPA)
              MOVE MAP-CONTA-GL TO WRK-MAPA-CONTA(WRK-QTDE-MAPA)
           ELSE
              DISPLAY 'TABELA DE MAPEAMENTOS CHEIA - MAPA NAO SERA '
                      'ALTERADO'
              MOVE 'N' TO WRK-MAPA-CARREGADO
              SET WRK-FIM-CARGA TO TRUE
           END-IF
    END-READ.
0190-RECUSAR-RODADA.
    MOVE 16 TO WRK-RC
    DISPLAY WRK-MOTIVO.
0200-PROCESSAR-TRANSACAO.
    ACCEPT WRK-FUNCAO
        ON EXCEPTION SET WRK-FIM-ARQUIVO TO TRUE
    END-ACCEPT
    IF NOT WRK-FIM-ARQUIVO
       ACCEPT WRK-TABELA
       MOVE SPACES TO WRK-CHAVE-REG
       IF NOT WRK-LISTAR AND NOT WRK-VERIFICAR
          PERFORM 0205-LER-CHAVE
       END-IF
       IF WRK-INCLUIR OR WRK-ALTERAR
          PERFORM 0207-LER-DADOS
       END-IF
       ADD 1 TO WRK-QTDE-PROCESSADAS
       MOVE '00' TO WRK-RETORNO
       DISPLAY 'TRANSACAO...' WRK-FUNCAO ' ' WRK-TABELA ' '
               WRK-CHAVE-REG
       EVALUATE TRUE
          WHEN WRK-TAB-FILIAL   PERFORM 0210-FILIAL
          WHEN WRK-TAB-AUSENCIA PERFORM 0230-AUSENCIA
          WHEN WRK-TAB-JUROS    PERFORM 0250-JUROS
          WHEN WRK-TAB-MAPA     PERFORM 0270-MAPA
          WHEN OTHER
             MOVE '12' TO WRK-RETORNO
             DISPLAY 'TABELA INVALIDA.....' WRK-TABELA
       END-EVALUATE
       IF NOT WRK-OK
          ADD 1 TO WRK-QTDE-ERROS
       END-IF
       DISPLAY 'RETORNO.....' WRK-RETORNO
    END-IF.
0205-LER-CHAVE.
    EVALUATE TRUE
       WHEN WRK-TAB-FILIAL
          ACCEPT WRK-CODIGO
          MOVE WRK-CODIGO TO WRK-CHF-CODIGO
       WHEN WRK-TAB-AUSENCIA
          ACCEPT WRK-CODIGO
          ACCEPT WRK-DATA
          MOVE WRK-CODIGO TO WRK-CHA-CODIGO
          MOVE WRK-DATA   TO WRK-CHA-DATA
       WHEN WRK-TAB-JUROS
          ACCEPT WRK-VIGENCIA
          MOVE WRK-VIGENCIA TO WRK-CHJ-VIGENCIA
       WHEN WRK-TAB-MAPA
          ACCEPT WRK-CLASSE
          ACCEPT WRK-ORIGEM
          MOVE WRK-CLASSE TO WRK-CHM-CLASSE
          MOVE WRK-ORIGEM TO WRK-CHM-ORIGEM
    END-EVALUATE.
0207-LER-DADOS.
    EVALUATE TRUE
       WHEN WRK-TAB-FILIAL
          ACCEPT WRK-NOME
          ACCEPT WRK-ATIVA
          ACCEPT WRK-ESPERADA
          ACCEPT WRK-HORA-CORTE
       WHEN WRK-TAB-JUROS
          ACCEPT WRK-TAXA
       WHEN WRK-TAB-MAPA
          ACCEPT WRK-CONTA-GL
    END-EVALUATE.
0210-FILIAL.
    EVALUATE TRUE
       WHEN WRK-INCLUIR   PERFORM 0212-INCLUIR-FILIAL
       WHEN WRK-ALTERAR   PERFORM 0214-ALTERAR-FILIAL
       WHEN WRK-EXCLUIR   PERFORM 0216-EXCLUIR-FILIAL
       WHEN WRK-CONSULTAR PERFORM 0218-CONSULTAR-FILIAL
       WHEN WRK-LISTAR    PERFORM 0220-LISTAR-FILIAIS
       WHEN OTHER         PERFORM 0295-FUNCAO-INVALIDA
    END-EVALUATE.
0211-VALIDAR-FILIAL.
*>  A ORIGEM 00 E A REAPRESENTACAO DE SUSPENSOS NO PROG026 E A
*>  FAIXA 90-99 E DOS FEEDS INTERNOS (90 JUROS, 91 PARCELAMENTOS,
*>  92 COBRANCA, 93 MENSALIDADES) - FILIAL DE VERDADE NAO PODE
*>  CAIR NELAS, SENAO O FEED DELA SE MISTURA COM O INTERNO.
    EVALUATE TRUE
       WHEN WRK-CODIGO = ZEROS
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'CODIGO 00 RESERVADO A REAPRESENTACAO DE '
                  'SUSPENSOS'
       WHEN WRK-CODIGO NOT < WRK-INICIO-RESERVADAS
            AND WRK-ESPERADA NOT = 'N'
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'CODIGO ' WRK-CODIGO ' E ORIGEM RESERVADA DE '
                  'FEED INTERNO - SO ENTRA COMO NAO ESPERADA'
       WHEN WRK-NOME = SPACES
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'NOME EM BRANCO'
       WHEN WRK-ATIVA NOT = 'S' AND WRK-ATIVA NOT = 'N'
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'ATIVA DEVE SER S OU N'
       WHEN WRK-ESPERADA NOT = 'S' AND WRK-ESPERADA NOT = 'N'
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'ESPERADA DEVE SER S OU N'
       WHEN WRK-HORA-CORTE NOT NUMERIC
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'HORA DE CORTE INVALIDA - HHMM'
       WHEN WRK-CORTE-HH > 23 OR WRK-CORTE-MM > 59
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'HORA DE CORTE INVALIDA - HHMM'
    END-EVALUATE.
0212-INCLUIR-FILIAL.
    PERFORM 0211-VALIDAR-FILIAL
    IF WRK-OK AND WRK-ATIVA = 'S'
       PERFORM 0284-CONFERIR-MAPA-ATIVACAO
    END-IF
    IF WRK-OK
       MOVE WRK-CODIGO     TO FIL-CODIGO
       MOVE WRK-NOME       TO FIL-NOME
       MOVE WRK-ATIVA      TO FIL-ATIVA
       MOVE WRK-ESPERADA   TO FIL-ESPERADA
       MOVE WRK-HORA-CORTE TO FIL-HORA-CORTE
       WRITE FIL-REGISTRO
           INVALID KEY
              MOVE '08' TO WRK-RETORNO
              DISPLAY 'FILIAL ' WRK-CODIGO ' JA CADASTRADA'
           NOT INVALID KEY
              MOVE SPACES       TO WRK-IMAGEM-ANTES
              MOVE FIL-REGISTRO TO WRK-IMAGEM-DEPOIS
              PERFORM 0390-GRAVAR-DIRETO
              DISPLAY 'FILIAL ' WRK-CODIGO ' INCLUIDA'
       END-WRITE
    END-IF.
0213-LER-FILIAL.
    MOVE WRK-CODIGO TO FIL-CODIGO
    READ FILIAL-REGISTRO
        INVALID KEY
           MOVE '04' TO WRK-RETORNO
           DISPLAY 'FILIAL ' WRK-CODIGO ' NAO CADASTRADA'
    END-READ.
0214-ALTERAR-FILIAL.
    PERFORM 0211-VALIDAR-FILIAL
    IF WRK-OK
       PERFORM 0213-LER-FILIAL
    END-IF
    IF WRK-OK AND WRK-ATIVA = 'S' AND NOT FIL-E-ATIVA
       PERFORM 0284-CONFERIR-MAPA-ATIVACAO
    END-IF
    IF WRK-OK
       MOVE FIL-REGISTRO   TO WRK-IMAGEM-ANTES
       MOVE WRK-NOME       TO FIL-NOME
       MOVE WRK-ATIVA      TO FIL-ATIVA
       MOVE WRK-ESPERADA   TO FIL-ESPERADA
       MOVE WRK-HORA-CORTE TO FIL-HORA-CORTE
       REWRITE FIL-REGISTRO
           INVALID KEY
              MOVE '04' TO WRK-RETORNO
              DISPLAY 'ERRO AO REGRAVAR A FILIAL ' WRK-CODIGO
           NOT INVALID KEY
              MOVE FIL-REGISTRO TO WRK-IMAGEM-DEPOIS
              PERFORM 0390-GRAVAR-DIRETO
              DISPLAY 'FILIAL ' WRK-CODIGO ' ATUALIZADA'
              PERFORM 0285-AVISAR-MAPA
       END-REWRITE
    END-IF.
0216-EXCLUIR-FILIAL.
*>  SO SAI DO CADASTRO A FILIAL JA INATIVADA (NUMA RODADA ANTERIOR
*>  OU NESTA) - A INATIVACAO E QUE PARA A COBRANCA DO FEED.
    PERFORM 0213-LER-FILIAL
    IF WRK-OK
       IF NOT FIL-INATIVA
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'FILIAL ' WRK-CODIGO ' ATIVA - INATIVAR ANTES DE '
                  'EXCLUIR'
       ELSE
          MOVE FIL-REGISTRO TO WRK-IMAGEM-ANTES
          DELETE FILIAL-REGISTRO
              INVALID KEY
                 MOVE '04' TO WRK-RETORNO
                 DISPLAY 'ERRO AO EXCLUIR A FILIAL ' WRK-CODIGO
              NOT INVALID KEY
                 MOVE SPACES TO WRK-IMAGEM-DEPOIS
                 PERFORM 0390-GRAVAR-DIRETO
                 DISPLAY 'FILIAL ' WRK-CODIGO ' EXCLUIDA'
          END-DELETE
       END-IF
    END-IF.
0218-CONSULTAR-FILIAL.
    PERFORM 0213-LER-FILIAL
    IF WRK-OK
       PERFORM 0222-MOSTRAR-FILIAL
    END-IF.
0220-LISTAR-FILIAIS.
    MOVE ZEROS TO FIL-CODIGO
    START FILIAL-REGISTRO KEY IS NOT LESS THAN FIL-CODIGO
        INVALID KEY MOVE '10' TO WRK-FS-BUSCA
        NOT INVALID KEY MOVE '00' TO WRK-FS-BUSCA
    END-START
    DISPLAY 'CADASTRO DE FILIAIS'
    PERFORM 0221-LISTAR-UMA-FILIAL UNTIL WRK-FS-BUSCA = '10'.
0221-LISTAR-UMA-FILIAL.
    READ FILIAL-REGISTRO NEXT RECORD
        AT END MOVE '10' TO WRK-FS-BUSCA
        NOT AT END PERFORM 0222-MOSTRAR-FILIAL
    END-READ.
0222-MOSTRAR-FILIAL.
    DISPLAY 'FILIAL ' FIL-CODIGO ' ' FIL-NOME
            ' ATIVA ' FIL-ATIVA
            ' ESPERADA ' FIL-ESPERADA
            ' CORTE ' FIL-HORA-CORTE.
0230-AUSENCIA.
    IF WRK-AUS-CARREGADA NOT = 'S'
       AND (WRK-INCLUIR OR WRK-EXCLUIR)
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'ARQUIVO DE AUSENCIAS INDISPONIVEL NESTA RODADA'
    ELSE
       EVALUATE TRUE
          WHEN WRK-INCLUIR   PERFORM 0232-INCLUIR-AUSENCIA
          WHEN WRK-EXCLUIR   PERFORM 0234-EXCLUIR-AUSENCIA
          WHEN WRK-CONSULTAR PERFORM 0236-CONSULTAR-AUSENCIA
          WHEN WRK-LISTAR    PERFORM 0238-LISTAR-AUSENCIAS
          WHEN OTHER         PERFORM 0295-FUNCAO-INVALIDA
       END-EVALUATE
    END-IF.
0231-PROCURAR-AUSENCIA.
    MOVE ZEROS TO WRK-IDX-ACHADO
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-AUS OR WRK-IDX-ACHADO > 0
       IF WRK-AUS-CODIGO(WRK-IDX) = WRK-CODIGO
          AND WRK-AUS-DATA(WRK-IDX) = WRK-DATA
          MOVE WRK-IDX TO WRK-IDX-ACHADO
       END-IF
    END-PERFORM.
0232-INCLUIR-AUSENCIA.
*>  AUSENCIA SO VALE PARA FILIAL QUE O PROG026 COBRA (ATIVA E
*>  ESPERADA) E DE HOJE EM DIANTE - A NOITE QUE JA PASSOU NAO
*>  VOLTA.
    PERFORM 0231-PROCURAR-AUSENCIA
    EVALUATE TRUE
       WHEN FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA) NOT = 0
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'DATA INVALIDA ' WRK-DATA
       WHEN WRK-DATA < WRK-DATA-PROC
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'AUSENCIA SO PARA A DATA DE PROCESSAMENTO OU '
                  'DEPOIS'
       WHEN WRK-IDX-ACHADO > 0
          MOVE '08' TO WRK-RETORNO
          DISPLAY 'AUSENCIA JA REGISTRADA'
       WHEN WRK-QTDE-AUS NOT < WRK-MAX-AUSENCIAS
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'TABELA DE AUSENCIAS CHEIA'
       WHEN OTHER
          PERFORM 0213-LER-FILIAL
    END-EVALUATE
    IF WRK-OK
       IF NOT FIL-E-ATIVA OR NOT FIL-FEED-ESPERADO
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'FILIAL ' WRK-CODIGO ' NAO E ATIVA E ESPERADA - '
                  'AUSENCIA DESNECESSARIA'
       ELSE
          ADD 1 TO WRK-QTDE-AUS
          MOVE WRK-CODIGO TO WRK-AUS-CODIGO(WRK-QTDE-AUS)
          MOVE WRK-DATA   TO WRK-AUS-DATA(WRK-QTDE-AUS)
          MOVE 'S'        TO WRK-AUS-ALTERADA
          MOVE SPACES     TO WRK-IMAGEM-ANTES
          MOVE WRK-AUS-ENTRY(WRK-QTDE-AUS) TO WRK-IMAGEM-DEPOIS
          PERFORM 0390-GRAVAR-DIRETO
          DISPLAY 'AUSENCIA REGISTRADA - FILIAL ' WRK-CODIGO
                  ' DATA ' WRK-DATA
       END-IF
    END-IF.
0234-EXCLUIR-AUSENCIA.
    PERFORM 0231-PROCURAR-AUSENCIA
    EVALUATE TRUE
       WHEN WRK-IDX-ACHADO = 0
          MOVE '04' TO WRK-RETORNO
          DISPLAY 'AUSENCIA NAO REGISTRADA'
       WHEN WRK-DATA < WRK-DATA-PROC
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'AUSENCIA PASSADA E HISTORICO - NAO SE EXCLUI'
       WHEN OTHER
          MOVE WRK-AUS-ENTRY(WRK-IDX-ACHADO) TO WRK-IMAGEM-ANTES
          PERFORM VARYING WRK-IDX FROM WRK-IDX-ACHADO BY 1
                  UNTIL WRK-IDX NOT < WRK-QTDE-AUS
             MOVE WRK-AUS-ENTRY(WRK-IDX + 1)
               TO WRK-AUS-ENTRY(WRK-IDX)
          END-PERFORM
          SUBTRACT 1 FROM WRK-QTDE-AUS
          MOVE 'S'    TO WRK-AUS-ALTERADA
          MOVE SPACES TO WRK-IMAGEM-DEPOIS
          PERFORM 0390-GRAVAR-DIRETO
          DISPLAY 'AUSENCIA EXCLUIDA - FILIAL ' WRK-CODIGO
                  ' DATA ' WRK-DATA
    END-EVALUATE.
0236-CONSULTAR-AUSENCIA.
    PERFORM 0231-PROCURAR-AUSENCIA
    IF WRK-IDX-ACHADO = 0
       MOVE '04' TO WRK-RETORNO
       DISPLAY 'AUSENCIA NAO REGISTRADA'
    ELSE
       DISPLAY 'AUSENCIA REGISTRADA - FILIAL ' WRK-CODIGO
               ' DATA ' WRK-DATA
    END-IF.
0238-LISTAR-AUSENCIAS.
    DISPLAY 'AUSENCIAS REGISTRADAS'
    PERFORM 0239-MOSTRAR-AUSENCIA
            VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > WRK-QTDE-AUS.
0239-MOSTRAR-AUSENCIA.
    DISPLAY 'FILIAL ' WRK-AUS-CODIGO(WRK-IDX)
            ' DATA ' WRK-AUS-DATA(WRK-IDX).
0250-JUROS.
    EVALUATE TRUE
       WHEN WRK-INCLUIR   PERFORM 0252-PROPOR-JUROS
       WHEN WRK-ALTERAR   PERFORM 0252-PROPOR-JUROS
       WHEN WRK-EXCLUIR   PERFORM 0252-PROPOR-JUROS
       WHEN WRK-CONSULTAR PERFORM 0256-CONSULTAR-JUROS
       WHEN WRK-LISTAR    PERFORM 0258-LISTAR-JUROS
       WHEN WRK-APROVAR   PERFORM 0400-APROVAR-PENDENCIA
       WHEN WRK-RECUSAR   PERFORM 0420-RECUSAR-PENDENCIA
       WHEN OTHER         PERFORM 0295-FUNCAO-INVALIDA
    END-EVALUATE.
0251-LER-JUROS.
    MOVE 'N'          TO WRK-JUR-EXISTE
    MOVE SPACES       TO WRK-IMAGEM-ANTES
    MOVE WRK-VIGENCIA TO JUR-DATA-VIGENCIA
    READ TABELA-JUROS
        INVALID KEY CONTINUE
        NOT INVALID KEY
           MOVE 'S'          TO WRK-JUR-EXISTE
           MOVE JUR-REGISTRO TO WRK-IMAGEM-ANTES
    END-READ.
0252-PROPOR-JUROS.
*>  A TABELA E POR DATA DE VIGENCIA E O PROG052 USA A MAIOR QUE NAO
*>  PASSA DA DATA DE PROCESSAMENTO: VIGENCIA NOVA, ALTERADA OU
*>  EXCLUIDA SO NO FUTURO - MEXER EM VIGENCIA JA ALCANCADA MUDARIA
*>  O PERIODO DE JUROS JA CREDITADO. VIGENCIA REPETIDA (NA TABELA
*>  OU JA PENDENTE) E RECUSADA.
    PERFORM 0251-LER-JUROS
    EVALUATE TRUE
       WHEN FUNCTION TEST-DATE-YYYYMMDD(WRK-VIGENCIA) NOT = 0
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'VIGENCIA INVALIDA ' WRK-VIGENCIA
       WHEN WRK-VIGENCIA NOT > WRK-DATA-PROC
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'VIGENCIA DEVE SER FUTURA - INFORMADA '
                  WRK-VIGENCIA
       WHEN WRK-INCLUIR AND WRK-JUR-EXISTE = 'S'
          MOVE '08' TO WRK-RETORNO
          DISPLAY 'JA EXISTE TAXA NA VIGENCIA ' WRK-VIGENCIA
       WHEN NOT WRK-INCLUIR AND WRK-JUR-EXISTE NOT = 'S'
          MOVE '04' TO WRK-RETORNO
          DISPLAY 'TAXA NAO ENCONTRADA NA VIGENCIA ' WRK-VIGENCIA
       WHEN NOT WRK-EXCLUIR
            AND (WRK-TAXA = ZEROS OR WRK-TAXA > WRK-TAXA-MAXIMA)
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'TAXA MENSAL FORA DA FAIXA (ACIMA DE ZERO ATE '
                  WRK-TAXA-MAXIMA '%) - INFORMADA ' WRK-TAXA
       WHEN WRK-ALTERAR AND WRK-TAXA = JUR-TAXA-PCT
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'TAXA IGUAL A JA CADASTRADA'
    END-EVALUATE
    IF WRK-OK
       IF WRK-EXCLUIR
          MOVE SPACES TO WRK-IMAGEM-DEPOIS
       ELSE
          MOVE WRK-VIGENCIA TO JUR-DATA-VIGENCIA
          MOVE WRK-TAXA     TO JUR-TAXA-PCT
          MOVE JUR-REGISTRO TO WRK-IMAGEM-DEPOIS
       END-IF
       PERFORM 0380-GRAVAR-PENDENCIA
    END-IF.
0256-CONSULTAR-JUROS.
    PERFORM 0251-LER-JUROS
    IF WRK-JUR-EXISTE = 'S'
       DISPLAY 'VIGENCIA ' JUR-DATA-VIGENCIA ' TAXA ' JUR-TAXA-PCT
    ELSE
       DISPLAY 'SEM TAXA NA VIGENCIA ' WRK-VIGENCIA
    END-IF
    PERFORM 0395-MOSTRAR-PENDENCIA.
0258-LISTAR-JUROS.
    MOVE ZEROS TO JUR-DATA-VIGENCIA
    START TABELA-JUROS KEY IS NOT LESS THAN JUR-DATA-VIGENCIA
        INVALID KEY MOVE '10' TO WRK-FS-BUSCA
        NOT INVALID KEY MOVE '00' TO WRK-FS-BUSCA
    END-START
    DISPLAY 'TABELA DE JUROS'
    PERFORM 0259-LISTAR-UMA-TAXA UNTIL WRK-FS-BUSCA = '10'
    PERFORM 0396-LISTAR-PENDENCIAS.
0259-LISTAR-UMA-TAXA.
    READ TABELA-JUROS NEXT RECORD
        AT END MOVE '10' TO WRK-FS-BUSCA
        NOT AT END
           DISPLAY 'VIGENCIA ' JUR-DATA-VIGENCIA
                   ' TAXA ' JUR-TAXA-PCT
    END-READ.
0270-MAPA.
    IF WRK-MAPA-CARREGADO NOT = 'S'
       AND NOT WRK-CONSULTAR AND NOT WRK-LISTAR
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'MAPA CONTABIL INDISPONIVEL NESTA RODADA'
    ELSE
       EVALUATE TRUE
          WHEN WRK-INCLUIR   PERFORM 0272-PROPOR-MAPA
          WHEN WRK-ALTERAR   PERFORM 0272-PROPOR-MAPA
          WHEN WRK-EXCLUIR   PERFORM 0272-PROPOR-MAPA
          WHEN WRK-CONSULTAR PERFORM 0276-CONSULTAR-MAPA
          WHEN WRK-LISTAR    PERFORM 0278-LISTAR-MAPA
          WHEN WRK-VERIFICAR PERFORM 0280-VERIFICAR-MAPA
          WHEN WRK-APROVAR   PERFORM 0400-APROVAR-PENDENCIA
          WHEN WRK-RECUSAR   PERFORM 0420-RECUSAR-PENDENCIA
          WHEN OTHER         PERFORM 0295-FUNCAO-INVALIDA
       END-EVALUATE
    END-IF.
0271-PROCURAR-MAPA.
    MOVE ZEROS  TO WRK-IDX-ACHADO
    MOVE SPACES TO WRK-IMAGEM-ANTES
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-MAPA OR WRK-IDX-ACHADO > 0
       IF WRK-MAPA-CLASSE(WRK-IDX) = WRK-CLASSE
          AND WRK-MAPA-ORIGEM(WRK-IDX) = WRK-ORIGEM
          MOVE WRK-IDX TO WRK-IDX-ACHADO
          MOVE WRK-MAPA-ENTRY(WRK-IDX) TO WRK-IMAGEM-ANTES
       END-IF
    END-PERFORM.
0272-PROPOR-MAPA.
    PERFORM 0271-PROCURAR-MAPA
    EVALUATE TRUE
       WHEN WRK-CLASSE NOT = 'C' AND NOT = 'D' AND NOT = 'E'
                   AND NOT = 'T' AND NOT = 'S'
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'CLASSE DEVE SER C, D, E, T OU S'
       WHEN WRK-INCLUIR AND WRK-IDX-ACHADO > 0
          MOVE '08' TO WRK-RETORNO
          DISPLAY 'PAR CLASSE ' WRK-CLASSE ' ORIGEM ' WRK-ORIGEM
                  ' JA MAPEADO'
       WHEN NOT WRK-INCLUIR AND WRK-IDX-ACHADO = 0
          MOVE '04' TO WRK-RETORNO
          DISPLAY 'PAR CLASSE ' WRK-CLASSE ' ORIGEM ' WRK-ORIGEM
                  ' NAO MAPEADO'
       WHEN NOT WRK-EXCLUIR AND WRK-CONTA-GL = SPACES
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'CONTA CONTABIL EM BRANCO'
       WHEN WRK-ALTERAR
            AND WRK-CONTA-GL = WRK-MAPA-CONTA(WRK-IDX-ACHADO)
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'CONTA IGUAL A JA MAPEADA'
       WHEN WRK-INCLUIR
          PERFORM 0273-CONFERIR-ORIGEM
       WHEN WRK-EXCLUIR
          PERFORM 0274-CONFERIR-PAR-EXIGIDO
    END-EVALUATE
    IF WRK-OK
       IF WRK-EXCLUIR
          MOVE SPACES TO WRK-IMAGEM-DEPOIS
       ELSE
          MOVE SPACES       TO WRK-IMG-MAPA
          MOVE WRK-CLASSE   TO WRK-IMM-CLASSE
          MOVE WRK-ORIGEM   TO WRK-IMM-ORIGEM
          MOVE WRK-CONTA-GL TO WRK-IMM-CONTA
          MOVE WRK-IMG-MAPA TO WRK-IMAGEM-DEPOIS
       END-IF
       PERFORM 0380-GRAVAR-PENDENCIA
    END-IF.
0273-CONFERIR-ORIGEM.
*>  ORIGEM DO MAPA E A 00 OU UMA ORIGEM DO CADASTRO DE FILIAIS.
    IF WRK-QTDE-MAPA NOT < WRK-MAX-MAPA
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'TABELA DE MAPEAMENTOS CHEIA'
    END-IF
    IF WRK-OK AND WRK-ORIGEM NOT = ZEROS
       MOVE WRK-ORIGEM TO FIL-CODIGO
       READ FILIAL-REGISTRO
           INVALID KEY
              MOVE '12' TO WRK-RETORNO
              DISPLAY 'ORIGEM ' WRK-ORIGEM ' NAO CONSTA NO '
                      'CADASTRO DE FILIAIS'
       END-READ
    END-IF.
0274-CONFERIR-PAR-EXIGIDO.
*>  O PROG055 TERMINA COM RC=08 SE UM PAR CLASSE+ORIGEM QUE
*>  APARECE NO MOVIMENTO NAO TEM CONTA: A 00 E TODA ORIGEM ATIVA DO
*>  CADASTRO PRECISAM DAS CINCO CLASSES. EXCLUIR SO PAR DE ORIGEM
*>  INATIVA OU FORA DO CADASTRO.
    IF WRK-ORIGEM = ZEROS
       MOVE '12' TO WRK-RETORNO
    ELSE
       MOVE WRK-ORIGEM TO FIL-CODIGO
       READ FILIAL-REGISTRO
           INVALID KEY CONTINUE
           NOT INVALID KEY
              IF FIL-E-ATIVA
                 MOVE '12' TO WRK-RETORNO
              END-IF
       END-READ
    END-IF
    IF NOT WRK-OK
       DISPLAY 'PAR CLASSE ' WRK-CLASSE ' ORIGEM ' WRK-ORIGEM
               ' EXIGIDO PELO EXTRATO CONTABIL - ORIGEM ATIVA NAO '
               'FICA SEM CONTA'
    END-IF.
0276-CONSULTAR-MAPA.
    PERFORM 0271-PROCURAR-MAPA
    IF WRK-IDX-ACHADO > 0
       MOVE WRK-IDX-ACHADO TO WRK-IDX
       PERFORM 0279-MOSTRAR-MAPA
    ELSE
       DISPLAY 'PAR CLASSE ' WRK-CLASSE ' ORIGEM ' WRK-ORIGEM
               ' NAO MAPEADO'
    END-IF
    PERFORM 0395-MOSTRAR-PENDENCIA.
0278-LISTAR-MAPA.
    DISPLAY 'MAPA CONTABIL'
    PERFORM 0279-MOSTRAR-MAPA
            VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > WRK-QTDE-MAPA
    PERFORM 0396-LISTAR-PENDENCIAS.
0279-MOSTRAR-MAPA.
    DISPLAY 'CLASSE ' WRK-MAPA-CLASSE(WRK-IDX)
            ' ORIGEM ' WRK-MAPA-ORIGEM(WRK-IDX)
            ' CONTA ' WRK-MAPA-CONTA(WRK-IDX).
0280-VERIFICAR-MAPA.
*>  TODO PAR QUE O PROG055 PODE ENCONTRAR: AS CINCO CLASSES PARA A
*>  ORIGEM 00 E PARA CADA ORIGEM ATIVA DO CADASTRO DE FILIAIS.
    MOVE ZEROS TO WRK-QTDE-SEM-MAPA
    MOVE ZEROS TO WRK-ORIGEM
    PERFORM 0282-CONFERIR-ORIGEM-MAPA
    MOVE ZEROS TO FIL-CODIGO
    START FILIAL-REGISTRO KEY IS NOT LESS THAN FIL-CODIGO
        INVALID KEY MOVE '10' TO WRK-FS-BUSCA
        NOT INVALID KEY MOVE '00' TO WRK-FS-BUSCA
    END-START
    PERFORM 0281-VERIFICAR-FILIAL UNTIL WRK-FS-BUSCA = '10'
    IF WRK-QTDE-SEM-MAPA > 0
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'PARES SEM CONTA CONTABIL..' WRK-QTDE-SEM-MAPA
    ELSE
       DISPLAY 'MAPA CONTABIL COMPLETO'
    END-IF.
0281-VERIFICAR-FILIAL.
    READ FILIAL-REGISTRO NEXT RECORD
        AT END MOVE '10' TO WRK-FS-BUSCA
        NOT AT END
           IF FIL-E-ATIVA
              MOVE FIL-CODIGO TO WRK-ORIGEM
              PERFORM 0282-CONFERIR-ORIGEM-MAPA
           END-IF
    END-READ.
0282-CONFERIR-ORIGEM-MAPA.
    PERFORM 0283-CONFERIR-CLASSE
            VARYING WRK-IDX-CLASSE FROM 1 BY 1
            UNTIL WRK-IDX-CLASSE > 5.
0283-CONFERIR-CLASSE.
    MOVE WRK-CLASSE-GL(WRK-IDX-CLASSE) TO WRK-CLASSE
    PERFORM 0271-PROCURAR-MAPA
    IF WRK-IDX-ACHADO = 0
       ADD 1 TO WRK-QTDE-SEM-MAPA
       DISPLAY 'SEM CONTA CONTABIL - CLASSE ' WRK-CLASSE
               ' ORIGEM ' WRK-ORIGEM
    END-IF.
0284-CONFERIR-MAPA-ATIVACAO.
*>  FILIAL QUE FICA ATIVA SEM AS CINCO CLASSES NO MAPA DERRUBA O
*>  EXTRATO CONTABIL NA PRIMEIRA NOITE COM MOVIMENTO DELA - A
*>  INCLUSAO OU A ATIVACAO E RECUSADA ATE O MAPA (MAP) ENTRAR.
    IF WRK-MAPA-CARREGADO = 'S'
       MOVE ZEROS      TO WRK-QTDE-SEM-MAPA
       MOVE WRK-CODIGO TO WRK-ORIGEM
       PERFORM 0282-CONFERIR-ORIGEM-MAPA
       IF WRK-QTDE-SEM-MAPA > 0
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'FILIAL ' WRK-CODIGO ' NAO PODE FICAR ATIVA - '
                  WRK-QTDE-SEM-MAPA ' CLASSE(S) SEM CONTA NO MAPA '
                  'CONTABIL'
       END-IF
    END-IF.
0285-AVISAR-MAPA.
*>  FILIAL QUE JA ERA ATIVA E SO TEVE OUTRO DADO ALTERADO: O MAPA
*>  INCOMPLETO DELA SO E AVISADO - A ATIVACAO E QUE E RECUSADA
*>  (0284).
    IF FIL-E-ATIVA AND WRK-MAPA-CARREGADO = 'S'
       MOVE ZEROS      TO WRK-QTDE-SEM-MAPA
       MOVE WRK-CODIGO TO WRK-ORIGEM
       PERFORM 0282-CONFERIR-ORIGEM-MAPA
       IF WRK-QTDE-SEM-MAPA > 0
          DISPLAY 'AVISO - FILIAL ' WRK-CODIGO ' ATIVA COM '
                  WRK-QTDE-SEM-MAPA ' CLASSE(S) SEM CONTA NO MAPA '
                  'CONTABIL'
       END-IF
    END-IF.
0295-FUNCAO-INVALIDA.
    MOVE '12' TO WRK-RETORNO
    DISPLAY 'FUNCAO ' WRK-FUNCAO ' INVALIDA PARA A TABELA '
            WRK-TABELA.
0380-GRAVAR-PENDENCIA.
    MOVE WRK-TABELA        TO PEN-TABELA
    MOVE WRK-CHAVE-REG     TO PEN-CHAVE-REG
    MOVE WRK-FUNCAO        TO PEN-FUNCAO
    MOVE WRK-OPERADOR      TO PEN-OPER-ENTRADA
    MOVE WRK-DATA-PROC     TO PEN-DATA-ENTRADA
    ACCEPT WRK-HORA-JORNAL FROM TIME
    MOVE WRK-HORA-JORNAL(1:6) TO PEN-HORA-ENTRADA
    MOVE WRK-IMAGEM-ANTES  TO PEN-IMAGEM-ANTES
    MOVE WRK-IMAGEM-DEPOIS TO PEN-IMAGEM-DEPOIS
    WRITE PEN-REGISTRO
        INVALID KEY
           MOVE '08' TO WRK-RETORNO
           DISPLAY 'JA HA ALTERACAO PENDENTE PARA A CHAVE - APROVAR '
                   'OU RECUSAR ANTES'
        NOT INVALID KEY
           MOVE WRK-FUNCAO   TO WRK-JRN-FUNCAO
           MOVE 'P'          TO WRK-JRN-SITUACAO
           MOVE WRK-OPERADOR TO WRK-JRN-OPER-ENTRADA
           PERFORM 0399-GRAVAR-JORNAL
           DISPLAY 'ALTERACAO ENTRADA COMO PENDENTE - AGUARDA A '
                   'APROVACAO DE OUTRO OPERADOR SUPERVISOR'
    END-WRITE.
0390-GRAVAR-DIRETO.
    MOVE WRK-FUNCAO   TO WRK-JRN-FUNCAO
    MOVE 'A'          TO WRK-JRN-SITUACAO
    MOVE WRK-OPERADOR TO WRK-JRN-OPER-ENTRADA
    PERFORM 0399-GRAVAR-JORNAL.
0395-MOSTRAR-PENDENCIA.
    MOVE WRK-TABELA    TO PEN-TABELA
    MOVE WRK-CHAVE-REG TO PEN-CHAVE-REG
    READ MANUTENCAO-PENDENTE
        INVALID KEY CONTINUE
        NOT INVALID KEY PERFORM 0398-MOSTRAR-UMA-PENDENCIA
    END-READ.
0396-LISTAR-PENDENCIAS.
    MOVE WRK-TABELA  TO PEN-TABELA
    MOVE LOW-VALUES  TO PEN-CHAVE-REG
    START MANUTENCAO-PENDENTE KEY IS NOT LESS THAN PEN-CHAVE
        INVALID KEY MOVE '10' TO WRK-FS-BUSCA
        NOT INVALID KEY MOVE '00' TO WRK-FS-BUSCA
    END-START
    PERFORM 0397-LISTAR-UMA-PENDENCIA UNTIL WRK-FS-BUSCA = '10'.
0397-LISTAR-UMA-PENDENCIA.
    READ MANUTENCAO-PENDENTE NEXT RECORD
        AT END MOVE '10' TO WRK-FS-BUSCA
        NOT AT END
           IF PEN-TABELA NOT = WRK-TABELA
              MOVE '10' TO WRK-FS-BUSCA
           ELSE
              PERFORM 0398-MOSTRAR-UMA-PENDENCIA
           END-IF
    END-READ.
0398-MOSTRAR-UMA-PENDENCIA.
    DISPLAY 'PENDENTE ' PEN-FUNCAO ' CHAVE ' PEN-CHAVE-REG
            ' ENTROU ' PEN-OPER-ENTRADA ' EM ' PEN-DATA-ENTRADA
    DISPLAY '   ANTES  ' PEN-IMAGEM-ANTES
    DISPLAY '   DEPOIS ' PEN-IMAGEM-DEPOIS.
0399-GRAVAR-JORNAL.
    MOVE WRK-DATA-PROC        TO MJR-DATA
    ACCEPT WRK-HORA-JORNAL FROM TIME
    MOVE WRK-HORA-JORNAL(1:6) TO MJR-HORA
    MOVE WRK-TABELA           TO MJR-TABELA
    MOVE WRK-JRN-FUNCAO       TO MJR-FUNCAO
    MOVE WRK-JRN-SITUACAO     TO MJR-SITUACAO
    MOVE WRK-OPERADOR         TO MJR-OPERADOR
    MOVE WRK-JRN-OPER-ENTRADA TO MJR-OPER-ENTRADA
    MOVE WRK-CHAVE-REG        TO MJR-CHAVE-REG
    MOVE WRK-IMAGEM-ANTES     TO MJR-IMAGEM-ANTES
    MOVE WRK-IMAGEM-DEPOIS    TO MJR-IMAGEM-DEPOIS
    WRITE MJR-REGISTRO.
0400-APROVAR-PENDENCIA.
    MOVE WRK-TABELA    TO PEN-TABELA
    MOVE WRK-CHAVE-REG TO PEN-CHAVE-REG
    READ MANUTENCAO-PENDENTE
        INVALID KEY
           MOVE '04' TO WRK-RETORNO
           DISPLAY 'NAO HA ALTERACAO PENDENTE PARA A CHAVE'
        NOT INVALID KEY
           PERFORM 0405-VALIDAR-APROVACAO
    END-READ.
0405-VALIDAR-APROVACAO.
*>  QUATRO OLHOS COMO NO PROG065: QUEM APROVA NAO E QUEM ENTROU E E
*>  SUPERVISOR. A TABELA TEM QUE ESTAR COMO NA ENTRADA (SENAO A
*>  IMAGEM ANTES APROVADA NAO E MAIS A VERDADE) E A REGRA DA TABELA
*>  E CONFERIDA DE NOVO - A VIGENCIA PODE TER CHEGADO E A FILIAL
*>  PODE TER MUDADO ENQUANTO A PENDENCIA ESPERAVA.
    EVALUATE TRUE
       WHEN PEN-OPER-ENTRADA = WRK-OPERADOR
          MOVE '16' TO WRK-RETORNO
          DISPLAY 'APROVADOR NAO PODE SER QUEM ENTROU A ALTERACAO'
       WHEN WRK-OPER-SUPERVISOR NOT = 'S'
          MOVE '16' TO WRK-RETORNO
          DISPLAY 'APROVADOR ' WRK-OPERADOR ' NAO E SUPERVISOR'
       WHEN WRK-TAB-JUROS
          PERFORM 0251-LER-JUROS
          IF WRK-VIGENCIA NOT > WRK-DATA-PROC
             MOVE '12' TO WRK-RETORNO
             DISPLAY 'VIGENCIA JA ALCANCADA - RECUSAR E ENTRAR DE '
                     'NOVO'
          END-IF
       WHEN OTHER
          PERFORM 0271-PROCURAR-MAPA
          IF PEN-INCLUSAO
             PERFORM 0273-CONFERIR-ORIGEM
          END-IF
          IF PEN-EXCLUSAO
             PERFORM 0274-CONFERIR-PAR-EXIGIDO
          END-IF
    END-EVALUATE
    IF WRK-OK AND WRK-IMAGEM-ANTES NOT = PEN-IMAGEM-ANTES
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'TABELA MUDOU DESDE A ENTRADA - RECUSAR E ENTRAR DE '
               'NOVO'
    END-IF
    IF WRK-OK
       MOVE PEN-FUNCAO        TO WRK-JRN-FUNCAO
       MOVE PEN-OPER-ENTRADA  TO WRK-JRN-OPER-ENTRADA
       MOVE PEN-IMAGEM-DEPOIS TO WRK-IMAGEM-DEPOIS
       IF WRK-TAB-JUROS
          PERFORM 0410-APLICAR-JUROS
       ELSE
          PERFORM 0415-APLICAR-MAPA
       END-IF
    END-IF
    IF WRK-OK
       DELETE MANUTENCAO-PENDENTE
           INVALID KEY
              DISPLAY 'AVISO - PENDENCIA APLICADA MAS NAO EXCLUIDA'
       END-DELETE
       MOVE 'A' TO WRK-JRN-SITUACAO
       PERFORM 0399-GRAVAR-JORNAL
       DISPLAY 'ALTERACAO APROVADA E APLICADA - ENTROU '
               WRK-JRN-OPER-ENTRADA ' APROVOU ' WRK-OPERADOR
    END-IF.
0410-APLICAR-JUROS.
    EVALUATE WRK-JRN-FUNCAO
       WHEN 'I'
          MOVE WRK-IMAGEM-DEPOIS TO JUR-REGISTRO
          WRITE JUR-REGISTRO
              INVALID KEY MOVE '08' TO WRK-RETORNO
          END-WRITE
       WHEN 'A'
          MOVE WRK-IMAGEM-DEPOIS TO JUR-REGISTRO
          REWRITE JUR-REGISTRO
              INVALID KEY MOVE '04' TO WRK-RETORNO
          END-REWRITE
       WHEN 'E'
          MOVE WRK-VIGENCIA TO JUR-DATA-VIGENCIA
          DELETE TABELA-JUROS
              INVALID KEY MOVE '04' TO WRK-RETORNO
          END-DELETE
    END-EVALUATE
    IF NOT WRK-OK
       DISPLAY 'ERRO AO ATUALIZAR A TABELA DE JUROS - VIGENCIA '
               WRK-VIGENCIA
    END-IF.
0415-APLICAR-MAPA.
    MOVE WRK-IMAGEM-DEPOIS TO WRK-IMG-MAPA
    EVALUATE WRK-JRN-FUNCAO
       WHEN 'I'
          ADD 1 TO WRK-QTDE-MAPA
          MOVE WRK-IMM-CLASSE TO WRK-MAPA-CLASSE(WRK-QTDE-MAPA)
          MOVE WRK-IMM-ORIGEM TO WRK-MAPA-ORIGEM(WRK-QTDE-MAPA)
          MOVE WRK-IMM-CONTA  TO WRK-MAPA-CONTA(WRK-QTDE-MAPA)
       WHEN 'A'
          MOVE WRK-IMM-CONTA  TO WRK-MAPA-CONTA(WRK-IDX-ACHADO)
       WHEN 'E'
          PERFORM VARYING WRK-IDX FROM WRK-IDX-ACHADO BY 1
                  UNTIL WRK-IDX NOT < WRK-QTDE-MAPA
             MOVE WRK-MAPA-ENTRY(WRK-IDX + 1)
               TO WRK-MAPA-ENTRY(WRK-IDX)
          END-PERFORM
          SUBTRACT 1 FROM WRK-QTDE-MAPA
    END-EVALUATE
    MOVE 'S' TO WRK-MAPA-ALTERADO.
0420-RECUSAR-PENDENCIA.
    MOVE WRK-TABELA    TO PEN-TABELA
    MOVE WRK-CHAVE-REG TO PEN-CHAVE-REG
    READ MANUTENCAO-PENDENTE
        INVALID KEY
           MOVE '04' TO WRK-RETORNO
           DISPLAY 'NAO HA ALTERACAO PENDENTE PARA A CHAVE'
        NOT INVALID KEY
           PERFORM 0425-EFETIVAR-RECUSA
    END-READ.
0425-EFETIVAR-RECUSA.
*>  RECUSA QUEM ENTROU (DESISTENCIA) OU UM SUPERVISOR.
    IF PEN-OPER-ENTRADA NOT = WRK-OPERADOR
       AND WRK-OPER-SUPERVISOR NOT = 'S'
       MOVE '16' TO WRK-RETORNO
       DISPLAY 'SO QUEM ENTROU OU UM SUPERVISOR RECUSA A PENDENCIA'
    ELSE
       MOVE PEN-FUNCAO        TO WRK-JRN-FUNCAO
       MOVE PEN-OPER-ENTRADA  TO WRK-JRN-OPER-ENTRADA
       MOVE PEN-IMAGEM-ANTES  TO WRK-IMAGEM-ANTES
       MOVE PEN-IMAGEM-DEPOIS TO WRK-IMAGEM-DEPOIS
       DELETE MANUTENCAO-PENDENTE
           INVALID KEY
              MOVE '04' TO WRK-RETORNO
              DISPLAY 'ERRO AO EXCLUIR A PENDENCIA'
           NOT INVALID KEY
              MOVE 'R' TO WRK-JRN-SITUACAO
              PERFORM 0399-GRAVAR-JORNAL
              DISPLAY 'PENDENCIA RECUSADA'
       END-DELETE
    END-IF.
0300-FINALIZAR.
    IF WRK-AUS-ALTERADA = 'S'
       PERFORM 0310-REGRAVAR-AUSENCIAS
    END-IF
    IF WRK-MAPA-ALTERADO = 'S'
       PERFORM 0320-REGRAVAR-MAPA
    END-IF
    DISPLAY 'PROG108 - TRANSACOES....' WRK-QTDE-PROCESSADAS
    DISPLAY 'PROG108 - COM ERRO......' WRK-QTDE-ERROS
    CLOSE FILIAL-REGISTRO TABELA-JUROS MANUTENCAO-PENDENTE
          MANUTENCAO-JORNAL.
0310-REGRAVAR-AUSENCIAS.
    OPEN OUTPUT P026-AUSENCIA
    PERFORM 0315-GRAVAR-AUSENCIA
            VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > WRK-QTDE-AUS
    CLOSE P026-AUSENCIA
    DISPLAY 'AUSENCIAS REGRAVADAS...' WRK-QTDE-AUS.
0315-GRAVAR-AUSENCIA.
    MOVE WRK-AUS-CODIGO(WRK-IDX) TO AUS-CODIGO
    MOVE WRK-AUS-DATA(WRK-IDX)   TO AUS-DATA
    WRITE AUS-REGISTRO.
0320-REGRAVAR-MAPA.
    OPEN OUTPUT P055-MAPA
    PERFORM 0325-GRAVAR-MAPA
            VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > WRK-QTDE-MAPA
    CLOSE P055-MAPA
    DISPLAY 'MAPEAMENTOS REGRAVADOS.' WRK-QTDE-MAPA.
0325-GRAVAR-MAPA.
    MOVE WRK-MAPA-CLASSE(WRK-IDX) TO MAP-CLASSE
    MOVE WRK-MAPA-ORIGEM(WRK-IDX) TO MAP-ORIGEM
    MOVE WRK-MAPA-CONTA(WRK-IDX)  TO MAP-CONTA-GL
    WRITE MAP-REGISTRO.
