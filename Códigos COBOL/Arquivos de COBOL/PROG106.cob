IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG106.
*> PUBLICACAO DE PRECOS PARA O SISTEMA DE FRENTE DE CAIXA DAS LOJAS.
*> O P012SAI ERA SO ARQUIVO DE RESULTADO - AS LOJAS RECEBIAM PRECO
*> NOVO POR PLANILHA MONTADA A MAO, E PRECO APROVADO PODIA NUNCA
*> CHEGAR AO CAIXA. RODA NO FLUXO DE PRECOS DEPOIS DA COMPARACAO
*> (PROG036) E GRAVA A LISTA DE PRECOS (P106SAI, LAYOUT CPPRCPDV NO
*> ENVELOPE PADRAO CPENVEL) SO DE PRODUTO ATIVO NO PRDMST. MODO NO
*> P106PAR (MODO + DATA AAAAMMDD):
*>   'D' DIARIO (PADRAO) - SO O PRECO QUE MUDOU CONTRA O PRECO EM
*>       VIGOR NAS LOJAS; A DATA, SE INFORMADA, E A VIGENCIA (NAO
*>       ANTERIOR A DATA DE PROCESSAMENTO - PADRAO ELA MESMA);
*>   'C' CATALOGO COMPLETO (SOB DEMANDA) - APLICA A RODADA COMO NO
*>       DIARIO E MANDA TODO PRODUTO ATIVO COM O PRECO EM VIGOR;
*>   'R' REENVIO - REPETE A PUBLICACAO DIARIA DA DATA INFORMADA,
*>       PELO REGISTRO (O CATALOGO SE REPETE RODANDO 'C' DE NOVO);
*>   'V' VIGENCIA - RELATA O PRECO EM VIGOR NAS LOJAS NA DATA
*>       INFORMADA, PRODUTO A PRODUTO, SEM GERAR PUBLICACAO.
*> ITEM QUE O PROG036 MARCOU PARA REVISAO (P036REV) NAO VAI AO PDV:
*> FICA RETIDO NO REGISTRO DE PUBLICACAO (PRCPUB, CPPRCPUB) ATE
*> ENTRAR NA LISTA DE LIBERACAO (P106LIB: PRODUTO + VIGENCIA DO
*> REGISTRO RETIDO + OPERADOR); A LIBERACAO SO VALE PARA A RETENCAO
*> MAIS RECENTE DO PRODUTO E SAI NA PUBLICACAO DA RODADA. TODO
*> PRECO PUBLICADO FICA NO REGISTRO COM VIGENCIA E DATA DE
*> PUBLICACAO. RERUN NA MESMA DATA REFAZ A MESMA PUBLICACAO. LINHA
*> DA LISTA DE LIBERACAO JA APLICADA EM NOITE ANTERIOR (O ULTIMO 'P'
*> DO PRODUTO VEIO DAQUELA RETENCAO) E SO CONTADA - NAO E RECUSA.
*> RC=04: HA ITEM RETIDO, LIBERACAO RECUSADA OU REENVIO SEM NADA NA
*> DATA; RC=16: PARM INVALIDO OU ARQUIVO OBRIGATORIO INDISPONIVEL -
*> NADA E PUBLICADO.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT P106-NOVO     ASSIGN TO "P106NOV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-NOV.
    SELECT P106-REVISAR  ASSIGN TO "P106REV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-REV.
    SELECT P106-LIBERACAO ASSIGN TO "P106LIB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-LIB.
    SELECT PRODUTO-MASTER ASSIGN TO "PRDMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PRD-CODIGO
           FILE STATUS  IS WRK-FS-PRD.
    SELECT PRECO-PUBLICADO ASSIGN TO "PRCPUB"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PUB-CHAVE
           FILE STATUS  IS WRK-FS-PUB.
    SELECT P106-PARM     ASSIGN TO "P106PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
    SELECT P106-SAIDA    ASSIGN TO "P106SAI"
           ORGANIZATION IS LINE SEQUENTIAL.
    SELECT P106-RELATO   ASSIGN TO "P106REL"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  P106-NOVO.
01  NOV-REGISTRO.
    05  NOV-DADOS          PIC S9(5).
    05  NOV-RESUL          PIC S9(6)V99.
    05  NOV-CODIGO         PIC X(04).
FD  P106-REVISAR.
COPY CPPRCREV.
FD  P106-LIBERACAO.
01  LIB-REGISTRO.
    05  LIB-CODIGO         PIC X(04).
    05  LIB-DATA-VIGENCIA  PIC 9(08).
    05  LIB-OPERADOR       PIC X(08).
FD  PRODUTO-MASTER.
COPY CPPRDMST.
FD  PRECO-PUBLICADO.
COPY CPPRCPUB.
FD  P106-PARM.
01  PARM-REGISTRO.
    05  PARM-MODO          PIC X(01).
    05  PARM-DATA          PIC X(08).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
FD  P106-SAIDA.
COPY CPENVEL.
COPY CPPRCPDV.
FD  P106-RELATO.
01  RS106-REGISTRO         PIC X(80).
WORKING-STORAGE                 SECTION.
77  WRK-FS-NOV           PIC X(02) VALUE SPACES.
77  WRK-FS-REV           PIC X(02) VALUE SPACES.
77  WRK-FS-LIB           PIC X(02) VALUE SPACES.
77  WRK-FS-PRD           PIC X(02) VALUE SPACES.
77  WRK-FS-PUB           PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-NOV-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-PRD-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-PUB-ABERTO       PIC X(01) VALUE 'N'.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-AUX          PIC X(01) VALUE 'N'.
    88  WRK-FIM-AUXILIAR     VALUE 'S'.
77  WRK-EOF-PUB          PIC X(01) VALUE 'N'.
    88  WRK-FIM-PUBLICACOES  VALUE 'S'.
77  WRK-EOF-PRD          PIC X(01) VALUE 'N'.
    88  WRK-FIM-PRODUTOS     VALUE 'S'.
77  WRK-MODO             PIC X(01) VALUE 'D'.
    88  WRK-MODO-DIARIO      VALUE 'D'.
    88  WRK-MODO-CATALOGO    VALUE 'C'.
    88  WRK-MODO-REENVIO     VALUE 'R'.
    88  WRK-MODO-VIGENCIA    VALUE 'V'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-DATA-PARM        PIC 9(08) VALUE ZEROS.
77  WRK-VIGENCIA         PIC 9(08) VALUE ZEROS.
77  WRK-DATA-ENVELOPE    PIC 9(08) VALUE ZEROS.
77  WRK-MOTIVO           PIC X(80) VALUE SPACES.
*>  RESULTADO DA LEITURA DO REGISTRO DE UM PRODUTO (0260): O PRECO
*>  EM VIGOR ATE A DATA LIMITE, O ULTIMO REGISTRO DO PRODUTO E SE JA
*>  HA REGISTRO NA VIGENCIA DA RODADA.
77  WRK-COD-BUSCA        PIC X(04) VALUE SPACES.
77  WRK-DATA-LIMITE      PIC 9(08) VALUE ZEROS.
77  WRK-TEM-VIGENTE      PIC X(01) VALUE 'N'.
77  WRK-PRECO-VIGENTE    PIC 9(06)V99 VALUE ZEROS.
77  WRK-VIGENTE-DESDE    PIC 9(08) VALUE ZEROS.
77  WRK-ULT-VIGENCIA     PIC 9(08) VALUE ZEROS.
77  WRK-ULT-SITUACAO     PIC X(01) VALUE SPACES.
77  WRK-ULT-PRECO        PIC 9(06)V99 VALUE ZEROS.
77  WRK-ULT-RETENCAO     PIC 9(08) VALUE ZEROS.
77  WRK-ULT-P-RETENCAO   PIC 9(08) VALUE ZEROS.
77  WRK-ULT-LIBERADO-POR PIC X(08) VALUE SPACES.
77  WRK-REG-EXISTE       PIC X(01) VALUE 'N'.
77  WRK-ITEM-ACHADO      PIC X(01) VALUE 'N'.
77  WRK-LIBERACAO-PEDIDA PIC X(01) VALUE 'N'.
77  WRK-VARIACAO         PIC S9(05)V99 VALUE ZEROS.
77  WRK-QTDE-LIDOS       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-ALTERADOS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-ALTER   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-RETIDOS     PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-LIBERADOS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-LIB-RECUSA  PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-LIB-APLICADA PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-FORA-CAD    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-INVALIDOS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-REPETIDOS   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-CATALOGO    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-SEM-PRECO   PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-GRAVADOS    PIC 9(07) VALUE ZEROS.
*>  ITENS MARCADOS PELO PROG036, ITENS JA VISTOS NA RODADA E
*>  LIBERACOES - MESMO LIMITE DE ITENS DA COMPARACAO.
78  WRK-MAX-ITENS        VALUE 1000.
78  WRK-MAX-LIBERACOES   VALUE 200.
77  WRK-QTDE-REVISAO     PIC 9(04) COMP VALUE ZEROS.
77  WRK-QTDE-ITENS       PIC 9(04) COMP VALUE ZEROS.
77  WRK-QTDE-LIB         PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX              PIC 9(04) COMP VALUE ZEROS.
77  WRK-IDX-R            PIC 9(04) COMP VALUE ZEROS.
01  WRK-TAB-REVISAO.
    05  WRK-REV-ENTRY OCCURS 1000 TIMES.
        10  WRK-REV-CODIGO     PIC X(04).
        10  WRK-REV-VARIACAO   PIC S9(05)V99.
01  WRK-TAB-ITENS.
    05  WRK-ITM-CODIGO OCCURS 1000 TIMES PIC X(04).
01  WRK-TAB-LIBERACOES.
    05  WRK-LIB-ENTRY OCCURS 200 TIMES.
        10  WRK-LIB-CODIGO     PIC X(04).
        10  WRK-LIB-VIGENCIA   PIC 9(08).
        10  WRK-LIB-OPERADOR   PIC X(08).
01  WRK-LINHA-ITEM.
    05  WRI-CODIGO           PIC X(04).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRI-DESCRICAO        PIC X(30).
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRI-ANTIGO           PIC ZZZZZ9.99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRI-NOVO             PIC ZZZZZ9.99.
    05  FILLER               PIC X(01) VALUE SPACE.
    05  WRI-MARCA            PIC X(24).
01  WRK-LINHA-TOTAL.
    05  WRT-LABEL            PIC X(26).
    05  WRT-QTDE             PIC ZZZZZZ9.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF WRK-RC < 16
       EVALUATE TRUE
          WHEN WRK-MODO-REENVIO
             PERFORM 0500-REENVIAR
          WHEN WRK-MODO-VIGENCIA
             PERFORM 0600-CONSULTAR-VIGENCIA
          WHEN OTHER
             PERFORM 0200-PROCESSAR-PRECO UNTIL WRK-FIM-ARQUIVO
             PERFORM 0300-APLICAR-LIBERACAO
                VARYING WRK-IDX FROM 1 BY 1
                UNTIL WRK-IDX > WRK-QTDE-LIB
             IF WRK-MODO-CATALOGO
                PERFORM 0400-GERAR-CATALOGO
             END-IF
       END-EVALUATE
    END-IF
    PERFORM 0900-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0110-LER-PARAMETROS
    OPEN OUTPUT P106-SAIDA
    OPEN OUTPUT P106-RELATO
    EVALUATE TRUE
       WHEN WRK-MODO-CATALOGO
          MOVE 'PROG106 - PUBLICACAO DE PRECOS - CATALOGO COMPLETO'
            TO RS106-REGISTRO
       WHEN WRK-MODO-REENVIO
          MOVE 'PROG106 - PUBLICACAO DE PRECOS - REENVIO'
            TO RS106-REGISTRO
       WHEN WRK-MODO-VIGENCIA
          MOVE 'PROG106 - PRECOS EM VIGOR NAS LOJAS'
            TO RS106-REGISTRO
       WHEN OTHER
          MOVE 'PROG106 - PUBLICACAO DE PRECOS - ALTERACOES DO DIA'
            TO RS106-REGISTRO
    END-EVALUATE
    WRITE RS106-REGISTRO
    MOVE SPACES TO RS106-REGISTRO
    STRING 'PROCESSAMENTO ' WRK-DATA-PROC ' - MODO ' WRK-MODO
           ' - DATA ' WRK-DATA-PARM ' - VIGENCIA ' WRK-VIGENCIA
           DELIMITED BY SIZE INTO RS106-REGISTRO
    END-STRING
    WRITE RS106-REGISTRO
    MOVE SPACES TO RS106-REGISTRO
    WRITE RS106-REGISTRO
    IF WRK-RC < 16
       PERFORM 0120-ABRIR-ARQUIVOS
    END-IF
    IF WRK-RC < 16 AND (WRK-MODO-DIARIO OR WRK-MODO-CATALOGO)
       PERFORM 0130-CARREGAR-REVISAO
       PERFORM 0140-CARREGAR-LIBERACOES
    END-IF
    IF WRK-RC < 16 AND NOT WRK-MODO-VIGENCIA
       PERFORM 0170-GRAVAR-CABECALHO
    END-IF
    PERFORM 0150-LER-PROXIMO.
0110-LER-PARAMETROS.
    OPEN INPUT P106-PARM
    IF WRK-FS-PARM = '00'
       READ P106-PARM
           AT END CONTINUE
           NOT AT END
              IF PARM-MODO NOT = SPACES
                 MOVE PARM-MODO TO WRK-MODO
              END-IF
              IF PARM-DATA NUMERIC
                 MOVE PARM-DATA TO WRK-DATA-PARM
              END-IF
       END-READ
       CLOSE P106-PARM
    END-IF
    DISPLAY 'MODO DA PUBLICACAO..' WRK-MODO
    MOVE WRK-DATA-PROC TO WRK-VIGENCIA
    EVALUATE TRUE
       WHEN NOT WRK-MODO-DIARIO AND NOT WRK-MODO-CATALOGO
            AND NOT WRK-MODO-REENVIO AND NOT WRK-MODO-VIGENCIA
          MOVE 'MODO INVALIDO NO PARM (D, C, R OU V) - NADA FEITO'
            TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
       WHEN (WRK-MODO-REENVIO OR WRK-MODO-VIGENCIA)
            AND WRK-DATA-PARM = ZEROS
          MOVE 'REENVIO E VIGENCIA PEDEM A DATA NO PARM (AAAAMMDD)'
            TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
       WHEN WRK-MODO-REENVIO OR WRK-MODO-VIGENCIA
          CONTINUE
       WHEN WRK-DATA-PARM = ZEROS
          CONTINUE
       WHEN WRK-DATA-PARM < WRK-DATA-PROC
          MOVE 'VIGENCIA DO PARM ANTERIOR A DATA DE PROCESSAMENTO - '
            & 'NADA FEITO' TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
       WHEN OTHER
          MOVE WRK-DATA-PARM TO WRK-VIGENCIA
    END-EVALUATE
    IF WRK-MODO-REENVIO
       MOVE WRK-DATA-PARM TO WRK-DATA-ENVELOPE
    ELSE
       MOVE WRK-DATA-PROC TO WRK-DATA-ENVELOPE
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
    IF WRK-MODO-DIARIO OR WRK-MODO-CATALOGO
       OPEN I-O PRECO-PUBLICADO
       IF WRK-FS-PUB = '35'
          OPEN OUTPUT PRECO-PUBLICADO
          CLOSE PRECO-PUBLICADO
          OPEN I-O PRECO-PUBLICADO
       END-IF
    ELSE
       OPEN INPUT PRECO-PUBLICADO
    END-IF
    IF WRK-FS-PUB = '00'
       MOVE 'S' TO WRK-PUB-ABERTO
    ELSE
       MOVE SPACES TO WRK-MOTIVO
       STRING 'REGISTRO DE PUBLICACAO (PRCPUB) INDISPONIVEL - STATUS '
              WRK-FS-PUB
              DELIMITED BY SIZE INTO WRK-MOTIVO
       END-STRING
       PERFORM 0190-RECUSAR-RODADA
    END-IF
    IF NOT WRK-MODO-REENVIO
       OPEN INPUT PRODUTO-MASTER
       IF WRK-FS-PRD = '00'
          MOVE 'S' TO WRK-PRD-ABERTO
       ELSE
          MOVE SPACES TO WRK-MOTIVO
          STRING 'MASTER DE PRODUTOS (PRDMST) INDISPONIVEL - STATUS '
                 WRK-FS-PRD
                 DELIMITED BY SIZE INTO WRK-MOTIVO
          END-STRING
          PERFORM 0190-RECUSAR-RODADA
       END-IF
    END-IF
    IF WRK-MODO-DIARIO OR WRK-MODO-CATALOGO
       OPEN INPUT P106-NOVO
       IF WRK-FS-NOV = '00'
          MOVE 'S' TO WRK-NOV-ABERTO
       ELSE
          MOVE SPACES TO WRK-MOTIVO
          STRING 'SAIDA DO MARKUP (P106NOV) INDISPONIVEL - STATUS '
                 WRK-FS-NOV
                 DELIMITED BY SIZE INTO WRK-MOTIVO
          END-STRING
          PERFORM 0190-RECUSAR-RODADA
       END-IF
    END-IF
    IF NOT WRK-NOV-ABERTO = 'S'
       MOVE 'S' TO WRK-EOF
    END-IF.
0130-CARREGAR-REVISAO.
*>  SEM A LISTA DO PROG036 NAO HA COMO SABER O QUE RETER - NADA E
*>  PUBLICADO. LISTA VAZIA E NORMAL (NENHUMA VARIACAO ALEM DA
*>  TOLERANCIA).
    OPEN INPUT P106-REVISAR
    IF WRK-FS-REV NOT = '00'
       MOVE SPACES TO WRK-MOTIVO
       STRING 'ITENS EM REVISAO DO PROG036 (P106REV) INDISPONIVEIS - '
              'STATUS ' WRK-FS-REV
              DELIMITED BY SIZE INTO WRK-MOTIVO
       END-STRING
       PERFORM 0190-RECUSAR-RODADA
       MOVE 'S' TO WRK-EOF
    ELSE
       MOVE 'N' TO WRK-EOF-AUX
       PERFORM 0135-LER-REVISAO UNTIL WRK-FIM-AUXILIAR
       CLOSE P106-REVISAR
       DISPLAY 'ITENS EM REVISAO....' WRK-QTDE-REVISAO
    END-IF.
0135-LER-REVISAO.
    READ P106-REVISAR
        AT END SET WRK-FIM-AUXILIAR TO TRUE
        NOT AT END
           IF WRK-QTDE-REVISAO < WRK-MAX-ITENS
              ADD 1 TO WRK-QTDE-REVISAO
              MOVE REV-CODIGO   TO WRK-REV-CODIGO(WRK-QTDE-REVISAO)
              MOVE REV-VARIACAO TO WRK-REV-VARIACAO(WRK-QTDE-REVISAO)
           ELSE
              MOVE 'TABELA DE ITENS EM REVISAO CHEIA - NADA FEITO'
                TO WRK-MOTIVO
              PERFORM 0190-RECUSAR-RODADA
              MOVE 'S' TO WRK-EOF
              SET WRK-FIM-AUXILIAR TO TRUE
           END-IF
    END-READ.
0140-CARREGAR-LIBERACOES.
*>  LISTA DE LIBERACAO AUSENTE OU VAZIA: NADA A LIBERAR.
    OPEN INPUT P106-LIBERACAO
    IF WRK-FS-LIB = '00'
       MOVE 'N' TO WRK-EOF-AUX
       PERFORM 0145-LER-LIBERACAO UNTIL WRK-FIM-AUXILIAR
       CLOSE P106-LIBERACAO
    END-IF
    DISPLAY 'LIBERACOES..........' WRK-QTDE-LIB.
0145-LER-LIBERACAO.
    READ P106-LIBERACAO
        AT END SET WRK-FIM-AUXILIAR TO TRUE
        NOT AT END
           IF WRK-QTDE-LIB < WRK-MAX-LIBERACOES
              ADD 1 TO WRK-QTDE-LIB
              MOVE LIB-CODIGO   TO WRK-LIB-CODIGO(WRK-QTDE-LIB)
              MOVE LIB-OPERADOR TO WRK-LIB-OPERADOR(WRK-QTDE-LIB)
              IF LIB-DATA-VIGENCIA NUMERIC
                 MOVE LIB-DATA-VIGENCIA
                   TO WRK-LIB-VIGENCIA(WRK-QTDE-LIB)
              ELSE
                 MOVE ZEROS TO WRK-LIB-VIGENCIA(WRK-QTDE-LIB)
              END-IF
           ELSE
              DISPLAY 'TABELA DE LIBERACOES CHEIA - LIBERACOES '
                      'EXCEDENTES IGNORADAS'
              SET WRK-FIM-AUXILIAR TO TRUE
           END-IF
    END-READ.
0150-LER-PROXIMO.
    IF NOT WRK-FIM-ARQUIVO
       READ P106-NOVO
           AT END MOVE 'S' TO WRK-EOF
       END-READ
    END-IF.
0170-GRAVAR-CABECALHO.
    MOVE SPACES            TO ENV-REGISTRO
    SET ENV-CABECALHO      TO TRUE
    MOVE '000000'          TO ENV-CHAVE-SORT
    MOVE 'P106SAI '        TO ENV-ARQUIVO-ID
    MOVE WRK-DATA-ENVELOPE TO ENV-DATA
    MOVE SPACES            TO ENV-CHAVE-SORT-2
    MOVE 'PROG106 '        TO ENV-ORIGEM
    MOVE ZEROS             TO ENV-QTDE-REG
    WRITE ENV-REGISTRO.
0180-GRAVAR-TRAILER.
    MOVE SPACES            TO ENV-REGISTRO
    SET ENV-TRAILER        TO TRUE
    MOVE '999999'          TO ENV-CHAVE-SORT
    MOVE 'P106SAI '        TO ENV-ARQUIVO-ID
    MOVE WRK-DATA-ENVELOPE TO ENV-DATA
    MOVE '999999999'       TO ENV-CHAVE-SORT-2
    MOVE 'PROG106 '        TO ENV-ORIGEM
    MOVE WRK-QTDE-GRAVADOS TO ENV-QTDE-REG
    WRITE ENV-REGISTRO.
0190-RECUSAR-RODADA.
    MOVE 16 TO WRK-RC
    PERFORM 0195-REGISTRAR-MOTIVO.
0195-REGISTRAR-MOTIVO.
    MOVE WRK-MOTIVO TO RS106-REGISTRO
    WRITE RS106-REGISTRO
    DISPLAY WRK-MOTIVO.
0198-ADVERTIR.
    IF WRK-RC < 04
       MOVE 04 TO WRK-RC
    END-IF.
0200-PROCESSAR-PRECO.
    ADD 1 TO WRK-QTDE-LIDOS
    MOVE NOV-CODIGO TO WRI-CODIGO
    MOVE SPACES     TO WRI-DESCRICAO
    MOVE ZEROS      TO WRI-ANTIGO
    MOVE ZEROS      TO WRI-NOVO
    IF NOV-RESUL > ZEROS
       MOVE NOV-RESUL TO WRI-NOVO
    END-IF
    MOVE 'N' TO WRK-ITEM-ACHADO
    PERFORM VARYING WRK-IDX-R FROM 1 BY 1
            UNTIL WRK-IDX-R > WRK-QTDE-ITENS
               OR WRK-ITEM-ACHADO = 'S'
       IF WRK-ITM-CODIGO(WRK-IDX-R) = NOV-CODIGO
          MOVE 'S' TO WRK-ITEM-ACHADO
       END-IF
    END-PERFORM
    EVALUATE TRUE
       WHEN WRK-ITEM-ACHADO = 'S'
          ADD 1 TO WRK-QTDE-REPETIDOS
          MOVE 'REPETIDO NA RODADA' TO WRI-MARCA
          WRITE RS106-REGISTRO FROM WRK-LINHA-ITEM
       WHEN WRK-QTDE-ITENS NOT < WRK-MAX-ITENS
          MOVE 'TABELA DE ITENS DA RODADA CHEIA - NADA FEITO'
            TO WRK-MOTIVO
          PERFORM 0190-RECUSAR-RODADA
          MOVE 'S' TO WRK-EOF
       WHEN NOV-RESUL NOT > ZEROS
          ADD 1 TO WRK-QTDE-ITENS
          MOVE NOV-CODIGO TO WRK-ITM-CODIGO(WRK-QTDE-ITENS)
          ADD 1 TO WRK-QTDE-INVALIDOS
          MOVE 'PRECO ZERADO/NEGATIVO' TO WRI-MARCA
          WRITE RS106-REGISTRO FROM WRK-LINHA-ITEM
       WHEN OTHER
          ADD 1 TO WRK-QTDE-ITENS
          MOVE NOV-CODIGO TO WRK-ITM-CODIGO(WRK-QTDE-ITENS)
          PERFORM 0210-AVALIAR-PRECO
    END-EVALUATE
    PERFORM 0150-LER-PROXIMO.
0210-AVALIAR-PRECO.
    MOVE NOV-CODIGO TO PRD-CODIGO
    READ PRODUTO-MASTER
        INVALID KEY
           MOVE '(SEM CADASTRO)' TO PRD-DESCRICAO
           MOVE 'X' TO PRD-STATUS
    END-READ
    MOVE PRD-DESCRICAO TO WRI-DESCRICAO
    IF NOT PRD-ATIVO
       ADD 1 TO WRK-QTDE-FORA-CAD
       MOVE 'INATIVO/SEM CADASTRO' TO WRI-MARCA
       WRITE RS106-REGISTRO FROM WRK-LINHA-ITEM
    ELSE
*>     PRECO EM VIGOR ANTES DA VIGENCIA DA RODADA - NO RERUN O
*>     REGISTRO DA PROPRIA RODADA NAO CONTA.
       MOVE NOV-CODIGO TO WRK-COD-BUSCA
       COMPUTE WRK-DATA-LIMITE = WRK-VIGENCIA - 1
       PERFORM 0260-LER-REGISTRO-PRODUTO
       IF WRK-TEM-VIGENTE = 'S'
          MOVE WRK-PRECO-VIGENTE TO WRI-ANTIGO
       END-IF
       MOVE 'N' TO WRK-ITEM-ACHADO
       MOVE ZEROS TO WRK-VARIACAO
       PERFORM VARYING WRK-IDX-R FROM 1 BY 1
               UNTIL WRK-IDX-R > WRK-QTDE-REVISAO
                  OR WRK-ITEM-ACHADO = 'S'
          IF WRK-REV-CODIGO(WRK-IDX-R) = NOV-CODIGO
             MOVE 'S' TO WRK-ITEM-ACHADO
             MOVE WRK-REV-VARIACAO(WRK-IDX-R) TO WRK-VARIACAO
          END-IF
       END-PERFORM
       MOVE 'N' TO WRK-LIBERACAO-PEDIDA
       IF WRK-ULT-SITUACAO = 'R'
          PERFORM VARYING WRK-IDX-R FROM 1 BY 1
                  UNTIL WRK-IDX-R > WRK-QTDE-LIB
             IF WRK-LIB-CODIGO(WRK-IDX-R) = NOV-CODIGO
                AND WRK-LIB-VIGENCIA(WRK-IDX-R) = WRK-ULT-VIGENCIA
                MOVE 'S' TO WRK-LIBERACAO-PEDIDA
             END-IF
          END-PERFORM
       END-IF
*>     A COMPARACAO DO PROG036 E CONTRA A RODADA ANTERIOR DO MARKUP,
*>     NAO CONTRA AS LOJAS: PRODUTO COM RETENCAO PENDENTE CONTINUA
*>     RETIDO ATE A LIBERACAO, E PRECO NOVO EM CIMA DELA TAMBEM E
*>     RETIDO PARA REVISAO.
       EVALUATE TRUE
          WHEN WRK-ULT-SITUACAO = 'P'
               AND WRK-ULT-VIGENCIA = WRK-VIGENCIA
               AND WRK-ULT-RETENCAO > ZEROS
*>           LIBERADO NESTA VIGENCIA (RERUN) - FICA PARA A LIBERACAO.
             CONTINUE
          WHEN WRK-ULT-SITUACAO = 'R'
               AND WRK-ULT-VIGENCIA < WRK-VIGENCIA
               AND WRK-ULT-PRECO = NOV-RESUL
             IF WRK-LIBERACAO-PEDIDA = 'N'
                ADD 1 TO WRK-QTDE-RETIDOS
                PERFORM 0198-ADVERTIR
                MOVE SPACES TO WRI-MARCA
                STRING 'RETIDO ' WRK-ULT-VIGENCIA ' AGUARDA'
                       DELIMITED BY SIZE INTO WRI-MARCA
                END-STRING
                WRITE RS106-REGISTRO FROM WRK-LINHA-ITEM
             END-IF
          WHEN WRK-ITEM-ACHADO = 'S'
             PERFORM 0230-RETER-PRECO
          WHEN WRK-ULT-SITUACAO = 'R'
               AND WRK-ULT-VIGENCIA < WRK-VIGENCIA
             PERFORM 0230-RETER-PRECO
          WHEN WRK-TEM-VIGENTE = 'N'
             PERFORM 0220-PUBLICAR-PRECO
          WHEN NOV-RESUL NOT = WRK-PRECO-VIGENTE
             PERFORM 0220-PUBLICAR-PRECO
          WHEN OTHER
             ADD 1 TO WRK-QTDE-SEM-ALTER
*>           RERUN EM QUE O PRECO VOLTOU AO QUE ESTA NAS LOJAS: O
*>           REGISTRO DA PRIMEIRA RODADA SAI.
             IF WRK-REG-EXISTE = 'S'
                MOVE NOV-CODIGO   TO PUB-CODIGO
                MOVE WRK-VIGENCIA TO PUB-DATA-VIGENCIA
                DELETE PRECO-PUBLICADO
                    INVALID KEY CONTINUE
                END-DELETE
             END-IF
       END-EVALUATE
    END-IF.
0220-PUBLICAR-PRECO.
    MOVE SPACES         TO PUB-REGISTRO
    MOVE NOV-CODIGO     TO PUB-CODIGO
    MOVE WRK-VIGENCIA   TO PUB-DATA-VIGENCIA
    MOVE PRD-DESCRICAO  TO PUB-DESCRICAO
    MOVE NOV-RESUL      TO PUB-PRECO
    SET PUB-PUBLICADO   TO TRUE
    MOVE WRK-DATA-PROC  TO PUB-DATA-PUBLICACAO
    MOVE ZEROS          TO PUB-DATA-RETENCAO PUB-VARIACAO
    PERFORM 0240-GRAVAR-REGISTRO
    IF WRK-RC < 16
       ADD 1 TO WRK-QTDE-ALTERADOS
       MOVE 'PUBLICADO' TO WRI-MARCA
       WRITE RS106-REGISTRO FROM WRK-LINHA-ITEM
       IF WRK-MODO-DIARIO
          SET PDV-ALTERACAO TO TRUE
          PERFORM 0250-GRAVAR-PDV
       END-IF
    END-IF.
0230-RETER-PRECO.
    MOVE SPACES         TO PUB-REGISTRO
    MOVE NOV-CODIGO     TO PUB-CODIGO
    MOVE WRK-VIGENCIA   TO PUB-DATA-VIGENCIA
    MOVE PRD-DESCRICAO  TO PUB-DESCRICAO
    MOVE NOV-RESUL      TO PUB-PRECO
    SET PUB-RETIDO      TO TRUE
    MOVE ZEROS          TO PUB-DATA-PUBLICACAO PUB-DATA-RETENCAO
    MOVE WRK-VARIACAO   TO PUB-VARIACAO
    PERFORM 0240-GRAVAR-REGISTRO
    IF WRK-RC < 16
       ADD 1 TO WRK-QTDE-RETIDOS
       PERFORM 0198-ADVERTIR
       MOVE SPACES TO WRI-MARCA
       STRING 'RETIDO ' WRK-VIGENCIA ' REVISAR'
              DELIMITED BY SIZE INTO WRI-MARCA
       END-STRING
       WRITE RS106-REGISTRO FROM WRK-LINHA-ITEM
    END-IF.
0240-GRAVAR-REGISTRO.
    IF WRK-REG-EXISTE = 'S'
       REWRITE PUB-REGISTRO
           INVALID KEY CONTINUE
       END-REWRITE
    ELSE
       WRITE PUB-REGISTRO
           INVALID KEY CONTINUE
       END-WRITE
    END-IF
    IF WRK-FS-PUB NOT = '00'
       MOVE SPACES TO WRK-MOTIVO
       STRING 'ERRO GRAVANDO O REGISTRO DE PUBLICACAO - PRODUTO '
              PUB-CODIGO ' STATUS ' WRK-FS-PUB
              DELIMITED BY SIZE INTO WRK-MOTIVO
       END-STRING
       PERFORM 0190-RECUSAR-RODADA
       MOVE 'S' TO WRK-EOF
    END-IF.
0250-GRAVAR-PDV.
    MOVE 'D'               TO PDV-TIPO
    MOVE PUB-CODIGO        TO PDV-CODIGO
    MOVE PUB-DESCRICAO     TO PDV-DESCRICAO
    MOVE PUB-PRECO         TO PDV-PRECO
    MOVE PUB-DATA-VIGENCIA TO PDV-DATA-VIGENCIA
    WRITE PDV-REGISTRO
    ADD 1 TO WRK-QTDE-GRAVADOS.
0260-LER-REGISTRO-PRODUTO.
*>  PERCORRE OS REGISTROS DO PRODUTO EM ORDEM DE VIGENCIA.
    MOVE 'N'    TO WRK-TEM-VIGENTE WRK-REG-EXISTE
    MOVE ZEROS  TO WRK-PRECO-VIGENTE WRK-VIGENTE-DESDE
                   WRK-ULT-VIGENCIA WRK-ULT-RETENCAO WRK-ULT-PRECO
                   WRK-ULT-P-RETENCAO
    MOVE SPACES TO WRK-ULT-SITUACAO WRK-ULT-LIBERADO-POR
    MOVE 'N'    TO WRK-EOF-PUB
    MOVE WRK-COD-BUSCA TO PUB-CODIGO
    MOVE ZEROS         TO PUB-DATA-VIGENCIA
    START PRECO-PUBLICADO KEY NOT < PUB-CHAVE
        INVALID KEY SET WRK-FIM-PUBLICACOES TO TRUE
    END-START
    PERFORM 0265-LER-PUBLICACAO UNTIL WRK-FIM-PUBLICACOES.
0265-LER-PUBLICACAO.
    READ PRECO-PUBLICADO NEXT RECORD
        AT END SET WRK-FIM-PUBLICACOES TO TRUE
        NOT AT END
           IF PUB-CODIGO NOT = WRK-COD-BUSCA
              SET WRK-FIM-PUBLICACOES TO TRUE
           ELSE
              MOVE PUB-DATA-VIGENCIA   TO WRK-ULT-VIGENCIA
              MOVE PUB-SITUACAO        TO WRK-ULT-SITUACAO
              MOVE PUB-PRECO           TO WRK-ULT-PRECO
              MOVE PUB-DATA-RETENCAO   TO WRK-ULT-RETENCAO
              MOVE PUB-LIBERADO-POR    TO WRK-ULT-LIBERADO-POR
              IF PUB-DATA-VIGENCIA = WRK-VIGENCIA
                 MOVE 'S' TO WRK-REG-EXISTE
              END-IF
              IF PUB-PUBLICADO
                 MOVE PUB-DATA-RETENCAO TO WRK-ULT-P-RETENCAO
              END-IF
              IF PUB-PUBLICADO
                 AND PUB-DATA-VIGENCIA NOT > WRK-DATA-LIMITE
                 MOVE 'S'               TO WRK-TEM-VIGENTE
                 MOVE PUB-PRECO         TO WRK-PRECO-VIGENTE
                 MOVE PUB-DATA-VIGENCIA TO WRK-VIGENTE-DESDE
              END-IF
           END-IF
    END-READ.
0300-APLICAR-LIBERACAO.
*>  SO A RETENCAO MAIS RECENTE DO PRODUTO E LIBERADA, E SO PELA
*>  VIGENCIA DELA - LIBERACAO VELHA NA LISTA NAO SOLTA RETENCAO
*>  NOVA. A LIBERACAO PASSA A VALER NA VIGENCIA DESTA RODADA.
    MOVE WRK-LIB-CODIGO(WRK-IDX) TO WRI-CODIGO WRK-COD-BUSCA
    MOVE SPACES TO WRI-DESCRICAO
    MOVE ZEROS  TO WRI-ANTIGO WRI-NOVO
    MOVE WRK-VIGENCIA TO WRK-DATA-LIMITE
    PERFORM 0260-LER-REGISTRO-PRODUTO
    MOVE WRK-LIB-CODIGO(WRK-IDX) TO PRD-CODIGO
    READ PRODUTO-MASTER
        INVALID KEY MOVE 'X' TO PRD-STATUS
    END-READ
    EVALUATE TRUE
       WHEN WRK-LIB-OPERADOR(WRK-IDX) = SPACES
          MOVE 'LIBERACAO SEM OPERADOR' TO WRI-MARCA
          PERFORM 0320-RECUSAR-LIBERACAO
       WHEN NOT PRD-ATIVO
          MOVE 'LIBERACAO - INATIVO' TO WRI-MARCA
          PERFORM 0320-RECUSAR-LIBERACAO
       WHEN WRK-ULT-SITUACAO = 'P'
            AND WRK-ULT-VIGENCIA = WRK-VIGENCIA
            AND WRK-ULT-RETENCAO = WRK-LIB-VIGENCIA(WRK-IDX)
            AND WRK-ULT-LIBERADO-POR = WRK-LIB-OPERADOR(WRK-IDX)
*>        RERUN DE UMA RODADA QUE JA LIBEROU - SAI DE NOVO.
          PERFORM 0310-LIBERAR-PRECO
       WHEN WRK-ULT-SITUACAO = 'R'
            AND WRK-ULT-VIGENCIA = WRK-LIB-VIGENCIA(WRK-IDX)
          PERFORM 0310-LIBERAR-PRECO
       WHEN WRK-ULT-P-RETENCAO = WRK-LIB-VIGENCIA(WRK-IDX)
*>        LIBERADA EM NOITE ANTERIOR E AINDA NA LISTA.
          ADD 1 TO WRK-QTDE-LIB-APLICADA
          MOVE 'LIBERACAO JA APLICADA' TO WRI-MARCA
          WRITE RS106-REGISTRO FROM WRK-LINHA-ITEM
       WHEN OTHER
          MOVE 'LIBERACAO SEM RETENCAO' TO WRI-MARCA
          PERFORM 0320-RECUSAR-LIBERACAO
    END-EVALUATE.
0310-LIBERAR-PRECO.
    MOVE WRK-LIB-CODIGO(WRK-IDX) TO PUB-CODIGO
    MOVE WRK-ULT-VIGENCIA        TO PUB-DATA-VIGENCIA
    READ PRECO-PUBLICADO
        INVALID KEY CONTINUE
    END-READ
    IF WRK-FS-PUB = '00' AND PUB-RETIDO
       IF PUB-DATA-VIGENCIA = WRK-VIGENCIA
          MOVE 'S' TO WRK-REG-EXISTE
       ELSE
          DELETE PRECO-PUBLICADO
              INVALID KEY CONTINUE
          END-DELETE
          MOVE 'N' TO WRK-REG-EXISTE
       END-IF
       MOVE PUB-DATA-VIGENCIA        TO PUB-DATA-RETENCAO
       MOVE WRK-VIGENCIA             TO PUB-DATA-VIGENCIA
       SET PUB-PUBLICADO             TO TRUE
       MOVE WRK-DATA-PROC            TO PUB-DATA-PUBLICACAO
       MOVE WRK-LIB-OPERADOR(WRK-IDX) TO PUB-LIBERADO-POR
       PERFORM 0240-GRAVAR-REGISTRO
    END-IF
    IF WRK-RC < 16
       ADD 1 TO WRK-QTDE-LIBERADOS
       MOVE PUB-DESCRICAO TO WRI-DESCRICAO
       MOVE PUB-PRECO     TO WRI-NOVO
       MOVE SPACES TO WRI-MARCA
       STRING 'LIBERADO POR ' PUB-LIBERADO-POR
              DELIMITED BY SIZE INTO WRI-MARCA
       END-STRING
       WRITE RS106-REGISTRO FROM WRK-LINHA-ITEM
       IF WRK-MODO-DIARIO
          SET PDV-LIBERACAO TO TRUE
          PERFORM 0250-GRAVAR-PDV
       END-IF
    END-IF.
0320-RECUSAR-LIBERACAO.
    ADD 1 TO WRK-QTDE-LIB-RECUSA
    PERFORM 0198-ADVERTIR
    WRITE RS106-REGISTRO FROM WRK-LINHA-ITEM.
0400-GERAR-CATALOGO.
*>  DEPOIS DA RODADA E DAS LIBERACOES: O PRECO EM VIGOR NA VIGENCIA
*>  DESTA RODADA DE CADA PRODUTO ATIVO. RETIDO SAI COM O PRECO
*>  ANTERIOR, QUE E O QUE CONTINUA VALENDO.
    MOVE 'N' TO WRK-EOF-PRD
    MOVE LOW-VALUES TO PRD-CODIGO
    START PRODUTO-MASTER KEY NOT < PRD-CODIGO
        INVALID KEY SET WRK-FIM-PRODUTOS TO TRUE
    END-START
    PERFORM 0410-CATALOGAR-PRODUTO UNTIL WRK-FIM-PRODUTOS.
0410-CATALOGAR-PRODUTO.
    READ PRODUTO-MASTER NEXT RECORD
        AT END SET WRK-FIM-PRODUTOS TO TRUE
    END-READ
    IF NOT WRK-FIM-PRODUTOS AND PRD-ATIVO
       MOVE PRD-CODIGO   TO WRK-COD-BUSCA
       MOVE WRK-VIGENCIA TO WRK-DATA-LIMITE
       PERFORM 0260-LER-REGISTRO-PRODUTO
       IF WRK-TEM-VIGENTE = 'S'
          ADD 1 TO WRK-QTDE-CATALOGO
          SET PDV-CATALOGO      TO TRUE
          MOVE 'D'               TO PDV-TIPO
          MOVE PRD-CODIGO        TO PDV-CODIGO
          MOVE PRD-DESCRICAO     TO PDV-DESCRICAO
          MOVE WRK-PRECO-VIGENTE TO PDV-PRECO
          MOVE WRK-VIGENTE-DESDE TO PDV-DATA-VIGENCIA
          WRITE PDV-REGISTRO
          ADD 1 TO WRK-QTDE-GRAVADOS
       ELSE
          ADD 1 TO WRK-QTDE-SEM-PRECO
          MOVE PRD-CODIGO    TO WRI-CODIGO
          MOVE PRD-DESCRICAO TO WRI-DESCRICAO
          MOVE ZEROS         TO WRI-ANTIGO WRI-NOVO
          MOVE 'SEM PRECO PUBLICADO' TO WRI-MARCA
          WRITE RS106-REGISTRO FROM WRK-LINHA-ITEM
       END-IF
    END-IF.
0500-REENVIAR.
    MOVE 'N' TO WRK-EOF-PUB
    MOVE LOW-VALUES TO PUB-CHAVE
    START PRECO-PUBLICADO KEY NOT < PUB-CHAVE
        INVALID KEY SET WRK-FIM-PUBLICACOES TO TRUE
    END-START
    PERFORM 0510-REENVIAR-PRECO UNTIL WRK-FIM-PUBLICACOES
    IF WRK-QTDE-GRAVADOS = 0
       MOVE SPACES TO WRK-MOTIVO
       STRING 'NENHUM PRECO PUBLICADO EM ' WRK-DATA-PARM
              ' - NADA A REENVIAR'
              DELIMITED BY SIZE INTO WRK-MOTIVO
       END-STRING
       PERFORM 0195-REGISTRAR-MOTIVO
       PERFORM 0198-ADVERTIR
    END-IF.
0510-REENVIAR-PRECO.
    READ PRECO-PUBLICADO NEXT RECORD
        AT END SET WRK-FIM-PUBLICACOES TO TRUE
    END-READ
    IF NOT WRK-FIM-PUBLICACOES
       AND PUB-PUBLICADO AND PUB-DATA-PUBLICACAO = WRK-DATA-PARM
       IF PUB-DATA-RETENCAO > ZEROS
          SET PDV-LIBERACAO TO TRUE
       ELSE
          SET PDV-ALTERACAO TO TRUE
       END-IF
       PERFORM 0250-GRAVAR-PDV
       MOVE PUB-CODIGO    TO WRI-CODIGO
       MOVE PUB-DESCRICAO TO WRI-DESCRICAO
       MOVE ZEROS         TO WRI-ANTIGO
       MOVE PUB-PRECO     TO WRI-NOVO
       MOVE 'REENVIADO'   TO WRI-MARCA
       WRITE RS106-REGISTRO FROM WRK-LINHA-ITEM
    END-IF.
0600-CONSULTAR-VIGENCIA.
    MOVE SPACES TO RS106-REGISTRO
    STRING 'PRODUTO DESCRICAO                      PRECO EM '
           WRK-DATA-PARM '  VIGENTE DESDE'
           DELIMITED BY SIZE INTO RS106-REGISTRO
    END-STRING
    WRITE RS106-REGISTRO
    MOVE 'N' TO WRK-EOF-PRD
    MOVE LOW-VALUES TO PRD-CODIGO
    START PRODUTO-MASTER KEY NOT < PRD-CODIGO
        INVALID KEY SET WRK-FIM-PRODUTOS TO TRUE
    END-START
    PERFORM 0610-CONSULTAR-PRODUTO UNTIL WRK-FIM-PRODUTOS.
0610-CONSULTAR-PRODUTO.
*>  TODO PRODUTO DO CADASTRO, ATIVO OU NAO - A PERGUNTA E O QUE AS
*>  LOJAS COBRAVAM NA DATA.
    READ PRODUTO-MASTER NEXT RECORD
        AT END SET WRK-FIM-PRODUTOS TO TRUE
    END-READ
    IF NOT WRK-FIM-PRODUTOS
       MOVE PRD-CODIGO    TO WRK-COD-BUSCA WRI-CODIGO
       MOVE WRK-DATA-PARM TO WRK-DATA-LIMITE
       PERFORM 0260-LER-REGISTRO-PRODUTO
       MOVE PRD-DESCRICAO TO WRI-DESCRICAO
       MOVE ZEROS         TO WRI-ANTIGO
       MOVE SPACES        TO WRI-MARCA
       IF WRK-TEM-VIGENTE = 'S'
          ADD 1 TO WRK-QTDE-CATALOGO
          MOVE WRK-PRECO-VIGENTE TO WRI-NOVO
          STRING '  ' WRK-VIGENTE-DESDE
                 DELIMITED BY SIZE INTO WRI-MARCA
          END-STRING
       ELSE
          ADD 1 TO WRK-QTDE-SEM-PRECO
          MOVE ZEROS TO WRI-NOVO
          MOVE 'SEM PRECO NA DATA' TO WRI-MARCA
       END-IF
       WRITE RS106-REGISTRO FROM WRK-LINHA-ITEM
    END-IF.
0900-FINALIZAR.
    IF WRK-RC < 16 AND NOT WRK-MODO-VIGENCIA
       PERFORM 0180-GRAVAR-TRAILER
    END-IF
    MOVE SPACES TO RS106-REGISTRO
    WRITE RS106-REGISTRO
    IF WRK-MODO-DIARIO OR WRK-MODO-CATALOGO
       MOVE 'PRECOS LIDOS DO MARKUP...' TO WRT-LABEL
       MOVE WRK-QTDE-LIDOS             TO WRT-QTDE
       WRITE RS106-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'PRECOS ALTERADOS.........' TO WRT-LABEL
       MOVE WRK-QTDE-ALTERADOS         TO WRT-QTDE
       WRITE RS106-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'SEM ALTERACAO............' TO WRT-LABEL
       MOVE WRK-QTDE-SEM-ALTER         TO WRT-QTDE
       WRITE RS106-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'RETIDOS PARA REVISAO.....' TO WRT-LABEL
       MOVE WRK-QTDE-RETIDOS           TO WRT-QTDE
       WRITE RS106-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'LIBERADOS................' TO WRT-LABEL
       MOVE WRK-QTDE-LIBERADOS         TO WRT-QTDE
       WRITE RS106-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'LIBERACOES RECUSADAS.....' TO WRT-LABEL
       MOVE WRK-QTDE-LIB-RECUSA        TO WRT-QTDE
       WRITE RS106-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'LIBERACOES JA APLICADAS..' TO WRT-LABEL
       MOVE WRK-QTDE-LIB-APLICADA      TO WRT-QTDE
       WRITE RS106-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'INATIVOS/SEM CADASTRO....' TO WRT-LABEL
       MOVE WRK-QTDE-FORA-CAD          TO WRT-QTDE
       WRITE RS106-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'PRECO ZERADO/NEGATIVO....' TO WRT-LABEL
       MOVE WRK-QTDE-INVALIDOS         TO WRT-QTDE
       WRITE RS106-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'REPETIDOS NA RODADA......' TO WRT-LABEL
       MOVE WRK-QTDE-REPETIDOS         TO WRT-QTDE
       WRITE RS106-REGISTRO FROM WRK-LINHA-TOTAL
    END-IF
    IF WRK-MODO-CATALOGO OR WRK-MODO-VIGENCIA
       MOVE 'PRODUTOS COM PRECO.......' TO WRT-LABEL
       MOVE WRK-QTDE-CATALOGO          TO WRT-QTDE
       WRITE RS106-REGISTRO FROM WRK-LINHA-TOTAL
       MOVE 'PRODUTOS SEM PRECO.......' TO WRT-LABEL
       MOVE WRK-QTDE-SEM-PRECO         TO WRT-QTDE
       WRITE RS106-REGISTRO FROM WRK-LINHA-TOTAL
    END-IF
    MOVE 'REGISTROS PARA O PDV.....' TO WRT-LABEL
    MOVE WRK-QTDE-GRAVADOS          TO WRT-QTDE
    WRITE RS106-REGISTRO FROM WRK-LINHA-TOTAL
    DISPLAY 'PROG106 - REGISTROS PARA O PDV..' WRK-QTDE-GRAVADOS
            ' RETIDOS..' WRK-QTDE-RETIDOS
    IF WRK-NOV-ABERTO = 'S'
       CLOSE P106-NOVO
    END-IF
    IF WRK-PRD-ABERTO = 'S'
       CLOSE PRODUTO-MASTER
    END-IF
    IF WRK-PUB-ABERTO = 'S'
       CLOSE PRECO-PUBLICADO
    END-IF
    CLOSE P106-SAIDA P106-RELATO.
