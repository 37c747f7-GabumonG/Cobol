*> SUSPENSOS (P026RES, GERADO PELO PROG024) CONTINUA ENTRANDO COMO
*> ENTRADA AVULSA: IMAGENS TR5 JA CORRIGIDAS, SEM CABECALHO NEM
*> TRAILER DE FILIAL, CARIMBADAS COM ORIGEM 00 E CONTADAS NO
*> ENVELOPE DA SAIDA.
*> TRANSFERENCIA ENTRE CONTAS ('R') E DETALHE COMO OS OUTROS: ENTRA
*> NO CONTROLE DO TRAILER 'F' PELO V1+V2 E LEVA CONTA E SEQUENCIA
*> DESTINO NO FIM DA IMAGEM.
*> RELATORIO DE CONSOLIDACAO EM P026REL.
*> CADASTRO DE FEEDS CONSUMIDOS (FEDREG): CADA FEED VALIDADO E
*> REGISTRADO POR ORIGEM + QUANTIDADE + TOTAL DE CONTROLE; UM FEED
*> CONSOLIDADA ESTAR COMPLETA OS FEEDS DA RODADA SAO MARCADOS
*> COMO CONSUMIDOS - UM ABEND NO MEIO NAO DEIXA FEED REGISTRADO
*> SEM TER SIDO CONSOLIDADO, E O RERUN NAO E RECUSADO A TOA.
*> FEEDS OPCIONAIS (JUROS DO PROG052 EM P026JUR, PARCELAS DO
*> PROG057 EM P026PAR, A REAPRESENTACAO DO PROG024 EM P026RES E AS
*> MENSALIDADES ESCOLARES DO PROG102 EM P026MEN) NAO
*> DEPENDEM MAIS DE COMENTAR DD NO JCL: OS QUATRO DDS FICAM SEMPRE
*> ALOCADOS E QUEM DIZ O QUE CONSUMIR E O MANIFESTO DA NOITE
*> (FEDMAN), GRAVADO PELOS PRODUTORES PARA A DATA DE
*> PROCESSAMENTO. CADA FEED OPCIONAL E LIDO UMA VEZ PARA APURAR
*> QUANTIDADE E TOTAL E SO DEPOIS CONSUMIDO: LISTADO E IGUAL AO
*> MANIFESTO, ENTRA; LISTADO E AUSENTE OU DIFERENTE, OU PRESENTE E
*> NAO LISTADO, RC=16 E EXCECAO. A GERACAO DE UM FEED OPCIONAL E
*> IDENTIFICADA PELA DATA EM QUE FOI PRODUZIDA - A DATA DE
*> PROCESSAMENTO QUE O PRODUTOR CARIMBA NO CABECALHO 'B' OU, NA
*> REAPRESENTACAO (SEM CABECALHO), A DATA DA LINHA DO MANIFESTO
*> QUE CASA COM ELA - E NAO PELO CONTEUDO: O FEDREG REGISTRA
*> ORIGEM + DATA DA GERACAO, E QUANTIDADE/TOTAL SO CONFEREM CONTRA
*> O MANIFESTO. ASSIM A MENSALIDADE DE UM MES IGUAL AO ANTERIOR OU
*> A REAPRESENTACAO LEGITIMA COM A MESMA CONTAGEM DE OUTRO DIA
*> ENTRAM. GERACAO VAZIA, OU DE NOITE ANTERIOR CONFERINDO COM A
*> LINHA DAQUELA NOITE NO MANIFESTO, E NAO LISTADA HOJE, E SO
*> IGNORADA - SEM DEPENDER DO FEDREG, QUE O PROG056 EXPURGA.
*> A REAPRESENTACAO PASSA A SER REGISTRADA NO FEDREG COM ORIGEM
*> 00, COMO OS DEMAIS FEEDS OPCIONAIS.
*> O FEED DE BOLETOS BAIXADOS (PROG081, ORIGEM 92) CHEGA NO P026ENT
*> COM AS FILIAIS, MAS TAMBEM CARIMBA A DATA DE PROCESSAMENTO NO
*> CABECALHO 'B': E REGISTRADO E CONFERIDO NO FEDREG POR ORIGEM +
*> DATA DA GERACAO, COMO OS OPCIONAIS - NOITE COM A MESMA CONTAGEM
*> E O MESMO TOTAL DE BOLETOS DE OUTRA ENTRA. GERACAO SEM CARIMBO
*> CAI NA CHAVE DO CONTEUDO, COMO AS FILIAIS.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT P026-RESSUB  ASSIGN TO "P026RES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-RESSUB.
    SELECT P026-JUROS   ASSIGN TO "P026JUR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-JUROS.
    SELECT P026-PARCELAS ASSIGN TO "P026PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARCELAS.
    SELECT P026-MENSALIDADES ASSIGN TO "P026MEN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-MENSAL.
    SELECT P026-MANIFESTO ASSIGN TO "FEDMAN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-MANIF.
    SELECT FEED-REGISTRO ASSIGN TO "FEDREG"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
DATA                            DIVISION.
FILE                            SECTION.
FD  P026-ENTRADA.
01  ENT-REGISTRO           PIC X(57).
FD  FILIAL-REGISTRO.
COPY CPFILREG.
FD  P026-AUSENCIA.
    05  AUS-CODIGO         PIC 9(02).
    05  AUS-DATA           PIC 9(08).
FD  P026-RESSUB.
01  RES-REGISTRO           PIC X(59).
FD  P026-JUROS.
01  JUR-REGISTRO           PIC X(57).
FD  P026-PARCELAS.
01  PAR-REGISTRO           PIC X(57).
FD  P026-MENSALIDADES.
01  MEN-REGISTRO           PIC X(57).
FD  P026-MANIFESTO.
COPY CPFEDMAN.
FD  FEED-REGISTRO.
COPY CPFEDREG.
FD  EXCECOES-FILE.
COPY CPEXCECAO.
FD  P026-SAIDA.
COPY CPENVEL.
01  SAI-REGISTRO           PIC X(59).
FD  P026-RELATO.
01  RS26-REGISTRO          PIC X(80).
FD  DATA-PROC-FILE.
77  WRK-FS-FILREG        PIC X(02) VALUE SPACES.
77  WRK-FS-AUSENCIA      PIC X(02) VALUE SPACES.
77  WRK-FS-RESSUB        PIC X(02) VALUE SPACES.
77  WRK-FS-JUROS         PIC X(02) VALUE SPACES.
77  WRK-FS-PARCELAS      PIC X(02) VALUE SPACES.
77  WRK-FS-MENSAL        PIC X(02) VALUE SPACES.
77  WRK-FS-MANIF         PIC X(02) VALUE SPACES.
77  WRK-FS-FEDREG        PIC X(02) VALUE SPACES.
77  WRK-FS-EXC           PIC X(02) VALUE SPACES.
77  WRK-HORA-EXC         PIC 9(08) VALUE ZEROS.
77  WRK-FEED-REPETIDO    PIC X(01) VALUE 'N'.
77  WRK-TOTAL-CENTAVOS   PIC 9(11) VALUE ZEROS.
01  WRK-TAB-BLOCO.
    05  WRK-BLOCO-LINHA OCCURS 3000 TIMES PIC X(59).
78  WRK-MAX-PENDENTES    VALUE 20.
77  WRK-QTDE-PENDENTES   PIC 9(02) COMP VALUE ZEROS.
77  WRK-IDX-PEND         PIC 9(02) COMP VALUE ZEROS.
01  WRK-TAB-PENDENTES.
    05  WRK-PEND-CHAVE OCCURS 20 TIMES PIC X(20).
77  WRK-QTDE-RESSUB      PIC 9(07) VALUE ZEROS.
78  WRK-MAX-MANIFESTO    VALUE 4.
77  WRK-IDX-MAN          PIC 9(02) COMP VALUE ZEROS.
01  WRK-TAB-MANIFESTO.
    05  WRK-MAN-ENTRY OCCURS 4 TIMES.
        10  WRK-MAN-FEED       PIC X(03).
        10  WRK-MAN-LISTADO    PIC X(01).
        10  WRK-MAN-QTDE       PIC 9(07).
        10  WRK-MAN-TOTAL      PIC S9(09)V99.
        10  WRK-MAN-ANT-DATA   PIC 9(08).
        10  WRK-MAN-ANT-QTDE   PIC 9(07).
        10  WRK-MAN-ANT-TOTAL  PIC S9(09)V99.
77  WRK-PRV-PRESENTE     PIC X(01) VALUE 'N'.
77  WRK-PRV-CONSUMIDO    PIC X(01) VALUE 'N'.
77  WRK-PRV-ORIGEM       PIC 9(02) VALUE ZEROS.
77  WRK-PRV-QTDE         PIC 9(07) VALUE ZEROS.
77  WRK-PRV-TOTAL        PIC S9(09)V99 VALUE ZEROS.
77  WRK-PRV-GERACAO      PIC 9(08) VALUE ZEROS.
77  WRK-OPC-CONSUMIR     PIC X(01) VALUE 'N'.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-QTDE-SAIDA       PIC 9(09) VALUE ZEROS.
77  WRK-TEM-CABECALHO    PIC X(01) VALUE 'N'.
77  WRK-TEM-TRAILER      PIC X(01) VALUE 'N'.
77  WRK-CODIGO-FILIAL    PIC 9(02) VALUE ZEROS.
77  WRK-GERACAO-FILIAL   PIC 9(08) VALUE ZEROS.
78  WRK-ORIGEM-COBRANCA  VALUE 92.
77  WRK-QTDE-FILIAL      PIC 9(07) VALUE ZEROS.
77  WRK-TOTAL-FILIAL     PIC S9(09)V99 VALUE ZEROS.
77  WRK-QTDE-GERAL       PIC 9(07) VALUE ZEROS.
            88  WRK-CABECALHO      VALUE 'B'.
            88  WRK-DETALHE        VALUE 'D'.
            88  WRK-ESTORNO        VALUE 'C'.
            88  WRK-TRANSFERENCIA  VALUE 'R'.
            88  WRK-TRAILER-CONTA  VALUE 'T'.
            88  WRK-TRAILER-FILIAL VALUE 'F'.
        10  WRK-CONTA          PIC 9(06).
            15  WRK-QTDE-CTRL      PIC 9(07).
            15  FILLER             PIC X(09).
    05  WRK-DATA-VALOR     PIC X(08).
*>  CONTA E SEQUENCIA DESTINO - SO NA TRANSFERENCIA ('R'), PASSAM
*>  INTACTAS PARA O PROG005.
    05  WRK-DESTINO        PIC X(15).
01  WRK-RESSUB-IMAGEM.
    05  WRK-RSB-IMAGEM-34  PIC X(34).
    05  WRK-RSB-ORIGEM     PIC X(02).
    05  WRK-RSB-DATA-VALOR PIC X(08).
    05  WRK-RSB-DESTINO    PIC X(15).
01  WRK-SAIDA-DET.
    05  WRK-SAI-IMAGEM     PIC X(34).
    05  WRK-SAI-ORIGEM     PIC 9(02).
    05  WRK-SAI-DATA-VALOR PIC X(08).
    05  WRK-SAI-DESTINO    PIC X(15).
01  WRK-LINHA-FILIAL.
    05  FILLER             PIC X(07) VALUE 'FILIAL '.
    05  WRF-CODIGO         PIC 9(02).
    05  WRC-CORTE          PIC 9(04).
    05  FILLER             PIC X(01) VALUE SPACE.
    05  WRC-SITUACAO       PIC X(22).
01  WRK-LINHA-OPCIONAL.
    05  FILLER             PIC X(14) VALUE 'FEED OPCIONAL '.
    05  WRO-FEED           PIC X(03).
    05  FILLER             PIC X(11) VALUE ' REGISTROS '.
    05  WRO-QTDE           PIC ZZZZZZ9.
    05  FILLER             PIC X(01) VALUE SPACE.
    05  WRO-SITUACAO       PIC X(40).
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-CONSOLIDAR-ENTRADA UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0260-ENCERRAR-BLOCO-ABERTO.
    PERFORM 0400-CONSOLIDAR-JUROS.
    PERFORM 0430-CONSOLIDAR-PARCELAS.
    PERFORM 0440-CONSOLIDAR-MENSALIDADES.
    PERFORM 0450-CONSOLIDAR-RESSUBMISSAO.
    PERFORM 0460-CONFERIR-CHEGADAS.
    PERFORM 0500-FINALIZAR.
       OPEN EXTEND EXCECOES-FILE
    END-IF
    PERFORM 0116-LER-DATA-PROC
    PERFORM 0110-CARREGAR-MANIFESTO
    PERFORM 0112-CARREGAR-REGISTRO-FILIAIS
    PERFORM 0114-CARREGAR-AUSENCIAS
    PERFORM 0118-GRAVAR-CABECALHO-ENVELOPE
               WRK-FS-ENTRADA
       MOVE 'S' TO WRK-EOF
    END-IF.
0110-CARREGAR-MANIFESTO.
*>  SO VALEM AS LINHAS DA DATA DE PROCESSAMENTO; PRODUTOR QUE
*>  RODOU DE NOVO NA MESMA DATA GRAVOU OUTRA LINHA E A ULTIMA
*>  PREVALECE. SEM MANIFESTO, NENHUM FEED OPCIONAL ESTA LISTADO.
*>  DE CADA FEED GUARDA TAMBEM A ULTIMA LINHA DE DATA ANTERIOR -
*>  E ELA QUE DESCREVE A GERACAO (0) DEIXADA PELA ULTIMA RODADA
*>  DO PRODUTOR.
    MOVE 'JUR' TO WRK-MAN-FEED(1)
    MOVE 'PAR' TO WRK-MAN-FEED(2)
    MOVE 'RES' TO WRK-MAN-FEED(3)
    MOVE 'MEN' TO WRK-MAN-FEED(4)
    PERFORM VARYING WRK-IDX-MAN FROM 1 BY 1
            UNTIL WRK-IDX-MAN > WRK-MAX-MANIFESTO
       MOVE 'N'   TO WRK-MAN-LISTADO(WRK-IDX-MAN)
       MOVE ZEROS TO WRK-MAN-QTDE(WRK-IDX-MAN)
                     WRK-MAN-TOTAL(WRK-IDX-MAN)
                     WRK-MAN-ANT-DATA(WRK-IDX-MAN)
                     WRK-MAN-ANT-QTDE(WRK-IDX-MAN)
                     WRK-MAN-ANT-TOTAL(WRK-IDX-MAN)
    END-PERFORM
    OPEN INPUT P026-MANIFESTO
    MOVE 'N' TO WRK-EOF-REG
    IF WRK-FS-MANIF NOT = '00'
       DISPLAY 'MANIFESTO DE FEEDS OPCIONAIS AUSENTE - STATUS '
               WRK-FS-MANIF
       SET WRK-FIM-REGISTRO TO TRUE
    END-IF
    PERFORM 0111-LER-MANIFESTO UNTIL WRK-FIM-REGISTRO
    IF WRK-FS-MANIF = '00' OR WRK-FS-MANIF = '10'
       CLOSE P026-MANIFESTO
    END-IF.
0111-LER-MANIFESTO.
    READ P026-MANIFESTO
        AT END SET WRK-FIM-REGISTRO TO TRUE
        NOT AT END
           PERFORM VARYING WRK-IDX-MAN FROM 1 BY 1
                   UNTIL WRK-IDX-MAN > WRK-MAX-MANIFESTO
              IF WRK-MAN-FEED(WRK-IDX-MAN) = MAN-FEED
                 PERFORM 0109-GUARDAR-LINHA-MANIFESTO
              END-IF
           END-PERFORM
    END-READ.
0109-GUARDAR-LINHA-MANIFESTO.
    IF MAN-DATA-PROC = WRK-DATA-PROC
       MOVE 'S'       TO WRK-MAN-LISTADO(WRK-IDX-MAN)
       MOVE MAN-QTDE  TO WRK-MAN-QTDE(WRK-IDX-MAN)
       MOVE MAN-TOTAL TO WRK-MAN-TOTAL(WRK-IDX-MAN)
    END-IF
    IF MAN-DATA-PROC < WRK-DATA-PROC
       AND MAN-DATA-PROC NOT < WRK-MAN-ANT-DATA(WRK-IDX-MAN)
       MOVE MAN-DATA-PROC TO WRK-MAN-ANT-DATA(WRK-IDX-MAN)
       MOVE MAN-QTDE      TO WRK-MAN-ANT-QTDE(WRK-IDX-MAN)
       MOVE MAN-TOTAL     TO WRK-MAN-ANT-TOTAL(WRK-IDX-MAN)
    END-IF.
0112-CARREGAR-REGISTRO-FILIAIS.
    OPEN INPUT FILIAL-REGISTRO
    MOVE 'N' TO WRK-EOF-REG
               'CONTROLE NO FIM DA ENTRADA'
       PERFORM 0730-ENCERRAR-FILIAL
    END-IF.
0400-CONSOLIDAR-JUROS.
*>  JUROS DA RODADA MENSAL (PROG052) - ENVELOPE DE FILIAL COMO OS
*>  FEEDS DO P026ENT; CONSUMIDO PELO MESMO CAMINHO (0720) SE O
*>  MANIFESTO MANDAR.
    MOVE SPACES TO RS26-REGISTRO
    WRITE RS26-REGISTRO
    MOVE 'FEEDS OPCIONAIS PELO MANIFESTO DA NOITE' TO RS26-REGISTRO
    WRITE RS26-REGISTRO
    MOVE 1 TO WRK-IDX-MAN
    PERFORM 0405-INICIAR-PREVIA
    OPEN INPUT P026-JUROS
    IF WRK-FS-JUROS = '00'
       MOVE 'S' TO WRK-PRV-PRESENTE
       MOVE 'N' TO WRK-EOF
       PERFORM 0401-PREVER-JUROS UNTIL WRK-FIM-ARQUIVO
       CLOSE P026-JUROS
    END-IF
    PERFORM 0420-DECIDIR-FEED-OPCIONAL
    IF WRK-OPC-CONSUMIR = 'S'
       OPEN INPUT P026-JUROS
       IF WRK-FS-JUROS = '00'
          MOVE 'N' TO WRK-EOF
          PERFORM 0402-CONSUMIR-JUROS UNTIL WRK-FIM-ARQUIVO
          CLOSE P026-JUROS
       END-IF
       PERFORM 0260-ENCERRAR-BLOCO-ABERTO
    END-IF.
0401-PREVER-JUROS.
    READ P026-JUROS
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           MOVE JUR-REGISTRO TO WRK-REGISTRO
           PERFORM 0410-ACUMULAR-PREVIA
    END-READ.
0402-CONSUMIR-JUROS.
    READ P026-JUROS
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           MOVE JUR-REGISTRO TO WRK-REGISTRO
           PERFORM 0720-CONSOLIDAR-REGISTRO
    END-READ.
0405-INICIAR-PREVIA.
    MOVE 'N'   TO WRK-PRV-PRESENTE WRK-PRV-CONSUMIDO
                  WRK-OPC-CONSUMIR
    MOVE ZEROS TO WRK-PRV-ORIGEM WRK-PRV-QTDE WRK-PRV-TOTAL
                  WRK-PRV-GERACAO.
0410-ACUMULAR-PREVIA.
*>  MESMA APURACAO DO TRAILER 'F' (0720): DETALHES, ESTORNOS E
*>  TRANSFERENCIAS PELO V1+V2; A ORIGEM VEM DO CABECALHO 'B', COM
*>  A DATA DA GERACAO CARIMBADA PELO PRODUTOR NA DATA-VALOR.
    EVALUATE TRUE
       WHEN WRK-CABECALHO
          MOVE WRK-CONTA TO WRK-PRV-ORIGEM
          IF WRK-DATA-VALOR IS NUMERIC
             MOVE WRK-DATA-VALOR TO WRK-PRV-GERACAO
          END-IF
       WHEN WRK-DETALHE OR WRK-ESTORNO OR WRK-TRANSFERENCIA
          ADD 1 TO WRK-PRV-QTDE
          ADD WRK-V1 WRK-V2 TO WRK-PRV-TOTAL
       WHEN OTHER
          CONTINUE
    END-EVALUATE.
0415-MONTAR-CHAVE-PREVIA.
*>  FEED OPCIONAL: A CHAVE NO FEDREG E ORIGEM + DATA DA GERACAO.
    MOVE WRK-PRV-ORIGEM  TO FED-GER-ORIGEM
    MOVE WRK-PRV-GERACAO TO FED-GER-DATA
    MOVE ZEROS           TO FED-GER-COMPLEMENTO.
0416-DATAR-PELO-MANIFESTO.
*>  GERACAO SEM CARIMBO (A REAPRESENTACAO, OU GERACAO ANTERIOR AO
*>  CARIMBO NO CABECALHO) TOMA A DATA DA LINHA DO MANIFESTO QUE
*>  CASA COM ELA - A DE HOJE OU A ULTIMA DE DATA ANTERIOR.
    EVALUATE TRUE
       WHEN WRK-MAN-LISTADO(WRK-IDX-MAN) = 'S'
            AND WRK-PRV-QTDE = WRK-MAN-QTDE(WRK-IDX-MAN)
            AND WRK-PRV-TOTAL = WRK-MAN-TOTAL(WRK-IDX-MAN)
          MOVE WRK-DATA-PROC TO WRK-PRV-GERACAO
       WHEN WRK-MAN-ANT-DATA(WRK-IDX-MAN) > 0
            AND WRK-PRV-QTDE = WRK-MAN-ANT-QTDE(WRK-IDX-MAN)
            AND WRK-PRV-TOTAL = WRK-MAN-ANT-TOTAL(WRK-IDX-MAN)
          MOVE WRK-MAN-ANT-DATA(WRK-IDX-MAN) TO WRK-PRV-GERACAO
       WHEN OTHER
          CONTINUE
    END-EVALUATE.
0420-DECIDIR-FEED-OPCIONAL.
*>  O MANIFESTO DA DATA MANDA E A DATA DA GERACAO DIZ QUAL E ELA.
*>  LISTADO HOJE: SO ENTRA A GERACAO DE HOJE, AINDA NAO REGISTRADA
*>  NO FEDREG E COM A QUANTIDADE/TOTAL DO MANIFESTO - GERACAO DE
*>  OUTRA DATA E O PRODUTOR DE HOJE QUE NAO CATALOGOU O QUE DISSE.
*>  NAO LISTADO: GERACAO VAZIA, OU DE NOITE ANTERIOR CONFERINDO
*>  COM A LINHA DAQUELA NOITE, E O RESTO DA ULTIMA RODADA DO
*>  PRODUTOR E FICA DE FORA.
    IF WRK-PRV-GERACAO = ZEROS
       PERFORM 0416-DATAR-PELO-MANIFESTO
    END-IF
    IF WRK-PRV-QTDE > 0 AND WRK-PRV-GERACAO > 0
       PERFORM 0415-MONTAR-CHAVE-PREVIA
       READ FEED-REGISTRO
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'S' TO WRK-PRV-CONSUMIDO
       END-READ
    END-IF
    MOVE SPACES TO WRK-EXC-MENSAGEM
    EVALUATE TRUE
       WHEN WRK-MAN-LISTADO(WRK-IDX-MAN) = 'S'
            AND WRK-PRV-PRESENTE = 'S'
            AND WRK-PRV-GERACAO = WRK-DATA-PROC
            AND WRK-PRV-CONSUMIDO = 'N'
            AND WRK-PRV-QTDE = WRK-MAN-QTDE(WRK-IDX-MAN)
            AND WRK-PRV-TOTAL = WRK-MAN-TOTAL(WRK-IDX-MAN)
          MOVE 'S' TO WRK-OPC-CONSUMIR
          MOVE 'LISTADO NO MANIFESTO - CONSUMIDO' TO WRO-SITUACAO
       WHEN WRK-MAN-LISTADO(WRK-IDX-MAN) = 'S'
            AND WRK-PRV-PRESENTE = 'N'
          MOVE 'FEED LISTADO NO MANIFESTO E AUSENTE'
            TO WRK-EXC-MENSAGEM
       WHEN WRK-MAN-LISTADO(WRK-IDX-MAN) = 'S'
            AND WRK-PRV-GERACAO > 0
            AND WRK-PRV-GERACAO NOT = WRK-DATA-PROC
          MOVE 'FEED LISTADO NO MANIFESTO MAS GERACAO DE OUTRA DATA'
            TO WRK-EXC-MENSAGEM
       WHEN WRK-MAN-LISTADO(WRK-IDX-MAN) = 'S'
            AND WRK-PRV-CONSUMIDO = 'S'
          MOVE 'FEED LISTADO NO MANIFESTO MAS GERACAO JA CONSUMIDA'
            TO WRK-EXC-MENSAGEM
       WHEN WRK-MAN-LISTADO(WRK-IDX-MAN) = 'S'
          MOVE 'FEED LISTADO NO MANIFESTO COM QTDE/TOTAL DIFERENTE'
            TO WRK-EXC-MENSAGEM
       WHEN WRK-PRV-QTDE = 0
          MOVE 'NAO LISTADO - GERACAO VAZIA' TO WRO-SITUACAO
       WHEN WRK-PRV-GERACAO > 0
            AND WRK-PRV-GERACAO < WRK-DATA-PROC
            AND WRK-PRV-GERACAO = WRK-MAN-ANT-DATA(WRK-IDX-MAN)
            AND WRK-PRV-QTDE = WRK-MAN-ANT-QTDE(WRK-IDX-MAN)
            AND WRK-PRV-TOTAL = WRK-MAN-ANT-TOTAL(WRK-IDX-MAN)
          MOVE 'NAO LISTADO - GERACAO DE NOITE ANTERIOR'
            TO WRO-SITUACAO
       WHEN OTHER
          MOVE 'FEED PRESENTE E NAO LISTADO NO MANIFESTO DA DATA'
            TO WRK-EXC-MENSAGEM
    END-EVALUATE
    IF WRK-EXC-MENSAGEM NOT = SPACES
       MOVE 16 TO WRK-RC
       MOVE 'RETIDO - CADEIA PARADA (VER EXCECOES)' TO WRO-SITUACAO
       DISPLAY 'FEED OPCIONAL ' WRK-MAN-FEED(WRK-IDX-MAN) ' - '
               WRK-EXC-MENSAGEM
       MOVE 'G' TO WRK-EXC-SEVERIDADE
       MOVE SPACES TO WRK-EXC-CHAVE
       STRING 'MANIF '                   DELIMITED BY SIZE
              WRK-MAN-FEED(WRK-IDX-MAN)  DELIMITED BY SIZE
              ' '                        DELIMITED BY SIZE
              WRK-DATA-PROC              DELIMITED BY SIZE
              INTO WRK-EXC-CHAVE
       END-STRING
       PERFORM 0122-GRAVAR-EXCECAO
    END-IF
    MOVE WRK-MAN-FEED(WRK-IDX-MAN) TO WRO-FEED
    MOVE WRK-PRV-QTDE              TO WRO-QTDE
    WRITE RS26-REGISTRO FROM WRK-LINHA-OPCIONAL.
0430-CONSOLIDAR-PARCELAS.
*>  PARCELAS LIBERADAS NO STEP ANTERIOR (PROG057) - MESMO TRATO
*>  DOS JUROS.
    MOVE 2 TO WRK-IDX-MAN
    PERFORM 0405-INICIAR-PREVIA
    OPEN INPUT P026-PARCELAS
    IF WRK-FS-PARCELAS = '00'
       MOVE 'S' TO WRK-PRV-PRESENTE
       MOVE 'N' TO WRK-EOF
       PERFORM 0431-PREVER-PARCELAS UNTIL WRK-FIM-ARQUIVO
       CLOSE P026-PARCELAS
    END-IF
    PERFORM 0420-DECIDIR-FEED-OPCIONAL
    IF WRK-OPC-CONSUMIR = 'S'
       OPEN INPUT P026-PARCELAS
       IF WRK-FS-PARCELAS = '00'
          MOVE 'N' TO WRK-EOF
          PERFORM 0432-CONSUMIR-PARCELAS UNTIL WRK-FIM-ARQUIVO
          CLOSE P026-PARCELAS
       END-IF
       PERFORM 0260-ENCERRAR-BLOCO-ABERTO
    END-IF.
0431-PREVER-PARCELAS.
    READ P026-PARCELAS
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           MOVE PAR-REGISTRO TO WRK-REGISTRO
           PERFORM 0410-ACUMULAR-PREVIA
    END-READ.
0432-CONSUMIR-PARCELAS.
    READ P026-PARCELAS
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           MOVE PAR-REGISTRO TO WRK-REGISTRO
           PERFORM 0720-CONSOLIDAR-REGISTRO
    END-READ.
0440-CONSOLIDAR-MENSALIDADES.
*>  MENSALIDADES ESCOLARES DA RODADA MENSAL (PROG102, ORIGEM 93) -
*>  MESMO TRATO DOS JUROS.
    MOVE 4 TO WRK-IDX-MAN
    PERFORM 0405-INICIAR-PREVIA
    OPEN INPUT P026-MENSALIDADES
    IF WRK-FS-MENSAL = '00'
       MOVE 'S' TO WRK-PRV-PRESENTE
       MOVE 'N' TO WRK-EOF
       PERFORM 0441-PREVER-MENSALIDADES UNTIL WRK-FIM-ARQUIVO
       CLOSE P026-MENSALIDADES
    END-IF
    PERFORM 0420-DECIDIR-FEED-OPCIONAL
    IF WRK-OPC-CONSUMIR = 'S'
       OPEN INPUT P026-MENSALIDADES
       IF WRK-FS-MENSAL = '00'
          MOVE 'N' TO WRK-EOF
          PERFORM 0442-CONSUMIR-MENSALIDADES UNTIL WRK-FIM-ARQUIVO
          CLOSE P026-MENSALIDADES
       END-IF
       PERFORM 0260-ENCERRAR-BLOCO-ABERTO
    END-IF.
0441-PREVER-MENSALIDADES.
    READ P026-MENSALIDADES
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           MOVE MEN-REGISTRO TO WRK-REGISTRO
           PERFORM 0410-ACUMULAR-PREVIA
    END-READ.
0442-CONSUMIR-MENSALIDADES.
    READ P026-MENSALIDADES
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           MOVE MEN-REGISTRO TO WRK-REGISTRO
           PERFORM 0720-CONSOLIDAR-REGISTRO
    END-READ.
0450-CONSOLIDAR-RESSUBMISSAO.
*>  REAPRESENTACAO DOS SUSPENSOS CORRIGIDOS PELO PROG024 - IMAGENS
*>  TR5 AVULSAS, SEM CABECALHO 'B' NEM TRAILER 'F' DE FILIAL (O
*>  CONTROLE DELAS E O MANIFESTO). ENTRAM COM ORIGEM 00 E CONTAM
*>  NO ENVELOPE DA SAIDA PARA O PROG005 FECHAR A CONTAGEM; A
*>  CHAVE (00 + DATA DA GERACAO) FICA RETIDA PARA O FEDREG - A
*>  GERACAO NAO E MAIS APAGADA PELO JCL.
    MOVE 3 TO WRK-IDX-MAN
    PERFORM 0405-INICIAR-PREVIA
    OPEN INPUT P026-RESSUB
    IF WRK-FS-RESSUB = '00'
       MOVE 'S' TO WRK-PRV-PRESENTE
       MOVE 'N' TO WRK-EOF
       PERFORM 0451-PREVER-RESSUBMISSAO UNTIL WRK-FIM-ARQUIVO
       CLOSE P026-RESSUB
    END-IF
    PERFORM 0420-DECIDIR-FEED-OPCIONAL
    IF WRK-OPC-CONSUMIR = 'S'
       OPEN INPUT P026-RESSUB
       IF WRK-FS-RESSUB = '00'
          MOVE 'N' TO WRK-EOF
          PERFORM 0452-CONSUMIR-RESSUBMISSAO UNTIL WRK-FIM-ARQUIVO
          CLOSE P026-RESSUB
       END-IF
       IF WRK-PRV-QTDE > 0
          PERFORM 0415-MONTAR-CHAVE-PREVIA
          PERFORM 0729-RETER-CHAVE-CONSUMO
       END-IF
    END-IF
    MOVE SPACES TO RS26-REGISTRO
    STRING 'REAPRESENTADOS DO CICLO DE SUSPENSOS ' DELIMITED BY SIZE
           WRK-QTDE-RESSUB DELIMITED BY SIZE
           INTO RS26-REGISTRO
    END-STRING
    WRITE RS26-REGISTRO.
0451-PREVER-RESSUBMISSAO.
    READ P026-RESSUB
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           PERFORM 0453-MONTAR-REAPRESENTADO
           PERFORM 0410-ACUMULAR-PREVIA
    END-READ.
0452-CONSUMIR-RESSUBMISSAO.
    READ P026-RESSUB
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           PERFORM 0453-MONTAR-REAPRESENTADO
           PERFORM 0455-CONSOLIDAR-REAPRESENTADO
    END-READ.
0453-MONTAR-REAPRESENTADO.
    MOVE RES-REGISTRO       TO WRK-RESSUB-IMAGEM
    MOVE WRK-RSB-IMAGEM-34  TO WRK-IMAGEM-34
    MOVE WRK-RSB-DATA-VALOR TO WRK-DATA-VALOR
    MOVE WRK-RSB-DESTINO    TO WRK-DESTINO.
0455-CONSOLIDAR-REAPRESENTADO.
    IF WRK-DETALHE OR WRK-ESTORNO OR WRK-TRANSFERENCIA
       ADD 1 TO WRK-QTDE-RESSUB WRK-QTDE-GERAL
       MOVE WRK-IMAGEM-34  TO WRK-SAI-IMAGEM
       MOVE ZEROS          TO WRK-SAI-ORIGEM
       MOVE WRK-DATA-VALOR TO WRK-SAI-DATA-VALOR
       MOVE WRK-DESTINO    TO WRK-SAI-DESTINO
       WRITE SAI-REGISTRO FROM WRK-SAIDA-DET
       ADD 1 TO WRK-QTDE-SAIDA
    ELSE
0710-INICIAR-FILIAL.
    MOVE 'N'   TO WRK-TEM-CABECALHO WRK-TEM-TRAILER
    MOVE ZEROS TO WRK-QTDE-FILIAL WRK-TOTAL-FILIAL
                  WRK-QTDE-BLOCO WRK-QTDE-DET-BLOCO
                  WRK-GERACAO-FILIAL.
0720-CONSOLIDAR-REGISTRO.
    EVALUATE TRUE
       WHEN WRK-CABECALHO
          PERFORM 0722-TRATAR-CABECALHO
       WHEN WRK-DETALHE OR WRK-ESTORNO OR WRK-TRANSFERENCIA
          IF WRK-TEM-CABECALHO = 'N'
             MOVE 16 TO WRK-RC
             DISPLAY 'DETALHE SEM CABECALHO DE FILIAL NA ENTRADA '
             MOVE WRK-IMAGEM-34     TO WRK-SAI-IMAGEM
             MOVE WRK-CODIGO-FILIAL TO WRK-SAI-ORIGEM
             MOVE WRK-DATA-VALOR    TO WRK-SAI-DATA-VALOR
             MOVE WRK-DESTINO       TO WRK-SAI-DESTINO
             ADD 1 TO WRK-QTDE-DET-BLOCO
             PERFORM 0727-RETER-NO-BLOCO
          END-IF
          MOVE WRK-IMAGEM-34     TO WRK-SAI-IMAGEM
          MOVE WRK-CODIGO-FILIAL TO WRK-SAI-ORIGEM
          MOVE WRK-DATA-VALOR    TO WRK-SAI-DATA-VALOR
          MOVE SPACES            TO WRK-SAI-DESTINO
          PERFORM 0727-RETER-NO-BLOCO
       WHEN WRK-TRAILER-FILIAL
          PERFORM 0725-CONFERIR-TRAILER
    PERFORM 0710-INICIAR-FILIAL
    MOVE 'S' TO WRK-TEM-CABECALHO
    MOVE WRK-CONTA TO WRK-CODIGO-FILIAL
    IF WRK-DATA-VALOR IS NUMERIC
       MOVE WRK-DATA-VALOR TO WRK-GERACAO-FILIAL
    END-IF
    MOVE 'N' TO WRK-FILIAL-NO-REG
    PERFORM VARYING WRK-IDX FROM 1 BY 1
            UNTIL WRK-IDX > WRK-QTDE-REGISTRADAS
*>  0) SE REPETIRIA TODA NOITE SEM PARCELA VENCIDA E BARRARIA A
*>  CADEIA SEM MOTIVO. A CHAVE ACEITA E SO RETIDA AQUI - O
*>  REGISTRO DE CONSUMO ACONTECE NO FIM (0510), COM A SAIDA
*>  CONSOLIDADA COMPLETA. FEED OPCIONAL (JUROS, PARCELAS,
*>  MENSALIDADES) JA TEVE A GERACAO CONFERIDA NO 0420 E RETEM A
*>  CHAVE DE ORIGEM + DATA DA GERACAO, NAO A DO CONTEUDO. O FEED
*>  DE BOLETOS BAIXADOS, COM A GERACAO CARIMBADA NO CABECALHO, E
*>  CONFERIDO PELA MESMA CHAVE DE GERACAO (0723).
    MOVE 'N' TO WRK-FEED-REPETIDO
    EVALUATE TRUE
       WHEN WRK-QTDE-DET-BLOCO = 0
          DISPLAY 'FEED DA FILIAL ' WRK-CODIGO-FILIAL ' VAZIO - '
                  'FORA DO CADASTRO DE CONSUMO'
       WHEN WRK-OPC-CONSUMIR = 'S'
          PERFORM 0415-MONTAR-CHAVE-PREVIA
          PERFORM 0729-RETER-CHAVE-CONSUMO
       WHEN WRK-CODIGO-FILIAL = WRK-ORIGEM-COBRANCA
            AND WRK-GERACAO-FILIAL > 0
          PERFORM 0723-CONFERIR-GERACAO
       WHEN OTHER
          PERFORM 0724-CONFERIR-CONTEUDO
    END-EVALUATE.
0723-CONFERIR-GERACAO.
    MOVE WRK-CODIGO-FILIAL  TO FED-GER-ORIGEM
    MOVE WRK-GERACAO-FILIAL TO FED-GER-DATA
    MOVE ZEROS              TO FED-GER-COMPLEMENTO
    READ FEED-REGISTRO
        INVALID KEY
           PERFORM 0729-RETER-CHAVE-CONSUMO
        NOT INVALID KEY
           MOVE 'S' TO WRK-FEED-REPETIDO
           MOVE 16 TO WRK-RC
           DISPLAY 'FEED DA FILIAL ' WRK-CODIGO-FILIAL
                   ' GERACAO ' WRK-GERACAO-FILIAL
                   ' JA CONSUMIDA EM ' FED-DATA-CONSUMO
                   ' - MOVIMENTO RECUSADO'
           MOVE 'G' TO WRK-EXC-SEVERIDADE
           MOVE FED-CHAVE TO WRK-EXC-CHAVE
           MOVE 'FEED DE FILIAL JA CONSUMIDO - GERACAO REPETIDA'
             TO WRK-EXC-MENSAGEM
           PERFORM 0122-GRAVAR-EXCECAO
    END-READ.
0724-CONFERIR-CONTEUDO.
    MOVE WRK-CODIGO-FILIAL TO FED-ORIGEM
    MOVE WRK-QTDE-DET-BLOCO TO FED-QTDE
    COMPUTE WRK-TOTAL-CENTAVOS =
       FUNCTION ABS(WRK-TOTAL-FILIAL) * 100
    MOVE WRK-TOTAL-CENTAVOS TO FED-TOTAL-CENTAVOS
    READ FEED-REGISTRO
        INVALID KEY
           PERFORM 0729-RETER-CHAVE-CONSUMO
        NOT INVALID KEY
           MOVE 'S' TO WRK-FEED-REPETIDO
           MOVE 16 TO WRK-RC
           DISPLAY 'FEED DA FILIAL ' WRK-CODIGO-FILIAL
                   ' JA CONSUMIDO EM ' FED-DATA-CONSUMO
                   ' - MOVIMENTO RECUSADO'
           MOVE 'G' TO WRK-EXC-SEVERIDADE
           MOVE FED-CHAVE TO WRK-EXC-CHAVE
           MOVE 'FEED DE FILIAL JA CONSUMIDO - ARQUIVO REPETIDO'
             TO WRK-EXC-MENSAGEM
           PERFORM 0122-GRAVAR-EXCECAO
    END-READ.
0729-RETER-CHAVE-CONSUMO.
    IF WRK-QTDE-PENDENTES < WRK-MAX-PENDENTES
       ADD 1 TO WRK-QTDE-PENDENTES
