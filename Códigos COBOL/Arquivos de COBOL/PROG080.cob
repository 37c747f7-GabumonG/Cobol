IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG080.
*> MANUTENCAO DOS PARCELAMENTOS DA AGENDA DE POSTAGENS (AGDFILE).
*> O CRONOGRAMA QUE O PROG003 ('P') GRAVA NA AGENDA NAO TINHA COMO
*> SER ALTERADO - QUITACAO ANTECIPADA OU PLANO CANCELADO NO BALCAO
*> ERA EXCLUSAO DE REGISTRO NA MAO. O FLUXO DE TRANSACOES VEM PELO
*> SYSIN, NO ESTILO DO PROG050 (FUNCAO / CONTA / CONTRATO / DADO,
*> UMA LINHA POR CAMPO). O PLANO E A CONTA MAIS A DATA DO CONTRATO
*> (AGD-DATA-CONTRATO):
*>   Q - COTAR QUITACAO NUMA DATA (AAAAMMDD; ZERO = DATA DE
*>       PROCESSAMENTO) - LISTA O PLANO E O VALOR, SEM ALTERAR NADA
*>   L - QUITAR ANTECIPADAMENTE NA DATA DE PROCESSAMENTO
*>   C - CANCELAR AS PARCELAS PENDENTES
*>   R - REPROGRAMAR O SALDO EM NOVO PRAZO (NUMERO DE PARCELAS)
*> A QUITACAO E O SALDO DEVEDOR NA DATA - A AMORTIZACAO DAS
*> PARCELAS PENDENTES QUE VENCEM DEPOIS DELA - MAIS OS JUROS PRO
*> RATA DIA, NA TAXA ORIGINAL DO CONTRATO, DESDE O ULTIMO
*> VENCIMENTO (OU DESDE O CONTRATO). PARCELA JA LIBERADA, EM
*> ATRASO, A QUE VENCE NA PROPRIA DATA OU A JA PAGA POR BOLETO
*> (PROG081) NAO ENTRA: SEGUE NA COBRANCA NORMAL. A QUITACAO VIRA
*> UM LANCAMENTO DA AGENDA (TIPO
*> 'Q', PARCELA 000, VENCIMENTO NA DATA DE PROCESSAMENTO) QUE O
*> PROG057 LIBERA NA NOITE COMO UMA UNICA TRANSACAO DO FEED DE
*> ORIGEM 91, E AS PARCELAS QUITADAS PASSAM A ANTECIPADAS. NA
*> REPROGRAMACAO AS PENDENTES PASSAM A REPROGRAMADAS E O SALDO DA
*> COTACAO VOLTA EM PARCELAS NOVAS DO MESMO CONTRATO (TABELA PRICE
*> NA TAXA ORIGINAL, VENCIMENTOS MENSAIS A PARTIR DA DATA DE
*> PROCESSAMENTO COMO NO PROG003, NUMERACAO DEPOIS DA ULTIMA
*> PARCELA DO PLANO). O CANCELAMENTO SO RETIRA AS PENDENTES.
*> O OPERADOR RESPONSAVEL VEM DO P080PAR E TODA PARCELA MUDADA OU
*> CRIADA GERA REGISTRO NO JORNAL DA AGENDA (AGDJRNL, CPAGDJRN) COM
*> IMAGEM ANTES/DEPOIS. PLANO CONVERTIDO DA VERSAO SEM COMPOSICAO
*> (AMORTIZACAO ZERADA) SO ACEITA CANCELAMENTO.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT AGENDA-POSTAGENS ASSIGN TO "AGDFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AGD-CHAVE
           FILE STATUS  IS WRK-FS-AGD.
    SELECT AGENDA-JORNAL ASSIGN TO "AGDJRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-JORNAL.
    SELECT P080-PARM    ASSIGN TO "P080PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-PARM.
    SELECT DATA-PROC-FILE ASSIGN TO "DATPROC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-DTP.
DATA                            DIVISION.
FILE                            SECTION.
FD  AGENDA-POSTAGENS.
COPY CPAGENDA.
FD  AGENDA-JORNAL.
COPY CPAGDJRN.
FD  P080-PARM.
01  PARM-REGISTRO.
    05  PARM-OPERADOR      PIC X(08).
FD  DATA-PROC-FILE.
COPY CPDATPRC.
WORKING-STORAGE                 SECTION.
77  WRK-FS-AGD           PIC X(02) VALUE SPACES.
77  WRK-FS-JORNAL        PIC X(02) VALUE SPACES.
77  WRK-FS-PARM          PIC X(02) VALUE SPACES.
77  WRK-FS-DTP           PIC X(02) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-EOF-AGD          PIC X(01) VALUE 'N'.
    88  WRK-FIM-PLANO        VALUE 'S'.
77  WRK-FUNCAO           PIC X(01).
    88  WRK-COTAR            VALUE 'Q'.
    88  WRK-QUITAR           VALUE 'L'.
    88  WRK-CANCELAR         VALUE 'C'.
    88  WRK-REPROGRAMAR      VALUE 'R'.
77  WRK-RETORNO          PIC X(02) VALUE '00'.
    88  WRK-OK               VALUE '00'.
    88  WRK-NAO-ENCONTRADO   VALUE '04'.
    88  WRK-DUPLICADO        VALUE '08'.
    88  WRK-DADO-INVALIDO    VALUE '12'.
    88  WRK-SITUACAO-INVALIDA VALUE '16'.
    88  WRK-FUNCAO-INVALIDA  VALUE '20'.
    88  WRK-VALOR-INVALIDO   VALUE '24'.
77  WRK-CONTA            PIC 9(06) VALUE ZEROS.
77  WRK-CONTRATO         PIC 9(08) VALUE ZEROS.
77  WRK-DATA-COTACAO     PIC 9(08) VALUE ZEROS.
77  WRK-NOVO-PRAZO       PIC 9(03) VALUE ZEROS.
77  WRK-OPERADOR         PIC X(08) VALUE 'BATCH'.
77  WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.
77  WRK-HORA-JORNAL      PIC 9(08) VALUE ZEROS.
77  WRK-IMAGEM-ANTES     PIC X(112) VALUE SPACES.
77  WRK-IMAGEM-DEPOIS    PIC X(112) VALUE SPACES.
77  WRK-QTDE-PROCESSADAS PIC 9(05) VALUE ZEROS.
77  WRK-QTDE-ERROS       PIC 9(05) VALUE ZEROS.
*>  LEVANTAMENTO DO PLANO NA DATA DE REFERENCIA
77  WRK-DATA-REF         PIC 9(08) VALUE ZEROS.
77  WRK-LISTAR           PIC X(01) VALUE 'N'.
77  WRK-QTDE-PLANO       PIC 9(03) VALUE ZEROS.
77  WRK-QTDE-PENDENTES   PIC 9(03) VALUE ZEROS.
77  WRK-QTDE-SEM-COMPOS  PIC 9(03) VALUE ZEROS.
77  WRK-MAIOR-PARCELA    PIC 9(03) VALUE ZEROS.
77  WRK-ULT-VENC         PIC 9(08) VALUE ZEROS.
77  WRK-TAXA-MENSAL      PIC 9(03)V9(06) VALUE ZEROS.
77  WRK-SALDO-DEVEDOR    PIC S9(07)V99 VALUE ZEROS.
77  WRK-VALOR-PENDENTE   PIC S9(09)V99 VALUE ZEROS.
77  WRK-DIAS-JUROS       PIC S9(08) VALUE ZEROS.
77  WRK-JUROS-PRO-RATA   PIC S9(07)V99 VALUE ZEROS.
77  WRK-VALOR-QUITACAO   PIC S9(07)V99 VALUE ZEROS.
77  WRK-NOVA-SITUACAO    PIC X(01) VALUE SPACES.
77  WRK-QTDE-APLICADAS   PIC 9(03) VALUE ZEROS.
*>  REPROGRAMACAO - MESMA TABELA PRICE DO PROG003
77  WRK-FATOR            PIC 9(07)V9(08) VALUE ZEROS.
77  WRK-NUMERADOR        PIC 9(09)V9(08) VALUE ZEROS.
77  WRK-DENOMINADOR      PIC 9(07)V9(08) VALUE ZEROS.
77  WRK-PAGAMENTO        PIC S9(07)V99 VALUE ZEROS.
77  WRK-JUROS-PARC       PIC S9(07)V99 VALUE ZEROS.
77  WRK-AMORT-PARC       PIC S9(07)V99 VALUE ZEROS.
77  WRK-SALDO-NOVO       PIC S9(07)V99 VALUE ZEROS.
77  WRK-IDX-PARC         PIC 9(03) VALUE ZEROS.
77  WRK-VENC-ANO         PIC 9(04) VALUE ZEROS.
77  WRK-VENC-MES         PIC 9(03) VALUE ZEROS.
77  WRK-VENC-DIA         PIC 9(02) VALUE ZEROS.
77  WRK-DATA-VENC        PIC 9(08) VALUE ZEROS.
77  WRK-CHAVE-LIVRE      PIC X(01) VALUE 'S'.
77  WRK-VALOR-ED         PIC -(9)9.99.
77  WRK-TAXA-ED          PIC ZZ9.999999.
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-PROCESSAR-TRANSACAO UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0300-FINALIZAR.
    IF WRK-QTDE-ERROS > 0
       MOVE 04 TO RETURN-CODE
    END-IF
    STOP RUN.
0100-INICIAR.
    OPEN I-O AGENDA-POSTAGENS
    IF WRK-FS-AGD = '35'
       OPEN OUTPUT AGENDA-POSTAGENS
       CLOSE AGENDA-POSTAGENS
       OPEN I-O AGENDA-POSTAGENS
    END-IF
    OPEN EXTEND AGENDA-JORNAL
    IF WRK-FS-JORNAL = '35'
       OPEN OUTPUT AGENDA-JORNAL
       CLOSE AGENDA-JORNAL
       OPEN EXTEND AGENDA-JORNAL
    END-IF
    PERFORM 0110-LER-PARAMETROS
    PERFORM 0116-LER-DATA-PROC.
0110-LER-PARAMETROS.
    OPEN INPUT P080-PARM
    IF WRK-FS-PARM = '00'
       READ P080-PARM
           AT END CONTINUE
           NOT AT END
              IF PARM-OPERADOR NOT = SPACES
                 MOVE PARM-OPERADOR TO WRK-OPERADOR
              END-IF
       END-READ
       CLOSE P080-PARM
    END-IF
    DISPLAY 'OPERADOR RESPONSAVEL' WRK-OPERADOR.
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
0200-PROCESSAR-TRANSACAO.
    ACCEPT WRK-FUNCAO
        ON EXCEPTION SET WRK-FIM-ARQUIVO TO TRUE
    END-ACCEPT
    IF NOT WRK-FIM-ARQUIVO
       ACCEPT WRK-CONTA
       ACCEPT WRK-CONTRATO
       IF WRK-COTAR
          ACCEPT WRK-DATA-COTACAO
       END-IF
       IF WRK-REPROGRAMAR
          ACCEPT WRK-NOVO-PRAZO
       END-IF
       ADD 1 TO WRK-QTDE-PROCESSADAS
       MOVE '00' TO WRK-RETORNO
       DISPLAY '----- FUNCAO ' WRK-FUNCAO ' CONTA ' WRK-CONTA
               ' CONTRATO ' WRK-CONTRATO
       EVALUATE TRUE
          WHEN WRK-COTAR          PERFORM 0210-COTAR-QUITACAO
          WHEN WRK-QUITAR         PERFORM 0220-QUITAR-PLANO
          WHEN WRK-CANCELAR       PERFORM 0230-CANCELAR-PLANO
          WHEN WRK-REPROGRAMAR    PERFORM 0240-REPROGRAMAR-PLANO
          WHEN OTHER
             MOVE '20' TO WRK-RETORNO
             DISPLAY 'FUNCAO INVALIDA.....' WRK-FUNCAO
       END-EVALUATE
       IF NOT WRK-OK
          ADD 1 TO WRK-QTDE-ERROS
       END-IF
       DISPLAY 'RETORNO.....' WRK-RETORNO
    END-IF.
0210-COTAR-QUITACAO.
    IF WRK-DATA-COTACAO = ZEROS
       MOVE WRK-DATA-PROC TO WRK-DATA-COTACAO
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-COTACAO) NOT = 0
       OR WRK-DATA-COTACAO < WRK-DATA-PROC
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'DATA DE COTACAO INVALIDA OU ANTERIOR A DATA DE '
               'PROCESSAMENTO ' WRK-DATA-COTACAO
    ELSE
       MOVE WRK-DATA-COTACAO TO WRK-DATA-REF
       MOVE 'S' TO WRK-LISTAR
       PERFORM 0400-LEVANTAR-PLANO
       MOVE 'N' TO WRK-LISTAR
       IF WRK-OK
          PERFORM 0410-VALIDAR-COMPOSICAO
       END-IF
       IF WRK-OK
          PERFORM 0420-CALCULAR-QUITACAO
          DISPLAY 'COTACAO PARA ' WRK-DATA-COTACAO
                  ' - QUITACAO NAO GRAVADA'
       END-IF
    END-IF.
0220-QUITAR-PLANO.
    MOVE WRK-DATA-PROC TO WRK-DATA-REF
    PERFORM 0400-LEVANTAR-PLANO
    IF WRK-OK
       PERFORM 0410-VALIDAR-COMPOSICAO
    END-IF
    IF WRK-OK
       PERFORM 0420-CALCULAR-QUITACAO
       PERFORM 0430-GRAVAR-QUITACAO
    END-IF
    IF WRK-OK
       MOVE 'A' TO WRK-NOVA-SITUACAO
       PERFORM 0450-APLICAR-NO-PLANO
       DISPLAY 'QUITACAO AGENDADA PARA ' WRK-DATA-PROC ' - '
               WRK-QTDE-APLICADAS ' PARCELA(S) ANTECIPADA(S)'
    END-IF.
0230-CANCELAR-PLANO.
*>  CANCELAMENTO RETIRA TODA PENDENTE, INCLUSIVE A QUE VENCE HOJE E
*>  AINDA NAO FOI LIBERADA - DATA DE REFERENCIA ZERO.
    MOVE ZEROS TO WRK-DATA-REF
    PERFORM 0400-LEVANTAR-PLANO
    IF WRK-OK
       MOVE 'C' TO WRK-NOVA-SITUACAO
       PERFORM 0450-APLICAR-NO-PLANO
       DISPLAY 'PLANO CANCELADO - ' WRK-QTDE-APLICADAS
               ' PARCELA(S) PENDENTE(S) RETIRADA(S)'
    END-IF.
0240-REPROGRAMAR-PLANO.
    MOVE WRK-DATA-PROC TO WRK-DATA-REF
    IF WRK-NOVO-PRAZO = 0 OR WRK-NOVO-PRAZO > 360
       MOVE '12' TO WRK-RETORNO
       DISPLAY 'PRAZO NOVO INVALIDO (1 A 360) ' WRK-NOVO-PRAZO
    ELSE
       PERFORM 0400-LEVANTAR-PLANO
    END-IF
    IF WRK-OK
       PERFORM 0410-VALIDAR-COMPOSICAO
    END-IF
    IF WRK-OK
       IF WRK-MAIOR-PARCELA + WRK-NOVO-PRAZO > 999
          MOVE '12' TO WRK-RETORNO
          DISPLAY 'NUMERACAO DE PARCELAS ESGOTADA NO PLANO - ULTIMA '
                  WRK-MAIOR-PARCELA
       END-IF
    END-IF
    IF WRK-OK
       PERFORM 0420-CALCULAR-QUITACAO
       PERFORM 0460-CALCULAR-PAGAMENTO
    END-IF
    IF WRK-OK
       PERFORM 0470-VERIFICAR-CHAVES
    END-IF
    IF WRK-OK
       MOVE 'R' TO WRK-NOVA-SITUACAO
       PERFORM 0450-APLICAR-NO-PLANO
       MOVE WRK-VALOR-QUITACAO TO WRK-SALDO-NOVO
       PERFORM 0480-GRAVAR-PARCELA-NOVA
               VARYING WRK-IDX-PARC FROM 1 BY 1
               UNTIL WRK-IDX-PARC > WRK-NOVO-PRAZO
       MOVE WRK-VALOR-QUITACAO TO WRK-VALOR-ED
       DISPLAY 'PLANO REPROGRAMADO - ' WRK-QTDE-APLICADAS
               ' PENDENTE(S) SUBSTITUIDA(S) POR ' WRK-NOVO-PRAZO
               ' PARCELA(S) SOBRE ' WRK-VALOR-ED
    END-IF.
0300-FINALIZAR.
    DISPLAY 'PROG080 - TRANSACOES....' WRK-QTDE-PROCESSADAS
    DISPLAY 'PROG080 - COM ERRO......' WRK-QTDE-ERROS
    CLOSE AGENDA-POSTAGENS AGENDA-JORNAL.
0400-LEVANTAR-PLANO.
*>  PERCORRE AS ENTRADAS DA CONTA NA AGENDA E SOMA AS DO CONTRATO:
*>  PENDENTES QUE VENCEM DEPOIS DA DATA DE REFERENCIA (SALDO
*>  DEVEDOR E VALOR), ULTIMO VENCIMENTO ATE A DATA, MAIOR NUMERO DE
*>  PARCELA E A TAXA DO CONTRATO.
    MOVE ZEROS TO WRK-QTDE-PLANO WRK-QTDE-PENDENTES WRK-MAIOR-PARCELA
                  WRK-QTDE-SEM-COMPOS WRK-ULT-VENC WRK-TAXA-MENSAL
                  WRK-SALDO-DEVEDOR WRK-VALOR-PENDENTE
    PERFORM 0405-POSICIONAR-CONTA
    PERFORM 0406-SOMAR-PARCELA UNTIL WRK-FIM-PLANO
    EVALUATE TRUE
       WHEN WRK-QTDE-PLANO = 0
          MOVE '04' TO WRK-RETORNO
          DISPLAY 'PLANO NAO ENCONTRADO NA AGENDA - CONTA '
                  WRK-CONTA ' CONTRATO ' WRK-CONTRATO
       WHEN WRK-QTDE-PENDENTES = 0
          MOVE '16' TO WRK-RETORNO
          DISPLAY 'PLANO SEM PARCELA PENDENTE A VENCER - NADA A '
                  'ALTERAR'
       WHEN OTHER
          MOVE WRK-TAXA-MENSAL TO WRK-TAXA-ED
          MOVE WRK-VALOR-PENDENTE TO WRK-VALOR-ED
          DISPLAY 'PARCELAS NO PLANO.......' WRK-QTDE-PLANO
          DISPLAY 'PENDENTES A VENCER......' WRK-QTDE-PENDENTES
          DISPLAY 'VALOR DAS PENDENTES.....' WRK-VALOR-ED
          DISPLAY 'TAXA MENSAL ORIGINAL....' WRK-TAXA-ED
    END-EVALUATE.
0405-POSICIONAR-CONTA.
    MOVE 'N'       TO WRK-EOF-AGD
    MOVE WRK-CONTA TO AGD-CONTA
    MOVE ZEROS     TO AGD-DATA-VENC AGD-PARCELA
    START AGENDA-POSTAGENS KEY IS NOT LESS THAN AGD-CHAVE
        INVALID KEY MOVE 'S' TO WRK-EOF-AGD
    END-START.
0406-SOMAR-PARCELA.
    PERFORM 0407-LER-PARCELA-PLANO
    IF NOT WRK-FIM-PLANO
       IF AGD-DATA-CONTRATO = WRK-CONTRATO AND AGD-PARCELA-NORMAL
          ADD 1 TO WRK-QTDE-PLANO
          MOVE AGD-TAXA-MENSAL TO WRK-TAXA-MENSAL
          IF AGD-PARCELA > WRK-MAIOR-PARCELA
             MOVE AGD-PARCELA TO WRK-MAIOR-PARCELA
          END-IF
          IF AGD-DATA-VENC <= WRK-DATA-REF
             AND AGD-DATA-VENC > WRK-ULT-VENC
             MOVE AGD-DATA-VENC TO WRK-ULT-VENC
          END-IF
          IF AGD-PENDENTE AND AGD-DATA-VENC > WRK-DATA-REF
             AND AGD-SEM-PAGTO
             ADD 1               TO WRK-QTDE-PENDENTES
             ADD AGD-AMORTIZACAO TO WRK-SALDO-DEVEDOR
             ADD AGD-VALOR       TO WRK-VALOR-PENDENTE
             IF AGD-AMORTIZACAO = ZEROS
                ADD 1 TO WRK-QTDE-SEM-COMPOS
             END-IF
          END-IF
          IF WRK-LISTAR = 'S'
             MOVE AGD-VALOR TO WRK-VALOR-ED
             DISPLAY 'PARCELA ' AGD-PARCELA ' VENC ' AGD-DATA-VENC
                     ' VALOR ' WRK-VALOR-ED ' SITUACAO '
                     AGD-SITUACAO ' ATRASO ' AGD-DIAS-ATRASO
          END-IF
       END-IF
    END-IF.
0407-LER-PARCELA-PLANO.
    READ AGENDA-POSTAGENS NEXT RECORD
        AT END MOVE 'S' TO WRK-EOF-AGD
        NOT AT END
           IF AGD-CONTA NOT = WRK-CONTA
              MOVE 'S' TO WRK-EOF-AGD
           END-IF
    END-READ.
0410-VALIDAR-COMPOSICAO.
    IF WRK-QTDE-SEM-COMPOS > 0
       MOVE '16' TO WRK-RETORNO
       DISPLAY 'PLANO SEM COMPOSICAO DE AMORTIZACAO (ANTERIOR A '
               'VERSAO) - SO ACEITA CANCELAMENTO'
    END-IF.
0420-CALCULAR-QUITACAO.
    IF WRK-ULT-VENC = ZEROS
       MOVE WRK-CONTRATO TO WRK-ULT-VENC
    END-IF
    COMPUTE WRK-DIAS-JUROS =
            FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
          - FUNCTION INTEGER-OF-DATE(WRK-ULT-VENC)
    IF WRK-DIAS-JUROS < 0
       MOVE ZEROS TO WRK-DIAS-JUROS
    END-IF
    COMPUTE WRK-JUROS-PRO-RATA ROUNDED =
            WRK-SALDO-DEVEDOR * WRK-TAXA-MENSAL * WRK-DIAS-JUROS / 30
    COMPUTE WRK-VALOR-QUITACAO =
            WRK-SALDO-DEVEDOR + WRK-JUROS-PRO-RATA
    MOVE WRK-SALDO-DEVEDOR  TO WRK-VALOR-ED
    DISPLAY 'SALDO DEVEDOR...........' WRK-VALOR-ED
    MOVE WRK-JUROS-PRO-RATA TO WRK-VALOR-ED
    DISPLAY 'JUROS PRO RATA..........' WRK-VALOR-ED ' ('
            WRK-DIAS-JUROS ' DIAS DESDE ' WRK-ULT-VENC ')'
    MOVE WRK-VALOR-QUITACAO TO WRK-VALOR-ED
    DISPLAY 'VALOR DA QUITACAO.......' WRK-VALOR-ED.
0430-GRAVAR-QUITACAO.
    MOVE WRK-CONTA          TO AGD-CONTA
    MOVE WRK-DATA-PROC      TO AGD-DATA-VENC
    MOVE ZEROS              TO AGD-PARCELA
    MOVE WRK-VALOR-QUITACAO TO AGD-VALOR
    MOVE 'Q'                TO AGD-TIPO
    MOVE 'P'                TO AGD-SITUACAO
    MOVE ZEROS              TO AGD-DATA-LIBERACAO AGD-SEQ-EMISSAO
                               AGD-DATA-POSTAGEM AGD-DIAS-ATRASO
                               AGD-DATA-PAGTO AGD-VALOR-PAGO
                               AGD-SEQ-BAIXA
    MOVE SPACES             TO AGD-MOTIVO-SUSP
    MOVE WRK-CONTRATO       TO AGD-DATA-CONTRATO
    MOVE WRK-TAXA-MENSAL    TO AGD-TAXA-MENSAL
    MOVE WRK-SALDO-DEVEDOR  TO AGD-AMORTIZACAO
    WRITE AGD-REGISTRO
        INVALID KEY
           MOVE '08' TO WRK-RETORNO
           DISPLAY 'JA EXISTE QUITACAO AGENDADA NA CONTA ' WRK-CONTA
                   ' PARA ' WRK-DATA-PROC
        NOT INVALID KEY
           MOVE SPACES       TO WRK-IMAGEM-ANTES
           MOVE AGD-REGISTRO TO WRK-IMAGEM-DEPOIS
           PERFORM 0490-GRAVAR-JORNAL
    END-WRITE.
0450-APLICAR-NO-PLANO.
*>  SEGUNDA PASSADA: AS MESMAS PENDENTES DO LEVANTAMENTO MUDAM PARA
*>  A SITUACAO NOVA, UMA A UMA, COM JORNAL.
    MOVE ZEROS TO WRK-QTDE-APLICADAS
    PERFORM 0405-POSICIONAR-CONTA
    PERFORM 0455-APLICAR-PARCELA UNTIL WRK-FIM-PLANO.
0455-APLICAR-PARCELA.
    PERFORM 0407-LER-PARCELA-PLANO
    IF NOT WRK-FIM-PLANO
       IF AGD-DATA-CONTRATO = WRK-CONTRATO AND AGD-PARCELA-NORMAL
          AND AGD-PENDENTE AND AGD-DATA-VENC > WRK-DATA-REF
          AND AGD-SEM-PAGTO
          MOVE AGD-REGISTRO       TO WRK-IMAGEM-ANTES
          MOVE WRK-NOVA-SITUACAO  TO AGD-SITUACAO
          REWRITE AGD-REGISTRO
              INVALID KEY
                 MOVE '04' TO WRK-RETORNO
                 DISPLAY 'ERRO AO REGRAVAR A PARCELA ' AGD-PARCELA
                         ' DA CONTA ' AGD-CONTA
              NOT INVALID KEY
                 ADD 1 TO WRK-QTDE-APLICADAS
                 MOVE AGD-REGISTRO TO WRK-IMAGEM-DEPOIS
                 PERFORM 0490-GRAVAR-JORNAL
          END-REWRITE
       END-IF
    END-IF.
0460-CALCULAR-PAGAMENTO.
*>  TABELA PRICE SOBRE O VALOR DA COTACAO NA TAXA ORIGINAL. O FATOR
*>  (1 + TAXA) ELEVADO AO PRAZO SAI POR MULTIPLICACAO SUCESSIVA E
*>  QUALQUER ESTOURO RECUSA A REPROGRAMACAO, COMO NO PROG003.
    IF WRK-TAXA-MENSAL = 0
       COMPUTE WRK-PAGAMENTO ROUNDED =
               WRK-VALOR-QUITACAO / WRK-NOVO-PRAZO
    ELSE
       MOVE 1 TO WRK-FATOR
       PERFORM 0465-MULTIPLICAR-FATOR WRK-NOVO-PRAZO TIMES
       IF WRK-OK
          COMPUTE WRK-NUMERADOR =
                  WRK-VALOR-QUITACAO * WRK-TAXA-MENSAL * WRK-FATOR
             ON SIZE ERROR
                PERFORM 0466-TRATAR-ESTOURO
          END-COMPUTE
       END-IF
       IF WRK-OK
          COMPUTE WRK-DENOMINADOR = WRK-FATOR - 1
          COMPUTE WRK-PAGAMENTO ROUNDED =
                  WRK-NUMERADOR / WRK-DENOMINADOR
             ON SIZE ERROR
                PERFORM 0466-TRATAR-ESTOURO
          END-COMPUTE
       END-IF
    END-IF
    IF WRK-OK
       MOVE WRK-PAGAMENTO TO WRK-VALOR-ED
       DISPLAY 'PARCELA DO NOVO PRAZO...' WRK-VALOR-ED
    END-IF.
0465-MULTIPLICAR-FATOR.
    IF WRK-OK
       COMPUTE WRK-FATOR ROUNDED = WRK-FATOR * (1 + WRK-TAXA-MENSAL)
          ON SIZE ERROR
             PERFORM 0466-TRATAR-ESTOURO
       END-COMPUTE
    END-IF.
0466-TRATAR-ESTOURO.
    IF WRK-OK
       MOVE '24' TO WRK-RETORNO
       DISPLAY 'ESTOURO NO CALCULO DA PARCELA - PRAZO OU TAXA ALTOS '
               'DEMAIS; PLANO NAO REPROGRAMADO'
    END-IF.
0470-VERIFICAR-CHAVES.
*>  TODAS AS CHAVES DAS PARCELAS NOVAS SAO CONFERIDAS ANTES DE MEXER
*>  NO PLANO - UMA COLISAO NO MEIO DEIXARIA O PLANO PELA METADE.
    MOVE 'S' TO WRK-CHAVE-LIVRE
    PERFORM 0475-TESTAR-CHAVE
            VARYING WRK-IDX-PARC FROM 1 BY 1
            UNTIL WRK-IDX-PARC > WRK-NOVO-PRAZO
               OR WRK-CHAVE-LIVRE = 'N'
    IF WRK-CHAVE-LIVRE = 'N'
       MOVE '08' TO WRK-RETORNO
       DISPLAY 'VENCIMENTO ' WRK-DATA-VENC ' JA OCUPADO NA AGENDA DA '
               'CONTA - PLANO NAO REPROGRAMADO'
    END-IF.
0475-TESTAR-CHAVE.
    PERFORM 0485-CALCULAR-VENCIMENTO
    MOVE WRK-CONTA     TO AGD-CONTA
    MOVE WRK-DATA-VENC TO AGD-DATA-VENC
    COMPUTE AGD-PARCELA = WRK-MAIOR-PARCELA + WRK-IDX-PARC
    READ AGENDA-POSTAGENS
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE 'N' TO WRK-CHAVE-LIVRE
    END-READ.
0480-GRAVAR-PARCELA-NOVA.
    COMPUTE WRK-JUROS-PARC ROUNDED = WRK-SALDO-NOVO * WRK-TAXA-MENSAL
    IF WRK-IDX-PARC = WRK-NOVO-PRAZO
       MOVE WRK-SALDO-NOVO TO WRK-AMORT-PARC
       COMPUTE WRK-PAGAMENTO = WRK-JUROS-PARC + WRK-AMORT-PARC
    ELSE
       COMPUTE WRK-AMORT-PARC = WRK-PAGAMENTO - WRK-JUROS-PARC
    END-IF
    SUBTRACT WRK-AMORT-PARC FROM WRK-SALDO-NOVO
    PERFORM 0485-CALCULAR-VENCIMENTO
    MOVE WRK-CONTA       TO AGD-CONTA
    MOVE WRK-DATA-VENC   TO AGD-DATA-VENC
    COMPUTE AGD-PARCELA = WRK-MAIOR-PARCELA + WRK-IDX-PARC
    MOVE WRK-PAGAMENTO   TO AGD-VALOR
    MOVE 'N'             TO AGD-TIPO
    MOVE 'P'             TO AGD-SITUACAO
    MOVE ZEROS           TO AGD-DATA-LIBERACAO AGD-SEQ-EMISSAO
                            AGD-DATA-POSTAGEM AGD-DIAS-ATRASO
                            AGD-DATA-PAGTO AGD-VALOR-PAGO
                            AGD-SEQ-BAIXA
    MOVE SPACES          TO AGD-MOTIVO-SUSP
    MOVE WRK-CONTRATO    TO AGD-DATA-CONTRATO
    MOVE WRK-TAXA-MENSAL TO AGD-TAXA-MENSAL
    MOVE WRK-AMORT-PARC  TO AGD-AMORTIZACAO
    WRITE AGD-REGISTRO
        INVALID KEY
           MOVE '08' TO WRK-RETORNO
           DISPLAY 'ERRO AO AGENDAR A PARCELA NOVA ' AGD-PARCELA
                   ' DA CONTA ' WRK-CONTA
        NOT INVALID KEY
           MOVE SPACES       TO WRK-IMAGEM-ANTES
           MOVE AGD-REGISTRO TO WRK-IMAGEM-DEPOIS
           PERFORM 0490-GRAVAR-JORNAL
    END-WRITE.
0485-CALCULAR-VENCIMENTO.
*>  MESMA REGRA DO PROG003: PARCELA K VENCE K MESES DEPOIS DA DATA
*>  DE PROCESSAMENTO, DIA TRAVADO EM 28.
    MOVE WRK-DATA-PROC(1:4) TO WRK-VENC-ANO
    MOVE WRK-DATA-PROC(5:2) TO WRK-VENC-MES
    MOVE WRK-DATA-PROC(7:2) TO WRK-VENC-DIA
    IF WRK-VENC-DIA > 28
       MOVE 28 TO WRK-VENC-DIA
    END-IF
    ADD WRK-IDX-PARC TO WRK-VENC-MES
    PERFORM 0486-VIRAR-ANO UNTIL WRK-VENC-MES <= 12
    COMPUTE WRK-DATA-VENC =
       WRK-VENC-ANO * 10000 + WRK-VENC-MES * 100 + WRK-VENC-DIA.
0486-VIRAR-ANO.
    SUBTRACT 12 FROM WRK-VENC-MES
    ADD 1 TO WRK-VENC-ANO.
0490-GRAVAR-JORNAL.
    MOVE WRK-DATA-PROC TO AGJ-DATA
    ACCEPT WRK-HORA-JORNAL FROM TIME
    MOVE WRK-HORA-JORNAL(1:6) TO AGJ-HORA
    MOVE WRK-FUNCAO           TO AGJ-FUNCAO
    MOVE WRK-OPERADOR         TO AGJ-OPERADOR
    MOVE AGD-CHAVE            TO AGJ-CHAVE
    MOVE WRK-IMAGEM-ANTES     TO AGJ-IMAGEM-ANTES
    MOVE WRK-IMAGEM-DEPOIS    TO AGJ-IMAGEM-DEPOIS
    WRITE AGJ-REGISTRO.
