IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG075.
*> CONVERSOR DE LAYOUT PARA A VERSAO COM LIMITE DE CHEQUE ESPECIAL
*> POR CONTA, TRANSFERENCIA ENTRE CONTAS, CONTA INATIVA (DORMENTE)
*> E SITUACAO DE COBRANCA DAS PARCELAS AGENDADAS.
*> MESMO REGIME DO PROG073: RODA UMA VEZ NA VIRADA DE VERSAO, SOBRE
*> A DESCARGA SEQUENCIAL (REPRO) DE CADA ARQUIVO, E GRAVA A MESMA
*> DESCARGA JA NO LAYOUT NOVO, COM OS CAMPOS NOVOS
*> NA INICIALIZACAO QUE OS PROGRAMAS DAO A REGISTRO NOVO. O
*> ARQUIVO CONVERTIDO VEM DO PARM:
*>   CTA - MASTER DE CONTAS     (68 -> 121)
*>   TRN - HISTORICO TRNHIST    (67 -> 76)
*>   AGD - AGENDA DE POSTAGENS  (35 -> 112)
*>   OPE - CADASTRO DE OPERADORES (57 -> 377)
*> O ROTEIRO COMPLETO (DESCARGA, CONVERSAO, REDEFINICAO DO CLUSTER
*> E RECARGA) ESTA NO JOB HERC01C2.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
    SELECT CONV-ENTRADA ASSIGN TO "CNVENT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WRK-FS-ENT.
    SELECT CONV-SAIDA   ASSIGN TO "CNVSAI"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA                            DIVISION.
FILE                            SECTION.
FD  CONV-ENTRADA.
01  ENT-LINHA              PIC X(445).
FD  CONV-SAIDA.
01  SAI-LINHA              PIC X(445).
WORKING-STORAGE                 SECTION.
77  WRK-FS-ENT           PIC X(02) VALUE SPACES.
77  WRK-PARM             PIC X(08) VALUE SPACES.
77  WRK-EOF              PIC X(01) VALUE 'N'.
    88  WRK-FIM-ARQUIVO      VALUE 'S'.
77  WRK-QTDE-LIDOS       PIC 9(09) VALUE ZEROS.
77  WRK-QTDE-GRAVADOS    PIC 9(09) VALUE ZEROS.
77  WRK-RC               PIC 9(02) VALUE ZEROS.
01  WRK-CTA-ANTIGO.
    05  CTA-PREFIXO        PIC X(68).
01  WRK-CTA-NOVO.
    05  CTN-PREFIXO        PIC X(68).
    05  CTN-LIMITE         PIC S9(11)V99.
    05  CTN-DATA-LIMITE    PIC 9(08).
    05  CTN-OPER-LIMITE    PIC X(08).
    05  CTN-DATA-INATIVACAO PIC 9(08).
    05  CTN-DATA-REATIVACAO PIC 9(08).
    05  CTN-OPER-REATIVACAO PIC X(08).
77  WRK-AGD-ANO          PIC 9(04) VALUE ZEROS.
77  WRK-AGD-MES          PIC 9(02) VALUE ZEROS.
77  WRK-AGD-DIA          PIC 9(02) VALUE ZEROS.
77  WRK-AGD-PARCELA      PIC 9(03) VALUE ZEROS.
77  WRK-AGD-MESES        PIC 9(06) VALUE ZEROS.
01  WRK-AGD-ANTIGO.
    05  AGD-PREFIXO        PIC X(26).
    05  AGD-SITUACAO       PIC X(01).
    05  AGD-DATA-LIBERACAO PIC 9(08).
01  WRK-AGD-NOVO.
    05  AGN-PREFIXO        PIC X(26).
    05  AGN-TIPO           PIC X(01).
    05  AGN-SITUACAO       PIC X(01).
    05  AGN-DATA-LIBERACAO PIC 9(08).
    05  AGN-SEQ-EMISSAO    PIC 9(09).
    05  AGN-DATA-POSTAGEM  PIC 9(08).
    05  AGN-MOTIVO-SUSP    PIC X(03).
    05  AGN-DIAS-ATRASO    PIC 9(04).
    05  AGN-DATA-CONTRATO  PIC 9(08).
    05  AGN-TAXA-MENSAL    PIC 9(03)V9(06).
    05  AGN-AMORTIZACAO    PIC S9(07)V99.
    05  AGN-DATA-PAGTO     PIC 9(08).
    05  AGN-VALOR-PAGO     PIC S9(07)V99.
    05  AGN-SEQ-BAIXA      PIC 9(09).
01  WRK-OPE-ANTIGO.
    05  OPA-PREFIXO        PIC X(28).
    05  OPA-SENHA          PIC X(08).
    05  OPA-DATA-SENHA     PIC X(08).
    05  OPA-TROCA-PENDENTE PIC X(01).
    05  OPA-SUFIXO         PIC X(12).
01  WRK-OPE-NOVO.
    05  OPN-PREFIXO        PIC X(28).
    05  OPN-SENHA-ANTIGA   PIC X(08).
    05  OPN-DATA-SENHA     PIC X(08).
    05  OPN-TROCA-PENDENTE PIC X(01).
    05  OPN-SUFIXO         PIC X(12).
    05  OPN-SENHA-SAL      PIC X(16).
    05  OPN-SENHA-HASH     PIC X(64).
    05  OPN-SENHA-HISTORICO PIC X(240).
77  WRK-QTDE-SEM-SENHA   PIC 9(09) VALUE ZEROS.
COPY LKPRG107.
01  WRK-TRN-ANTIGO.
    05  TRN-PREFIXO        PIC X(67).
01  WRK-TRN-NOVO.
    05  TRN-NOVO-PREFIXO   PIC X(67).
    05  TRN-NOVO-SEQ-PAR   PIC 9(09).
PROCEDURE                       DIVISION.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    PERFORM 0200-CONVERTER-REGISTRO UNTIL WRK-FIM-ARQUIVO.
    PERFORM 0300-FINALIZAR.
    MOVE WRK-RC TO RETURN-CODE
    STOP RUN.
0100-INICIAR.
    ACCEPT WRK-PARM FROM COMMAND-LINE
    IF WRK-PARM NOT = 'CTA' AND WRK-PARM NOT = 'TRN'
       AND WRK-PARM NOT = 'AGD' AND WRK-PARM NOT = 'OPE'
       DISPLAY 'PARM INVALIDO - INFORME CTA, TRN, AGD OU OPE'
       MOVE 08 TO WRK-RC
       MOVE 'S' TO WRK-EOF
    END-IF
    OPEN INPUT CONV-ENTRADA
    OPEN OUTPUT CONV-SAIDA
    IF WRK-FS-ENT NOT = '00'
       DISPLAY 'DESCARGA DE ENTRADA AUSENTE - STATUS ' WRK-FS-ENT
       MOVE 08 TO WRK-RC
       MOVE 'S' TO WRK-EOF
    END-IF.
0200-CONVERTER-REGISTRO.
    READ CONV-ENTRADA
        AT END MOVE 'S' TO WRK-EOF
        NOT AT END
           ADD 1 TO WRK-QTDE-LIDOS
           MOVE SPACES TO SAI-LINHA
           EVALUATE WRK-PARM
              WHEN 'CTA' PERFORM 0210-CONVERTER-CTA
              WHEN 'TRN' PERFORM 0220-CONVERTER-TRN
              WHEN 'AGD' PERFORM 0230-CONVERTER-AGD
              WHEN 'OPE' PERFORM 0240-CONVERTER-OPE
           END-EVALUATE
           WRITE SAI-LINHA
           ADD 1 TO WRK-QTDE-GRAVADOS
    END-READ.
0210-CONVERTER-CTA.
*>  CONTA DO ESTOQUE ANTIGO ENTRA SEM CHEQUE ESPECIAL - O LIMITE
*>  E CONCEDIDO DEPOIS PELO PROG050 (FUNCAO L), COM OPERADOR E
*>  DATA. CONTA QUE JA ESTIVER NEGATIVA NA VIRADA SAI COMO
*>  EXCEDIDA NO RELATORIO DE USO DE LIMITE ATE SER REGULARIZADA.
*>  NENHUMA CONTA NASCE INATIVA: A PRIMEIRA RODADA DO PROG076 CONTA
*>  A INATIVIDADE PELA DATA DO ULTIMO MOVIMENTO JA GRAVADA.
    MOVE ENT-LINHA(1:68) TO WRK-CTA-ANTIGO
    MOVE CTA-PREFIXO   TO CTN-PREFIXO
    MOVE ZEROS         TO CTN-LIMITE CTN-DATA-LIMITE
    MOVE SPACES        TO CTN-OPER-LIMITE
    MOVE ZEROS         TO CTN-DATA-INATIVACAO CTN-DATA-REATIVACAO
    MOVE SPACES        TO CTN-OPER-REATIVACAO
    MOVE WRK-CTA-NOVO TO SAI-LINHA(1:121).
0220-CONVERTER-TRN.
*>  TODA TRANSACAO ANTERIOR E AVULSA - NAO HAVIA TRANSFERENCIA, ENTAO
*>  NENHUMA TEM PERNA PAR.
    MOVE ENT-LINHA(1:67) TO WRK-TRN-ANTIGO
    MOVE TRN-PREFIXO     TO TRN-NOVO-PREFIXO
    MOVE ZEROS           TO TRN-NOVO-SEQ-PAR
    MOVE WRK-TRN-NOVO TO SAI-LINHA(1:76).
0230-CONVERTER-AGD.
*>  PARCELA LIBERADA ANTES DA VIRADA NAO TEM COMO SER CONCILIADA (A
*>  SEQUENCIA EMITIDA NAO FICOU GRAVADA) - ENTRA COMO POSTADA NA
*>  DATA DA LIBERACAO, QUE ERA O QUE A AGENDA JA AFIRMAVA; O QUE O
*>  BALANCEAMENTO TIVER SUSPENDIDO SEGUE NO CICLO DO PROG024.
*>  O CRONOGRAMA ANTIGO NAO GUARDAVA TAXA NEM AMORTIZACAO: A DATA DO
*>  CONTRATO E RECONSTITUIDA VOLTANDO DO VENCIMENTO O NUMERO DA
*>  PARCELA EM MESES (MESMA REGRA DO PROG003) E A AMORTIZACAO FICA
*>  ZERADA - O PROG080 SO CANCELA ESSES PLANOS; QUITACAO E
*>  REPROGRAMACAO PEDEM A COMPOSICAO QUE ELES NAO TEM.
    MOVE ENT-LINHA(1:35) TO WRK-AGD-ANTIGO
    MOVE AGD-PREFIXO        TO AGN-PREFIXO
    MOVE 'N'                TO AGN-TIPO
    MOVE AGD-SITUACAO       TO AGN-SITUACAO
    MOVE AGD-DATA-LIBERACAO TO AGN-DATA-LIBERACAO
    MOVE ZEROS              TO AGN-SEQ-EMISSAO AGN-DATA-POSTAGEM
                               AGN-DIAS-ATRASO
    MOVE SPACES             TO AGN-MOTIVO-SUSP
    MOVE ZEROS              TO AGN-TAXA-MENSAL AGN-AMORTIZACAO
                               AGN-DATA-PAGTO AGN-VALOR-PAGO
                               AGN-SEQ-BAIXA
    MOVE AGD-PREFIXO(7:4)   TO WRK-AGD-ANO
    MOVE AGD-PREFIXO(11:2)  TO WRK-AGD-MES
    MOVE AGD-PREFIXO(13:2)  TO WRK-AGD-DIA
    MOVE AGD-PREFIXO(15:3)  TO WRK-AGD-PARCELA
    COMPUTE WRK-AGD-MESES = WRK-AGD-ANO * 12 + WRK-AGD-MES - 1
                          - WRK-AGD-PARCELA
    DIVIDE WRK-AGD-MESES BY 12 GIVING WRK-AGD-ANO
           REMAINDER WRK-AGD-MES
    ADD 1 TO WRK-AGD-MES
    COMPUTE AGN-DATA-CONTRATO =
            WRK-AGD-ANO * 10000 + WRK-AGD-MES * 100 + WRK-AGD-DIA
    IF AGD-SITUACAO = 'L'
       MOVE 'Q'                TO AGN-SITUACAO
       MOVE AGD-DATA-LIBERACAO TO AGN-DATA-POSTAGEM
    END-IF
    MOVE WRK-AGD-NOVO TO SAI-LINHA(1:112).
0240-CONVERTER-OPE.
*>  A SENHA EM CLARO SAI DO CADASTRO: VIRA HASH COM SAL (PROG107),
*>  PARA O OPERADOR AINDA ENTRAR COM ELA, E A TROCA FICA PENDENTE -
*>  NO PRIMEIRO SIGN-ON ELE ESCOLHE UMA SENHA NA REGRA NOVA. SENHA
*>  EM BRANCO NAO GERA HASH: A CONTA SO ENTRA DEPOIS DE O
*>  SUPERVISOR DEFINIR SENHA NOVA PELA MANUTENCAO DO MENU.
    MOVE ENT-LINHA(1:57) TO WRK-OPE-ANTIGO
    MOVE OPA-PREFIXO     TO OPN-PREFIXO
    MOVE SPACES          TO OPN-SENHA-ANTIGA
    MOVE OPA-DATA-SENHA  TO OPN-DATA-SENHA
    MOVE 'S'             TO OPN-TROCA-PENDENTE
    MOVE OPA-SUFIXO      TO OPN-SUFIXO
    MOVE SPACES          TO OPN-SENHA-SAL OPN-SENHA-HASH
                            OPN-SENHA-HISTORICO
    IF OPA-SENHA = SPACES
       ADD 1 TO WRK-QTDE-SEM-SENHA
       DISPLAY 'OPERADOR SEM SENHA - DEFINIR PELO SUPERVISOR: '
               OPA-PREFIXO(1:8)
    ELSE
       MOVE 'S'               TO LK107-FUNCAO
       MOVE OPA-PREFIXO(1:8)  TO LK107-SENHA
       CALL 'PROG107' USING LK-PROG107-PARM
       MOVE 'H'               TO LK107-FUNCAO
       MOVE OPA-SENHA         TO LK107-SENHA
       CALL 'PROG107' USING LK-PROG107-PARM
       IF LK107-OK
          MOVE LK107-SAL  TO OPN-SENHA-SAL
          MOVE LK107-HASH TO OPN-SENHA-HASH
       ELSE
          MOVE 08 TO WRK-RC
          DISPLAY 'ERRO NO HASH DA SENHA - OPERADOR '
                  OPA-PREFIXO(1:8)
       END-IF
       MOVE SPACES TO LK107-SENHA
    END-IF
    MOVE WRK-OPE-NOVO TO SAI-LINHA(1:377).
0300-FINALIZAR.
    DISPLAY 'PROG075 - TIPO..........' WRK-PARM
    DISPLAY 'PROG075 - LIDOS.........' WRK-QTDE-LIDOS
    DISPLAY 'PROG075 - CONVERTIDOS...' WRK-QTDE-GRAVADOS
    IF WRK-PARM = 'OPE'
       DISPLAY 'PROG075 - SEM SENHA.....' WRK-QTDE-SEM-SENHA
    END-IF
    IF WRK-QTDE-LIDOS NOT = WRK-QTDE-GRAVADOS
       MOVE 08 TO WRK-RC
       DISPLAY 'QUANTIDADES NAO CONFEREM - NAO RECARREGAR'
    END-IF
    IF WRK-FS-ENT = '00' OR WRK-FS-ENT = '10'
       CLOSE CONV-ENTRADA
    END-IF
    CLOSE CONV-SAIDA.
