     05  ARC-ESTORNADO      PIC X(01).
     05  ARC-DATA-POSTAGEM  PIC X(08).
     05  ARC-DATA-ESTORNO   PIC X(08).
     05  ARC-SEQ-PAR        PIC X(09).
 FD  P005-PARM.
 01  PARM-REGISTRO.
     05  PARM-FORMATO-DECIMAL   PIC X(01).
     05  TR5-TIPO           PIC X(01).
         88  TR5-DETALHE        VALUE 'D'.
         88  TR5-ESTORNO        VALUE 'C'.
*>       TRANSFERENCIA ENTRE CONTAS - A LETRA TEM DE CLASSIFICAR
*>       ANTES DO TRAILER 'T' NO SORT DO STEP025.
         88  TR5-TRANSFERENCIA  VALUE 'R'.
         88  TR5-TRAILER        VALUE 'T'.
     05  TR5-CONTA          PIC 9(06).
     05  TR5-DADOS.
*>   DIA UTIL A QUE PERTENCE, NAO NO DIA EM QUE CHEGOU. ZERADA OU
*>   EM BRANCO ASSUME A DATA DE PROCESSAMENTO.
     05  TR5-DATA-VALOR     PIC X(08).
*>   SO NA TRANSFERENCIA (TIPO 'R'): TR5-CONTA E A ORIGEM, DEBITADA
*>   DE V1+V2 NA SEQUENCIA TR5-REF-SEQ; A CONTA DESTINO E CREDITADA
*>   DO MESMO VALOR NA SEQUENCIA TR5-SEQ-DESTINO. AS DUAS PERNAS SAO
*>   POSTADAS JUNTAS OU VAO JUNTAS PARA SUSPENSOS. NO TRAILER DO
*>   LOTE DA ORIGEM A TRANSFERENCIA CONTA COMO -(V1+V2).
     05  TR5-CONTA-DESTINO  PIC 9(06).
     05  TR5-SEQ-DESTINO    PIC 9(09).
 FD  P005-SAIDA.
 01  RS5-REGISTRO.
     05  RS5-CONTA          PIC 9(06).
     05  RS5-REF-SEQ        PIC 9(09).
     05  RS5-ORIGEM         PIC 9(02).
     05  RS5-DATA-VALOR     PIC 9(08).
*>   TIPO 'T' = PERNA DE TRANSFERENCIA; NELA, E NO ESTORNO 'C' DE UMA
*>   PERNA, RS5-CONTA-PAR E A CONTA DA OUTRA PERNA. ZEROS NOS DEMAIS.
     05  RS5-CONTA-PAR      PIC 9(06).
 WORKING-STORAGE                 SECTION.
 77  WRK-V1        PIC S9(07)V99 VALUE ZEROS.
 77  WRK-V2        PIC S9(07)V99 VALUE ZEROS.
 77  WRK-QTDE-PULADOS    PIC 9(09) VALUE ZEROS.
 77  WRK-DIAS-RETRO      PIC 9(03) VALUE 5.
 77  WRK-DATA-EFETIVA    PIC 9(08) VALUE ZEROS.
 77  WRK-SALDO-PROJETADO PIC S9(11)V99 VALUE ZEROS.
 77  WRK-DIAS-ATRASO     PIC S9(05) VALUE ZEROS.
 77  WRK-DATA-VALOR-NUM  PIC 9(08) VALUE ZEROS.
 77  WRK-FS-ARC          PIC X(02) VALUE SPACES.
     05  WRK-CAND-ESTORNADO  PIC X(01).
     05  WRK-CAND-DATA-POST  PIC X(08).
     05  WRK-CAND-DATA-EST   PIC X(08).
     05  WRK-CAND-SEQ-PAR    PIC X(09).
 77  WRK-SEQ-PROCURADA   PIC 9(09) VALUE ZEROS.
 77  WRK-CONTA-LANCTO    PIC 9(06) VALUE ZEROS.
 77  WRK-SEQ-LANCTO      PIC X(09) VALUE SPACES.
 77  WRK-SEQ-PAR         PIC 9(09) VALUE ZEROS.
 77  WRK-CONTA-PAR       PIC 9(06) VALUE ZEROS.
 77  WRK-ESTORNO-PAR     PIC X(01) VALUE 'N'.
 77  WRK-PAR-ARQUIVO     PIC X(01) VALUE 'N'.
 77  WRK-PAR-JA-POSTADO  PIC X(01) VALUE 'N'.
 77  WRK-PRINC-ARQUIVO   PIC X(01) VALUE 'N'.
 01  WRK-HIS-PRINCIPAL       PIC X(76).
 01  WRK-HIS-PAR             PIC X(76).
 77  WRK-JA-POSTADO      PIC X(01) VALUE 'N'.
 77  WRK-QTDE-SUSPENSO   PIC 9(07) VALUE ZEROS.
 77  WRK-DATA-PROC       PIC 9(08) VALUE ZEROS.
     END-IF
     MOVE 'S' TO WRK-EOF.
 0200-PROCESSAR-LOTE.
     IF TR5-DETALHE OR TR5-ESTORNO OR TR5-TRANSFERENCIA
        PERFORM 0205-VALIDAR-DETALHE
        IF WRK-DADOS-INVALIDOS
           ADD 1 TO WRK-QTDE-ERRO
              ADD 1 TO WRK-QTDE-ERRO
              PERFORM 0240-GRAVAR-SUSPENSO
           ELSE
           EVALUATE TRUE
              WHEN TR5-DETALHE
                 PERFORM 0210-SOMAR-DETALHE
              WHEN TR5-TRANSFERENCIA
                 PERFORM 0216-VALIDAR-TRANSFERENCIA
                 IF WRK-DADOS-OK
                    PERFORM 0215-EFETIVAR-TRANSFERENCIA
                 ELSE
                    ADD 1 TO WRK-QTDE-ERRO
                    PERFORM 0240-GRAVAR-SUSPENSO
                 END-IF
              WHEN OTHER
                 PERFORM 0206-VALIDAR-ESTORNO-HIST
                 IF WRK-DADOS-OK
                    PERFORM 0217-VALIDAR-PERNA-PAR
                 END-IF
                 IF WRK-DADOS-OK
                    PERFORM 0207-ESTORNAR-DETALHE
                 ELSE
                    ADD 1 TO WRK-QTDE-ERRO
                    PERFORM 0240-GRAVAR-SUSPENSO
                 END-IF
           END-EVALUATE
           END-IF
        END-IF
     ELSE
     MOVE WRK-V1  TO RS5-V1
     MOVE WRK-V2  TO RS5-V2
     MOVE WRK-RES TO RS5-RESULTADO
     MOVE ZEROS   TO RS5-REF-SEQ RS5-CONTA-PAR
     MOVE TR5-ORIGEM TO RS5-ORIGEM
     MOVE WRK-DATA-EFETIVA TO RS5-DATA-VALOR
     WRITE RS5-REGISTRO
     MOVE TR5-CONTA   TO WRK-CONTA-LANCTO
     MOVE TR5-REF-SEQ TO WRK-SEQ-LANCTO
     MOVE ZEROS       TO WRK-SEQ-PAR
     PERFORM 0235-GRAVAR-HISTORICO
     IF WRK-JA-POSTADO = 'N'
        PERFORM 0230-ATUALIZAR-CONTA-MASTER
 0208-VALIDAR-CONTA-MASTER.
*>   CONTA NAO NASCE MAIS PELO PRIMEIRO MOVIMENTO - A ABERTURA E
*>   DA MANUTENCAO (PROG050). MOVIMENTO EM CONTA INEXISTENTE OU
*>   ENCERRADA VAI PARA SUSPENSOS; CONTA BLOQUEADA OU INATIVA
*>   (DORMENTE) ACEITA CREDITO E SUSPENDE DEBITO (RESULTADO
*>   NEGATIVO DO LANCAMENTO). DEBITO DO DIA QUE LEVARIA O SALDO
*>   ABAIXO DE -CTA-LIMITE TAMBEM VAI PARA SUSPENSOS (0214). NA
*>   TRANSFERENCIA ESTA E A CONTA DE ORIGEM, QUE E DEBITADA; A
*>   DESTINO E VISTA EM 0216.
     SET WRK-DADOS-OK TO TRUE
     COMPUTE WRK-VALOR-MOVTO = TR5-V1 + TR5-V2
     IF TR5-ESTORNO OR TR5-TRANSFERENCIA
        MULTIPLY WRK-VALOR-MOVTO BY -1 GIVING WRK-VALOR-MOVTO
     END-IF
     MOVE TR5-CONTA TO CTA-CONTA
                  MOVE '009' TO WRK-MOTIVO
                  DISPLAY 'CONTA ' TR5-CONTA ' BLOQUEADA - DEBITO '
                          'PARA SUSPENSOS'
               WHEN CTA-INATIVA AND WRK-VALOR-MOVTO < 0
                  SET WRK-DADOS-INVALIDOS TO TRUE
                  MOVE '016' TO WRK-MOTIVO
                  DISPLAY 'CONTA ' TR5-CONTA ' INATIVA - DEBITO '
                          'PARA SUSPENSOS ATE A REATIVACAO'
               WHEN OTHER
                  PERFORM 0214-VALIDAR-LIMITE
            END-EVALUATE
     END-READ.
 0214-VALIDAR-LIMITE.
*>   SO O DEBITO DO PROPRIO DIA E BARRADO PELO LIMITE. ESTORNO E
*>   ITEM RETRODATADO REGISTRAM MOVIMENTO QUE JA ACONTECEU - SAO
*>   LANCADOS MESMO ESTOURANDO O LIMITE E GERAM ADVERTENCIA NO
*>   LANCAMENTO (0232), PARA O RELATORIO DE USO DE LIMITE.
     IF (TR5-DETALHE OR TR5-TRANSFERENCIA) AND WRK-VALOR-MOVTO < 0
        AND WRK-DATA-EFETIVA = WRK-DATA-PROC
        COMPUTE WRK-SALDO-PROJETADO = CTA-SALDO-ATUAL + WRK-VALOR-MOVTO
        IF WRK-SALDO-PROJETADO < 0 - CTA-LIMITE
           SET WRK-DADOS-INVALIDOS TO TRUE
           MOVE '012' TO WRK-MOTIVO
           DISPLAY 'CONTA ' TR5-CONTA ' SEM LIMITE PARA O DEBITO - '
                   'MOVIMENTO PARA SUSPENSOS'
        END-IF
     END-IF.
 0206-VALIDAR-ESTORNO-HIST.
*>   UM ESTORNO SO E ACEITO SE A TRANSACAO ORIGINAL EXISTE NO
*>   HISTORICO, OS VALORES ESTORNADOS BATEM COM OS POSTADOS E A
*>   ESTORNO DA MESMA SEQUENCIA PASSARIA. SO QUANDO A SEQUENCIA
*>   NAO ESTA EM LUGAR NENHUM O ESTORNO E REJEITADO, COM MOTIVO
*>   PROPRIO.
     MOVE TR5-REF-SEQ TO WRK-SEQ-PROCURADA
     PERFORM 0219-VARRER-ARQUIVO
     IF WRK-ARQUIVO-ACHADO = 'S'
        PERFORM 0213-VALIDAR-ESTORNO-ARQUIVO
     ELSE
        SET WRK-DADOS-INVALIDOS TO TRUE
        MOVE '011' TO WRK-MOTIVO
        DISPLAY 'ESTORNO REJEITADO - TRANSACAO ' TR5-REF-SEQ
                ' NAO CONSTA NO ATIVO NEM NO ARQUIVO (CONTA '
                TR5-CONTA ')'
     END-IF.
 0219-VARRER-ARQUIVO.
*>   ELEGE EM WRK-ARC-CANDIDATO A COPIA DE WRK-SEQ-PROCURADA NAS
*>   GERACOES DO TRNARC - SERVE AO ESTORNO E A PERNA PAR DE UMA
*>   TRANSFERENCIA.
     MOVE 'N' TO WRK-ARQUIVO-ACHADO WRK-EOF-ARC
     MOVE SPACES TO WRK-ARC-CANDIDATO
     OPEN INPUT HIST-ARQUIVO
     PERFORM 0212-LER-ARQUIVO UNTIL WRK-FIM-ARQUIVO-ARC
     IF WRK-FS-ARC = '00' OR WRK-FS-ARC = '10'
        CLOSE HIST-ARQUIVO
     END-IF.
 0212-LER-ARQUIVO.
     READ HIST-ARQUIVO
         AT END SET WRK-FIM-ARQUIVO-ARC TO TRUE
         NOT AT END
            IF ARC-SEQ = WRK-SEQ-PROCURADA
               MOVE 'S' TO WRK-ARQUIVO-ACHADO
               MOVE ARC-REGISTRO TO WRK-ARC-CANDIDATO
               IF ARC-ESTORNADO = 'S'
                   TR5-CONTA ')'
        WHEN OTHER
           MOVE 'S' TO WRK-ESTORNO-ARQUIVO
           PERFORM 0218-CARREGAR-CANDIDATO
           DISPLAY 'ESTORNO DA TRANSACAO ' TR5-REF-SEQ
                   ' VALIDADO PELO ARQUIVO (CONTA ' TR5-CONTA ')'
     END-EVALUATE.
 0218-CARREGAR-CANDIDATO.
*>   MONTA O REGISTRO DO HISTORICO ATIVO A PARTIR DA COPIA ELEITA
*>   NO ARQUIVO, PARA SER RECOLOCADO NO ATIVO (0237).
     MOVE WRK-CAND-SEQ       TO HIS-SEQ
     MOVE WRK-CAND-CONTA     TO HIS-CONTA
     MOVE WRK-CAND-V1        TO HIS-V1
     MOVE WRK-CAND-V2        TO HIS-V2
     MOVE WRK-CAND-RESULTADO TO HIS-RESULTADO
     MOVE WRK-CAND-DATA      TO HIS-DATA
     MOVE 'S'                TO HIS-ESTORNADO
     IF WRK-CAND-DATA-POST IS NUMERIC
        AND WRK-CAND-DATA-POST NOT = ZEROS
        MOVE WRK-CAND-DATA-POST TO HIS-DATA-POSTAGEM
     ELSE
*>      COPIA ANTERIOR A ESTA VERSAO - A DATA-VALOR E A MELHOR
*>      APROXIMACAO DA DATA DE POSTAGEM.
        MOVE WRK-CAND-DATA TO HIS-DATA-POSTAGEM
     END-IF
     MOVE ZEROS TO HIS-DATA-ESTORNO
*>   GERACOES GRAVADAS ANTES DAS TRANSFERENCIAS NAO TRAZEM O PAR.
     IF WRK-CAND-SEQ-PAR IS NUMERIC
        MOVE WRK-CAND-SEQ-PAR TO HIS-SEQ-PAR
     ELSE
        MOVE ZEROS TO HIS-SEQ-PAR
     END-IF.
 0216-VALIDAR-TRANSFERENCIA.
*>   A ORIGEM JA PASSOU POR 0208 (EXISTENCIA, SITUACAO E LIMITE
*>   PARA O DEBITO). AQUI: VALOR POSITIVO, AS DUAS SEQUENCIAS
*>   PRESENTES E DISTINTAS, CONTA DESTINO ATIVA OU BLOQUEADA (QUE
*>   ACEITA CREDITO) E DIFERENTE DA ORIGEM. SEQUENCIA DE QUALQUER
*>   PERNA JA HISTORIADA SO E ACEITA SE FOR DA PROPRIA TRANSFERENCIA
*>   (REEXECUCAO) - SENAO UMA PERNA SERIA POSTADA E A OUTRA NAO.
*>   QUALQUER FALHA MANDA O REGISTRO INTEIRO PARA SUSPENSOS.
     SET WRK-DADOS-OK TO TRUE
     IF TR5-V1 + TR5-V2 NOT > 0
        OR TR5-REF-SEQ NOT NUMERIC OR TR5-REF-SEQ = ZEROS
        OR TR5-SEQ-DESTINO NOT NUMERIC OR TR5-SEQ-DESTINO = ZEROS
        OR TR5-SEQ-DESTINO = TR5-REF-SEQ
        SET WRK-DADOS-INVALIDOS TO TRUE
        MOVE '014' TO WRK-MOTIVO
        DISPLAY 'TRANSFERENCIA DA CONTA ' TR5-CONTA ' SEM VALOR '
                'POSITIVO OU SEM SEQUENCIAS VALIDAS - PARA SUSPENSOS'
     END-IF
     IF WRK-DADOS-OK
        IF TR5-CONTA-DESTINO NOT NUMERIC
           OR TR5-CONTA-DESTINO = TR5-CONTA
           SET WRK-DADOS-INVALIDOS TO TRUE
           MOVE '013' TO WRK-MOTIVO
        ELSE
           MOVE TR5-CONTA-DESTINO TO CTA-CONTA
           READ CONTA-MASTER
               INVALID KEY
                  SET WRK-DADOS-INVALIDOS TO TRUE
                  MOVE '013' TO WRK-MOTIVO
               NOT INVALID KEY
                  IF CTA-ENCERRADA
                     SET WRK-DADOS-INVALIDOS TO TRUE
                     MOVE '013' TO WRK-MOTIVO
                  END-IF
           END-READ
        END-IF
        IF WRK-DADOS-INVALIDOS
           DISPLAY 'TRANSFERENCIA DA CONTA ' TR5-CONTA ' COM DESTINO '
                   TR5-CONTA-DESTINO ' INVALIDO - PARA SUSPENSOS'
        END-IF
     END-IF
     IF WRK-DADOS-OK
        MOVE TR5-REF-SEQ TO HIS-SEQ
        READ TRANSACAO-HIST
            INVALID KEY CONTINUE
            NOT INVALID KEY
               IF HIS-SEQ-PAR NOT = TR5-SEQ-DESTINO
                  SET WRK-DADOS-INVALIDOS TO TRUE
               END-IF
        END-READ
        MOVE TR5-SEQ-DESTINO TO HIS-SEQ
        READ TRANSACAO-HIST
            INVALID KEY CONTINUE
            NOT INVALID KEY
               IF HIS-SEQ-PAR NOT = TR5-REF-SEQ
                  SET WRK-DADOS-INVALIDOS TO TRUE
               END-IF
        END-READ
        IF WRK-DADOS-INVALIDOS
           MOVE '014' TO WRK-MOTIVO
           DISPLAY 'TRANSFERENCIA DA CONTA ' TR5-CONTA ' COM '
                   'SEQUENCIA JA USADA NO HISTORICO - PARA SUSPENSOS'
        END-IF
     END-IF.
 0215-EFETIVAR-TRANSFERENCIA.
*>   PERNA DE DEBITO NA ORIGEM E PERNA DE CREDITO NO DESTINO, CADA
*>   UMA HISTORIADA NA PROPRIA SEQUENCIA E APONTANDO PARA A OUTRA
*>   (HIS-SEQ-PAR). A PERNA DE DEBITO GUARDA V1/V2 COM SINAL
*>   TROCADO, PARA O ESTORNO DELA SEGUIR A REGRA GERAL DE VALORES
*>   IGUAIS AOS POSTADOS. CADA PERNA TEM A PROPRIA PROTECAO DE
*>   REPOSTAGEM, ENTAO UM RESTART ENTRE AS DUAS COMPLETA SO A QUE
*>   FALTOU. SO A PERNA DE DEBITO ENTRA NOS TOTAIS DO LOTE DA ORIGEM;
*>   AS DUAS LINHAS DO P005SAI ENTRAM NA CONTAGEM GERAL.
     COMPUTE WRK-V1 = 0 - TR5-V1
     COMPUTE WRK-V2 = 0 - TR5-V2
     ADD WRK-V1 WRK-V2 GIVING WRK-RES
     ADD WRK-RES TO WRK-TOTAL-ACUM
     ADD 1 TO WRK-QTDE-ACUM
     ADD 1 TO WRK-QTDE-GERAL
     MOVE WRK-V1  TO WRK-V1-ED
     MOVE WRK-V2  TO WRK-V2-ED
     MOVE WRK-RES TO WRK-RES-ED
     PERFORM 0212-FORMATAR-DETALHE
     DISPLAY '-----------TRANSFERENCIA CONTA ' TR5-CONTA
             ' PARA CONTA ' TR5-CONTA-DESTINO '------------'
     DISPLAY 'VALOR 1....' WRK-V1-ED
     DISPLAY 'VALOR 2....' WRK-V2-ED
     DISPLAY 'RESULTADO DEBITO...' WRK-RES-ED
     MOVE TR5-CONTA         TO RS5-CONTA WRK-CONTA-LANCTO
     MOVE TR5-CONTA-DESTINO TO RS5-CONTA-PAR
     MOVE TR5-REF-SEQ       TO WRK-SEQ-LANCTO
     MOVE TR5-SEQ-DESTINO   TO WRK-SEQ-PAR
     PERFORM 0238-LANCAR-PERNA
     MOVE TR5-V1 TO WRK-V1
     MOVE TR5-V2 TO WRK-V2
     ADD WRK-V1 WRK-V2 GIVING WRK-RES
     MOVE TR5-CONTA-DESTINO TO RS5-CONTA WRK-CONTA-LANCTO
     MOVE TR5-CONTA         TO RS5-CONTA-PAR
     MOVE TR5-SEQ-DESTINO   TO WRK-SEQ-LANCTO
     MOVE TR5-REF-SEQ       TO WRK-SEQ-PAR
     ADD 1 TO WRK-QTDE-GERAL
     PERFORM 0238-LANCAR-PERNA.
 0238-LANCAR-PERNA.
     MOVE 'T'            TO RS5-TIPO
     MOVE WRK-V1         TO RS5-V1
     MOVE WRK-V2         TO RS5-V2
     MOVE WRK-RES        TO RS5-RESULTADO
     MOVE WRK-SEQ-LANCTO TO RS5-REF-SEQ
     MOVE TR5-ORIGEM     TO RS5-ORIGEM
     MOVE WRK-DATA-EFETIVA TO RS5-DATA-VALOR
     WRITE RS5-REGISTRO
     PERFORM 0235-GRAVAR-HISTORICO
     IF WRK-JA-POSTADO = 'N'
        PERFORM 0230-ATUALIZAR-CONTA-MASTER
     END-IF.
 0217-VALIDAR-PERNA-PAR.
*>   ESTORNO DE UMA PERNA DE TRANSFERENCIA ESTORNA AS DUAS. A PERNA
*>   PAR (HIS-SEQ-PAR DA PERNA REFERENCIADA) E PROCURADA NO ATIVO
*>   E, SE PRECISO, NO ARQUIVO; TEM DE EXISTIR, NAO ESTAR ESTORNADA
*>   E A CONTA DELA TEM DE ACEITAR O LANCAMENTO CONTRARIO - SENAO O
*>   ESTORNO INTEIRO VAI PARA SUSPENSOS (MOTIVO 015). A IMAGEM DA
*>   PERNA REFERENCIADA E PRESERVADA PARA 0207/0237.
     MOVE 'N' TO WRK-ESTORNO-PAR WRK-PAR-ARQUIVO WRK-PAR-JA-POSTADO
     IF HIS-SEQ-PAR IS NUMERIC AND HIS-SEQ-PAR NOT = ZEROS
        MOVE 'S'                 TO WRK-ESTORNO-PAR
        MOVE HIS-REGISTRO        TO WRK-HIS-PRINCIPAL
        MOVE WRK-ESTORNO-ARQUIVO TO WRK-PRINC-ARQUIVO
        MOVE HIS-SEQ-PAR         TO WRK-SEQ-PAR
        MOVE HIS-SEQ             TO WRK-SEQ-PROCURADA
        MOVE WRK-SEQ-PAR         TO HIS-SEQ
        READ TRANSACAO-HIST
            INVALID KEY
               PERFORM 0219-VARRER-ARQUIVO
               IF WRK-ARQUIVO-ACHADO = 'S'
                  AND WRK-CAND-ESTORNADO NOT = 'S'
                  MOVE 'S' TO WRK-PAR-ARQUIVO
                  PERFORM 0218-CARREGAR-CANDIDATO
               ELSE
                  SET WRK-DADOS-INVALIDOS TO TRUE
               END-IF
            NOT INVALID KEY
               IF HIS-SEQ-PAR NOT = WRK-SEQ-PROCURADA
                  SET WRK-DADOS-INVALIDOS TO TRUE
               ELSE
                  IF HIS-JA-ESTORNADO
*>                   SO NUMA REEXECUCAO QUE JA ESTORNOU A PERNA
*>                   REFERENCIADA - A PAR FOI JUNTO.
                     IF WRK-JA-POSTADO = 'S'
                        MOVE 'S' TO WRK-PAR-JA-POSTADO
                     ELSE
                        SET WRK-DADOS-INVALIDOS TO TRUE
                     END-IF
                  END-IF
               END-IF
        END-READ
        IF WRK-DADOS-OK
           MOVE HIS-CONTA TO WRK-CONTA-PAR CTA-CONTA
           READ CONTA-MASTER
               INVALID KEY
                  SET WRK-DADOS-INVALIDOS TO TRUE
               NOT INVALID KEY
                  IF CTA-ENCERRADA
                     OR ((CTA-BLOQUEADA OR CTA-INATIVA)
                         AND HIS-RESULTADO > 0)
                     SET WRK-DADOS-INVALIDOS TO TRUE
                  END-IF
           END-READ
        END-IF
        MOVE HIS-REGISTRO      TO WRK-HIS-PAR
        MOVE WRK-HIS-PRINCIPAL TO HIS-REGISTRO
        MOVE WRK-PRINC-ARQUIVO TO WRK-ESTORNO-ARQUIVO
        IF WRK-DADOS-INVALIDOS
           MOVE '015' TO WRK-MOTIVO
           DISPLAY 'ESTORNO REJEITADO - PERNA PAR ' WRK-SEQ-PAR
                   ' DA TRANSFERENCIA ' TR5-REF-SEQ ' AUSENTE, JA '
                   'ESTORNADA OU COM CONTA IMPEDIDA'
        END-IF
     END-IF.
 0207-ESTORNAR-DETALHE.
     MOVE TR5-V1 TO WRK-V1
     MOVE TR5-V2 TO WRK-V2
     MOVE TR5-REF-SEQ TO RS5-REF-SEQ
     MOVE TR5-ORIGEM  TO RS5-ORIGEM
     MOVE WRK-DATA-EFETIVA TO RS5-DATA-VALOR
     IF WRK-ESTORNO-PAR = 'S'
        MOVE WRK-CONTA-PAR TO RS5-CONTA-PAR
     ELSE
        MOVE ZEROS TO RS5-CONTA-PAR
     END-IF
     WRITE RS5-REGISTRO
     MOVE TR5-CONTA TO WRK-CONTA-LANCTO
     IF WRK-JA-POSTADO = 'N'
        PERFORM 0230-ATUALIZAR-CONTA-MASTER
        PERFORM 0237-MARCAR-ESTORNADO
     END-IF
     IF WRK-ESTORNO-PAR = 'S'
        PERFORM 0239-ESTORNAR-PERNA-PAR
     END-IF.
 0239-ESTORNAR-PERNA-PAR.
*>   LANCAMENTO CONTRARIO DA OUTRA PERNA DA TRANSFERENCIA, NA CONTA
*>   DELA, COM A IMAGEM VALIDADA EM 0217. FICA FORA DOS TOTAIS DO
*>   LOTE - O TRAILER DA CONTA DO ESTORNO SO CONHECE O REGISTRO 'C' -
*>   MAS A LINHA DO P005SAI ENTRA NA CONTAGEM GERAL.
     MOVE WRK-HIS-PAR     TO HIS-REGISTRO
     MOVE WRK-PAR-ARQUIVO TO WRK-ESTORNO-ARQUIVO
     COMPUTE WRK-RES = 0 - HIS-RESULTADO
     MOVE WRK-RES TO WRK-RES-ED
     PERFORM 0212-FORMATAR-DETALHE
     DISPLAY 'ESTORNO DA PERNA PAR ' HIS-SEQ ' NA CONTA ' HIS-CONTA
             '...' WRK-RES-ED
     MOVE HIS-CONTA     TO RS5-CONTA WRK-CONTA-LANCTO
     MOVE 'C'           TO RS5-TIPO
     MOVE HIS-V1        TO RS5-V1
     MOVE HIS-V2        TO RS5-V2
     MOVE WRK-RES       TO RS5-RESULTADO
     MOVE HIS-SEQ       TO RS5-REF-SEQ
     MOVE TR5-ORIGEM    TO RS5-ORIGEM
     MOVE WRK-DATA-EFETIVA TO RS5-DATA-VALOR
     MOVE TR5-CONTA     TO RS5-CONTA-PAR
     WRITE RS5-REGISTRO
     ADD 1 TO WRK-QTDE-GERAL
     IF WRK-PAR-JA-POSTADO = 'N'
        PERFORM 0230-ATUALIZAR-CONTA-MASTER
        PERFORM 0237-MARCAR-ESTORNADO
     END-IF.
 0235-GRAVAR-HISTORICO.
*>   TODO DETALHE POSTADO ENTRA NO HISTORICO CHAVEADO PELA PROPRIA
*>   FEITO, ENTAO UMA REEXECUCAO (RESTART) DA MESMA DATA NAO POSTA
*>   O SALDO EM DOBRO. SEQUENCIA ZERADA OU NAO NUMERICA NAO E
*>   HISTORIADA (E PORTANTO NAO TEM PROTECAO DE REPOSTAGEM).
*>   SEQUENCIA, CONTA E PAR VEM DE QUEM LANCA (0210 OU A PERNA DE
*>   TRANSFERENCIA EM 0238).
     MOVE 'N' TO WRK-JA-POSTADO
     IF WRK-SEQ-LANCTO IS NUMERIC AND WRK-SEQ-LANCTO NOT = ZEROS
        MOVE WRK-SEQ-LANCTO   TO HIS-SEQ
        MOVE WRK-CONTA-LANCTO TO HIS-CONTA
        MOVE WRK-V1        TO HIS-V1
        MOVE WRK-V2        TO HIS-V2
        MOVE WRK-RES       TO HIS-RESULTADO
        MOVE 'N'           TO HIS-ESTORNADO
        MOVE WRK-DATA-PROC TO HIS-DATA-POSTAGEM
        MOVE ZEROS         TO HIS-DATA-ESTORNO
        MOVE WRK-SEQ-PAR   TO HIS-SEQ-PAR
        WRITE HIS-REGISTRO
            INVALID KEY
               MOVE 'S' TO WRK-JA-POSTADO
               IF WRK-RUN-TIPO = 'R'
                  DISPLAY 'TRANSACAO ' WRK-SEQ-LANCTO ' JA POSTADA EM '
                          'TENTATIVA ANTERIOR - SALDO NAO REPOSTADO '
                          '(CONTA ' WRK-CONTA-LANCTO ')'
               ELSE
                  ADD 1 TO WRK-QTDE-ERRO
                  DISPLAY 'SEQUENCIA ' WRK-SEQ-LANCTO ' DUPLICADA NO '
                          'HISTORICO DE TRANSACOES (CONTA '
                          WRK-CONTA-LANCTO ')'
               END-IF
        END-WRITE
     END-IF.
*>   ROLADO PARA SALDO DE ABERTURA E O MOVIMENTO DO DIA RECOMECA
*>   DE ZERO. ITEM RETRODATADO (DATA-VALOR ANTERIOR AO ULTIMO
*>   MOVIMENTO) ENTRA PELO SALDO DE ABERTURA, SEM MEXER NO
*>   MOVIMENTO DO DIA CORRENTE - O SALDO ROLADO NAO SE CORROMPE. A
*>   CONTA LANCADA VEM EM WRK-CONTA-LANCTO (NA TRANSFERENCIA E NO
*>   ESTORNO DELA NEM SEMPRE E A TR5-CONTA).
     MOVE WRK-CONTA-LANCTO TO CTA-CONTA
     READ CONTA-MASTER
         INVALID KEY
*>          A EXISTENCIA JA FOI PROVADA EM 0208 - CHEGAR AQUI E
*>          CORRUPCAO ENTRE A VALIDACAO E O LANCAMENTO.
            DISPLAY 'CONTA ' WRK-CONTA-LANCTO
                    ' SUMIU ENTRE A VALIDACAO E O LANCAMENTO - '
                    'MOVIMENTO NAO APLICADO'
         NOT INVALID KEY
            IF WRK-DATA-EFETIVA > CTA-DATA-ULT-MVTO
               MOVE CTA-SALDO-ATUAL TO CTA-SALDO-ANTERIOR
     REWRITE CTA-REGISTRO
         INVALID KEY DISPLAY 'ERRO AO ATUALIZAR A CONTA ' CTA-CONTA
                             ' NO MASTER DE CONTAS'
     END-REWRITE
     IF WRK-RES < 0 AND CTA-SALDO-ATUAL < 0 - CTA-LIMITE
        PERFORM 0232-ADVERTIR-LIMITE
     END-IF.
 0232-ADVERTIR-LIMITE.
*>   SO ESTORNO OU RETRODATADO CHEGA AQUI - O DEBITO DO DIA JA FOI
*>   BARRADO EM 0214.
     MOVE 'A'              TO WRK-EXC-SEVERIDADE
     MOVE WRK-CONTA-LANCTO TO WRK-EXC-CHAVE
     IF TR5-ESTORNO
        MOVE 'LIMITE DA CONTA EXCEDIDO POR ESTORNO'
          TO WRK-EXC-MENSAGEM
     ELSE
        MOVE 'LIMITE DA CONTA EXCEDIDO POR LANCAMENTO RETROATIVO'
          TO WRK-EXC-MENSAGEM
     END-IF
     DISPLAY 'CONTA ' WRK-CONTA-LANCTO
             ' ACIMA DO LIMITE APOS LANCAMENTO'
     PERFORM 0122-GRAVAR-EXCECAO.
 0212-FORMATAR-DETALHE.
     IF WRK-FMT-VIRGULA
        INSPECT WRK-V1-ED  REPLACING ALL '.' BY ','
