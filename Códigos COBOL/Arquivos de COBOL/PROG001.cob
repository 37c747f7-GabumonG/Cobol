             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS HIS-SEQ
             FILE STATUS  IS WRK-FS-HIST.
      SELECT SALDO-HIST   ASSIGN TO "SALHIS"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS SAL-CHAVE
             FILE STATUS  IS WRK-FS-SAL.
      SELECT RUN-CONTROLE ASSIGN TO "RUNCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-FS-RUN.
      SELECT RUN-HISTORICO ASSIGN TO "RUNHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-FS-RUNHIS.
      SELECT EXCECOES-TRABALHO ASSIGN TO "EXCWRK"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS ACK-CHAVE
             FILE STATUS  IS WRK-FS-ACK.
      SELECT TABELA-TAXAS ASSIGN TO "P012TAB"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS TAB-CHAVE
             FILE STATUS  IS WRK-FS-TAB.
      SELECT SUSPENSOS-BALANCO ASSIGN TO "P005SUS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS  IS WRK-FS-SUS.
      SELECT CLIENTE-LOCK ASSIGN TO "CLILOCK"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS LCK-NUMERO
             FILE STATUS  IS WRK-FS-LOCK.
      SELECT MANUTENCAO-PENDENTE ASSIGN TO "MNTPEND"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS PEN-CHAVE
             FILE STATUS  IS WRK-FS-PEN.
      SELECT PRECO-PUBLICADO ASSIGN TO "PRCPUB"
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS PUB-CHAVE
             FILE STATUS  IS WRK-FS-PUB.
  DATA                            DIVISION.
  FILE                            SECTION.
  FD  OPERADOR-FILE.
  COPY CPCTAMST.
  FD  TRANSACAO-HIST.
  COPY CPTRNHIS.
  FD  SALDO-HIST.
  COPY CPSALHIS.
  FD  RUN-CONTROLE.
  COPY CPRUNCTL.
  FD  RUN-HISTORICO.
  COPY CPRUNHIS.
  FD  EXCECOES-TRABALHO.
  COPY CPEXCACK.
  FD  TABELA-TAXAS.
  COPY CPTABP12.
  FD  SUSPENSOS-BALANCO.
  COPY CPSUSP5.
  FD  CLIENTE-LOCK.
  01  LCK-REGISTRO.
      05  LCK-NUMERO       PIC 9(06).
      05  LCK-OPERADOR     PIC X(08).
      05  LCK-HORA         PIC 9(06).
  FD  MANUTENCAO-PENDENTE.
  COPY CPMNTPEN.
  FD  PRECO-PUBLICADO.
  COPY CPPRCPUB.
  WORKING-STORAGE                 SECTION.
  01  WRK-RC-GERAL         PIC 9(01) VALUE ZERO.
  77  WRK-PARM-EXECUCAO    PIC X(08) VALUE SPACES.
  77  WRK-OPCAO            PIC 9(01) VALUE ZERO.
  77  WRK-FS-OPER          PIC X(02) VALUE SPACES.
  77  WRK-USUARIO          PIC X(08) VALUE SPACES.
  77  WRK-SENHA            PIC X(20) VALUE SPACES.
  77  WRK-SIGNON-OK        PIC X(01) VALUE 'N'.
  77  WRK-TENTATIVAS       PIC 9(01) VALUE ZERO.
  77  WRK-FUNCAO-AUTORIZADA PIC X(01) VALUE 'N'.
  77  WRK-PERFIL           PIC X(01) VALUE SPACE.
  78  WRK-DIAS-VALIDADE-SENHA VALUE 90.
  77  WRK-DIAS-SENHA       PIC S9(05) VALUE ZEROS.
  77  WRK-SENHA-NOVA       PIC X(20) VALUE SPACES.
  77  WRK-SENHA-NOVA2      PIC X(20) VALUE SPACES.
  77  WRK-TROCA-OK         PIC X(01) VALUE 'N'.
*>    REGRA DA SENHA: 8 A 20 CARACTERES SEM BRANCO NO MEIO, COM
*>    LETRA E DIGITO, DIFERENTE DO USUARIO E DAS ULTIMAS SENHAS
*>    (A ATUAL E AS TRES DO HISTORICO DO OPERFIL).
  78  WRK-TAM-MINIMO-SENHA VALUE 8.
  77  WRK-SENHA-CONFERE    PIC X(01) VALUE 'N'.
  77  WRK-SENHA-VALIDA     PIC X(01) VALUE 'N'.
  77  WRK-SENHA-REPETIDA   PIC X(01) VALUE 'N'.
  77  WRK-TAM-SENHA        PIC 9(02) COMP VALUE ZEROS.
  77  WRK-QTDE-LETRAS      PIC 9(02) COMP VALUE ZEROS.
  77  WRK-QTDE-DIGITOS     PIC 9(02) COMP VALUE ZEROS.
  77  WRK-QTDE-BRANCOS     PIC 9(02) COMP VALUE ZEROS.
  77  WRK-IDX-SENHA        PIC 9(02) COMP VALUE ZEROS.
  77  WRK-CARACTER         PIC X(01) VALUE SPACE.
  77  WRK-OPE-FUNCAO       PIC X(01) VALUE SPACE.
      88  WRK-OPE-INCLUIR      VALUE 'I'.
      88  WRK-OPE-ALTERAR      VALUE 'A'.
      88  WRK-OPE-REVOGAR      VALUE 'R'.
      88  WRK-OPE-DESBLOQUEAR  VALUE 'D'.
      88  WRK-OPE-CONSULTAR    VALUE 'Q'.
      88  WRK-OPE-REDEFINIR    VALUE 'S'.
  77  WRK-OPE-USUARIO      PIC X(08) VALUE SPACES.
  77  WRK-OPE-ACHADO       PIC X(01) VALUE 'N'.
  77  WRK-FS-SEG           PIC X(02) VALUE SPACES.
      05  WRK-SEG-RESULTADO  PIC X(01).
  77  WRK-FS-CONTA         PIC X(02) VALUE SPACES.
  77  WRK-FS-HIST          PIC X(02) VALUE SPACES.
  77  WRK-FS-SAL           PIC X(02) VALUE SPACES.
  77  WRK-EOF-SAL          PIC X(01) VALUE 'N'.
      88  WRK-FIM-SALDOS       VALUE 'S'.
  77  WRK-DATA-SALDO       PIC 9(08) VALUE ZEROS.
  77  WRK-SALDO-NA-DATA    PIC S9(11)V99 VALUE ZEROS.
  77  WRK-POSICAO-SALDO    PIC 9(08) VALUE ZEROS.
  77  WRK-FS-RUN           PIC X(02) VALUE SPACES.
  77  WRK-FS-RUNHIS        PIC X(02) VALUE SPACES.
  77  WRK-EOF-RUNHIS       PIC X(01) VALUE 'N'.
          10  WRK-ULT-DATA       PIC 9(08).
          10  WRK-ULT-RESULTADO  PIC S9(07)V99.
          10  WRK-ULT-ESTORNADO  PIC X(01).
*>    PAINEL DE PENDENCIAS (0600): PRAZOS IGUAIS AOS PADROES DOS
*>    PROGRAMAS DE CADA FILA - ESCALACAO DO PROG068, AGING DO PROG024
*>    E TRAVA ORFA DO PROG042.
  77  WRK-FS-ACK           PIC X(02) VALUE SPACES.
  77  WRK-FS-TAB           PIC X(02) VALUE SPACES.
  77  WRK-FS-SUS           PIC X(02) VALUE SPACES.
  77  WRK-FS-LOCK          PIC X(02) VALUE SPACES.
  77  WRK-FS-PEN           PIC X(02) VALUE SPACES.
  77  WRK-FS-PUB           PIC X(02) VALUE SPACES.
*>    ULTIMO REGISTRO LIDO DO PRCPUB - SO A RETENCAO MAIS RECENTE DO
*>    PRODUTO ESPERA LIBERACAO.
  77  WRK-PUB-ANT-CODIGO   PIC X(04) VALUE SPACES.
  77  WRK-PUB-ANT-SITUACAO PIC X(01) VALUE SPACE.
  77  WRK-PUB-ANT-VIGENCIA PIC 9(08) VALUE ZEROS.
  77  WRK-PUB-ANT-PRECO    PIC 9(06)V99 VALUE ZEROS.
  77  WRK-PUB-ANT-VARIACAO PIC S9(05)V99 VALUE ZEROS.
  77  WRK-PRECO-ED         PIC ZZZZZ9.99.
  77  WRK-VARIACAO-ED      PIC -ZZZZ9.99.
  77  WRK-EOF-PEND         PIC X(01) VALUE 'N'.
      88  WRK-FIM-PENDENCIAS   VALUE 'S'.
  78  WRK-DIAS-ESCALACAO   VALUE 3.
  78  WRK-DIAS-AGING       VALUE 7.
  78  WRK-MINUTOS-TRAVA    VALUE 60.
  78  WRK-MAX-LISTADOS     VALUE 20.
  77  WRK-PEND-ITEM        PIC 9(01) VALUE ZERO.
  77  WRK-PEND-TIPO        PIC 9(01) VALUE ZERO.
  77  WRK-PEND-LISTAR      PIC X(01) VALUE 'N'.
  77  WRK-PEND-PERMITIDO   PIC X(01) VALUE 'N'.
  77  WRK-PEND-DISPONIVEL  PIC X(01) VALUE 'N'.
  77  WRK-PEND-ATRASADO    PIC X(01) VALUE 'N'.
  77  WRK-QTDE-PEND        PIC 9(05) VALUE ZEROS.
  77  WRK-QTDE-PEND-VELHOS PIC 9(05) VALUE ZEROS.
  77  WRK-QTDE-LISTADOS    PIC 9(02) COMP VALUE ZEROS.
  77  WRK-QTDE-PEND-ED     PIC ZZZZ9.
  77  WRK-VELHOS-ED        PIC ZZZZ9.
  77  WRK-DIAS-IDADE       PIC S9(05) VALUE ZEROS.
  77  WRK-DIAS-ED          PIC ZZZZ9.
  77  WRK-MIN-AGORA        PIC 9(05) VALUE ZEROS.
  77  WRK-MIN-TRAVA        PIC 9(05) VALUE ZEROS.
  77  WRK-MIN-IDADE        PIC S9(05) VALUE ZEROS.
  01  WRK-HORA-PARTES.
      05  WRK-HH               PIC 9(02).
      05  WRK-MM               PIC 9(02).
      05  WRK-SS               PIC 9(02).
  01  WRK-PERMISSOES.
      05  WRK-PERM-CLI-INC   PIC X(01) VALUE 'N'.
      05  WRK-PERM-CLI-ALT   PIC X(01) VALUE 'N'.
  COPY LKPROG05.
  COPY LKPROG08.
  COPY LKPROG12.
  COPY LKPRG107.
  PROCEDURE                       DIVISION.
  0001-PRINCIPAL.
      ACCEPT WRK-PARM-EXECUCAO FROM COMMAND-LINE
         PERFORM 0048-ABRIR-SEGURANCA
         PERFORM 0050-EFETUAR-SIGNON
         IF WRK-SIGNON-OK = 'S'
            PERFORM 0600-MENU-PENDENCIAS
            PERFORM 0500-MENU-INTERATIVO
         ELSE
            DISPLAY 'SIGN-ON RECUSADO - MENU ENCERRADO'
            DISPLAY 'USUARIO BLOQUEADO - PROCURE O SUPERVISOR'
            MOVE 'B' TO WRK-SEG-RESULTADO
            PERFORM 0049-GRAVAR-SEGURANCA
         WHEN OPE-SENHA-HASH = SPACES
            DISPLAY 'USUARIO SEM SENHA DEFINIDA - PROCURE O '
                    'SUPERVISOR'
            MOVE 'B' TO WRK-SEG-RESULTADO
            PERFORM 0049-GRAVAR-SEGURANCA
         WHEN OTHER
            PERFORM 0064-CONFERIR-SENHA
            IF WRK-SENHA-CONFERE = 'S'
               PERFORM 0063-CONCLUIR-SIGNON
            ELSE
               PERFORM 0062-REGISTRAR-SENHA-ERRADA
            END-IF
      END-EVALUATE
      MOVE SPACES TO WRK-SENHA.
  0062-REGISTRAR-SENHA-ERRADA.
      DISPLAY 'USUARIO OU SENHA INVALIDOS'
      IF OPE-TENTATIVAS-ERR IS NOT NUMERIC
         DISPLAY 'SENHA VENCIDA HA ' WRK-DIAS-SENHA ' DIAS - '
                 'TROCA OBRIGATORIA'
      END-IF
      DISPLAY 'NOVA SENHA (8 A 20 CARACTERES, COM LETRA E '
              'DIGITO): ' WITH NO ADVANCING
      ACCEPT WRK-SENHA-NOVA
      DISPLAY 'CONFIRME A NOVA SENHA: ' WITH NO ADVANCING
      ACCEPT WRK-SENHA-NOVA2
      PERFORM 0066-VALIDAR-SENHA-NOVA
      MOVE 'N' TO WRK-SENHA-REPETIDA
      IF WRK-SENHA-VALIDA = 'S'
         PERFORM 0069-VERIFICAR-REUTILIZACAO
      END-IF
      EVALUATE TRUE
         WHEN WRK-SENHA-NOVA = SPACES
            DISPLAY 'SENHA EM BRANCO NAO E ACEITA - SIGN-ON '
                    'RECUSADO'
         WHEN WRK-SENHA-NOVA NOT = WRK-SENHA-NOVA2
            DISPLAY 'CONFIRMACAO NAO CONFERE - SIGN-ON RECUSADO'
         WHEN WRK-SENHA-VALIDA NOT = 'S'
            DISPLAY 'SIGN-ON RECUSADO'
         WHEN WRK-SENHA-REPETIDA = 'S'
            DISPLAY 'A NOVA SENHA NAO PODE REPETIR A ATUAL NEM AS '
                    'TRES ANTERIORES - SIGN-ON RECUSADO'
         WHEN OTHER
            PERFORM 0068-GRAVAR-SENHA-NOVA
            IF LK107-OK
               MOVE WRK-DATA-PROC  TO OPE-DATA-SENHA
               MOVE 'N'            TO OPE-TROCA-PENDENTE
               MOVE 'S'            TO WRK-TROCA-OK
               DISPLAY 'SENHA TROCADA'
            ELSE
               DISPLAY 'ERRO NO CALCULO DA SENHA - SIGN-ON RECUSADO'
            END-IF
      END-EVALUATE
      MOVE SPACES TO WRK-SENHA-NOVA WRK-SENHA-NOVA2.
  0064-CONFERIR-SENHA.
*>    A SENHA DIGITADA PASSA PELO MESMO HASH COM O SAL DO OPERADOR E
*>    SO O RESULTADO E COMPARADO - A SENHA NAO FICA EM LUGAR NENHUM.
      MOVE 'N'            TO WRK-SENHA-CONFERE
      MOVE 'H'            TO LK107-FUNCAO
      MOVE WRK-SENHA      TO LK107-SENHA
      MOVE OPE-SENHA-SAL  TO LK107-SAL
      CALL 'PROG107' USING LK-PROG107-PARM
      IF LK107-OK AND LK107-HASH = OPE-SENHA-HASH
         MOVE 'S' TO WRK-SENHA-CONFERE
      END-IF
      MOVE SPACES TO LK107-SENHA.
  0066-VALIDAR-SENHA-NOVA.
*>    REGRA MINIMA DE COMPOSICAO, A MESMA NA TROCA PELO OPERADOR E
*>    NA SENHA PROVISORIA DO SUPERVISOR.
      MOVE 'N'   TO WRK-SENHA-VALIDA
      MOVE ZEROS TO WRK-TAM-SENHA WRK-QTDE-LETRAS WRK-QTDE-DIGITOS
                    WRK-QTDE-BRANCOS
      PERFORM 0067-AVALIAR-CARACTER
              VARYING WRK-IDX-SENHA FROM 1 BY 1
              UNTIL WRK-IDX-SENHA > 20
      EVALUATE TRUE
         WHEN WRK-SENHA-NOVA = SPACES
            CONTINUE
         WHEN WRK-TAM-SENHA < WRK-TAM-MINIMO-SENHA
            DISPLAY 'SENHA CURTA - MINIMO DE ' WRK-TAM-MINIMO-SENHA
                    ' CARACTERES'
         WHEN WRK-QTDE-BRANCOS + WRK-TAM-SENHA > 20
            DISPLAY 'A SENHA NAO PODE TER BRANCOS'
         WHEN WRK-QTDE-LETRAS = ZEROS OR WRK-QTDE-DIGITOS = ZEROS
            DISPLAY 'A SENHA PRECISA TER LETRA E DIGITO'
         WHEN WRK-SENHA-NOVA = OPE-USUARIO
            DISPLAY 'A SENHA NAO PODE SER O PROPRIO USUARIO'
         WHEN OTHER
            MOVE 'S' TO WRK-SENHA-VALIDA
      END-EVALUATE.
  0067-AVALIAR-CARACTER.
      MOVE WRK-SENHA-NOVA(WRK-IDX-SENHA:1) TO WRK-CARACTER
      EVALUATE TRUE
         WHEN WRK-CARACTER = SPACE
            ADD 1 TO WRK-QTDE-BRANCOS
         WHEN WRK-CARACTER IS NUMERIC
            ADD 1 TO WRK-QTDE-DIGITOS
            MOVE WRK-IDX-SENHA TO WRK-TAM-SENHA
         WHEN WRK-CARACTER IS ALPHABETIC
            ADD 1 TO WRK-QTDE-LETRAS
            MOVE WRK-IDX-SENHA TO WRK-TAM-SENHA
         WHEN OTHER
            MOVE WRK-IDX-SENHA TO WRK-TAM-SENHA
      END-EVALUATE.
  0068-GRAVAR-SENHA-NOVA.
*>    A SENHA QUE SAI VAI PARA O TOPO DO HISTORICO (A MAIS ANTIGA DAS
*>    TRES SE PERDE) E A NOVA GANHA SAL PROPRIO.
      MOVE 'S'             TO LK107-FUNCAO
      MOVE OPE-USUARIO     TO LK107-SENHA
      CALL 'PROG107' USING LK-PROG107-PARM
      IF LK107-OK
         MOVE 'H'            TO LK107-FUNCAO
         MOVE WRK-SENHA-NOVA TO LK107-SENHA
         CALL 'PROG107' USING LK-PROG107-PARM
      END-IF
      IF LK107-OK
         MOVE OPE-HIST-SENHA(2) TO OPE-HIST-SENHA(3)
         MOVE OPE-HIST-SENHA(1) TO OPE-HIST-SENHA(2)
         MOVE OPE-SENHA-SAL     TO OPE-HIST-SAL(1)
         MOVE OPE-SENHA-HASH    TO OPE-HIST-HASH(1)
         MOVE LK107-SAL         TO OPE-SENHA-SAL
         MOVE LK107-HASH        TO OPE-SENHA-HASH
      END-IF
      MOVE SPACES TO LK107-SENHA.
  0069-VERIFICAR-REUTILIZACAO.
*>    A NOVA SENHA E CALCULADA COM O SAL DE CADA SENHA GUARDADA.
      MOVE 'N'            TO WRK-SENHA-REPETIDA
      MOVE 'H'            TO LK107-FUNCAO
      MOVE WRK-SENHA-NOVA TO LK107-SENHA
      IF OPE-SENHA-SAL NOT = SPACES
         MOVE OPE-SENHA-SAL TO LK107-SAL
         CALL 'PROG107' USING LK-PROG107-PARM
         IF LK107-OK AND LK107-HASH = OPE-SENHA-HASH
            MOVE 'S' TO WRK-SENHA-REPETIDA
         END-IF
      END-IF
      PERFORM VARYING WRK-IDX-SENHA FROM 1 BY 1
              UNTIL WRK-IDX-SENHA > 3 OR WRK-SENHA-REPETIDA = 'S'
         IF OPE-HIST-SAL(WRK-IDX-SENHA) NOT = SPACES
            MOVE OPE-HIST-SAL(WRK-IDX-SENHA) TO LK107-SAL
            CALL 'PROG107' USING LK-PROG107-PARM
            IF LK107-OK
               AND LK107-HASH = OPE-HIST-HASH(WRK-IDX-SENHA)
               MOVE 'S' TO WRK-SENHA-REPETIDA
            END-IF
         END-IF
      END-PERFORM
      MOVE SPACES TO LK107-SENHA.
  0100-EXECUTAR-CADEIA-NOTURNA.
*>    CHAMA CADA PROGRAMA EM SEQUENCIA PASSANDO DADOS/RESULTADOS
*>    VIA LINKAGE SECTION, PARA A JOB NOTURNA UNICA DO SISTEMA.
         DISPLAY ' 6 - OPERADORES (SOMENTE SUPERVISOR)'
         DISPLAY ' 7 - CONSULTA DE CONTA'
         DISPLAY ' 8 - SITUACAO DA CADEIA'
         DISPLAY ' 9 - PENDENCIAS DO OPERADOR'
         DISPLAY ' 0 - SAIR'
         DISPLAY '================================================='
         DISPLAY 'OPCAO: ' WITH NO ADVANCING
               MOVE 'SIT CADEIA  ' TO WRK-SEG-FUNCAO
               PERFORM 0505-LOG-FUNCAO-LIBERADA
               PERFORM 0580-MENU-SITUACAO-CADEIA
            WHEN 9
               PERFORM 0600-MENU-PENDENCIAS
            WHEN 0 CONTINUE
            WHEN OTHER DISPLAY 'OPCAO INVALIDA'
         END-EVALUATE
      PERFORM 0049-GRAVAR-SEGURANCA.
  0510-MENU-CLIENTE.
      DISPLAY 'FUNCAO (I-INCLUIR A-ALTERAR D-EXCLUIR Q-CONSULTAR '
              'P-CONSULTAR POR CPF M-FUNDIR F-PROGRAMAR ALTERACAO '
              'X-CANCELAR PROGRAMADA K-CONSENTIMENTO '
              'V-REVISAO CADASTRAL): '
              WITH NO ADVANCING
      ACCEPT LK02-FUNCAO
      PERFORM 0515-VERIFICAR-PERMISSAO-CLI
*>    A AUTORIZACAO FALHA FECHADA - SO A FLAG 'S' DO PERFIL LIBERA;
*>          A FUSAO RETIRA UM CADASTRO DE CIRCULACAO - MESMO NIVEL
*>          DE PRIVILEGIO DA EXCLUSAO (SO SUPERVISOR).
            MOVE WRK-PERM-CLI-EXC TO WRK-FUNCAO-AUTORIZADA
         WHEN LK02-PROGRAMAR OR LK02-CANCELAR-PROG OR LK02-CONSENTIR
            MOVE WRK-PERM-CLI-ALT TO WRK-FUNCAO-AUTORIZADA
         WHEN LK02-REVISAR
            MOVE WRK-PERM-CLI-ALT TO WRK-FUNCAO-AUTORIZADA
      END-EVALUATE.
  0517-EXECUTAR-FUNCAO-CLI.
      IF LK02-CONSULTAR-CPF
         DISPLAY 'NUMERO DO CLIENTE RETIRADO: ' WITH NO ADVANCING
         ACCEPT LK02-NUMERO-FUSAO
      END-IF
      IF LK02-PROGRAMAR OR LK02-CANCELAR-PROG
         DISPLAY 'DATA DE VIGENCIA (AAAAMMDD): ' WITH NO ADVANCING
         ACCEPT LK02-DATA-EFETIVA
      END-IF
      IF LK02-CONSENTIR
         DISPLAY 'CANAL (E-EMAIL T-TELEFONE C-CORREIO): '
                 WITH NO ADVANCING
         ACCEPT LK02-CONS-CANAL
         DISPLAY 'FINALIDADE (S-SERVICO M-MARKETING): '
                 WITH NO ADVANCING
         ACCEPT LK02-CONS-FINALIDADE
         DISPLAY 'SITUACAO (C-CONCEDIDO R-REVOGADO): '
                 WITH NO ADVANCING
         ACCEPT LK02-CONS-SITUACAO
         DISPLAY 'ORIGEM (BRANCO = AGENCIA): ' WITH NO ADVANCING
         ACCEPT LK02-CONS-ORIGEM
      END-IF
      IF LK02-INCLUIR OR LK02-ALTERAR OR LK02-PROGRAMAR
         DISPLAY 'NOME: ' WITH NO ADVANCING
         ACCEPT LK02-NOME
         DISPLAY 'RUA: ' WITH NO ADVANCING
*>    MANUTENCAO DO CADASTRO DE OPERADORES - SO PERFIL SUPERVISOR
*>    CHEGA AQUI. SUBSTITUI A EDICAO MANUAL DO ARQUIVO INDEXADO:
*>    INCLUSAO COM TROCA DE SENHA PENDENTE NO PRIMEIRO ACESSO,
*>    ALTERACAO DE PERFIL/PERMISSOES, REVOGACAO, DESBLOQUEIO DE
*>    CONTA TRAVADA POR SENHAS ERRADAS E SENHA PROVISORIA PARA QUEM
*>    ESQUECEU A SUA.
      DISPLAY 'FUNCAO (I-INCLUIR A-ALTERAR R-REVOGAR '
              'D-DESBLOQUEAR S-SENHA Q-CONSULTAR): ' WITH NO ADVANCING
      ACCEPT WRK-OPE-FUNCAO
      DISPLAY 'USUARIO: ' WITH NO ADVANCING
      ACCEPT WRK-OPE-USUARIO
               PERFORM 0567-DESBLOQUEAR-OPERADOR
            WHEN WRK-OPE-CONSULTAR
               PERFORM 0568-CONSULTAR-OPERADOR
            WHEN WRK-OPE-REDEFINIR
               PERFORM 0569-REDEFINIR-SENHA
            WHEN OTHER
               DISPLAY 'FUNCAO INVALIDA'
         END-EVALUATE
             MOVE 'S' TO WRK-OPE-ACHADO
      END-READ.
  0562-INCLUIR-OPERADOR.
      MOVE SPACES          TO OPE-REGISTRO
      MOVE WRK-OPE-USUARIO TO OPE-USUARIO
      DISPLAY 'NOME: ' WITH NO ADVANCING
      ACCEPT OPE-NOME
      DISPLAY 'SENHA INICIAL: ' WITH NO ADVANCING
      ACCEPT WRK-SENHA-NOVA
      DISPLAY 'PERFIL (S-SUPERVISOR O-OPERADOR C-CONSULTA): '
              WITH NO ADVANCING
      ACCEPT OPE-PERFIL
      MOVE 'S'           TO OPE-TROCA-PENDENTE
      MOVE 'A'           TO OPE-STATUS
      MOVE ZEROS         TO OPE-TENTATIVAS-ERR
      PERFORM 0066-VALIDAR-SENHA-NOVA
      IF WRK-SENHA-VALIDA = 'S'
         PERFORM 0068-GRAVAR-SENHA-NOVA
      END-IF
      EVALUATE TRUE
         WHEN WRK-SENHA-VALIDA NOT = 'S'
            DISPLAY 'SENHA INICIAL FORA DA REGRA - INCLUSAO '
                    'RECUSADA'
         WHEN NOT LK107-OK
            DISPLAY 'ERRO NO CALCULO DA SENHA - INCLUSAO RECUSADA'
         WHEN OTHER
            WRITE OPE-REGISTRO
                INVALID KEY
                   DISPLAY 'OPERADOR JA CADASTRADO - INCLUSAO '
                           'RECUSADA'
                NOT INVALID KEY
                   DISPLAY 'OPERADOR INCLUIDO - TROCA DE SENHA '
                           'PENDENTE NO PRIMEIRO ACESSO'
            END-WRITE
      END-EVALUATE
      MOVE SPACES TO WRK-SENHA-NOVA.
  0564-ALTERAR-OPERADOR.
      PERFORM 0561-LER-OPERADOR
      IF WRK-OPE-ACHADO = 'S'
         DISPLAY 'TROCA PEND..' OPE-TROCA-PENDENTE
         DISPLAY 'TENTATIVAS..' OPE-TENTATIVAS-ERR
      END-IF.
  0569-REDEFINIR-SENHA.
*>    OPERADOR QUE ESQUECEU A SENHA: O SUPERVISOR DIGITA UMA
*>    PROVISORIA (NA MESMA REGRA), QUE VAI PARA O OPERFIL SO EM
*>    HASH. A CONTA E DESBLOQUEADA E A TROCA FICA PENDENTE - A
*>    PROVISORIA SO SERVE PARA O PROXIMO SIGN-ON.
      PERFORM 0561-LER-OPERADOR
      IF WRK-OPE-ACHADO = 'S'
         IF OPE-REVOGADO
            DISPLAY 'OPERADOR REVOGADO NAO RECEBE SENHA NOVA'
         ELSE
            DISPLAY 'SENHA PROVISORIA: ' WITH NO ADVANCING
            ACCEPT WRK-SENHA-NOVA
            PERFORM 0066-VALIDAR-SENHA-NOVA
            IF WRK-SENHA-VALIDA = 'S'
               PERFORM 0068-GRAVAR-SENHA-NOVA
            END-IF
            EVALUATE TRUE
               WHEN WRK-SENHA-VALIDA NOT = 'S'
                  DISPLAY 'SENHA PROVISORIA FORA DA REGRA - NADA '
                          'ALTERADO'
               WHEN NOT LK107-OK
                  DISPLAY 'ERRO NO CALCULO DA SENHA - NADA ALTERADO'
               WHEN OTHER
                  MOVE 'A'           TO OPE-STATUS
                  MOVE ZEROS         TO OPE-TENTATIVAS-ERR
                  MOVE 'S'           TO OPE-TROCA-PENDENTE
                  MOVE WRK-DATA-PROC TO OPE-DATA-SENHA
                  REWRITE OPE-REGISTRO
                      INVALID KEY
                         DISPLAY 'ERRO AO REGRAVAR O OPERADOR'
                      NOT INVALID KEY
                         DISPLAY 'SENHA PROVISORIA GRAVADA - TROCA '
                                 'PENDENTE NO PROXIMO ACESSO'
                  END-REWRITE
            END-EVALUATE
            MOVE SPACES TO WRK-SENHA-NOVA
         END-IF
      END-IF.
  0570-MENU-CONSULTA-CONTA.
*>    CONSULTA DE CONTA SOMENTE-LEITURA - SEGURA DE USAR COM O
*>    BATCH EM CURSO (A ARBITRAGEM DE SITUACAO SO RESTRINGE AS
*>    MANUTENCOES DO CADASTRO). MOSTRA OS SALDOS DO MASTER E AS
*>    ULTIMAS POSTAGENS DO HISTORICO COM A MARCA DE ESTORNO, PARA
*>    O OPERADOR RESPONDER A AGENCIA NA HORA EM VEZ DE ESPERAR O
*>    EXTRATO DE AMANHA. COM DATA INFORMADA, MOSTRA TAMBEM O SALDO
*>    DE FECHAMENTO NAQUELA DATA PELO HISTORICO DE SALDOS (SALHIS).
      DISPLAY 'NUMERO DA CONTA: ' WITH NO ADVANCING
      ACCEPT WRK-CONTA-CONSULTA
      DISPLAY 'SALDO EM DATA (AAAAMMDD, ZERO = SO O ATUAL): '
              WITH NO ADVANCING
      ACCEPT WRK-DATA-SALDO
      OPEN INPUT CONTA-MASTER
      IF WRK-FS-CONTA NOT = '00'
         DISPLAY 'MASTER DE CONTAS INDISPONIVEL - STATUS '
                DISPLAY 'CONTA NAO ENCONTRADA'
             NOT INVALID KEY
                PERFORM 0572-MOSTRAR-CONTA
                IF WRK-DATA-SALDO > 0
                   PERFORM 0578-MOSTRAR-SALDO-NA-DATA
                END-IF
                PERFORM 0574-MOSTRAR-ULTIMAS-POSTAGENS
         END-READ
         CLOSE CONTA-MASTER
                     WRK-ULT-ESTORNADO(WRK-IDX-ULT)
             END-IF
      END-READ.
  0578-MOSTRAR-SALDO-NA-DATA.
*>    SO HA REGISTRO NOS DIAS EM QUE A CONTA MEXEU - O SALDO NA DATA
*>    E O DO ULTIMO REGISTRO DA CONTA ATE ELA (A POSICAO MOSTRADA).
      MOVE 'N'   TO WRK-EOF-SAL
      MOVE ZEROS TO WRK-POSICAO-SALDO WRK-SALDO-NA-DATA
      OPEN INPUT SALDO-HIST
      IF WRK-FS-SAL NOT = '00'
         DISPLAY 'HISTORICO DE SALDOS INDISPONIVEL - STATUS '
                 WRK-FS-SAL
      ELSE
         MOVE WRK-CONTA-CONSULTA TO SAL-CONTA
         MOVE ZEROS              TO SAL-DATA
         START SALDO-HIST KEY IS NOT LESS THAN SAL-CHAVE
             INVALID KEY SET WRK-FIM-SALDOS TO TRUE
         END-START
         PERFORM 0579-LER-SALDO UNTIL WRK-FIM-SALDOS
         CLOSE SALDO-HIST
         IF WRK-POSICAO-SALDO = ZEROS
            DISPLAY 'SEM HISTORICO DE SALDO ATE ' WRK-DATA-SALDO
         ELSE
            MOVE WRK-SALDO-NA-DATA TO WRK-SALDO-ED
            DISPLAY 'SALDO EM ' WRK-DATA-SALDO '.' WRK-SALDO-ED
                    ' (POSICAO DE ' WRK-POSICAO-SALDO ')'
         END-IF
      END-IF.
  0579-LER-SALDO.
      READ SALDO-HIST NEXT RECORD
          AT END SET WRK-FIM-SALDOS TO TRUE
          NOT AT END
             IF SAL-CONTA NOT = WRK-CONTA-CONSULTA
                OR SAL-DATA > WRK-DATA-SALDO
                SET WRK-FIM-SALDOS TO TRUE
             ELSE
                MOVE SAL-SALDO TO WRK-SALDO-NA-DATA
                MOVE SAL-DATA  TO WRK-POSICAO-SALDO
             END-IF
      END-READ.
  0580-MENU-SITUACAO-CADEIA.
*>    QUADRO RAPIDO PARA O OPERADOR: A RODADA CORRENTE DO RUNCTL E
*>    AS ULTIMAS RODADAS DO HISTORICO (RUNHIST). A SITUACAO POR
             MOVE RUH-SEQ    TO WRK-ROD-SEQ(WRK-IDX-RUN)
             MOVE RUH-TIPO   TO WRK-ROD-TIPO(WRK-IDX-RUN)
      END-READ.
  0600-MENU-PENDENCIAS.
*>    PAINEL DE TRABALHO PENDENTE, MOSTRADO NO SIGN-ON E PELA OPCAO 9:
*>    UMA LINHA POR FILA COM A QUANTIDADE, SO DAS FILAS EM QUE O
*>    PERFIL/PERMISSOES DO OPERADOR DEIXAM AGIR - CADA LINHA ABRE A
*>    LISTA DOS ITENS. SOMENTE-LEITURA; CADA VISITA VAI PARA O SEGLOG.
      MOVE 'PENDENCIAS  ' TO WRK-SEG-FUNCAO
      PERFORM 0505-LOG-FUNCAO-LIBERADA
      MOVE 'N' TO WRK-PEND-LISTAR
      PERFORM 0605-MOSTRAR-PAINEL
      MOVE 9 TO WRK-PEND-ITEM
      PERFORM 0610-DETALHAR-ITEM UNTIL WRK-PEND-ITEM = 0.
  0605-MOSTRAR-PAINEL.
      DISPLAY ' '
      DISPLAY '================================================='
      DISPLAY ' PENDENCIAS DE ' WRK-USUARIO ' EM ' WRK-DATA-PROC
      PERFORM 0615-MOSTRAR-LINHA
              VARYING WRK-PEND-TIPO FROM 1 BY 1 UNTIL WRK-PEND-TIPO > 5
      PERFORM 0660-MOSTRAR-CADEIA
      PERFORM 0615-MOSTRAR-LINHA
              VARYING WRK-PEND-TIPO FROM 7 BY 1 UNTIL WRK-PEND-TIPO > 8
      DISPLAY '================================================='.
  0610-DETALHAR-ITEM.
      DISPLAY 'LISTAR ITENS DA LINHA (0 = VOLTAR): ' WITH NO ADVANCING
      ACCEPT WRK-PEND-ITEM
      EVALUATE WRK-PEND-ITEM
         WHEN 0
            CONTINUE
         WHEN 1 THRU 5
         WHEN 7 THRU 8
            MOVE WRK-PEND-ITEM TO WRK-PEND-TIPO
            PERFORM 0612-VERIFICAR-PERMISSAO
            IF WRK-PEND-PERMITIDO = 'S'
               MOVE 'S' TO WRK-PEND-LISTAR
               PERFORM 0618-VARRER-FILA
               MOVE 'N' TO WRK-PEND-LISTAR
               IF WRK-QTDE-PEND > WRK-MAX-LISTADOS
                  DISPLAY 'LISTADOS OS ' WRK-MAX-LISTADOS
                          ' PRIMEIROS - A FILA COMPLETA ESTA NO '
                          'RELATORIO DO PROGRAMA DA FILA'
               END-IF
            ELSE
               DISPLAY 'FILA NAO LIBERADA PARA O OPERADOR'
            END-IF
         WHEN 6
            PERFORM 0580-MENU-SITUACAO-CADEIA
         WHEN OTHER
            DISPLAY 'LINHA INVALIDA'
      END-EVALUATE.
  0612-VERIFICAR-PERMISSAO.
*>    1 EXCECOES GRAVES - QUEM PODE RECONHECER (PROG069), NAO O PERFIL
*>      SOMENTE-CONSULTA; 2 TAXAS DE OUTRO OPERADOR ESPERANDO A
*>      APROVACAO (PROG065) - SUPERVISOR; 3 TAXAS QUE O PROPRIO
*>      OPERADOR ENTROU, AINDA PENDENTES - MARKUP; 4 SUSPENSOS DO
*>      BALANCEAMENTO - ADICAO/CONFERENCIA OU SUPERVISOR; 5 TRAVAS
*>      ORFAS DE CLIENTE - ALTERACAO DE CLIENTE OU SUPERVISOR; 7
*>      ALTERACOES DE TABELA DE OUTRO OPERADOR ESPERANDO A APROVACAO
*>      (PROG108) - SUPERVISOR; 8 PRECOS RETIDOS PELA COMPARACAO
*>      ESPERANDO A LISTA DE LIBERACAO (PROG106) - SUPERVISOR.
      MOVE 'N' TO WRK-PEND-PERMITIDO
      EVALUATE WRK-PEND-TIPO
         WHEN 1
            IF WRK-PERFIL = 'S' OR WRK-PERFIL = 'O'
               MOVE 'S' TO WRK-PEND-PERMITIDO
            END-IF
         WHEN 2
            IF WRK-PERFIL = 'S'
               MOVE 'S' TO WRK-PEND-PERMITIDO
            END-IF
         WHEN 3
            IF WRK-PERM-MARKUP = 'S'
               MOVE 'S' TO WRK-PEND-PERMITIDO
            END-IF
         WHEN 4
            IF WRK-PERM-ADICAO = 'S' OR WRK-PERFIL = 'S'
               MOVE 'S' TO WRK-PEND-PERMITIDO
            END-IF
         WHEN 5
            IF WRK-PERM-CLI-ALT = 'S' OR WRK-PERFIL = 'S'
               MOVE 'S' TO WRK-PEND-PERMITIDO
            END-IF
         WHEN 7
         WHEN 8
            IF WRK-PERFIL = 'S'
               MOVE 'S' TO WRK-PEND-PERMITIDO
            END-IF
      END-EVALUATE.
  0615-MOSTRAR-LINHA.
      PERFORM 0612-VERIFICAR-PERMISSAO
      IF WRK-PEND-PERMITIDO = 'S'
         PERFORM 0618-VARRER-FILA
         MOVE WRK-QTDE-PEND        TO WRK-QTDE-PEND-ED
         MOVE WRK-QTDE-PEND-VELHOS TO WRK-VELHOS-ED
         EVALUATE TRUE
            WHEN WRK-PEND-DISPONIVEL NOT = 'S'
               DISPLAY ' ' WRK-PEND-TIPO ' - ' WITH NO ADVANCING
               EVALUATE WRK-PEND-TIPO
                  WHEN 1 DISPLAY 'EXCECOES GRAVES: ' WITH NO ADVANCING
                  WHEN 2 DISPLAY 'TAXAS: '           WITH NO ADVANCING
                  WHEN 3 DISPLAY 'TAXAS: '           WITH NO ADVANCING
                  WHEN 4 DISPLAY 'SUSPENSOS: '       WITH NO ADVANCING
                  WHEN 5 DISPLAY 'TRAVAS: '          WITH NO ADVANCING
                  WHEN 7 DISPLAY 'TABELAS: '         WITH NO ADVANCING
                  WHEN 8 DISPLAY 'PRECOS: '          WITH NO ADVANCING
               END-EVALUATE
               DISPLAY 'ARQUIVO INDISPONIVEL'
            WHEN WRK-PEND-TIPO = 1
               DISPLAY ' 1 - EXCECOES GRAVES ABERTAS........'
                       WRK-QTDE-PEND-ED ' (' WRK-VELHOS-ED
                       ' HA MAIS DE ' WRK-DIAS-ESCALACAO ' DIAS)'
            WHEN WRK-PEND-TIPO = 2
               DISPLAY ' 2 - TAXAS AGUARDANDO SUA APROVACAO.'
                       WRK-QTDE-PEND-ED
            WHEN WRK-PEND-TIPO = 3
               DISPLAY ' 3 - SUAS TAXAS AINDA PENDENTES.....'
                       WRK-QTDE-PEND-ED
            WHEN WRK-PEND-TIPO = 4
               DISPLAY ' 4 - SUSPENSOS DO BALANCEAMENTO.....'
                       WRK-QTDE-PEND-ED ' (' WRK-VELHOS-ED
                       ' HA MAIS DE ' WRK-DIAS-AGING ' DIAS)'
            WHEN WRK-PEND-TIPO = 5
               DISPLAY ' 5 - TRAVAS DE CLIENTE ENVELHECIDAS.'
                       WRK-QTDE-PEND-ED ' (MAIS DE '
                       WRK-MINUTOS-TRAVA ' MINUTOS)'
            WHEN WRK-PEND-TIPO = 7
               DISPLAY ' 7 - TABELAS AGUARDANDO APROVACAO...'
                       WRK-QTDE-PEND-ED
            WHEN WRK-PEND-TIPO = 8
               DISPLAY ' 8 - PRECOS RETIDOS PARA LIBERACAO..'
                       WRK-QTDE-PEND-ED
         END-EVALUATE
      END-IF.
  0618-VARRER-FILA.
      MOVE ZEROS TO WRK-QTDE-PEND WRK-QTDE-PEND-VELHOS
                    WRK-QTDE-LISTADOS
      MOVE 'N'   TO WRK-PEND-DISPONIVEL WRK-EOF-PEND
      EVALUATE WRK-PEND-TIPO
         WHEN 1
            PERFORM 0620-VARRER-EXCECOES
         WHEN 2
            PERFORM 0630-VARRER-TAXAS
         WHEN 3
            PERFORM 0630-VARRER-TAXAS
         WHEN 4
            PERFORM 0640-VARRER-SUSPENSOS
         WHEN 5
            PERFORM 0650-VARRER-TRAVAS
         WHEN 7
            PERFORM 0670-VARRER-MANUTENCAO
         WHEN 8
            PERFORM 0680-VARRER-PRECOS
      END-EVALUATE.
  0620-VARRER-EXCECOES.
      OPEN INPUT EXCECOES-TRABALHO
      IF WRK-FS-ACK = '00'
         MOVE 'S' TO WRK-PEND-DISPONIVEL
         PERFORM 0625-AVALIAR-EXCECAO UNTIL WRK-FIM-PENDENCIAS
         CLOSE EXCECOES-TRABALHO
      END-IF.
  0625-AVALIAR-EXCECAO.
      READ EXCECOES-TRABALHO NEXT RECORD
          AT END SET WRK-FIM-PENDENCIAS TO TRUE
          NOT AT END
             IF ACK-ABERTA AND ACK-SEVERIDADE = 'G'
                ADD 1 TO WRK-QTDE-PEND
                IF ACK-DATA IS NUMERIC AND ACK-DATA > 0
                   COMPUTE WRK-DIAS-IDADE =
                      FUNCTION INTEGER-OF-DATE(WRK-DATA-PROC)
                      - FUNCTION INTEGER-OF-DATE(ACK-DATA)
                ELSE
                   MOVE 99999 TO WRK-DIAS-IDADE
                END-IF
                IF WRK-DIAS-IDADE > WRK-DIAS-ESCALACAO
                   ADD 1 TO WRK-QTDE-PEND-VELHOS
                END-IF
                IF WRK-PEND-LISTAR = 'S'
                   AND WRK-QTDE-LISTADOS < WRK-MAX-LISTADOS
                   ADD 1 TO WRK-QTDE-LISTADOS
                   MOVE WRK-DIAS-IDADE TO WRK-DIAS-ED
                   DISPLAY ACK-DATA ' ' ACK-PROGRAMA ' '
                           ACK-CHAVE-REG ' ' WRK-DIAS-ED ' DIAS'
                   DISPLAY '   ' ACK-MENSAGEM
                END-IF
             END-IF
      END-READ.
  0630-VARRER-TAXAS.
      OPEN INPUT TABELA-TAXAS
      IF WRK-FS-TAB = '00'
         MOVE 'S' TO WRK-PEND-DISPONIVEL
         PERFORM 0635-AVALIAR-TAXA UNTIL WRK-FIM-PENDENCIAS
         CLOSE TABELA-TAXAS
      END-IF.
  0635-AVALIAR-TAXA.
*>    QUEM ENTROU A TAXA NAO PODE APROVA-LA - A FILA DO SUPERVISOR E
*>    SO A DOS OUTROS; A DO OPERADOR DE MARKUP E SO A DELE.
      READ TABELA-TAXAS NEXT RECORD
          AT END SET WRK-FIM-PENDENCIAS TO TRUE
          NOT AT END
             MOVE 'N' TO WRK-PEND-ATRASADO
             IF TAB-PENDENTE
                IF WRK-PEND-TIPO = 2
                   AND TAB-OPER-ENTRADA NOT = WRK-USUARIO
                   MOVE 'S' TO WRK-PEND-ATRASADO
                END-IF
                IF WRK-PEND-TIPO = 3
                   AND TAB-OPER-ENTRADA = WRK-USUARIO
                   MOVE 'S' TO WRK-PEND-ATRASADO
                END-IF
             END-IF
             IF WRK-PEND-ATRASADO = 'S'
                ADD 1 TO WRK-QTDE-PEND
                IF WRK-PEND-LISTAR = 'S'
                   AND WRK-QTDE-LISTADOS < WRK-MAX-LISTADOS
                   ADD 1 TO WRK-QTDE-LISTADOS
                   DISPLAY 'PRODUTO ' TAB-CODIGO ' VIGENCIA '
                           TAB-DATA-VIGENCIA ' MODO ' TAB-MODO
                           ' MULT ' TAB-MULTIPLICADOR
                           ' PCT ' TAB-TAXA-PCT
                           ' ENTRADA ' TAB-OPER-ENTRADA
                END-IF
             END-IF
      END-READ.
  0640-VARRER-SUSPENSOS.
      OPEN INPUT SUSPENSOS-BALANCO
      IF WRK-FS-SUS = '00'
         MOVE 'S' TO WRK-PEND-DISPONIVEL
         PERFORM 0645-AVALIAR-SUSPENSO UNTIL WRK-FIM-PENDENCIAS
         CLOSE SUSPENSOS-BALANCO
      END-IF.
  0645-AVALIAR-SUSPENSO.
      READ SUSPENSOS-BALANCO
          AT END SET WRK-FIM-PENDENCIAS TO TRUE
          NOT AT END
             ADD 1 TO WRK-QTDE-PEND
             IF SUS-DATA-REJEICAO IS NUMERIC
                AND SUS-DATA-REJEICAO > 0
                COMPUTE WRK-DIAS-IDADE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-PROC)
                   - FUNCTION INTEGER-OF-DATE(SUS-DATA-REJEICAO)
             ELSE
                MOVE 99999 TO WRK-DIAS-IDADE
             END-IF
             IF WRK-DIAS-IDADE > WRK-DIAS-AGING
                ADD 1 TO WRK-QTDE-PEND-VELHOS
             END-IF
             IF WRK-PEND-LISTAR = 'S'
                AND WRK-QTDE-LISTADOS < WRK-MAX-LISTADOS
                ADD 1 TO WRK-QTDE-LISTADOS
                MOVE WRK-DIAS-IDADE TO WRK-DIAS-ED
                DISPLAY SUS-DATA-REJEICAO ' MOTIVO ' SUS-MOTIVO ' '
                        WRK-DIAS-ED ' DIAS'
                DISPLAY '   ' SUS-IMAGEM
             END-IF
      END-READ.
  0650-VARRER-TRAVAS.
      ACCEPT WRK-HORA-SEG FROM TIME
      MOVE WRK-HORA-SEG(1:6) TO WRK-HORA-PARTES
      COMPUTE WRK-MIN-AGORA = WRK-HH * 60 + WRK-MM
      OPEN INPUT CLIENTE-LOCK
      IF WRK-FS-LOCK = '00'
         MOVE 'S' TO WRK-PEND-DISPONIVEL
         PERFORM 0655-AVALIAR-TRAVA UNTIL WRK-FIM-PENDENCIAS
         CLOSE CLIENTE-LOCK
      END-IF.
  0655-AVALIAR-TRAVA.
*>    MESMA REGRA DO PROG042: HORA ESTRAGADA OU A FRENTE DO RELOGIO E
*>    SESSAO MORTA DE OUTRO DIA - ENVELHECIDA.
      READ CLIENTE-LOCK NEXT RECORD
          AT END SET WRK-FIM-PENDENCIAS TO TRUE
          NOT AT END
             MOVE 'S'   TO WRK-PEND-ATRASADO
             MOVE ZEROS TO WRK-MIN-IDADE
             IF LCK-HORA IS NUMERIC
                MOVE LCK-HORA TO WRK-HORA-PARTES
                COMPUTE WRK-MIN-TRAVA = WRK-HH * 60 + WRK-MM
                IF WRK-MIN-TRAVA > WRK-MIN-AGORA
                   COMPUTE WRK-MIN-IDADE =
                      WRK-MIN-AGORA + 1440 - WRK-MIN-TRAVA
                ELSE
                   COMPUTE WRK-MIN-IDADE =
                      WRK-MIN-AGORA - WRK-MIN-TRAVA
                   IF WRK-MIN-IDADE NOT > WRK-MINUTOS-TRAVA
                      MOVE 'N' TO WRK-PEND-ATRASADO
                   END-IF
                END-IF
             END-IF
             IF WRK-PEND-ATRASADO = 'S'
                ADD 1 TO WRK-QTDE-PEND
                IF WRK-PEND-LISTAR = 'S'
                   AND WRK-QTDE-LISTADOS < WRK-MAX-LISTADOS
                   ADD 1 TO WRK-QTDE-LISTADOS
                   MOVE WRK-MIN-IDADE TO WRK-DIAS-ED
                   DISPLAY 'CLIENTE ' LCK-NUMERO ' OPERADOR '
                           LCK-OPERADOR ' HORA ' LCK-HORA ' '
                           WRK-DIAS-ED ' MINUTOS'
                END-IF
             END-IF
      END-READ.
  0660-MOSTRAR-CADEIA.
*>    SITUACAO DA ULTIMA RODADA PARA QUALQUER OPERADOR: A IDENTIDADE
*>    NO RUNCTL E, PELO SISSTAT, SE A CADEIA AINDA NAO LIBEROU O
*>    ONLINE (EM CURSO OU INTERROMPIDA). O DETALHE E A OPCAO 8.
      MOVE 'N' TO WRK-BATCH-EM-CURSO
      OPEN INPUT SISTEMA-STATUS
      IF WRK-FS-SST = '00'
         READ SISTEMA-STATUS
             AT END CONTINUE
             NOT AT END
                IF SST-BATCH-EM-CURSO
                   MOVE 'S' TO WRK-BATCH-EM-CURSO
                END-IF
         END-READ
         CLOSE SISTEMA-STATUS
      END-IF
      OPEN INPUT RUN-CONTROLE
      IF WRK-FS-RUN = '00'
         READ RUN-CONTROLE
             AT END
                DISPLAY ' 6 - CADEIA NOTURNA: SEM RODADA NO RUNCTL'
             NOT AT END
                DISPLAY ' 6 - CADEIA NOTURNA: RODADA ' RUN-ID
                        ' DE ' RUN-DATA WITH NO ADVANCING
                IF RUN-RERUN
                   DISPLAY ' (RERUN)' WITH NO ADVANCING
                END-IF
                IF WRK-BATCH-EM-CURSO = 'S'
                   DISPLAY ' - EM CURSO OU INTERROMPIDA'
                ELSE
                   DISPLAY ' - CONCLUIDA'
                END-IF
         END-READ
         CLOSE RUN-CONTROLE
      ELSE
         DISPLAY ' 6 - CADEIA NOTURNA: RUNCTL INDISPONIVEL'
      END-IF.
  0670-VARRER-MANUTENCAO.
      OPEN INPUT MANUTENCAO-PENDENTE
      IF WRK-FS-PEN = '00'
         MOVE 'S' TO WRK-PEND-DISPONIVEL
         PERFORM 0675-AVALIAR-MANUTENCAO UNTIL WRK-FIM-PENDENCIAS
         CLOSE MANUTENCAO-PENDENTE
      END-IF.
  0675-AVALIAR-MANUTENCAO.
*>    COMO NA TAXA (0635): QUEM ENTROU A ALTERACAO NAO PODE APROVA-LA
*>    - A FILA DO SUPERVISOR E SO A DOS OUTROS.
      READ MANUTENCAO-PENDENTE NEXT RECORD
          AT END SET WRK-FIM-PENDENCIAS TO TRUE
          NOT AT END
             IF PEN-OPER-ENTRADA NOT = WRK-USUARIO
                ADD 1 TO WRK-QTDE-PEND
                IF WRK-PEND-LISTAR = 'S'
                   AND WRK-QTDE-LISTADOS < WRK-MAX-LISTADOS
                   ADD 1 TO WRK-QTDE-LISTADOS
                   DISPLAY 'TABELA ' PEN-TABELA ' CHAVE '
                           PEN-CHAVE-REG ' FUNCAO ' PEN-FUNCAO
                           ' ENTRADA ' PEN-OPER-ENTRADA ' EM '
                           PEN-DATA-ENTRADA
                   DISPLAY '   DE   ' PEN-IMAGEM-ANTES
                   DISPLAY '   PARA ' PEN-IMAGEM-DEPOIS
                END-IF
             END-IF
      END-READ.
  0680-VARRER-PRECOS.
      OPEN INPUT PRECO-PUBLICADO
      IF WRK-FS-PUB = '00'
         MOVE 'S'    TO WRK-PEND-DISPONIVEL
         MOVE SPACES TO WRK-PUB-ANT-CODIGO WRK-PUB-ANT-SITUACAO
         PERFORM 0685-AVALIAR-PRECO UNTIL WRK-FIM-PENDENCIAS
         PERFORM 0688-CONTAR-RETIDO
         CLOSE PRECO-PUBLICADO
      END-IF.
  0685-AVALIAR-PRECO.
*>    O PROG106 SO LIBERA A RETENCAO MAIS RECENTE DO PRODUTO - O
*>    REGISTRO SO CONTA QUANDO E O ULTIMO DO PRODUTO NA CHAVE.
      READ PRECO-PUBLICADO NEXT RECORD
          AT END SET WRK-FIM-PENDENCIAS TO TRUE
          NOT AT END
             IF PUB-CODIGO NOT = WRK-PUB-ANT-CODIGO
                PERFORM 0688-CONTAR-RETIDO
             END-IF
             MOVE PUB-CODIGO        TO WRK-PUB-ANT-CODIGO
             MOVE PUB-SITUACAO      TO WRK-PUB-ANT-SITUACAO
             MOVE PUB-DATA-VIGENCIA TO WRK-PUB-ANT-VIGENCIA
             MOVE PUB-PRECO         TO WRK-PUB-ANT-PRECO
             MOVE PUB-VARIACAO      TO WRK-PUB-ANT-VARIACAO
      END-READ.
  0688-CONTAR-RETIDO.
      IF WRK-PUB-ANT-SITUACAO = 'R'
         ADD 1 TO WRK-QTDE-PEND
         IF WRK-PEND-LISTAR = 'S'
            AND WRK-QTDE-LISTADOS < WRK-MAX-LISTADOS
            ADD 1 TO WRK-QTDE-LISTADOS
            MOVE WRK-PUB-ANT-PRECO    TO WRK-PRECO-ED
            MOVE WRK-PUB-ANT-VARIACAO TO WRK-VARIACAO-ED
            DISPLAY 'PRODUTO ' WRK-PUB-ANT-CODIGO ' VIGENCIA '
                    WRK-PUB-ANT-VIGENCIA ' PRECO ' WRK-PRECO-ED
                    ' VARIACAO ' WRK-VARIACAO-ED
         END-IF
      END-IF.
