IDENTIFICATION                  DIVISION.
PROGRAM-ID. PROG107.
*> HASH DE SENHA DE OPERADOR. CHAMADO (CALL 'PROG107' USING
*> LK-PROG107-PARM) PELO SIGN-ON E PELA MANUTENCAO DE OPERADORES DO
*> MENU (PROG001) E PELA CONVERSAO DO CADASTRO (PROG075). A SENHA
*> NUNCA E GRAVADA: O OPERFIL GUARDA SO O SAL DO OPERADOR E O HASH
*> SHA-256 DE SAL + SENHA, E A CONFERENCIA DO SIGN-ON E CALCULAR O
*> HASH DA SENHA DIGITADA COM O MESMO SAL E COMPARAR.
*>   'H' - HASH DE LK107-SAL (16) + LK107-SENHA (20, COMPLETADA COM
*>         BRANCOS) EM LK107-HASH, 64 DIGITOS HEXADECIMAIS;
*>   'S' - SAL NOVO EM LK107-SAL, DERIVADO DE LK107-SENHA (QUEM CHAMA
*>         PASSA O USUARIO), DA DATA E HORA DA MAQUINA E DO NUMERO DA
*>         CHAMADA - UM SAL POR TROCA DE SENHA, NUNCA REPETIDO ENTRE
*>         OPERADORES.
*> AS PALAVRAS DE 32 BITS SAO TRABALHADAS COMO CADEIAS DE '0'/'1'
*> (ROTACAO E DESLOCAMENTO POR REFERENCIA PARCIAL, SOMA MODULO 2**32
*> EM DECIMAL) - NAO DEPENDE DE ROTINA DE CRIPTOGRAFIA DO SISTEMA.
*> RETORNO: '00' OK; '16' FUNCAO INVALIDA OU HASH SEM SAL.
ENVIRONMENT                     DIVISION.
DATA                            DIVISION.
WORKING-STORAGE                 SECTION.
77  WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
77  WRK-HORA-AGORA       PIC 9(08) VALUE ZEROS.
77  WRK-QTDE-CHAMADAS    PIC 9(06) VALUE ZEROS.
*>  MENSAGEM DE ATE 55 BYTES - CABE NUM BLOCO UNICO DE 512 BITS.
77  WRK-MENSAGEM         PIC X(55) VALUE SPACES.
77  WRK-TAM-MENSAGEM     PIC 9(02) COMP VALUE ZEROS.
77  WRK-RESULTADO-HEX    PIC X(64) VALUE SPACES.
77  WRK-DIGITOS-HEX      PIC X(16) VALUE '0123456789ABCDEF'.
77  WRK-I                PIC 9(02) COMP VALUE ZEROS.
77  WRK-J                PIC 9(02) COMP VALUE ZEROS.
77  WRK-T                PIC 9(02) COMP VALUE ZEROS.
77  WRK-B                PIC 9(02) COMP VALUE ZEROS.
77  WRK-POSICAO          PIC 9(04) COMP VALUE ZEROS.
77  WRK-DESLOC           PIC 9(02) COMP VALUE ZEROS.
77  WRK-D1               PIC 9(02) COMP VALUE ZEROS.
77  WRK-D2               PIC 9(02) COMP VALUE ZEROS.
77  WRK-D3               PIC 9(02) COMP VALUE ZEROS.
77  WRK-D3-DESLOCA       PIC X(01) VALUE 'N'.
77  WRK-VALOR-BYTE       PIC 9(03) VALUE ZEROS.
77  WRK-RESTO            PIC 9(01) VALUE ZEROS.
77  WRK-SOMA-BITS        PIC 9(01) VALUE ZEROS.
77  WRK-NIBBLE           PIC 9(02) VALUE ZEROS.
77  WRK-NUMERO           PIC 9(12) VALUE ZEROS.
77  WRK-QUOCIENTE        PIC 9(12) VALUE ZEROS.
77  WRK-SOMA             PIC 9(12) VALUE ZEROS.
77  WRK-T1               PIC 9(12) VALUE ZEROS.
77  WRK-T2               PIC 9(12) VALUE ZEROS.
78  WRK-MODULO           VALUE 4294967296.
*>  CONSTANTES DO SHA-256 EM DECIMAL: AS 64 DAS RODADAS E OS 8
*>  VALORES INICIAIS.
01  WRK-TAB-K-VALORES.
    05  FILLER PIC 9(10) VALUE 1116352408.
    05  FILLER PIC 9(10) VALUE 1899447441.
    05  FILLER PIC 9(10) VALUE 3049323471.
    05  FILLER PIC 9(10) VALUE 3921009573.
    05  FILLER PIC 9(10) VALUE 0961987163.
    05  FILLER PIC 9(10) VALUE 1508970993.
    05  FILLER PIC 9(10) VALUE 2453635748.
    05  FILLER PIC 9(10) VALUE 2870763221.
    05  FILLER PIC 9(10) VALUE 3624381080.
    05  FILLER PIC 9(10) VALUE 0310598401.
    05  FILLER PIC 9(10) VALUE 0607225278.
    05  FILLER PIC 9(10) VALUE 1426881987.
    05  FILLER PIC 9(10) VALUE 1925078388.
    05  FILLER PIC 9(10) VALUE 2162078206.
    05  FILLER PIC 9(10) VALUE 2614888103.
    05  FILLER PIC 9(10) VALUE 3248222580.
    05  FILLER PIC 9(10) VALUE 3835390401.
    05  FILLER PIC 9(10) VALUE 4022224774.
    05  FILLER PIC 9(10) VALUE 0264347078.
    05  FILLER PIC 9(10) VALUE 0604807628.
    05  FILLER PIC 9(10) VALUE 0770255983.
    05  FILLER PIC 9(10) VALUE 1249150122.
    05  FILLER PIC 9(10) VALUE 1555081692.
    05  FILLER PIC 9(10) VALUE 1996064986.
    05  FILLER PIC 9(10) VALUE 2554220882.
    05  FILLER PIC 9(10) VALUE 2821834349.
    05  FILLER PIC 9(10) VALUE 2952996808.
    05  FILLER PIC 9(10) VALUE 3210313671.
    05  FILLER PIC 9(10) VALUE 3336571891.
    05  FILLER PIC 9(10) VALUE 3584528711.
    05  FILLER PIC 9(10) VALUE 0113926993.
    05  FILLER PIC 9(10) VALUE 0338241895.
    05  FILLER PIC 9(10) VALUE 0666307205.
    05  FILLER PIC 9(10) VALUE 0773529912.
    05  FILLER PIC 9(10) VALUE 1294757372.
    05  FILLER PIC 9(10) VALUE 1396182291.
    05  FILLER PIC 9(10) VALUE 1695183700.
    05  FILLER PIC 9(10) VALUE 1986661051.
    05  FILLER PIC 9(10) VALUE 2177026350.
    05  FILLER PIC 9(10) VALUE 2456956037.
    05  FILLER PIC 9(10) VALUE 2730485921.
    05  FILLER PIC 9(10) VALUE 2820302411.
    05  FILLER PIC 9(10) VALUE 3259730800.
    05  FILLER PIC 9(10) VALUE 3345764771.
    05  FILLER PIC 9(10) VALUE 3516065817.
    05  FILLER PIC 9(10) VALUE 3600352804.
    05  FILLER PIC 9(10) VALUE 4094571909.
    05  FILLER PIC 9(10) VALUE 0275423344.
    05  FILLER PIC 9(10) VALUE 0430227734.
    05  FILLER PIC 9(10) VALUE 0506948616.
    05  FILLER PIC 9(10) VALUE 0659060556.
    05  FILLER PIC 9(10) VALUE 0883997877.
    05  FILLER PIC 9(10) VALUE 0958139571.
    05  FILLER PIC 9(10) VALUE 1322822218.
    05  FILLER PIC 9(10) VALUE 1537002063.
    05  FILLER PIC 9(10) VALUE 1747873779.
    05  FILLER PIC 9(10) VALUE 1955562222.
    05  FILLER PIC 9(10) VALUE 2024104815.
    05  FILLER PIC 9(10) VALUE 2227730452.
    05  FILLER PIC 9(10) VALUE 2361852424.
    05  FILLER PIC 9(10) VALUE 2428436474.
    05  FILLER PIC 9(10) VALUE 2756734187.
    05  FILLER PIC 9(10) VALUE 3204031479.
    05  FILLER PIC 9(10) VALUE 3329325298.
01  WRK-TAB-K REDEFINES WRK-TAB-K-VALORES.
    05  WRK-K                PIC 9(10) OCCURS 64 TIMES.
01  WRK-TAB-H-VALORES.
    05  FILLER PIC 9(10) VALUE 1779033703.
    05  FILLER PIC 9(10) VALUE 3144134277.
    05  FILLER PIC 9(10) VALUE 1013904242.
    05  FILLER PIC 9(10) VALUE 2773480762.
    05  FILLER PIC 9(10) VALUE 1359893119.
    05  FILLER PIC 9(10) VALUE 2600822924.
    05  FILLER PIC 9(10) VALUE 0528734635.
    05  FILLER PIC 9(10) VALUE 1541459225.
01  WRK-TAB-H REDEFINES WRK-TAB-H-VALORES.
    05  WRK-H                PIC 9(10) OCCURS 8 TIMES.
*>  AGENDA DE PALAVRAS - AS 16 PRIMEIRAS SAO O PROPRIO BLOCO.
01  WRK-TAB-W.
    05  WRK-W OCCURS 64 TIMES.
        10  WRK-W-BIT          PIC 9(01) OCCURS 32 TIMES.
01  WRK-BLOCO REDEFINES WRK-TAB-W.
    05  WRK-BLOCO-BIT        PIC 9(01) OCCURS 2048 TIMES.
*>  REGISTRADORES A..H DA COMPRESSAO.
01  WRK-TAB-REG.
    05  WRK-REG OCCURS 8 TIMES.
        10  WRK-REG-BIT        PIC 9(01) OCCURS 32 TIMES.
01  WRK-BITS.
    05  WRK-BIT              PIC 9(01) OCCURS 32 TIMES.
01  WRK-ARG.
    05  WRK-ARG-BIT          PIC 9(01) OCCURS 32 TIMES.
01  WRK-ROT.
    05  WRK-ROT-BIT          PIC 9(01) OCCURS 32 TIMES.
01  WRK-X1.
    05  WRK-X1-BIT           PIC 9(01) OCCURS 32 TIMES.
01  WRK-X2.
    05  WRK-X2-BIT           PIC 9(01) OCCURS 32 TIMES.
01  WRK-X3.
    05  WRK-X3-BIT           PIC 9(01) OCCURS 32 TIMES.
01  WRK-XR.
    05  WRK-XR-BIT           PIC 9(01) OCCURS 32 TIMES.
LINKAGE                         SECTION.
COPY LKPRG107.
PROCEDURE                       DIVISION USING LK-PROG107-PARM.
0001-PRINCIPAL.
    PERFORM 0100-INICIAR.
    IF LK107-OK
       EVALUATE TRUE
          WHEN LK107-CALCULAR
             PERFORM 0200-CALCULAR-HASH
          WHEN LK107-GERAR-SAL
             PERFORM 0300-GERAR-SAL
       END-EVALUATE
    END-IF
    GOBACK.
0100-INICIAR.
    MOVE '00' TO LK107-RETORNO
    ADD 1 TO WRK-QTDE-CHAMADAS
    IF NOT LK107-CALCULAR AND NOT LK107-GERAR-SAL
       DISPLAY 'PROG107 - FUNCAO INVALIDA: ' LK107-FUNCAO
       MOVE '16' TO LK107-RETORNO
    END-IF
*>  REGISTRO SEM SAL NAO FOI CONVERTIDO - NAO HA O QUE CONFERIR.
    IF LK107-CALCULAR AND LK107-SAL = SPACES
       DISPLAY 'PROG107 - HASH SEM SAL RECUSADO'
       MOVE '16' TO LK107-RETORNO
    END-IF.
0200-CALCULAR-HASH.
    MOVE SPACES      TO WRK-MENSAGEM
    MOVE LK107-SAL   TO WRK-MENSAGEM(1:16)
    MOVE LK107-SENHA TO WRK-MENSAGEM(17:20)
    MOVE 36          TO WRK-TAM-MENSAGEM
    PERFORM 0400-CALCULAR-SHA256
    MOVE WRK-RESULTADO-HEX TO LK107-HASH.
0300-GERAR-SAL.
    ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD
    ACCEPT WRK-HORA-AGORA FROM TIME
    MOVE SPACES            TO WRK-MENSAGEM
    MOVE LK107-SENHA       TO WRK-MENSAGEM(1:20)
    MOVE WRK-DATA-HOJE     TO WRK-MENSAGEM(21:8)
    MOVE WRK-HORA-AGORA    TO WRK-MENSAGEM(29:8)
    MOVE WRK-QTDE-CHAMADAS TO WRK-MENSAGEM(37:6)
    MOVE 42                TO WRK-TAM-MENSAGEM
    PERFORM 0400-CALCULAR-SHA256
    MOVE WRK-RESULTADO-HEX(1:16) TO LK107-SAL.
0400-CALCULAR-SHA256.
    PERFORM 0410-MONTAR-BLOCO
    PERFORM 0420-EXPANDIR-PALAVRA
            VARYING WRK-T FROM 17 BY 1 UNTIL WRK-T > 64
    PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 8
       MOVE WRK-H(WRK-I) TO WRK-NUMERO
       PERFORM 0510-NUMERO-PARA-BITS
       MOVE WRK-BITS TO WRK-REG(WRK-I)
    END-PERFORM
    PERFORM 0430-EXECUTAR-RODADA
            VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > 64
    PERFORM 0440-FECHAR-PALAVRA
            VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 8.
0410-MONTAR-BLOCO.
*>  MENSAGEM, UM BIT '1', ZEROS E O TAMANHO EM BITS NO FIM DO BLOCO.
    MOVE ALL '0' TO WRK-TAB-W
    PERFORM 0415-CONVERTER-BYTE
            VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-TAM-MENSAGEM
    COMPUTE WRK-POSICAO = WRK-TAM-MENSAGEM * 8 + 1
    MOVE 1 TO WRK-BLOCO-BIT(WRK-POSICAO)
    COMPUTE WRK-NUMERO = WRK-TAM-MENSAGEM * 8
    PERFORM 0510-NUMERO-PARA-BITS
    MOVE WRK-BITS TO WRK-W(16).
0415-CONVERTER-BYTE.
    COMPUTE WRK-VALOR-BYTE = FUNCTION ORD(WRK-MENSAGEM(WRK-I:1)) - 1
    COMPUTE WRK-POSICAO = (WRK-I - 1) * 8
    PERFORM 0416-CONVERTER-BIT
            VARYING WRK-J FROM 8 BY -1 UNTIL WRK-J = 0.
0416-CONVERTER-BIT.
    DIVIDE WRK-VALOR-BYTE BY 2 GIVING WRK-VALOR-BYTE
           REMAINDER WRK-RESTO
    MOVE WRK-RESTO TO WRK-BLOCO-BIT(WRK-POSICAO + WRK-J).
0420-EXPANDIR-PALAVRA.
*>  W(T) = S1(W(T-2)) + W(T-7) + S0(W(T-15)) + W(T-16).
    MOVE ZEROS TO WRK-SOMA
    MOVE WRK-W(WRK-T - 2) TO WRK-ARG
    MOVE 17 TO WRK-D1
    MOVE 19 TO WRK-D2
    MOVE 10 TO WRK-D3
    MOVE 'S' TO WRK-D3-DESLOCA
    PERFORM 0530-CALCULAR-SIGMA
    MOVE WRK-XR TO WRK-BITS
    PERFORM 0570-SOMAR-BITS
    MOVE WRK-W(WRK-T - 7) TO WRK-BITS
    PERFORM 0570-SOMAR-BITS
    MOVE WRK-W(WRK-T - 15) TO WRK-ARG
    MOVE 7  TO WRK-D1
    MOVE 18 TO WRK-D2
    MOVE 3  TO WRK-D3
    MOVE 'S' TO WRK-D3-DESLOCA
    PERFORM 0530-CALCULAR-SIGMA
    MOVE WRK-XR TO WRK-BITS
    PERFORM 0570-SOMAR-BITS
    MOVE WRK-W(WRK-T - 16) TO WRK-BITS
    PERFORM 0570-SOMAR-BITS
    MOVE WRK-SOMA TO WRK-NUMERO
    PERFORM 0510-NUMERO-PARA-BITS
    MOVE WRK-BITS TO WRK-W(WRK-T).
0430-EXECUTAR-RODADA.
*>  T1 = H + E1(E) + CH(E,F,G) + K(T) + W(T); T2 = E0(A) + MAJ(A,B,C).
    MOVE ZEROS TO WRK-SOMA
    MOVE WRK-REG(5) TO WRK-ARG
    MOVE 6  TO WRK-D1
    MOVE 11 TO WRK-D2
    MOVE 25 TO WRK-D3
    MOVE 'N' TO WRK-D3-DESLOCA
    PERFORM 0530-CALCULAR-SIGMA
    MOVE WRK-XR TO WRK-BITS
    PERFORM 0570-SOMAR-BITS
    MOVE WRK-REG(5) TO WRK-X1
    MOVE WRK-REG(6) TO WRK-X2
    MOVE WRK-REG(7) TO WRK-X3
    PERFORM 0550-ESCOLHER-BIT
            VARYING WRK-B FROM 1 BY 1 UNTIL WRK-B > 32
    MOVE WRK-XR TO WRK-BITS
    PERFORM 0570-SOMAR-BITS
    MOVE WRK-REG(8) TO WRK-BITS
    PERFORM 0570-SOMAR-BITS
    MOVE WRK-W(WRK-T) TO WRK-BITS
    PERFORM 0570-SOMAR-BITS
    ADD WRK-K(WRK-T) TO WRK-SOMA
    MOVE WRK-SOMA TO WRK-T1
    MOVE ZEROS TO WRK-SOMA
    MOVE WRK-REG(1) TO WRK-ARG
    MOVE 2  TO WRK-D1
    MOVE 13 TO WRK-D2
    MOVE 22 TO WRK-D3
    MOVE 'N' TO WRK-D3-DESLOCA
    PERFORM 0530-CALCULAR-SIGMA
    MOVE WRK-XR TO WRK-BITS
    PERFORM 0570-SOMAR-BITS
    MOVE WRK-REG(1) TO WRK-X1
    MOVE WRK-REG(2) TO WRK-X2
    MOVE WRK-REG(3) TO WRK-X3
    PERFORM 0560-MAIORIA-BIT
            VARYING WRK-B FROM 1 BY 1 UNTIL WRK-B > 32
    MOVE WRK-XR TO WRK-BITS
    PERFORM 0570-SOMAR-BITS
    MOVE WRK-SOMA TO WRK-T2
    MOVE WRK-REG(7) TO WRK-REG(8)
    MOVE WRK-REG(6) TO WRK-REG(7)
    MOVE WRK-REG(5) TO WRK-REG(6)
    MOVE WRK-REG(4) TO WRK-BITS
    PERFORM 0500-BITS-PARA-NUMERO
    ADD WRK-T1 TO WRK-NUMERO
    PERFORM 0510-NUMERO-PARA-BITS
    MOVE WRK-BITS TO WRK-REG(5)
    MOVE WRK-REG(3) TO WRK-REG(4)
    MOVE WRK-REG(2) TO WRK-REG(3)
    MOVE WRK-REG(1) TO WRK-REG(2)
    COMPUTE WRK-NUMERO = WRK-T1 + WRK-T2
    PERFORM 0510-NUMERO-PARA-BITS
    MOVE WRK-BITS TO WRK-REG(1).
0440-FECHAR-PALAVRA.
    MOVE WRK-REG(WRK-I) TO WRK-BITS
    PERFORM 0500-BITS-PARA-NUMERO
    ADD WRK-H(WRK-I) TO WRK-NUMERO
    PERFORM 0510-NUMERO-PARA-BITS
    PERFORM 0445-CONVERTER-NIBBLE
            VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J > 8.
0445-CONVERTER-NIBBLE.
    COMPUTE WRK-B = (WRK-J - 1) * 4 + 1
    COMPUTE WRK-NIBBLE = WRK-BIT(WRK-B) * 8 + WRK-BIT(WRK-B + 1) * 4
                       + WRK-BIT(WRK-B + 2) * 2 + WRK-BIT(WRK-B + 3)
    COMPUTE WRK-POSICAO = (WRK-I - 1) * 8 + WRK-J
    MOVE WRK-DIGITOS-HEX(WRK-NIBBLE + 1:1)
      TO WRK-RESULTADO-HEX(WRK-POSICAO:1).
0500-BITS-PARA-NUMERO.
    MOVE ZEROS TO WRK-NUMERO
    PERFORM 0505-ACUMULAR-BIT
            VARYING WRK-B FROM 1 BY 1 UNTIL WRK-B > 32.
0505-ACUMULAR-BIT.
    COMPUTE WRK-NUMERO = WRK-NUMERO * 2 + WRK-BIT(WRK-B).
0510-NUMERO-PARA-BITS.
*>  REDUZ MODULO 2**32 ANTES DE DECOMPOR.
    DIVIDE WRK-NUMERO BY WRK-MODULO GIVING WRK-QUOCIENTE
           REMAINDER WRK-NUMERO
    PERFORM 0515-EXTRAIR-BIT
            VARYING WRK-B FROM 32 BY -1 UNTIL WRK-B = 0.
0515-EXTRAIR-BIT.
    DIVIDE WRK-NUMERO BY 2 GIVING WRK-NUMERO REMAINDER WRK-RESTO
    MOVE WRK-RESTO TO WRK-BIT(WRK-B).
0520-ROTACIONAR.
    MOVE WRK-ARG(33 - WRK-DESLOC:WRK-DESLOC)
      TO WRK-ROT(1:WRK-DESLOC)
    MOVE WRK-ARG(1:32 - WRK-DESLOC)
      TO WRK-ROT(WRK-DESLOC + 1:32 - WRK-DESLOC).
0525-DESLOCAR.
    MOVE ALL '0' TO WRK-ROT
    MOVE WRK-ARG(1:32 - WRK-DESLOC)
      TO WRK-ROT(WRK-DESLOC + 1:32 - WRK-DESLOC).
0530-CALCULAR-SIGMA.
*>  ROTACAO D1 XOR ROTACAO D2 XOR (ROTACAO OU DESLOCAMENTO) D3.
    MOVE WRK-D1 TO WRK-DESLOC
    PERFORM 0520-ROTACIONAR
    MOVE WRK-ROT TO WRK-X1
    MOVE WRK-D2 TO WRK-DESLOC
    PERFORM 0520-ROTACIONAR
    MOVE WRK-ROT TO WRK-X2
    MOVE WRK-D3 TO WRK-DESLOC
    IF WRK-D3-DESLOCA = 'S'
       PERFORM 0525-DESLOCAR
    ELSE
       PERFORM 0520-ROTACIONAR
    END-IF
    MOVE WRK-ROT TO WRK-X3
    PERFORM 0540-XOR-BIT
            VARYING WRK-B FROM 1 BY 1 UNTIL WRK-B > 32.
0540-XOR-BIT.
    COMPUTE WRK-SOMA-BITS = WRK-X1-BIT(WRK-B) + WRK-X2-BIT(WRK-B)
                          + WRK-X3-BIT(WRK-B)
    IF WRK-SOMA-BITS = 1 OR WRK-SOMA-BITS = 3
       MOVE 1 TO WRK-XR-BIT(WRK-B)
    ELSE
       MOVE 0 TO WRK-XR-BIT(WRK-B)
    END-IF.
0550-ESCOLHER-BIT.
    IF WRK-X1-BIT(WRK-B) = 1
       MOVE WRK-X2-BIT(WRK-B) TO WRK-XR-BIT(WRK-B)
    ELSE
       MOVE WRK-X3-BIT(WRK-B) TO WRK-XR-BIT(WRK-B)
    END-IF.
0560-MAIORIA-BIT.
    COMPUTE WRK-SOMA-BITS = WRK-X1-BIT(WRK-B) + WRK-X2-BIT(WRK-B)
                          + WRK-X3-BIT(WRK-B)
    IF WRK-SOMA-BITS > 1
       MOVE 1 TO WRK-XR-BIT(WRK-B)
    ELSE
       MOVE 0 TO WRK-XR-BIT(WRK-B)
    END-IF.
0570-SOMAR-BITS.
    PERFORM 0500-BITS-PARA-NUMERO
    ADD WRK-NUMERO TO WRK-SOMA.
