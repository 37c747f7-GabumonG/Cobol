*> CPAMLCAS - arquivo de casos do monitoramento de operacoes
*> suspeitas (AMLCASO, indexado por CPF + alerta + data de
*> abertura). Um caso por CPF e tipo de alerta enquanto estiver em
*> aberto: o PROG084 abre o caso na primeira ocorrencia e, nas
*> noites seguintes em que o alerta se repete, so atualiza a
*> ultima ocorrencia e os valores - o analista nao recebe o mesmo
*> CPF trinta vezes para a mesma janela. Caso encerrado (comunicado
*> ou descartado) nao e reaberto; nova ocorrencia abre caso novo.
*> Alertas: VAL item isolado acima do limite
*>          FRA varios creditos logo abaixo do limite (fracionamento)
*>          SAL salto do movimento contra o historico do proprio CPF
*>          RES CPF na lista de restritos (CPFREST) com movimento
*> Situacao: ABERTO pelo PROG084; EM ANALISE, COMUNICADO ao COAF ou
*> DESCARTADO pelo compliance (PROG085, com operador e nota).
01  AML-REGISTRO.
    05  AML-CHAVE.
        10  AML-CPF            PIC X(11).
        10  AML-ALERTA         PIC X(03).
            88  AML-ITEM-ACIMA     VALUE 'VAL'.
            88  AML-FRACIONAMENTO  VALUE 'FRA'.
            88  AML-SALTO          VALUE 'SAL'.
            88  AML-RESTRITO       VALUE 'RES'.
        10  AML-DATA-ABERTURA  PIC 9(08).
    05  AML-DATA-ULT-OCORR PIC 9(08).
    05  AML-QTDE-OCORR     PIC 9(03).
    05  AML-QTDE-CONTAS    PIC 9(03).
    05  AML-QTDE-ITENS     PIC 9(05).
    05  AML-TOTAL-CREDITOS PIC S9(11)V99.
    05  AML-TOTAL-DEBITOS  PIC S9(11)V99.
    05  AML-MAIOR-ITEM     PIC S9(09)V99.
    05  AML-MEDIA-HISTORICA PIC S9(11)V99.
    05  AML-SITUACAO       PIC X(01).
        88  AML-ABERTO         VALUE 'A'.
        88  AML-EM-ANALISE     VALUE 'E'.
        88  AML-COMUNICADO     VALUE 'C'.
        88  AML-DESCARTADO     VALUE 'D'.
        88  AML-PENDENTE       VALUE 'A' 'E'.
    05  AML-OPERADOR       PIC X(08).
    05  AML-DATA-ACAO      PIC 9(08).
    05  AML-NOTA           PIC X(30).
