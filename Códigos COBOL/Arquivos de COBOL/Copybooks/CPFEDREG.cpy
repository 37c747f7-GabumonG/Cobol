*> carrega data, a identidade do feed e derivada do conteudo:
*> origem + quantidade de detalhes + total de controle do trailer
*> (em centavos, absoluto) - o mesmo arquivo reapresentado casa a
*> chave em qualquer dia. Os feeds opcionais do manifesto (juros,
*> parcelas, mensalidades, reapresentacao) sao registrados pela
*> outra visao da chave: origem + data da geracao (carimbada pelo
*> produtor no cabecalho 'B', ou a data da linha do manifesto) -
*> feed igual ao de outro dia e outra geracao. O feed de boletos
*> baixados (origem 92), que chega concatenado com as filiais mas
*> carimba a data no cabecalho 'B', usa a mesma visao de geracao.
*> FED-DATA-CONSUMO
*> alimenta o expurgo por idade (PROG056), para o cadastro nao
*> crescer para sempre.
01  FED-REGISTRO.
    05  FED-CHAVE.
        10  FED-ORIGEM         PIC 9(02).
        10  FED-QTDE           PIC 9(07).
        10  FED-TOTAL-CENTAVOS PIC 9(11).
    05  FED-CHAVE-GERACAO REDEFINES FED-CHAVE.
        10  FED-GER-ORIGEM     PIC 9(02).
        10  FED-GER-DATA       PIC 9(08).
        10  FED-GER-COMPLEMENTO PIC 9(10).
    05  FED-DATA-CONSUMO   PIC 9(08).
