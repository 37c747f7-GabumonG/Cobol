*> CPFEDMAN - registro do manifesto de feeds opcionais da noite
*> (FEDMAN, sequencial, so cresce). Quem produz um feed que nem toda
*> noite existe grava aqui, ao terminar, o que produziu para a data
*> de processamento: o PROG052 (juros, origem 90), o PROG024
*> (reapresentacao do ciclo de suspensos, origem 00), o PROG057
*> (parcelas liberadas, origem 91) e o PROG102 (mensalidades
*> escolares, origem 93). A consolidacao (PROG026) le o
*> manifesto da data e consome exatamente os feeds listados: feed
*> listado que nao chegou (ou chegou diferente) e feed presente sem
*> estar listado param a cadeia com excecao - ninguem mais comenta e
*> descomenta DD do EXECBAL conforme a noite. Rodando o produtor de
*> novo na mesma data, vale o ultimo registro.
*> MAN-QTDE e MAN-TOTAL sao a contagem e a soma V1+V2 dos detalhes
*> do feed, as mesmas que o PROG026 apura ao ler o arquivo - sao a
*> conferencia. Quem identifica a geracao e a data: a do cabecalho
*> 'B' do feed (o produtor carimba a data de processamento) ou, na
*> reapresentacao, sem cabecalho, MAN-DATA-PROC da linha que casa.
*> A ultima linha de data anterior descreve a geracao (0) da
*> ultima rodada - nao listada hoje, ela e so ignorada.
01  MAN-REGISTRO.
    05  MAN-DATA-PROC        PIC 9(08).
    05  MAN-FEED             PIC X(03).
        88  MAN-FEED-JUROS       VALUE 'JUR'.
        88  MAN-FEED-RESSUB      VALUE 'RES'.
        88  MAN-FEED-PARCELAS    VALUE 'PAR'.
        88  MAN-FEED-MENSALIDADES VALUE 'MEN'.
    05  MAN-ORIGEM           PIC 9(02).
    05  MAN-QTDE             PIC 9(07).
    05  MAN-TOTAL            PIC S9(09)V99.
    05  MAN-PROGRAMA         PIC X(08).
    05  MAN-HORA             PIC 9(06).
