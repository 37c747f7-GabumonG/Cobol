*> CPMNTPEN - registro das alteracoes pendentes de aprovacao nas
*> tabelas de sistema (MNTPEND, indexado por tabela + chave do
*> registro), gravado pela manutencao de tabelas (PROG108). A taxa
*> de juros (JURTAB) e o mapa contabil (P055MAP) nao mudam na hora:
*> a alteracao entra aqui com o operador que entrou e a imagem do
*> registro antes e depois, e so e aplicada quando um segundo
*> operador, supervisor ativo no OPERFIL, aprova - como a taxa de
*> markup no PROG065. Uma pendencia por chave; aprovada ou recusada,
*> sai do arquivo e fica no jornal (CPMNTJRN).
*> PEN-IMAGEM-ANTES em branco: inclusao. PEN-IMAGEM-DEPOIS em
*> branco: exclusao.
01  PEN-REGISTRO.
    05  PEN-CHAVE.
        10  PEN-TABELA         PIC X(03).
            88  PEN-TAB-JUROS      VALUE 'JUR'.
            88  PEN-TAB-MAPA       VALUE 'MAP'.
        10  PEN-CHAVE-REG      PIC X(11).
    05  PEN-FUNCAO         PIC X(01).
        88  PEN-INCLUSAO       VALUE 'I'.
        88  PEN-ALTERACAO      VALUE 'A'.
        88  PEN-EXCLUSAO       VALUE 'E'.
    05  PEN-OPER-ENTRADA   PIC X(08).
    05  PEN-DATA-ENTRADA   PIC 9(08).
    05  PEN-HORA-ENTRADA   PIC 9(06).
    05  PEN-IMAGEM-ANTES   PIC X(30).
    05  PEN-IMAGEM-DEPOIS  PIC X(30).
