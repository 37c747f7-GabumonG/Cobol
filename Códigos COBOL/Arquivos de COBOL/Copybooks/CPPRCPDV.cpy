*> CPPRCPDV - registro de dados da lista de precos para o sistema
*> de frente de caixa das lojas (P106SAI, gravado pelo PROG106
*> dentro do envelope padrao CPENVEL - cabecalho 'H', dados 'D',
*> trailer 'Z'). PDV-EVENTO:
*>   'A' alteracao de preco da rodada do markup
*>   'L' preco retido pela revisao e liberado
*>   'C' catalogo completo (sob demanda) - o PDV substitui a tabela
*> O preco vale a partir de PDV-DATA-VIGENCIA. Produto descontinuado
*> ou bloqueado no PRDMST nao sai.
01  PDV-REGISTRO.
    05  PDV-TIPO               PIC X(01).
        88  PDV-DADOS              VALUE 'D'.
    05  PDV-EVENTO             PIC X(01).
        88  PDV-ALTERACAO          VALUE 'A'.
        88  PDV-LIBERACAO          VALUE 'L'.
        88  PDV-CATALOGO           VALUE 'C'.
    05  PDV-CODIGO             PIC X(04).
    05  PDV-DESCRICAO          PIC X(30).
    05  PDV-PRECO              PIC 9(06)V99.
    05  PDV-DATA-VIGENCIA      PIC 9(08).
