*> CPCONSEN - consentimento de comunicacao do cliente (LGPD),
*> arquivo CLICONS indexado por cliente + canal + finalidade. Um
*> registro por combinacao, com a situacao corrente; toda mudanca
*> vai tambem para o historico CONHIST (CPCONHIS). Gravado pelo
*> PROG002 (funcao K - menu, SYSIN e as colunas de consentimento
*> do CSV do PROG034).
*> CON-CANAL: 'E' e-mail, 'T' telefone, 'C' correio (endereco).
*> CON-FINALIDADE: 'S' servico, 'M' marketing.
*> Regra das extracoes de contato: marketing exige consentimento
*> 'C' registrado (sem registro = nao consentiu); servico vale sem
*> registro e so cai com revogacao 'R' explicita.
*> CON-ORIGEM: de onde veio o consentimento (AGENCIA, CSV, ...).
01  CON-REGISTRO.
    05  CON-CHAVE.
        07  CON-NUMERO         PIC 9(06).
        07  CON-CANAL          PIC X(01).
            88  CON-CANAL-EMAIL    VALUE 'E'.
            88  CON-CANAL-TELEFONE VALUE 'T'.
            88  CON-CANAL-CORREIO  VALUE 'C'.
            88  CON-CANAL-VALIDO   VALUE 'E' 'T' 'C'.
        07  CON-FINALIDADE     PIC X(01).
            88  CON-SERVICO        VALUE 'S'.
            88  CON-MARKETING      VALUE 'M'.
            88  CON-FINALIDADE-VALIDA VALUE 'S' 'M'.
    05  CON-SITUACAO           PIC X(01).
        88  CON-CONCEDIDO          VALUE 'C'.
        88  CON-REVOGADO           VALUE 'R'.
    05  CON-DATA-CONCESSAO     PIC 9(08).
    05  CON-DATA-REVOGACAO     PIC 9(08).
    05  CON-ORIGEM             PIC X(08).
    05  CON-OPERADOR           PIC X(08).
