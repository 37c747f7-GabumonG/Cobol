*> CPCRMCLI - registro de dados do arquivo de clientes para o CRM
*> comercial (P088SAI, gravado pelo PROG088 dentro do envelope
*> padrao CPENVEL - cabecalho 'H', dados 'D', trailer 'Z').
*> CRM-EVENTO diz o que aconteceu com o cliente no dia:
*>   'I' inclusao          'A' alteracao (inclusive o sobrevivente
*>   'X' inativacao            de uma fusao, que recebe os dados)
*>   'M' fusao - o cliente foi incorporado ao CRM-NUMERO-SOBREV
*>   'R' retorno de contato (flags de e-mail/telefone/endereco
*>       invalidos marcadas pelo PROG048)
*>   'C' carga completa - foto do cadastro ativo, substitui a copia
*>       do CRM inteira
*>   'K' consentimento - o cliente concedeu ou revogou marketing
*>       em algum canal (historico CONHIST do dia)
*> A imagem e sempre a do cadastro depois do evento. O CRM e uso de
*> marketing: CRM-CONS-MKT-* dizem se ha consentimento (CLICONS) em
*> cada canal, e o contato sem consentimento vai em branco (e-mail,
*> telefone, endereco inteiro).
01  CRM-REGISTRO.
    05  CRM-TIPO               PIC X(01).
        88  CRM-DADOS              VALUE 'D'.
    05  CRM-EVENTO             PIC X(01).
        88  CRM-INCLUSAO           VALUE 'I'.
        88  CRM-ALTERACAO          VALUE 'A'.
        88  CRM-INATIVACAO         VALUE 'X'.
        88  CRM-FUSAO              VALUE 'M'.
        88  CRM-RETORNO            VALUE 'R'.
        88  CRM-CARGA              VALUE 'C'.
        88  CRM-CONSENTIMENTO      VALUE 'K'.
    05  CRM-DATA-EVENTO        PIC 9(08).
    05  CRM-HORA-EVENTO        PIC 9(06).
    05  CRM-NUMERO             PIC 9(06).
    05  CRM-NUMERO-SOBREV      PIC 9(06).
    05  CRM-NOME               PIC X(20).
    05  CRM-ENDERECO.
        07  CRM-RUA            PIC X(25).
        07  CRM-NUM            PIC X(05).
        07  CRM-COMPLEMENTO    PIC X(15).
        07  CRM-CIDADE         PIC X(20).
        07  CRM-UF             PIC X(02).
        07  CRM-CEP            PIC X(08).
    05  CRM-PROF               PIC X(15).
    05  CRM-CPF                PIC X(11).
    05  CRM-TELEFONE           PIC X(15).
    05  CRM-EMAIL              PIC X(40).
    05  CRM-STATUS             PIC X(01).
    05  CRM-DATA-INATIVACAO    PIC 9(08).
    05  CRM-EMAIL-RUIM         PIC X(01).
    05  CRM-TEL-RUIM           PIC X(01).
    05  CRM-END-RUIM           PIC X(01).
    05  CRM-DATA-RETORNO       PIC 9(08).
    05  CRM-CONS-MKT-EMAIL     PIC X(01).
    05  CRM-CONS-MKT-TEL       PIC X(01).
    05  CRM-CONS-MKT-CORREIO   PIC X(01).
