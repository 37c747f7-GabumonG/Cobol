*> CPCLIPEN - registro do arquivo de alteracoes programadas do
*> cadastro de clientes (CLIPEND, indexado por numero do cliente +
*> data de vigencia). O cliente avisa antes ("a partir do dia 1o
*> mudo de endereco") e a alteracao e digitada na hora pelo PROG002
*> (funcao F); a rodada noturna do PROG002 (funcao E) aplica na
*> data de vigencia, pelo mesmo caminho de validacao da alteracao
*> normal, com jornal comum. So os campos que diferiam do cadastro
*> na digitacao sao guardados - campo em branco nao muda nada, para
*> uma alteracao feita entre a digitacao e a vigencia nao ser
*> desfeita. O endereco vai inteiro (rua a CEP) quando qualquer
*> parte dele muda.
*> PEN-SITUACAO: 'P' pendente, 'A' aplicada, 'C' cancelada (funcao
*> X, antes da vigencia), 'R' rejeitada na aplicacao - o motivo fica
*> em PEN-RETORNO (retorno do PROG002) e em EXCECOES.
01  PEN-REGISTRO.
    05  PEN-CHAVE.
        07  PEN-NUMERO         PIC 9(06).
        07  PEN-DATA-EFETIVA   PIC 9(08).
    05  PEN-SITUACAO           PIC X(01).
        88  PEN-PENDENTE           VALUE 'P'.
        88  PEN-APLICADA           VALUE 'A'.
        88  PEN-CANCELADA          VALUE 'C'.
        88  PEN-REJEITADA          VALUE 'R'.
    05  PEN-OPERADOR           PIC X(08).
    05  PEN-DATA-REGISTRO      PIC 9(08).
    05  PEN-OPER-ACAO          PIC X(08).
    05  PEN-DATA-ACAO          PIC 9(08).
    05  PEN-RETORNO            PIC X(02).
    05  PEN-NOME               PIC X(20).
    05  PEN-ENDERECO.
        07  PEN-RUA            PIC X(25).
        07  PEN-NUM            PIC X(05).
        07  PEN-COMPLEMENTO    PIC X(15).
        07  PEN-CIDADE         PIC X(20).
        07  PEN-UF             PIC X(02).
        07  PEN-CEP            PIC X(08).
    05  PEN-PROF               PIC X(15).
    05  PEN-CPF                PIC X(11).
    05  PEN-TELEFONE           PIC X(15).
    05  PEN-EMAIL              PIC X(40).
