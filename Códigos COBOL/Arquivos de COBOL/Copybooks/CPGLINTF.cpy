*> CPGLINTF - registro do cadastro das interfaces contabeis
*> enviadas (GLINTF, indexado pela data do movimento). O PROG055
*> registra a interface da noite como ENVIADA quando o arquivo sai
*> balanceado e mapeado (RC=0); o PROG082 le o retorno da
*> contabilidade (aceite ou rejeicao por linha, CPGLACK) e leva a
*> interface para ACEITA (todas as linhas aceitas) ou REJEITADA
*> (alguma linha recusada - cada recusa vai para o arquivo de
*> trabalho de excecoes, EXCWRK). Enviada ha mais dias que o prazo
*> do P082PAR sem retorno passa a PENDENTE e e sinalizada no pacote
*> da manha (PROG072) ate o retorno chegar.
01  GLR-REGISTRO.
    05  GLR-DATA-MOVTO     PIC 9(08).
    05  GLR-SITUACAO       PIC X(01).
        88  GLR-ENVIADA        VALUE 'E'.
        88  GLR-ACEITA         VALUE 'A'.
        88  GLR-REJEITADA      VALUE 'R'.
        88  GLR-PENDENTE       VALUE 'P'.
        88  GLR-SEM-RETORNO    VALUE 'E' 'P'.
    05  GLR-QTDE-LINHAS    PIC 9(07).
    05  GLR-TOTAL          PIC S9(13)V99.
    05  GLR-DATA-RETORNO   PIC 9(08).
    05  GLR-QTDE-ACEITAS   PIC 9(07).
    05  GLR-QTDE-REJEITADAS PIC 9(07).
    05  GLR-DIAS-SEM-RETORNO PIC 9(03).
