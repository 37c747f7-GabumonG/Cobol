*> CPMNTJRN - registro do jornal de manutencao das tabelas de
*> sistema (MNTJRNL, sequencial acumulativo), no molde do CPALUJRN.
*> Cada movimento da manutencao de tabelas (PROG108) no cadastro de
*> filiais (FIL), nas ausencias de filial (AUS), na tabela de juros
*> (JUR) e no mapa contabil (MAP) gera um registro com o operador e
*> a imagem antes/depois do registro. MJR-SITUACAO: 'A' aplicada na
*> tabela; 'P' entrada como pendente (JUR e MAP, aguardando a
*> aprovacao); 'R' pendencia recusada. Na aplicacao de pendencia
*> MJR-OPERADOR e quem aprovou e MJR-OPER-ENTRADA quem entrou; nas
*> demais os dois sao o operador da rodada. Inclusao tem a imagem
*> antes em branco; exclusao, a imagem depois.
01  MJR-REGISTRO.
    05  MJR-DATA           PIC 9(08).
    05  MJR-HORA           PIC 9(06).
    05  MJR-TABELA         PIC X(03).
    05  MJR-FUNCAO         PIC X(01).
        88  MJR-INCLUSAO       VALUE 'I'.
        88  MJR-ALTERACAO      VALUE 'A'.
        88  MJR-EXCLUSAO       VALUE 'E'.
    05  MJR-SITUACAO       PIC X(01).
        88  MJR-APLICADA       VALUE 'A'.
        88  MJR-PENDENTE       VALUE 'P'.
        88  MJR-RECUSADA       VALUE 'R'.
    05  MJR-OPERADOR       PIC X(08).
    05  MJR-OPER-ENTRADA   PIC X(08).
    05  MJR-CHAVE-REG      PIC X(11).
    05  MJR-IMAGEM-ANTES   PIC X(30).
    05  MJR-IMAGEM-DEPOIS  PIC X(30).
