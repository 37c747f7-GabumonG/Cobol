*> CPALURSP - vinculo do aluno com o responsavel financeiro
*> (ALURSP, indexado por ALR-MATRICULA). Fica fora do ALUMST para
*> nao mudar o registro que o roster, a promocao e o jornal de
*> alunos ja conhecem. ALR-CLIENTE e o cliente responsavel
*> (CLI-NUMERO) e ALR-CONTA a conta que paga (CTA-CONTA, de
*> titularidade do mesmo cliente); os dois sao conferidos contra
*> os masters pela manutencao de alunos (PROG058, funcao G), que
*> grava ALR-VINCULO como imagem antes/depois no ALUJRNL. Cliente
*> zero e vinculo removido - o registro fica, para o controle de
*> cobranca nao se perder num novo vinculo.
*> ALR-COBRANCA e do PROG102 (mensalidades): ultima competencia
*> (AAAAMM) cobrada, data de processamento e sequencia do debito -
*> competencia ja cobrada nao sai de novo, salvo a reemissao do
*> rerun na mesma data.
01  ALR-REGISTRO.
    05  ALR-VINCULO.
        10  ALR-MATRICULA      PIC 9(06).
        10  ALR-CLIENTE        PIC 9(06).
        10  ALR-CONTA          PIC 9(06).
        10  ALR-DATA-VINCULO   PIC 9(08).
    05  ALR-COBRANCA.
        10  ALR-ULT-COMPETENCIA PIC 9(06).
        10  ALR-DATA-COBRANCA  PIC 9(08).
        10  ALR-SEQ-COBRANCA   PIC 9(09).
