*> CPTABMEN - tabela de mensalidades por serie (MENTAB,
*> sequencial, uma linha por serie). TUR-SERIE da turma do aluno
*> (CPTURMST) escolhe o valor que a rodada mensal de mensalidades
*> (PROG102) debita na conta do responsavel financeiro.
01  MNS-REGISTRO.
    05  MNS-SERIE          PIC X(02).
    05  MNS-VALOR          PIC 9(05)V99.
