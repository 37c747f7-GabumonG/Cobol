*> CPTURMST - registro do master de turmas (TURMST, indexado por
*> TUR-CODIGO). ALU-TURMA deixa de ser um codigo livre: a
*> manutencao de alunos (PROG058) so matricula ou transfere para
*> turma cadastrada, ativa e com vaga (ocupacao = alunos
*> matriculados na turma, contados no ALUMST), a promocao (PROG061)
*> confere as turmas de destino da progressao e o verificador de
*> integridade (PROG049) confere toda ALU-TURMA. Mantido pelo
*> PROG100; a lista de turmas com ocupacao e do PROG101.
01  TUR-REGISTRO.
    05  TUR-CODIGO         PIC X(06).
    05  TUR-ANO            PIC 9(04).
    05  TUR-SERIE          PIC X(02).
    05  TUR-TURNO          PIC X(01).
        88  TUR-MANHA          VALUE 'M'.
        88  TUR-TARDE          VALUE 'T'.
        88  TUR-NOITE          VALUE 'N'.
        88  TUR-INTEGRAL       VALUE 'I'.
        88  TUR-TURNO-VALIDO   VALUE 'M' 'T' 'N' 'I'.
    05  TUR-CAPACIDADE     PIC 9(03).
    05  TUR-PROFESSOR      PIC X(30).
    05  TUR-SITUACAO       PIC X(01).
        88  TUR-ATIVA          VALUE 'A'.
        88  TUR-INATIVA        VALUE 'I'.
