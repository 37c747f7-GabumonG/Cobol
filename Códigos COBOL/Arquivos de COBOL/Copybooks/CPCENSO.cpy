*> CPCENSO - arquivo do censo escolar anual (Educacenso) no layout
*> fixo do orgao de educacao, gravado pelo PROG104 (P104SAI): um
*> cabecalho '00' com o codigo INEP da escola e a data de geracao,
*> um registro '60' por aluno e um trailer '99' com os totais de
*> controle por resultado, que o orgao confere na recepcao.
*> CEN-SITUACAO e a ALU-SITUACAO do master (M, T, D, C).
*> CEN-RESULTADO: '1' aprovado, '2' reprovado, '3' reprovado por
*> falta, '4' transferido/desligado (inclui trancado), '5'
*> concluido, '0' sem resultado (pendencia no relatorio de
*> validacao - nao transmitir).
01  CEN-REGISTRO.
    05  CEN-TIPO               PIC X(02).
        88  CEN-CABECALHO          VALUE '00'.
        88  CEN-ALUNO              VALUE '60'.
        88  CEN-TRAILER            VALUE '99'.
    05  CEN-ANO                PIC 9(04).
    05  CEN-DADOS              PIC X(54).
    05  CEN-DADOS-ALUNO REDEFINES CEN-DADOS.
        10  CEN-MATRICULA          PIC 9(06).
        10  CEN-NOME               PIC X(20).
        10  CEN-TURMA              PIC X(06).
        10  CEN-SERIE              PIC X(02).
        10  CEN-TURNO              PIC X(01).
        10  CEN-SITUACAO           PIC X(01).
        10  CEN-RESULTADO          PIC X(01).
            88  CEN-SEM-RESULTADO      VALUE '0'.
            88  CEN-APROVADO           VALUE '1'.
            88  CEN-REPROVADO          VALUE '2'.
            88  CEN-REPROVADO-FALTA    VALUE '3'.
            88  CEN-TRANSFERIDO        VALUE '4'.
            88  CEN-CONCLUIDO          VALUE '5'.
        10  CEN-FREQUENCIA         PIC 9(03).
        10  FILLER                 PIC X(14).
    05  CEN-DADOS-CABEC REDEFINES CEN-DADOS.
        10  CEN-CAB-ESCOLA         PIC X(08).
        10  CEN-CAB-DATA-GERACAO   PIC 9(08).
        10  FILLER                 PIC X(38).
    05  CEN-DADOS-TRAILER REDEFINES CEN-DADOS.
        10  CEN-TRL-QTDE-ALUNOS    PIC 9(07).
        10  CEN-TRL-APROVADOS      PIC 9(06).
        10  CEN-TRL-REPROVADOS     PIC 9(06).
        10  CEN-TRL-REPROV-FALTA   PIC 9(06).
        10  CEN-TRL-TRANSFERIDOS   PIC 9(06).
        10  CEN-TRL-CONCLUIDOS     PIC 9(06).
        10  CEN-TRL-SEM-RESULTADO  PIC 9(06).
        10  FILLER                 PIC X(11).
