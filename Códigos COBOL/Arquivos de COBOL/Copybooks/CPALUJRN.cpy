*> manutencao de matriculas (PROG058) ou pela promocao de fim de
*> ano (PROG061) gera um registro com operador e imagem
*> antes/depois completa de ALU-REGISTRO - a escola passa a poder
*> responder quem moveu um aluno e quando. A correcao do historico
*> de periodos pelo recalculo (PROG098, funcao 'H') e pela prova
*> de recuperacao (PROG099, funcao 'E') usa o mesmo jornal; nesses
*> casos as imagens sao do HIS8-REGISTRO (CPALUHIS), gravadas
*> primeiro no jornal da rodada (ALUJNV) e acrescentadas ao ALUJRNL
*> pelo job so depois de devolvida a copia do historico. O vinculo com
*> o responsavel financeiro (PROG058, funcao 'G') grava as imagens
*> de ALR-VINCULO (CPALURSP).
01  AJR-REGISTRO.
    05  AJR-DATA           PIC 9(08).
    05  AJR-HORA           PIC 9(06).
        88  AJR-DESLIGAMENTO   VALUE 'D'.
        88  AJR-REMATRICULA    VALUE 'M'.
        88  AJR-PROMOCAO       VALUE 'P'.
        88  AJR-CORRECAO-HIST  VALUE 'H'.
        88  AJR-RECUPERACAO    VALUE 'E'.
        88  AJR-RESPONSAVEL    VALUE 'G'.
    05  AJR-OPERADOR       PIC X(08).
    05  AJR-MATRICULA      PIC 9(06).
    05  AJR-IMAGEM-ANTES   PIC X(33).
