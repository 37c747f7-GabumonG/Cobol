*> CPCERREG - registro de certificados de conclusao (CERREG,
*> indexado pela serie + via, com chave alternativa pela matricula).
*> Gravado pelo PROG105 a cada emissao: a primeira via recebe a
*> serie do contador CERTIFIC da numeracao central; a reemissao
*> grava a via seguinte com a mesma serie - segunda via nao e
*> certificado novo. A consulta de autenticidade confere a serie
*> neste registro.
01  CER-REGISTRO.
    05  CER-CHAVE.
        10  CER-SERIE          PIC 9(09).
        10  CER-VIA            PIC 9(02).
    05  CER-MATRICULA      PIC 9(06).
    05  CER-NOME           PIC X(20).
    05  CER-ANO-CONCLUSAO  PIC 9(04).
    05  CER-DATA-EMISSAO   PIC 9(08).
    05  CER-HORA-EMISSAO   PIC 9(06).
    05  CER-OPERADOR       PIC X(08).
