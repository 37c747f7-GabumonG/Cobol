*> CPCONHIS - historico de consentimentos (CONHIST, sequencial,
*> gravado com DISP=MOD). Uma linha por mudanca de situacao de um
*> consentimento (CPCONSEN), com a situacao anterior (espaco quando
*> o consentimento e novo). Consultado pelo pacote de acesso do
*> titular (PROG043) e pelo movimento do CRM (PROG088).
01  HCO-REGISTRO.
    05  HCO-DATA               PIC 9(08).
    05  HCO-HORA               PIC 9(06).
    05  HCO-NUMERO             PIC 9(06).
    05  HCO-CANAL              PIC X(01).
    05  HCO-FINALIDADE         PIC X(01).
    05  HCO-SITUACAO-ANTES     PIC X(01).
    05  HCO-SITUACAO           PIC X(01).
    05  HCO-ORIGEM             PIC X(08).
    05  HCO-OPERADOR           PIC X(08).
    05  HCO-PROGRAMA           PIC X(08).
