        88  LK02-CONSULTAR     VALUE 'Q'.
        88  LK02-CONSULTAR-CPF VALUE 'P'.
        88  LK02-FUNDIR        VALUE 'M'.
        88  LK02-PROGRAMAR     VALUE 'F'.
        88  LK02-CANCELAR-PROG VALUE 'X'.
        88  LK02-CONSENTIR     VALUE 'K'.
        88  LK02-REVISAR       VALUE 'V'.
    05  LK02-NUMERO        PIC 9(06).
    05  LK02-NOME          PIC X(20).
    05  LK02-RUA           PIC X(25).
        88  LK02-FUSAO-INVALIDA VALUE '24'.
        88  LK02-CPF-RESTRITO  VALUE '28'.
        88  LK02-CEP-INVALIDO  VALUE '32'.
        88  LK02-TITULAR-CONTA VALUE '36'.
        88  LK02-PROG-INVALIDA VALUE '40'.
        88  LK02-CONSENT-INVALIDO VALUE '44'.
        88  LK02-REVISAO-INVALIDA VALUE '48'.
    05  LK02-OPERADOR      PIC X(08).
    05  LK02-NUMERO-FUSAO  PIC 9(06).
    05  LK02-DATA-EFETIVA  PIC 9(08).
    05  LK02-CONS-CANAL    PIC X(01).
    05  LK02-CONS-FINALIDADE PIC X(01).
    05  LK02-CONS-SITUACAO PIC X(01).
    05  LK02-CONS-ORIGEM   PIC X(08).
