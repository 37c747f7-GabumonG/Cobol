77  WRK-QTDE-EXCLUSAO    PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-FUSAO       PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-RETORNO     PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-TITULARIDADE PIC 9(07) VALUE ZEROS.
77  WRK-QTDE-TOTAL       PIC 9(07) VALUE ZEROS.
77  WRK-PAGINA           PIC 9(03) VALUE ZEROS.
77  WRK-LINHA-CONT       PIC 9(02) VALUE ZEROS.
       WHEN JRN-RETORNO
          ADD 1 TO WRK-QTDE-RETORNO
          MOVE 'RETORNO  ' TO WRL-FUNCAO
       WHEN JRN-TITULARIDADE
          ADD 1 TO WRK-QTDE-TITULARIDADE
          MOVE 'TITULAR  ' TO WRL-FUNCAO
       WHEN OTHER
          MOVE 'DESCONHEC' TO WRL-FUNCAO
    END-EVALUATE
    MOVE 'RETORNOS DE CONTATO...' TO WRL-TOT-LABEL
    MOVE WRK-QTDE-RETORNO         TO WRL-TOT-QTDE
    WRITE RS22-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'CONTAS TRANSFERIDAS...' TO WRL-TOT-LABEL
    MOVE WRK-QTDE-TITULARIDADE    TO WRL-TOT-QTDE
    WRITE RS22-REGISTRO FROM WRK-LINHA-TOTAL
    MOVE 'TOTAL DE MOVIMENTOS...' TO WRL-TOT-LABEL
    MOVE WRK-QTDE-TOTAL           TO WRL-TOT-QTDE
    WRITE RS22-REGISTRO FROM WRK-LINHA-TOTAL
