      MOVE WRK-DATA-VENC  TO AGD-DATA-VENC
      MOVE WRK-PARCELA    TO AGD-PARCELA
      MOVE WRK-PAGAMENTO  TO AGD-VALOR
      MOVE 'N'            TO AGD-TIPO
      MOVE 'P'            TO AGD-SITUACAO
      MOVE WRK-DATA-PROC  TO AGD-DATA-CONTRATO
      MOVE WRK-TAXA-MENSAL TO AGD-TAXA-MENSAL
      MOVE WRK-AMORT-PARC TO AGD-AMORTIZACAO
      MOVE ZEROS          TO AGD-DATA-LIBERACAO AGD-SEQ-EMISSAO
                             AGD-DATA-POSTAGEM AGD-DIAS-ATRASO
                             AGD-DATA-PAGTO AGD-VALOR-PAGO
                             AGD-SEQ-BAIXA
      MOVE SPACES         TO AGD-MOTIVO-SUSP
      WRITE AGD-REGISTRO
          INVALID KEY
             PERFORM 0247-TRATAR-COLISAO-AGENDA
