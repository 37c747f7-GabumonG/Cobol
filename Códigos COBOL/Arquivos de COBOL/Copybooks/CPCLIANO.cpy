*> CPCLIANO - registro de clientes anonimizados (CLIANON, indexado
*> pelo numero). O PROG089 registra aqui o cliente expurgado pelo
*> PROG032 cuja carencia ja venceu, na primeira rodada que o acha
*> na descarga (P032OFF); dali em diante toda imagem do cliente no
*> jornal, nas geracoes de arquivo do jornal, nas descargas e nas
*> alteracoes programadas (CLIPEND) sai com os dados pessoais
*> trocados por marcadores fixos - so ficam numero, datas, funcao e
*> status, para a trilha de auditoria continuar contando.
01  ANO-REGISTRO.
    05  ANO-NUMERO             PIC 9(06).
    05  ANO-DATA-EXPURGO       PIC 9(08).
    05  ANO-DATA-REGISTRO      PIC 9(08).
    05  ANO-CARENCIA           PIC 9(04).
