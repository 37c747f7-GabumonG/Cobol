*> CLIENTE-FILE gera um registro com imagem antes/depois completa
*> de CLI-REGISTRO, para resposta a questionamentos de auditoria
*> e para o relatorio diario de manutencao (PROG022).
*> Funcao 'T' (titularidade) e a conta que a fusao do PROG002 passou
*> do cliente retirado para o sobrevivente: um registro em cada
*> ponta (JRN-NUMERO = retirado e = sobrevivente), com a imagem
*> antes/depois do CTA-REGISTRO (CPCTAMST) em vez da do cliente -
*> quem reconstroi o cadastro a partir do jornal ignora a funcao.
01  JRN-REGISTRO.
    05  JRN-DATA           PIC 9(08).
    05  JRN-HORA           PIC 9(06).
        88  JRN-EXCLUSAO       VALUE 'D'.
        88  JRN-FUSAO          VALUE 'M'.
        88  JRN-RETORNO        VALUE 'R'.
        88  JRN-TITULARIDADE   VALUE 'T'.
    05  JRN-OPERADOR       PIC X(08).
    05  JRN-NUMERO         PIC 9(06).
    05  JRN-IMAGEM-ANTES   PIC X(208).
