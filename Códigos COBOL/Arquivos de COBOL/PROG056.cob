*> ZERO E O REGISTRO SO OCUPA ESPACO. REMOVE AS ENTRADAS COM
*> FED-DATA-CONSUMO ALEM DO PRAZO, COM RELATORIO DO QUE FOI
*> EXPURGADO (P056SAI). RODA NA PREPARACAO DA NOITE (EXECINI).
*> GERACAO ANTIGA DE FEED OPCIONAL NAO DEPENDE DO CADASTRO PARA
*> FICAR DE FORA - O PROG026 A RECONHECE PELA DATA DA GERACAO E
*> PELO MANIFESTO, ENTAO O EXPURGO NAO A FAZ VOLTAR.
ENVIRONMENT                     DIVISION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
