*> CPSALHIS - historico de saldos de fechamento do dia (SALHIS),
*> chaveado por conta + data. O PROG077 grava, logo depois do
*> balanceamento, um registro por conta que teve movimento no dia
*> com o saldo de fechamento do master (CTA-SALDO-ATUAL). Dia sem
*> movimento nao tem registro: o saldo numa data e o do ultimo
*> registro da conta com SAL-DATA menor ou igual a ela. Lancamento
*> retrodatado corrige os registros da data-valor em diante e cria
*> o da propria data-valor quando faltar. Quem le: consulta de conta
*> do PROG001 (opcao 7) e o relatorio de saldo em data e saldo medio
*> diario do mes (PROG078).
*> SAL-CONTA zero e o registro de controle da rodada: SAL-DATA e a
*> data de processamento ja aplicada, e o rerun do PROG077 na mesma
*> data nao reaplica as correcoes retroativas.
*> SAL-DATA-GRAVACAO e a data de processamento da ultima gravacao
*> do registro (difere de SAL-DATA quando houve correcao retroativa).
01  SAL-REGISTRO.
    05  SAL-CHAVE.
        10  SAL-CONTA       PIC 9(06).
        10  SAL-DATA        PIC 9(08).
    05  SAL-SALDO           PIC S9(11)V99.
    05  SAL-DATA-GRAVACAO   PIC 9(08).
