*> balanceamento: movimento em conta encerrada ou inexistente vai
*> para suspensos; conta bloqueada aceita credito e suspende
*> debito. CTA-TITULAR liga a conta ao cliente (CLI-NUMERO).
*> CTA-LIMITE e o limite de cheque especial aprovado: o saldo pode
*> ficar negativo ate -CTA-LIMITE e o debito que passaria disso vai
*> para suspensos (motivo 012). Limite zero = conta sem cheque
*> especial. Quem concedeu e quando ficam em CTA-OPER-LIMITE e
*> CTA-DATA-LIMITE, gravados pela manutencao (PROG050, funcao L).
*> Conta inativa ('I') e a conta dormente: sem lancamento ha mais
*> dias uteis que o configurado, marcada pela rodada de inatividade
*> (PROG076) em CTA-DATA-INATIVACAO. O balanceamento trata como a
*> bloqueada - credito entra, debito vai para suspensos - e so a
*> reativacao do PROG050 (funcao R) a devolve a ativa, gravando
*> data e operador; a data da reativacao conta como movimento para
*> a rodada seguinte nao marcar a conta de novo.
01  CTA-REGISTRO.
    05  CTA-CONTA           PIC 9(06).
    05  CTA-SALDO-ANTERIOR  PIC S9(11)V99.
        88  CTA-ATIVA           VALUE 'A' ' '.
        88  CTA-ENCERRADA       VALUE 'E'.
        88  CTA-BLOQUEADA       VALUE 'B'.
        88  CTA-INATIVA         VALUE 'I'.
    05  CTA-TITULAR         PIC 9(06).
    05  CTA-DATA-ABERTURA   PIC 9(08).
    05  CTA-LIMITE          PIC S9(11)V99.
    05  CTA-DATA-LIMITE     PIC 9(08).
    05  CTA-OPER-LIMITE     PIC X(08).
    05  CTA-DATA-INATIVACAO PIC 9(08).
    05  CTA-DATA-REATIVACAO PIC 9(08).
    05  CTA-OPER-REATIVACAO PIC X(08).
