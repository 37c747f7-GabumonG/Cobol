*> terceira o sign-on bloqueia a conta (OPE-BLOQUEADO) ate o
*> supervisor desbloquear pela manutencao de operadores do menu.
*> Conta revogada (OPE-REVOGADO) nunca volta a entrar.
*> A senha nao fica gravada: OPE-SENHA-HASH e o hash SHA-256 (PROG107)
*> de OPE-SENHA-SAL + senha, com sal novo a cada troca. As tres
*> senhas anteriores ficam em OPE-HIST-SENHA (sal + hash, a mais
*> recente primeiro) para a regra de nao reutilizacao. Os 8 bytes
*> apos o nome eram a senha em claro; a conversao (PROG075, 'OPE')
*> os deixou em branco, gerou o hash da senha antiga e marcou troca
*> pendente para todo operador.
01  OPE-REGISTRO.
    05  OPE-USUARIO        PIC X(08).
    05  OPE-NOME           PIC X(20).
    05  FILLER             PIC X(08).
    05  OPE-DATA-SENHA     PIC 9(08).
    05  OPE-TROCA-PENDENTE PIC X(01).
    05  OPE-STATUS         PIC X(01).
        10  OPE-PERM-NOTAS     PIC X(01).
        10  OPE-PERM-MARKUP    PIC X(01).
        10  OPE-PERM-CTA-CON   PIC X(01).
    05  OPE-SENHA-SAL      PIC X(16).
    05  OPE-SENHA-HASH     PIC X(64).
    05  OPE-SENHA-HISTORICO.
        10  OPE-HIST-SENHA OCCURS 3 TIMES.
            15  OPE-HIST-SAL       PIC X(16).
            15  OPE-HIST-HASH      PIC X(64).
