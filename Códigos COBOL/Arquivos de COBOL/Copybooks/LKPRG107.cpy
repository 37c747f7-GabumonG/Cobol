*> LKPRG107 - linkage parameter area for PROG107 (password hash)
01  LK-PROG107-PARM.
    05  LK107-FUNCAO       PIC X(01).
        88  LK107-CALCULAR     VALUE 'H'.
        88  LK107-GERAR-SAL    VALUE 'S'.
    05  LK107-SENHA        PIC X(20).
    05  LK107-SAL          PIC X(16).
    05  LK107-HASH         PIC X(64).
    05  LK107-RETORNO      PIC X(02).
        88  LK107-OK           VALUE '00'.
        88  LK107-RECUSADO     VALUE '16'.
