*> LKPROG96 - linkage parameter area for PROG096 (number allocation)
01  LK-PROG096-PARM.
    05  LK96-FUNCAO        PIC X(01).
        88  LK96-RESERVAR      VALUE 'R'.
        88  LK96-CONFIRMAR     VALUE 'C'.
        88  LK96-AVULSO        VALUE 'U'.
        88  LK96-AJUSTAR       VALUE 'A'.
    05  LK96-CONTADOR      PIC X(08).
    05  LK96-PROGRAMA      PIC X(08).
    05  LK96-DATA-PROC     PIC 9(08).
    05  LK96-INICIO        PIC 9(09).
    05  LK96-FIM           PIC 9(09).
    05  LK96-RERUN         PIC X(01).
*> who decides a rerun: space = same counter/program/date in NUMJRN
*> (batch restart); 'S'/'N' = the caller's PARM says so (PROG034).
    05  LK96-RERUN-PEDIDO  PIC X(01).
        88  LK96-RERUN-POR-DATA VALUE SPACE.
        88  LK96-RERUN-SIM     VALUE 'S'.
        88  LK96-RERUN-NAO     VALUE 'N'.
    05  LK96-RETORNO       PIC X(02).
        88  LK96-OK            VALUE '00'.
        88  LK96-NAO-CADASTRADO VALUE '04'.
        88  LK96-FAIXA-EXCEDIDA VALUE '08'.
        88  LK96-OCUPADO       VALUE '12'.
        88  LK96-RECUSADO     VALUE '16'.
