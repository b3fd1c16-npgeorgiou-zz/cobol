*> on EMP-COST-CENTER and is validated against the ledger's
*> cost-center master by the classification pass.
    05  NH-COST-CENTER          PIC 9(4).
*> Budgeted position the starter fills (POSMAST.DAT). Blank or zero
*> lets the intake run take the first vacant position in
*> NH-COST-CENTER; either way no vacancy means no hire.
    05  NH-POSITION-NO          PIC 9(4).
