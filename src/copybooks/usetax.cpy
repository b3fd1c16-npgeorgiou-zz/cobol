*> USETAX.CPY - use-tax accrual record on USETAX.DAT, the purchase
*> side of SALESTAX.DAT: one row per vendor invoice apinv.cob
*> self-assessed - coded to a use-taxable expense account, the
*> vendor having charged no tax - with the ship-to state whose
*> TAXRATE.DAT rate applied. taxqtr.cob totals the quarter's rows by
*> state for the use-tax return beside the sales-tax one.
01  USE-TAX-RECORD.
    05  UT-STATE                PIC X(2).
    05  FILLER                  PIC X(1).
    05  UT-TAXABLE-AMOUNT       PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  FILLER                  PIC X(1).
    05  UT-TAX-AMOUNT           PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  FILLER                  PIC X(1).
    05  UT-DATE                 PIC 9(8).
    05  FILLER                  PIC X(1).
    05  UT-VENDOR-NO            PIC 9(6).
    05  FILLER                  PIC X(1).
    05  UT-INVOICE-NO           PIC 9(6).
    05  FILLER                  PIC X(1).
    05  UT-RATE-PCT             PIC 9(2)V9(4).
