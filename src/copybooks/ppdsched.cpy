*> PPDSCHED.CPY - prepaid expense amortization schedule on
*> PPDSCHED.DAT, one row per prepaid vendor invoice (insurance,
*> software, rent paid in advance) apinv.cob admits. The invoice's
*> open item is coded to the prepaid asset account on PPDACCT.CTL, so
*> the payment run's relief lands on the balance sheet; this row then
*> carries the cost back out to the expense account and cost center
*> the invoice was keyed to, one period's share per fiscal period,
*> through ppdamort.cob. ppdroll.cob rolls the schedules forward and
*> ties what is left to BALFILE.DAT.
01  PREPAID-SCHEDULE-RECORD.
    05  PS-INVOICE-NO           PIC 9(6).
    05  PS-VENDOR-NO            PIC 9(6).
    05  PS-INVOICE-DATE         PIC 9(8).
*> First fiscal period (YYYYPP) expensed and the number of periods
*> the cost spreads over, both keyed on the invoice.
    05  PS-START-PERIOD         PIC 9(6).
    05  PS-PERIODS              PIC 9(3).
    05  PS-TOTAL-AMOUNT         PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  PS-PERIODS-TAKEN        PIC 9(3).
    05  PS-AMORTIZED-AMOUNT     PIC S9(9)V99 SIGN IS LEADING SEPARATE.
*> Last fiscal period (YYYYPP) amortized - ppdamort.cob's dedupe, so
*> a rerun inside the period cannot expense a share twice.
    05  PS-LAST-AMORT-PERIOD    PIC 9(6).
    05  PS-PREPAID-ACCT         PIC 9(6).
    05  PS-PREPAID-CC           PIC 9(4).
    05  PS-EXPENSE-ACCT         PIC 9(6).
    05  PS-COST-CENTER          PIC 9(4).
*> "X" is a schedule cancelled when apmatrel.cob rejected its
*> match-held invoice - any amortization already taken is reversed
*> then, and the schedule drops out of amortization and the prepaid
*> rollforward.
    05  PS-STATUS               PIC X(1).
        88  PS-ACTIVE            VALUE "A".
        88  PS-COMPLETE          VALUE "C".
        88  PS-CANCELLED         VALUE "X".
