*> DEBTSCHD.CPY - amortization schedule on DEBTSCHD.DAT, one row per
*> scheduled payment debtsch.cob generates from DEBTMAST.DAT: the due
*> date and the fiscal period (YYYYPP) it falls in, the balance
*> before and after, and the payment split into interest on the
*> opening balance and principal. debtpost.cob posts a row in its
*> period and stamps it "P" with the batch; treasury.cob forecasts
*> the rows still scheduled as cash out on their due dates.
01  DEBT-SCHEDULE-RECORD.
    05  DS-DEBT-ID              PIC 9(6).
    05  DS-PAYMENT-NO           PIC 9(3).
    05  DS-DUE-DATE             PIC 9(8).
    05  DS-FISCAL-PERIOD        PIC 9(6).
    05  DS-OPENING-BAL          PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  DS-PAYMENT              PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  DS-INTEREST             PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  DS-PRINCIPAL            PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  DS-CLOSING-BAL          PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  DS-STATUS               PIC X(1).
        88  DS-SCHEDULED         VALUE "S".
        88  DS-POSTED            VALUE "P".
    05  DS-BATCH-ID             PIC 9(6).
    05  DS-POSTED-DATE          PIC 9(8).
