*> REVSCHED.CPY - deferred revenue recognition schedule on
*> REVSCHED.DAT, one row per ratable INVLINE.DAT line (annual support,
*> subscriptions) billed by math.cob's billing run. The line's
*> extension is credited to the deferred revenue account on
*> DEFRACCT.CTL instead of GLBRIDGE.CTL revenue, and this row carries
*> it out again: revrec.cob releases one period's slice per fiscal
*> period to the revenue account and cost center the line would have
*> billed to, so finance stops reclassing support billings by hand
*> every month. The slice is RS-TOTAL-AMOUNT over RS-PERIODS, the last
*> period sweeping the rounding remainder.
01  REV-SCHEDULE-RECORD.
    05  RS-INVOICE-NO           PIC 9(6).
    05  RS-CUST-NO              PIC 9(6).
    05  RS-ITEM-ID              PIC 9(6).
    05  RS-LINE-NO              PIC 9(3).
    05  RS-BILL-DATE            PIC 9(8).
*> First fiscal period (YYYYPP) a slice is recognized in - the
*> billing period, so the month the service starts earns its share.
    05  RS-START-PERIOD         PIC 9(6).
    05  RS-PERIODS              PIC 9(3).
    05  RS-TOTAL-AMOUNT         PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  RS-PERIODS-RELEASED     PIC 9(3).
    05  RS-RELEASED-AMOUNT      PIC S9(9)V99 SIGN IS LEADING SEPARATE.
*> Last fiscal period (YYYYPP) released - revrec.cob's dedupe, so a
*> rerun inside the period cannot recognize a slice twice.
    05  RS-LAST-REL-PERIOD      PIC 9(6).
    05  RS-DEFERRED-ACCT        PIC 9(6).
    05  RS-DEFERRED-CC          PIC 9(4).
    05  RS-REVENUE-ACCT         PIC 9(6).
    05  RS-COST-CENTER          PIC 9(4).
*> "H" rides a credit-held invoice until crlimrel.cob releases it to
*> "A" (or drops the row on reject); "C" is fully recognized.
    05  RS-STATUS               PIC X(1).
        88  RS-ACTIVE            VALUE "A".
        88  RS-HELD              VALUE "H".
        88  RS-COMPLETE          VALUE "C".
