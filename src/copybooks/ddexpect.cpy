*> DDEXPECT.CPY - expected direct-debit receipt, one row per debit
*> ddcoll.cob sends the bank, appended to DDEXPECT.DAT. cashapp.cob
*> turns a SUBMITTED row into a PAYMENT.DAT row once its settlement
*> date arrives and marks it APPLIED; nsfproc.cob marks it RETURNED
*> when the bank sends the debit back - before settlement nothing was
*> applied, so there is nothing to reverse. A submitted row also
*> keeps the next collection run from pulling the same invoice twice.
01  DD-EXPECT-RECORD.
    05  DX-TRACE-NO             PIC 9(8).
    05  DX-CUST-NO              PIC 9(6).
    05  DX-INVOICE-NO           PIC 9(6).
    05  DX-AMOUNT               PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  DX-SUBMIT-DATE          PIC 9(8).
    05  DX-SETTLE-DATE          PIC 9(8).
    05  DX-STATUS               PIC X(1).
        88  DX-SUBMITTED         VALUE "S".
        88  DX-APPLIED           VALUE "A".
        88  DX-RETURNED          VALUE "R".
