*> EXPHIST.CPY - employee expense claim history on EXPHIST.DAT, one
*> row per claim line expclaim.cob processes, approved or rejected.
*> An approved line is also an APOPEN.DAT item under XH-CLAIM-NO,
*> payable to the employee's payee vendor (EMPPAYEE.DAT) and charged
*> to the employee's cost center, so appay.cob reimburses it in the
*> normal run. expmon.cob reads the file for the monthly spend by
*> employee and by expense type.
01  EXPENSE-HISTORY-RECORD.
    05  XH-CLAIM-NO             PIC 9(6).
    05  XH-EMP-ID               PIC 9(6).
    05  XH-EXP-TYPE             PIC X(4).
    05  XH-EXP-DATE             PIC 9(8).
    05  XH-AMOUNT               PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05  XH-RECEIPT-FLAG         PIC X(1).
    05  XH-STATUS               PIC X(1).
        88  XH-APPROVED          VALUE "A".
        88  XH-REJECTED          VALUE "R".
*> Reject reason code (as on REJECT.DAT); spaces when approved.
    05  XH-REASON-CODE          PIC X(4).
    05  XH-COST-CENTER          PIC 9(4).
    05  XH-EXPENSE-ACCT         PIC 9(6).
    05  XH-VENDOR-NO            PIC 9(6).
    05  XH-PROCESS-DATE         PIC 9(8).
