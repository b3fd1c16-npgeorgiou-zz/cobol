        88  PO-LINE-CLOSED       VALUE "C".
    05  PO-EXPENSE-ACCT         PIC 9(6).
    05  PO-COST-CENTER          PIC 9(4).
*> Operator who released the line (reordrel.cob), so purchase price
*> variance can be reported by buyer. Blank on lines raised before.
    05  PO-BUYER-ID             PIC X(20).
