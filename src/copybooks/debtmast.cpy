*> DEBTMAST.CPY - debt master record on DEBTMAST.DAT, one row per
*> term loan or equipment financing treasury carries: the lender,
*> the principal borrowed, the annual rate, the number of payments
*> and how often they fall. Treasury adds a borrowing as a new row
*> (status "N"); debtsch.cob builds its amortization schedule onto
*> DEBTSCHD.DAT, fills in the level payment and makes it active.
*> debtpost.cob posts each scheduled payment's interest and
*> principal in its fiscal period and draws the balance down here;
*> debtroll.cob rolls the balances forward and splits the current
*> and long-term portions for the balance sheet.
01  DEBT-MASTER-RECORD.
    05  DM-DEBT-ID              PIC 9(6).
    05  DM-DESCRIPTION          PIC X(30).
    05  DM-LENDER               PIC X(30).
    05  DM-PRINCIPAL            PIC S9(9)V99 SIGN IS LEADING SEPARATE.
*> Date the money was drawn - the roll-forward shows the principal as
*> a new borrowing in that date's fiscal period.
    05  DM-START-DATE           PIC 9(8).
*> Annual percentage rate, fixed for the life of the debt.
    05  DM-ANNUAL-RATE          PIC 9(2)V9(4).
    05  DM-TERM-PAYMENTS        PIC 9(3).
    05  DM-FREQUENCY            PIC X(1).
        88  DM-MONTHLY           VALUE "M".
        88  DM-QUARTERLY         VALUE "Q".
        88  DM-SEMI-ANNUAL       VALUE "S".
        88  DM-ANNUAL            VALUE "A".
    05  DM-FIRST-PAY-DATE       PIC 9(8).
*> Level payment. Left zero on a new row, debtsch.cob computes it
*> from principal, rate and term; keyed, it is taken as the lender's
*> own figure and the last payment sweeps the rounding.
    05  DM-PAYMENT-AMOUNT       PIC S9(9)V99 SIGN IS LEADING SEPARATE.
*> The debt liability (credit-normal), the interest expense it
*> accrues to and the cash account the lender draws payments from.
    05  DM-LIABILITY-ACCT       PIC 9(6).
    05  DM-INTEREST-ACCT        PIC 9(6).
    05  DM-PAYMENT-ACCT         PIC 9(6).
    05  DM-COST-CENTER          PIC 9(4).
*> Principal still owed after every payment posted so far.
    05  DM-BALANCE              PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  DM-PAYMENTS-MADE        PIC 9(3).
    05  DM-STATUS               PIC X(1).
        88  DM-NEW               VALUE "N".
        88  DM-ACTIVE            VALUE "A".
        88  DM-PAID-OFF          VALUE "P".
