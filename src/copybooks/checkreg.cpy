        88  CK-ISSUED            VALUE "I".
        88  CK-CLEARED           VALUE "C".
        88  CK-VOIDED            VALUE "V".
*> The AP invoice the check paid (the payment run cuts one check per
*> open item), so ckvoid.cob can reopen exactly that item when the
*> check is voided or stopped. The void fields stay blank until then:
*> CK-VOID-TYPE says whether the paper was voided in hand or a stop
*> was placed with the bank, CK-VOID-DATE when, and the reissue flag
*> whether the reopened item went back to the next check run.
*> An uncashed check that outlives its state's holding period is
*> voided by escheat.cob as "E" - the vendor's money now belongs to
*> the unclaimed property liability, so it is never reissued.
    05  CK-INVOICE-NO           PIC 9(6).
    05  CK-VOID-TYPE            PIC X(1).
        88  CK-VOID-IN-HAND      VALUE "V".
        88  CK-STOP-PAYMENT      VALUE "S".
        88  CK-VOID-ESCHEATED    VALUE "E".
    05  CK-VOID-DATE            PIC 9(8).
    05  CK-REISSUE-FLAG         PIC X(1).
        88  CK-REISSUE-QUEUED    VALUE "Y".
*> The bank account (BANKACCT.DAT) the check was drawn on, so the
*> statement reconciliation ticks it off against the right bank and
*> a void puts the cash back in the account it came out of. Blank on
*> a check cut before there was more than one account: the primary
*> account's.
    05  CK-BANK-ACCT-ID         PIC X(8).
*> A check paying a foreign-currency item is converted at the rate on
*> the day it is cut, while the item is relieved at its booked base
*> amount: this is the difference the payment run booked as realized
*> FX loss (positive) or gain (negative), so a void relieves the item
*> and the expense at base and reverses the gain/loss leg. The base
*> relief is CK-AMOUNT less this. Blank (every check cut before
*> documents carried a currency) or zero is a base-currency check.
    05  CK-FX-DIFF              PIC S9(9)V99 SIGN IS LEADING SEPARATE.
