*> BANKACCT.CPY - bank account master on BANKACCT.DAT, one row per
*> operating bank account the shop draws on or deposits to (main
*> operating, payroll, foreign-currency): the GL cash account and
*> cost center its money books to, its currency, and the check-number
*> range printed on its stock. The FIRST row is the primary account -
*> the one lockbox deposits land in and the one a CHECKREG.DAT row
*> with a blank bank account (cut before there was more than one
*> bank) belongs to. appay.cob keeps BA-NEXT-CHECK-NO; bankrec.cob
*> reconciles each account's statement on its own; treasury.cob
*> shows position and forecast per account. Ranges must not overlap:
*> check numbers stay unique across the register.
01  BANK-ACCOUNT-RECORD.
    05  BA-BANK-ACCT-ID         PIC X(8).
    05  BA-DESCRIPTION          PIC X(20).
    05  BA-CASH-ACCT            PIC 9(6).
    05  BA-CASH-CC              PIC 9(4).
    05  BA-CURRENCY-CODE        PIC X(3).
    05  BA-CHECK-FIRST          PIC 9(6).
    05  BA-CHECK-LAST           PIC 9(6).
    05  BA-NEXT-CHECK-NO        PIC 9(6).
    05  BA-STATUS               PIC X(1).
        88  BA-ACTIVE            VALUE "A".
        88  BA-CLOSED            VALUE "C".
