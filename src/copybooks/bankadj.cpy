*> BANKADJ.CPY - bank-originated items awaiting a journal entry, on
*> BANKADJ.DAT: deposits and fees the bank statement carries that
*> nothing on the book side will clear - bankrec.cob only ticks
*> checks off CHECKREG.DAT and lockbox deposits off LBXDEP.DAT.
*> Written by bai2in.cob as each prior-day statement is taken in;
*> the cash team journals each one and flips it to J.
01  BANK-ADJUSTMENT-RECORD.
    05  BJ-STMT-DATE            PIC 9(8).
    05  BJ-BANK-ACCT-ID         PIC X(8).
    05  BJ-ITEM-TYPE            PIC X(1).
        88  BJ-DEPOSIT           VALUE "P".
        88  BJ-FEE               VALUE "F".
    05  BJ-TYPE-CODE            PIC X(3).
    05  BJ-AMOUNT               PIC S9(11)V99 SIGN IS LEADING SEPARATE.
    05  BJ-BANK-REF             PIC X(16).
    05  BJ-CUSTOMER-REF         PIC X(16).
    05  BJ-TEXT                 PIC X(40).
    05  BJ-STATUS               PIC X(1).
        88  BJ-OPEN              VALUE "O".
        88  BJ-JOURNALED         VALUE "J".
    05  BJ-CAPTURED-DATE        PIC 9(8).
