*> LBXDEP.CPY - expected lockbox deposit, one row per lockbox file
*> lockbox.cob admits, appended to LBXDEP.DAT. The amount is every
*> check the bank deposited - exceptions included, since the money is
*> in the bank whether or not it could be applied. bankrec.cob ticks
*> an open row off against a statement deposit of the same amount on
*> or after the deposit date; a row still open at reconciliation is a
*> deposit in transit on the book-to-bank bridge.
01  LOCKBOX-DEPOSIT-RECORD.
    05  LDP-LOCKBOX-ID          PIC X(8).
    05  LDP-DEPOSIT-DATE        PIC 9(8).
    05  LDP-CHECK-COUNT         PIC 9(6).
    05  LDP-AMOUNT              PIC S9(11)V99 SIGN IS LEADING SEPARATE.
    05  LDP-STATUS              PIC X(1).
        88  LDP-IN-TRANSIT       VALUE "O".
        88  LDP-CLEARED          VALUE "C".
    05  LDP-CLEARED-DATE        PIC 9(8).
