*> REMADV.CPY - vendor remittance advice on REMADV.DAT, the
*> electronic twin of the stub appay.cob prints under each check on
*> APCHECKS.RPT: a header per check, a detail row per APOPEN.DAT
*> invoice the check pays, and a trailer proving the details foot to
*> the check - the same REC-TYPE envelope PARTNREC.CPY uses. A check
*> cut to replace a voided one carries the reissue flag and the
*> number of the check it replaces, so the vendor's AR does not
*> apply the same invoice twice.
01  REMIT-ADVICE-RECORD.
    05  RA-REC-TYPE             PIC X(1).
        88  RA-IS-HEADER         VALUE "H".
        88  RA-IS-DETAIL         VALUE "D".
        88  RA-IS-TRAILER        VALUE "T".
    05  RA-REC-DATA             PIC X(79).
01  REMIT-ADVICE-HEADER REDEFINES REMIT-ADVICE-RECORD.
    05  RAH-TYPE                PIC X(1).
    05  RAH-CHECK-NO            PIC 9(6).
    05  RAH-VENDOR-NO           PIC 9(6).
    05  RAH-PAYEE               PIC X(30).
    05  RAH-CHECK-DATE          PIC 9(8).
    05  RAH-CHECK-AMOUNT        PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  RAH-BANK-ACCT-ID        PIC X(8).
    05  RAH-REISSUE-FLAG        PIC X(1).
        88  RAH-REISSUE          VALUE "R".
    05  RAH-REPLACES-CHECK-NO   PIC 9(6).
    05  RAH-FILLER              PIC X(2).
01  REMIT-ADVICE-DETAIL REDEFINES REMIT-ADVICE-RECORD.
    05  RAD-TYPE                PIC X(1).
    05  RAD-CHECK-NO            PIC 9(6).
    05  RAD-INVOICE-NO          PIC 9(6).
    05  RAD-INVOICE-DATE        PIC 9(8).
    05  RAD-GROSS-AMOUNT        PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  RAD-PRIOR-PAID          PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  RAD-AMOUNT-PAID         PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  RAD-DUE-DATE            PIC 9(8).
*> Early-payment discount taken: gross less prior paid less this is
*> the amount paid.
    05  RAD-DISCOUNT            PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  RAD-FILLER              PIC X(3).
01  REMIT-ADVICE-TRAILER REDEFINES REMIT-ADVICE-RECORD.
    05  RAT-TYPE                PIC X(1).
    05  RAT-CHECK-NO            PIC 9(6).
    05  RAT-DETAIL-COUNT        PIC 9(4).
    05  RAT-TOTAL-PAID          PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  RAT-FILLER              PIC X(57).
