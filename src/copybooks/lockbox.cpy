*> LOCKBOX.CPY - bank lockbox file, delivered daily onto LOCKBOX.DAT
*> in the bank's batch/detail/trailer layout. One file header per
*> lockbox deposit, a batch header in front of each batch of checks,
*> one check detail per customer check, and - for a check that pays
*> more than one invoice - remittance allocation rows straight after
*> its check. lockbox.cob proves every batch's and the file's declared
*> counts and totals (gateway.cob's envelope discipline) before any
*> check is turned into PAYMENT.DAT or REMIT.DAT rows.
01  LOCKBOX-RECORD.
    05  LBX-REC-TYPE            PIC X(1).
        88  LBX-IS-HEADER        VALUE "H".
        88  LBX-IS-BATCH         VALUE "B".
        88  LBX-IS-CHECK         VALUE "D".
        88  LBX-IS-ALLOCATION    VALUE "A".
        88  LBX-IS-TRAILER       VALUE "T".
    05  LBX-REC-DATA            PIC X(60).
01  LOCKBOX-HEADER-RECORD REDEFINES LOCKBOX-RECORD.
    05  LXH-TYPE                PIC X(1).
    05  LXH-LOCKBOX-ID          PIC X(8).
    05  LXH-DEPOSIT-DATE        PIC 9(8).
    05  LXH-DECLARED-BATCHES    PIC 9(4).
    05  LXH-DECLARED-COUNT      PIC 9(6).
    05  LXH-DECLARED-TOTAL      PIC S9(11)V99 SIGN IS LEADING SEPARATE.
    05  LXH-FILLER              PIC X(20).
01  LOCKBOX-BATCH-RECORD REDEFINES LOCKBOX-RECORD.
    05  LXB-TYPE                PIC X(1).
    05  LXB-BATCH-NO            PIC 9(4).
    05  LXB-DECLARED-COUNT      PIC 9(6).
    05  LXB-DECLARED-TOTAL      PIC S9(11)V99 SIGN IS LEADING SEPARATE.
    05  LXB-FILLER              PIC X(36).
*> LXD-CUST-NO is the customer number from the remittance stub, zero
*> when the bank could not read one; LXD-INVOICE-NO is the single
*> invoice paid, zero when the check carries allocation rows or no
*> invoice reference at all.
01  LOCKBOX-CHECK-RECORD REDEFINES LOCKBOX-RECORD.
    05  LXD-TYPE                PIC X(1).
    05  LXD-BATCH-NO            PIC 9(4).
    05  LXD-ITEM-SEQ            PIC 9(4).
    05  LXD-CHECK-NO            PIC 9(10).
    05  LXD-CUST-NO             PIC 9(6).
    05  LXD-INVOICE-NO          PIC 9(6).
    05  LXD-AMOUNT              PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  LXD-FILLER              PIC X(18).
01  LOCKBOX-ALLOCATION-RECORD REDEFINES LOCKBOX-RECORD.
    05  LXA-TYPE                PIC X(1).
    05  LXA-BATCH-NO            PIC 9(4).
    05  LXA-ITEM-SEQ            PIC 9(4).
    05  LXA-INVOICE-NO          PIC 9(6).
    05  LXA-AMOUNT              PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  LXA-FILLER              PIC X(34).
01  LOCKBOX-TRAILER-RECORD REDEFINES LOCKBOX-RECORD.
    05  LXT-TYPE                PIC X(1).
    05  LXT-BATCH-COUNT         PIC 9(4).
    05  LXT-RECORD-COUNT        PIC 9(6).
    05  LXT-TOTAL-AMOUNT        PIC S9(11)V99 SIGN IS LEADING SEPARATE.
    05  LXT-FILLER              PIC X(36).
