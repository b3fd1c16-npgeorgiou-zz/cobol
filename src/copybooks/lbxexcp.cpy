*> LBXEXCP.CPY - lockbox exception, one row per deposited check
*> lockbox.cob could not tie to a customer or open invoice, appended
*> to LBXEXCP.DAT for cash research. The check is still in the
*> deposit; the row carries everything off the bank's detail so the
*> researcher can key the payment once the customer is found.
01  LOCKBOX-EXCEPTION-RECORD.
    05  LXE-TIMESTAMP           PIC 9(14).
    05  LXE-LOCKBOX-ID          PIC X(8).
    05  LXE-DEPOSIT-DATE        PIC 9(8).
    05  LXE-BATCH-NO            PIC 9(4).
    05  LXE-ITEM-SEQ            PIC 9(4).
    05  LXE-CHECK-NO            PIC 9(10).
    05  LXE-CUST-NO             PIC 9(6).
    05  LXE-INVOICE-NO          PIC 9(6).
    05  LXE-AMOUNT              PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  LXE-REASON              PIC X(30).
    05  LXE-RESOLVED-FLAG       PIC X(1).
