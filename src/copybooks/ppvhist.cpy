*> PPVHIST.CPY - purchase price variance detail on PPVHIST.DAT, one
*> row per receipt of a standard-costed item against a PO line:
*> written by invpost.cob as it posts the receipt at standard and the
*> difference from the PO price to the variance account. ppvrpt.cob
*> summarizes the rows by item, vendor and buyer.
01  PPV-HISTORY-RECORD.
    05  PV-DATE                 PIC 9(8).
    05  PV-FISCAL-YEAR          PIC 9(4).
    05  PV-FISCAL-PERIOD        PIC 9(2).
    05  PV-ITEM-ID              PIC 9(6).
    05  PV-VENDOR-NO            PIC 9(6).
    05  PV-BUYER-ID             PIC X(20).
    05  PV-PO-NO                PIC 9(6).
    05  PV-QTY                  PIC 9(5).
    05  PV-PO-UNIT-COST         PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05  PV-STD-COST             PIC S9(7)V99 SIGN IS LEADING SEPARATE.
*> Unfavorable (paid over standard) positive, favorable negative.
    05  PV-VARIANCE             PIC S9(9)V99 SIGN IS LEADING SEPARATE.
