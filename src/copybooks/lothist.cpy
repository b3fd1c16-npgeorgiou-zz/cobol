*> LOTHIST.CPY - permanent lot movement history on LOTHIST.DAT,
*> appended by invpost.cob for every quantity that moves into or out
*> of a lot: the receipt that opened it (with its PO), each issue
*> that consumed it (with the requesting reference and, for order
*> shipments, the invoice), shrink, and both legs of a transfer.
*> lottrace.cob follows one lot through these rows from the
*> supplier to the customer invoices in SALESHST.DAT.
01  LOT-HISTORY-RECORD.
    05  LH-LOT-NO               PIC X(10).
    05  LH-ITEM-ID              PIC 9(6).
    05  LH-LOCATION             PIC 9(2).
    05  LH-TYPE                 PIC X(1).
        88  LH-IS-RECEIPT        VALUE "R".
        88  LH-IS-ISSUE          VALUE "I".
        88  LH-IS-SHRINK         VALUE "A".
        88  LH-IS-TRANSFER-OUT   VALUE "T".
        88  LH-IS-TRANSFER-IN    VALUE "U".
        88  LH-IS-RETURN         VALUE "N".
    05  LH-QTY                  PIC 9(5).
    05  LH-DATE                 PIC 9(8).
    05  LH-REF                  PIC X(8).
    05  LH-PO-NO                PIC 9(6).
    05  LH-INVOICE-NO           PIC 9(6).
