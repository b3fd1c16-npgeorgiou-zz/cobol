*> REORDSUG.CPY - suggested purchase-order line on REORDSUG.DAT,
*> drafted by reorder.cob for an item whose stock position (on hand
*> plus open PO quantity less open backorders, over all locations)
*> has fallen to or below its reorder point. The netted figures ride
*> on the row so the buyer reviewing it in reordrel.cob sees why it
*> was drafted. A buyer can drop a line; releasing turns every
*> pending line into a POFILE.DAT line, one PO per vendor, and
*> stamps the PO number here.
01  REORDER-SUGGESTION-RECORD.
    05  RS-SUG-NO               PIC 9(4).
    05  RS-ITEM-ID              PIC 9(6).
    05  RS-VENDOR-NO            PIC 9(6).
    05  RS-ORDER-QTY            PIC 9(5).
    05  RS-UNIT-COST            PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05  RS-EXPECTED-DATE        PIC 9(8).
    05  RS-ON-HAND-QTY          PIC S9(7) SIGN IS LEADING SEPARATE.
    05  RS-OPEN-PO-QTY          PIC 9(7).
    05  RS-BACKORDER-QTY        PIC 9(7).
    05  RS-REORDER-POINT        PIC 9(7).
    05  RS-EXPENSE-ACCT         PIC 9(6).
    05  RS-COST-CENTER          PIC 9(4).
    05  RS-STATUS               PIC X(1).
        88  RS-PENDING           VALUE "P".
        88  RS-DROPPED           VALUE "D".
        88  RS-RELEASED          VALUE "R".
    05  RS-PO-NO                PIC 9(6).
    05  RS-DRAFT-DATE           PIC 9(8).
