*> ITEMLOT.CPY - lot-level stock under an item/location, one row per
*> supplier lot on ITEMLOT.DAT. invpost.cob opens the row from a
*> receipt carrying MV-LOT-NO and draws it down as issues, shrink and
*> transfers consume stock earliest expiry first, so the shelf ships
*> what spoils soonest and a recall can be answered lot by lot. Lot
*> quantities never exceed IM-ON-HAND-QTY; stock received before lot
*> control (or without a lot) is simply unlotted. A lot that is used
*> up drops off the file - its life stays on LOTHIST.DAT.
01  ITEM-LOT-RECORD.
    05  LT-ITEM-ID              PIC 9(6).
    05  LT-LOCATION             PIC 9(2).
    05  LT-LOT-NO               PIC X(10).
    05  LT-RECEIPT-DATE         PIC 9(8).
*> Zero = the lot does not expire; it is consumed after every dated
*> lot.
    05  LT-EXPIRY-DATE          PIC 9(8).
    05  LT-ON-HAND-QTY          PIC 9(7).
    05  LT-RECEIVED-QTY         PIC 9(7).
*> Purchase order the lot first arrived on (zero = unordered).
    05  LT-PO-NO                PIC 9(6).
