*> LANDLINK.CPY - shipment-to-receipt link on LANDLINK.DAT: one row
*> per PO line that arrived on an inbound shipment, keyed by
*> receiving from the bill of lading. The PO line is its position
*> among that PO's rows on POFILE.DAT (first row = 1), the same
*> reference apinv.cob matches invoices with. The weight is the
*> line's shipped weight, used when a charge is spread by weight.
*> landcost.cob reads the links for every charge against the
*> shipment, so a duty bill arriving weeks after the freight bill
*> spreads over the same receipts.
01  LANDED-LINK-RECORD.
    05  LL-SHIPMENT-NO          PIC 9(6).
    05  LL-PO-NO                PIC 9(6).
    05  LL-PO-LINE              PIC 9(3).
    05  LL-WEIGHT               PIC 9(7)V99.
