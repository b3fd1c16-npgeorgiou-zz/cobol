*> arrives at MV-TO-LOCATION in one balanced action - no value
*> change, no phantom shrink at either building.
        88  MV-IS-TRANSFER       VALUE "T".
*> Customer return put back on the shelf, written by rmarcv.cob for
*> saleable returned stock: adds to on-hand like a receipt but is
*> valued at MV-UNIT-COST - the cost the goods left at - and credits
*> cost of goods instead of the receiving accrual.
        88  MV-IS-RETURN         VALUE "N".
*> Assembly build, written by asmbuild.cob: each component consumed
*> into a kit leaves as a "C" and the finished kit arrives as a "B",
*> both at the MV-UNIT-COST the build was costed at, so stock moves
*> from component to kit inside the inventory account.
        88  MV-IS-BUILD-ISSUE    VALUE "C".
        88  MV-IS-BUILD-RECEIPT  VALUE "B".
    05  MV-QTY                  PIC 9(5).
    05  MV-ADJ-SIGN             PIC X(1).
        88  MV-ADJ-DOWN          VALUE "-".
*> invpost.cob matches it against the open POFILE.DAT line and flags
*> over- and under-receipts on the PO match report.
    05  MV-PO-NO                PIC 9(6).
*> Unit cost the movement carries with it (returns: the original
*> cost of the sale). Zero or blank values at the ITEMCST.DAT cost
*> like every other movement.
    05  MV-UNIT-COST            PIC S9(7)V99 SIGN IS LEADING SEPARATE.
*> Lot control: a receipt names the supplier lot it brought in and
*> the lot's expiry date (zero = does not expire), and invpost.cob
*> opens or tops up the ITEMLOT.DAT row for it. Issues leave the lot
*> blank - invpost.cob consumes lots earliest expiry first.
    05  MV-LOT-NO               PIC X(10).
    05  MV-EXPIRY-DATE          PIC 9(8).
*> Invoice an order shipment was released to (soship.cob), so the
*> lots an issue consumed trace to the customer's SALESHST.DAT lines.
    05  MV-INVOICE-NO           PIC 9(6).
*> Project an issue is charged to (PROJMAST.DAT): invpost.cob passes
*> the issued cost to the project ledger. Zero or blank is none.
    05  MV-PROJECT-NO           PIC 9(6).
