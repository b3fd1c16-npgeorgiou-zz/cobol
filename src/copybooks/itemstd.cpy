*> ITEMSTD.CPY - effective-dated standard unit cost per item on
*> ITEMSTD.DAT, the ITEMCST.CPY shape with the plan cost in place of
*> the actual. Optional: an item with a row effective on or before the
*> posting date is carried at standard - invpost.cob values every
*> movement of it at IS-STD-COST and sends the gap between a receipt's
*> PO-UNIT-COST and standard to purchase price variance - while an
*> item with no row stays at its ITEMCST.DAT actual. stdroll.cob adds
*> next year's rows in the annual cost roll.
01  ITEM-STANDARD-RECORD.
    05  IS-ITEM-ID              PIC 9(6).
    05  IS-EFF-DATE             PIC 9(8).
    05  IS-STD-COST             PIC S9(7)V99 SIGN IS LEADING SEPARATE.
*> Set by invpost.cob the night a standard takes effect, once the
*> stock already on hand has been revalued from the cost it was
*> carried at to this one - so the revaluation posts exactly once.
    05  IS-REVALUED-FLAG        PIC X(1).
        88  IS-REVALUED          VALUE "Y".
    05  IS-REVALUED-DATE        PIC 9(8).
