*> LANDCHG.CPY - landed-cost charge on LANDCHG.DAT: one row per
*> freight or duty vendor invoice apinv.cob admits with a landed-cost
*> flag and the shipment it paid for. The invoice still goes to AP
*> against the expense coding it was keyed with; landcost.cob then
*> spreads the charge over the shipment's PO receipts (LANDLINK.DAT)
*> on the basis chosen here, raises the items' ITEMCST.DAT cost, and
*> moves the capitalized amount out of that expense coding into the
*> inventory account on INVGLACC.CTL.
01  LANDED-CHARGE-RECORD.
    05  LC-SHIPMENT-NO          PIC 9(6).
    05  LC-INVOICE-NO           PIC 9(6).
    05  LC-VENDOR-NO            PIC 9(6).
    05  LC-CHARGE-TYPE          PIC X(1).
        88  LC-FREIGHT           VALUE "F".
        88  LC-DUTY              VALUE "D".
*> Allocation basis: received value (quantity times PO unit cost),
*> received quantity, or the shipped weight keyed on LANDLINK.DAT.
    05  LC-BASIS                PIC X(1).
        88  LC-BY-VALUE          VALUE "V".
        88  LC-BY-QUANTITY       VALUE "Q".
        88  LC-BY-WEIGHT         VALUE "W".
    05  LC-AMOUNT               PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  LC-EXPENSE-ACCT         PIC 9(6).
    05  LC-COST-CENTER          PIC 9(4).
*> "P" waits for landcost.cob - including a charge whose shipment
*> has no received lines yet; "A" has been allocated and posted;
*> "X" was cancelled unallocated when apmatrel.cob rejected the
*> match-held invoice it came from.
    05  LC-STATUS               PIC X(1).
        88  LC-PENDING           VALUE "P".
        88  LC-APPLIED           VALUE "A".
        88  LC-CANCELLED         VALUE "X".
    05  LC-APPLIED-DATE         PIC 9(8).
