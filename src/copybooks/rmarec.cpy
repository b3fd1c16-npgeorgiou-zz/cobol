*> RMAREC.CPY - return merchandise authorization on RMA.DAT, one row
*> per authorized return of one item off one billed invoice.
*> rmaauth.cob writes the row only after checking the invoice line
*> on SALESHST.DAT, and never authorizes more than the invoice sold
*> less what earlier authorizations against it already cover. The
*> row carries the original sale's price and the item's cost as of
*> the sale date, so the receipt run can credit the customer and
*> restock the shelf at the figures the sale went out at, whatever
*> ITEMPRC.DAT and ITEMCST.DAT say by the time the goods come back.
*> rmarcv.cob books receipts against it; rmaopen.cob lists what is
*> authorized but not yet back.
01  RMA-RECORD.
    05  RMA-NO                  PIC 9(6).
    05  RMA-INVOICE-NO          PIC 9(6).
    05  RMA-CUST-NO             PIC 9(6).
    05  RMA-ITEM-ID             PIC 9(6).
*> Location the goods come back into (zero = location 1).
    05  RMA-LOCATION            PIC 9(2).
    05  RMA-AUTH-QTY            PIC 9(5).
    05  RMA-RECEIVED-QTY        PIC 9(5).
    05  RMA-UNIT-PRICE          PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05  RMA-UNIT-COST           PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05  RMA-AUTH-DATE           PIC 9(8).
    05  RMA-STATUS              PIC X(1).
        88  RMA-AUTHORIZED       VALUE "A".
        88  RMA-RECEIVED         VALUE "R".
        88  RMA-CANCELLED        VALUE "X".
    05  RMA-AUTH-BY             PIC X(20).
    05  RMA-REASON              PIC X(20).
*> Last receipt against the authorization and the credit memo it
*> raised.
    05  RMA-LAST-RCV-DATE       PIC 9(8).
    05  RMA-LAST-CREDIT-NO      PIC 9(6).
