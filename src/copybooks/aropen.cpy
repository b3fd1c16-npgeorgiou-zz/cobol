*> the open ones against the business date, and the cash application
*> run closes or part-pays them as payments arrive - so collections
*> works from system output instead of a hand-kept ledger.
*> AROPEN.DAT is keyed on the invoice number, with alternate keys
*> (duplicates allowed) on the customer and on the due date, so the
*> subledger runs read and rewrite only the items they touch instead
*> of copying the whole file through memory or a work file. opencnv
*> loads it once from the old sequential file.
01  AR-OPEN-ITEM-RECORD.
    05  AR-INVOICE-NO           PIC 9(6).
    05  AR-CUST-NO              PIC 9(6).
    05  AR-DOC-TYPE             PIC X(1).
        88  AR-DOC-INVOICE       VALUE "I", " ".
        88  AR-DOC-CREDIT-MEMO   VALUE "M".
*> Dispute: "D" while a collector has the item recorded as disputed
*> on the collections screen (colmnt.cob), with the reason code from
*> DISPRSN.CTL. dunning.cob holds a disputed item's letter level
*> where it is and araging.cob lists it apart from the collectible
*> aging until the dispute is resolved and the flag cleared. Space
*> (every item written before disputes were tracked) is undisputed.
    05  AR-DISPUTE-FLAG         PIC X(1).
        88  AR-IN-DISPUTE        VALUE "D".
    05  AR-DISPUTE-REASON       PIC X(4).
*> Document currency: an invoice billed to a customer who is billed
*> in a foreign currency carries the currency, the invoice amount in
*> that currency and the rate it was booked at; AR-AMOUNT and
*> AR-PAID-AMOUNT stay in base currency as always. The foreign amount
*> still open is AR-FX-AMOUNT in the proportion base open bears to
*> AR-AMOUNT, so a write-off or reversal that moves the base amounts
*> moves the foreign balance with it. cashapp.cob takes a foreign
*> item's payments in its own currency and books the realized
*> exchange difference at the payment date's rate; fxreval.cob
*> revalues what is still open at period end. Blank (every item
*> written before documents carried a currency) is base currency.
    05  AR-CURRENCY-CODE        PIC X(3).
        88  AR-BASE-CURRENCY     VALUE "USD", "   ".
    05  AR-FX-AMOUNT            PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  AR-BOOKING-RATE         PIC 9(3)V9(4).
