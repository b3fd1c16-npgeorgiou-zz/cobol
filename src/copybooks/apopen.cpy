*> coding), aged by apaging.cob, selected and relieved by the
*> payment run. The expense coding rides the item so the payment
*> run's ledger relief posts where the invoice was coded.
*> APOPEN.DAT is keyed on the invoice number within vendor - the
*> invoice number is the vendor's own, so two vendors may share one -
*> with alternate keys (duplicates allowed) on the vendor and on the
*> due date, the same shape as AROPEN.DAT, loaded once by opencnv.
01  AP-OPEN-ITEM-RECORD.
    05  AP-ITEM-KEY.
        10  AP-INVOICE-NO       PIC 9(6).
        10  AP-VENDOR-NO        PIC 9(6).
    05  AP-AMOUNT               PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  AP-PAID-AMOUNT          PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  AP-INVOICE-DATE         PIC 9(8).
        88  AP-ITEM-CLOSED       VALUE "C".
    05  AP-EXPENSE-ACCT         PIC 9(6).
    05  AP-COST-CENTER          PIC 9(4).
*> Three-way match: "M" parks an invoice that failed apinv.cob's
*> match against its PO line and receipts - the payment run will not
*> select it until apmatrel.cob releases it (space) or rejects it off
*> the file. The PO line and billed quantity ride the item so the
*> next invoice against the same line is matched net of what was
*> already billed. Non-PO invoices carry zero PO fields. "V" parks
*> an item ckvoid.cob reopened off a voided check with no reissue
*> asked for, until a later reissue request frees it.
    05  AP-HOLD-CODE            PIC X(1).
        88  AP-MATCH-HOLD        VALUE "M".
        88  AP-VOID-HOLD         VALUE "V".
    05  AP-PO-NO                PIC 9(6).
    05  AP-PO-LINE              PIC 9(3).
    05  AP-BILLED-QTY           PIC 9(5).
*> Early-payment discount the invoice was admitted under (the vendor's
*> terms, or the invoice's own when it carries them) and the last day
*> it may be taken - invoice date plus the discount days, zero when
*> no discount is offered. appay.cob selects an item whose window
*> closes before the next payment run, pays it net and records the
*> discount taken ("T"); aplostd.cob marks a window that closed with
*> the item unpaid as lost ("L") the first time it reports it.
*> Blank (every item admitted before terms were kept) is no discount.
    05  AP-DISC-PCT             PIC 9(2)V99.
    05  AP-DISC-DAYS            PIC 9(3).
    05  AP-DISC-DATE            PIC 9(8).
    05  AP-DISC-TAKEN           PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  AP-DISC-STATUS          PIC X(1).
        88  AP-DISC-WAS-TAKEN    VALUE "T".
        88  AP-DISC-WAS-LOST     VALUE "L".
*> Document currency, the AROPEN.CPY shape: a vendor invoice billed
*> in a foreign currency carries the currency, the invoice amount in
*> that currency and the rate apinv.cob booked it at on the invoice
*> date; AP-AMOUNT and AP-PAID-AMOUNT stay in base currency. The
*> foreign amount still open is AP-FX-AMOUNT in the proportion base
*> open bears to AP-AMOUNT. appay.cob pays the foreign balance at the
*> payment date's rate and books the realized exchange difference;
*> fxreval.cob revalues what is still open at period end. Blank
*> (every item admitted before documents carried a currency) is base
*> currency.
    05  AP-CURRENCY-CODE        PIC X(3).
        88  AP-BASE-CURRENCY     VALUE "USD", "   ".
    05  AP-FX-AMOUNT            PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  AP-BOOKING-RATE         PIC 9(3)V9(4).
