*> and collected activity to the rep through this code. Spaces means
*> house account, no commission.
    05  CU-REP-CODE             PIC X(3).
*> Invoice delivery: paper (space or "P") prints on INVDOC.RPT as
*> always; "E" goes only on the outbound EDI invoice file to the
*> trading partner named by CU-EDI-PARTNER-ID (its interchange
*> receiver id); "B" does both. An "E" customer with no partner id
*> keyed still gets paper - an invoice never goes nowhere.
    05  CU-DELIVERY-PREF        PIC X(1).
        88  CU-DELIVER-PAPER     VALUE "P", " ".
        88  CU-DELIVER-EDI       VALUE "E".
        88  CU-DELIVER-BOTH      VALUE "B".
    05  CU-EDI-PARTNER-ID       PIC X(15).
*> Billing currency: a customer billed in a foreign currency has its
*> invoices' open items carry the currency and the foreign equivalent
*> at the invoice date's RATETBL.DAT rate, and its payments arrive in
*> that currency. Blank (every pre-existing customer) or USD is base.
    05  CU-CURRENCY-CODE        PIC X(3).
