    05  AM-OPEN-FLAG            PIC X(1).
        88  AM-ACCT-OPEN         VALUE "Y".
        88  AM-ACCT-CLOSED       VALUE "N".
*> Use-tax taxable: an expense account whose purchases owe use tax
*> when the vendor charged none - apinv.cob self-assesses on invoices
*> coded here. Blank (every pre-existing row) is not taxable.
    05  AM-USE-TAX-FLAG         PIC X(1).
        88  AM-USE-TAXABLE       VALUE "Y".
