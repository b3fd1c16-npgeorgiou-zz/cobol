    05  AL-SOURCE-CC            PIC 9(4).
    05  AL-TARGET-CC            PIC 9(4).
    05  AL-PERCENT              PIC 9(3)V99.
*> Statistical driver (STATACCT.DAT - "HEAD", "SQFT", "LHRS", ...):
*> when present the rule's AL-PERCENT is ignored and the target's
*> share is its driver quantity for the current fiscal period over
*> the total across the source's rows. A source's rows are either all
*> percentage or all driver rows. Blank is a percentage rule.
    05  AL-DRIVER-CODE          PIC X(4).
