*> ARPAYH.CPY - applied-payment history record on ARPAYH.DAT, one
*> row per application cashapp.cob makes: direct payments ("P"),
*> remittance allocations ("R"), earned discounts ("D") and credit-
*> memo offsets ("M") - plus the small-balance residuals arwoff.cob
*> forgives ("W"), so every way an item closes short of cash is on
*> one file by customer. The customer statement run reads it to show
*> the payments between opening and closing balance, the commission
*> run reads it for reps paid on cash collected, and the customer
*> profitability run reads it for discounts, write-offs and days to
*> pay.
01  AR-PAY-HISTORY-RECORD.
    05  PH-CUST-NO              PIC 9(6).
    05  PH-INVOICE-NO           PIC 9(6).
        88  PH-IS-REMIT          VALUE "R".
        88  PH-IS-DISCOUNT       VALUE "D".
        88  PH-IS-MEMO           VALUE "M".
        88  PH-IS-WRITEOFF       VALUE "W".
