*> CRSCHIST.CPY - customer credit-score history record on CRSCHIST.DAT,
*> one row per customer per crscore.cob scoring run. The score (0-100,
*> higher is better) and grade are kept with the behavior that drove
*> them - days to pay in the recent and prior windows, the share of
*> open invoices past due and over 90 days, returned payments, the
*> highest dunning letter reached and write-offs in the lookback - so
*> credit control can see a customer's trend run over run, not just
*> where it stands today. A rerun for the same score date replaces
*> that date's rows.
01  CREDIT-SCORE-HISTORY-RECORD.
    05  CRS-CUST-NO             PIC 9(6).
    05  CRS-SCORE-DATE          PIC 9(8).
    05  CRS-SCORE               PIC 9(3).
    05  CRS-GRADE               PIC X(1).
    05  CRS-AVG-DAYS-RECENT     PIC 9(4).
    05  CRS-AVG-DAYS-PRIOR      PIC 9(4).
    05  CRS-PAST-DUE-PCT        PIC 9(3).
    05  CRS-OVER-90-PCT         PIC 9(3).
    05  CRS-NSF-COUNT           PIC 9(3).
    05  CRS-DUN-LEVEL           PIC 9(1).
    05  CRS-WRITEOFF-AMT        PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  CRS-CREDIT-LIMIT        PIC 9(9)V99.
    05  CRS-REC-LIMIT           PIC 9(9)V99.
