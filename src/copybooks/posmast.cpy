*> POSMAST.CPY - position master record on POSMAST.DAT, keyed by
*> POS-NO: the budgeted positions HR hires against, each in one cost
*> center with a job code and budgeted FTE. An employee fills a
*> position through EMP-POSITION-NO; a position holds as many heads as
*> its FTE rounded up (0.50 is one part-time head, 2.00 two). Only an
*> approved position takes hires - frozen ones keep their budget line
*> but no new incumbent, closed ones are gone from the complement.
01  POSITION-RECORD.
    05  POS-NO                  PIC 9(4).
    05  POS-COST-CENTER         PIC 9(4).
    05  POS-JOB-CODE            PIC X(6).
    05  POS-TITLE               PIC X(20).
    05  POS-BUDGET-FTE          PIC 9(1)V99.
    05  POS-STATUS              PIC X(1).
        88  POS-APPROVED         VALUE "A".
        88  POS-FROZEN           VALUE "F".
        88  POS-CLOSED           VALUE "C".
