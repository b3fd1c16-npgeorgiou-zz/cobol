*> credit memo instead of a suspense journal and a phone call.
    05  INV-LINE-TYPE            PIC X(1).
        88  INV-LINE-CREDIT      VALUE "C".
*> Ratable periods: a support or subscription line recognized over
*> this many fiscal periods instead of on the billing day. Non-zero
*> credits the line's extension to deferred revenue (DEFRACCT.CTL)
*> and writes its REVSCHED.DAT schedule row; zero or blank - every
*> pre-existing feed - books to revenue at billing as before.
    05  INV-REV-PERIODS          PIC 9(3).
*> Project the line bills (PROJMAST.DAT); rides into SALESHST.DAT so
*> the project P&L finds its revenue. Zero or blank is no project.
    05  INV-PROJECT-NO           PIC 9(6).
