        88  EMP-TERMINATED      VALUE "T".
        88  EMP-ON-LEAVE        VALUE "L".
*> Cost-center assignment (carved out of the old 8 spare FILLER
*> bytes; the spare FILLER is now used up): validated against the
*> cost centers the ledger actually posts to (CCMAST.DAT), and joined
*> with BALFILE.DAT spend by empcc.cob's headcount-and-spend report.
*> Zero means unassigned.
    05  EMP-COST-CENTER         PIC 9(4).
*> Budgeted position the employee fills (POSMAST.DAT), carved out of
*> the last 4 spare FILLER bytes. Its cost center is the position's.
*> Zero (or the blanks every earlier row carries) means no position.
    05  EMP-POSITION-NO         PIC 9(4).
*> No spare bytes are left, so the supervisor id below is appended
*> to the tail and the record is 6 bytes longer: EMPMAST.DAT is a
*> relative file of fixed-length slots, so it must be unloaded and
*> reloaded at the new length before any program compiled with this
*> layout opens it.
*> Supervisor who approves the employee's timecards - an EMP-ID on
*> this same master, kept by empccmnt.cob. Zero (or the blanks every
*> earlier row carries) means none assigned yet, and the employee's
*> cards wait on TCPEND.DAT until one is.
    05  EMP-SUPERVISOR-ID       PIC 9(6).
