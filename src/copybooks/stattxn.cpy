*> STATTXN.CPY - one statistical quantity to add into STATACCT.DAT,
*> appended by the program that captures it (timecard.cob writes the
*> charged hours of every card it posts as "LHRS") and posted to the
*> fiscal period of SX-DATE by statload.cob, which then empties the
*> file - so each quantity is counted once however often either job
*> reruns.
01  STAT-TXN-RECORD.
    05  SX-DRIVER-CODE          PIC X(4).
    05  SX-COST-CENTER          PIC 9(4).
    05  SX-DATE                 PIC 9(8).
    05  SX-QUANTITY             PIC 9(7)V99.
