*> CLOSECHK.CPY - month-end close checklist on CLOSECHK.DAT, one row
*> per close task in the order the MONTHEND stream runs them. Each
*> task names up to eight predecessor tasks that must be complete (and
*> signed off, where the predecessor needs a sign-off) before its
*> step may run; closegat.cob enforces that at every step, prints the
*> close status report and closes the period on PERSTAT.DAT only once
*> every required task is done. Completion and sign-off are stamped
*> with the fiscal year/period they were done FOR, so a new month
*> starts with every task waiting without anyone clearing the file.
01  CLOSE-CHECKLIST-RECORD.
    05  CL-TASK-ID              PIC X(8).
    05  CL-DESCRIPTION          PIC X(30).
    05  CL-DEPENDS-ON           PIC X(8) OCCURS 8 TIMES.
    05  CL-SIGNOFF-FLAG         PIC X(1).
        88  CL-NEEDS-SIGNOFF     VALUE "Y".
    05  CL-REQUIRED-FLAG        PIC X(1).
        88  CL-REQUIRED          VALUE "Y".
    05  CL-DONE-YEAR            PIC 9(4).
    05  CL-DONE-PERIOD          PIC 9(2).
    05  CL-DONE-TIMESTAMP       PIC 9(14).
    05  CL-DONE-BY              PIC X(20).
    05  CL-SIGNED-BY            PIC X(20).
    05  CL-SIGNED-TIMESTAMP     PIC 9(14).
