*> PROJMAST.CPY - project master on PROJMAST.DAT, one row per customer
*> or capital project. projload.cob keeps the header and the budget
*> by cost category from the PROJIN.DAT drop; projcost.cob adds the
*> project-to-date actuals as the labor (timecard.cob), vendor
*> (apinv.cob) and material (invpost.cob issues) charges carrying the
*> project number post. A billable project names its customer so the
*> project P&L can set the SALESHST.DAT revenue billed to it against
*> its cost.
01  PROJECT-MASTER-RECORD.
    05  PJ-PROJECT-NO           PIC 9(6).
    05  PJ-NAME                 PIC X(20).
    05  PJ-CUST-NO              PIC 9(6).
    05  PJ-TYPE                 PIC X(1).
        88  PJ-BILLABLE          VALUE "B".
        88  PJ-CAPITAL           VALUE "C".
    05  PJ-STATUS               PIC X(1).
        88  PJ-OPEN              VALUE "O".
        88  PJ-CLOSED            VALUE "C".
    05  PJ-BUDGET-LABOR         PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  PJ-BUDGET-MATERIAL      PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  PJ-BUDGET-VENDOR        PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  PJ-ACTUAL-LABOR         PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  PJ-ACTUAL-MATERIAL      PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  PJ-ACTUAL-VENDOR        PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  PJ-ACTUAL-HOURS         PIC 9(7)V99.
    05  PJ-LAST-POST-DATE       PIC 9(8).
