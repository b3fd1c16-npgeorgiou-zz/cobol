*> PROJTXN.CPY - project cost transaction on PROJTXN.DAT, appended by
*> each posting run for a posted row that carries a project number:
*> timecard.cob hours at cost (category L), apinv.cob vendor invoices
*> (V), invpost.cob stock issued at cost (M). projcost.cob consumes
*> the file into the project master's actuals and keeps every row on
*> PROJHIST.DAT; a row for a project not on the master waits on the
*> file until the project is loaded.
01  PROJECT-TXN-RECORD.
    05  PT-PROJECT-NO           PIC 9(6).
    05  PT-CATEGORY             PIC X(1).
        88  PT-LABOR             VALUE "L".
        88  PT-MATERIAL          VALUE "M".
        88  PT-VENDOR            VALUE "V".
    05  PT-DATE                 PIC 9(8).
    05  PT-SOURCE               PIC X(8).
*> Employee id, vendor invoice number or item id, by category.
    05  PT-REF                  PIC X(10).
*> Hours for labor, units for material, zero for vendor charges.
    05  PT-QTY                  PIC 9(7)V99.
    05  PT-AMOUNT               PIC S9(9)V99 SIGN IS LEADING SEPARATE.
