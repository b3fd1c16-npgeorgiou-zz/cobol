*> COLLACT.CPY - collections activity record on COLLACT.DAT, one row
*> per entry a collector makes on the collections screen
*> (colmnt.cob): a call note, a promise to pay (date and amount), a
*> dispute raised against an invoice with its DISPRSN.CTL reason, or
*> a dispute resolved. The file is append-only - the trail of every
*> contact with the account - and colwork.cob reads it each day for
*> the worklist and to hold each promise against the payments that
*> arrived on ARPAYH.DAT. An invoice number of zero is an entry
*> against the account as a whole.
01  COLLECTION-ACTIVITY-RECORD.
    05  CA-TIMESTAMP            PIC 9(14).
    05  CA-COLLECTOR            PIC X(20).
    05  CA-CUST-NO              PIC 9(6).
    05  CA-INVOICE-NO           PIC 9(6).
    05  CA-TYPE                 PIC X(1).
        88  CA-IS-NOTE           VALUE "N".
        88  CA-IS-PROMISE        VALUE "P".
        88  CA-IS-DISPUTE        VALUE "D".
        88  CA-IS-RESOLVED       VALUE "R".
    05  CA-PROMISE-DATE         PIC 9(8).
    05  CA-PROMISE-AMOUNT       PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  CA-DISPUTE-REASON       PIC X(4).
    05  CA-NOTE                 PIC X(60).
