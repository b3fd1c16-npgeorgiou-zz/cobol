*> DDMANDATE.CPY - customer direct-debit mandate, one row per
*> customer who has signed up to have us pull payment on the due
*> date, on DDMANDATE.DAT. The bank routing and account details are
*> what ddcoll.cob puts on the outbound debit file; only an ACTIVE
*> mandate is collected against. nsfproc.cob suspends the mandate
*> when the bank returns one of its debits, so a bad account is not
*> pulled again until credit control reinstates it.
01  DD-MANDATE-RECORD.
    05  DM-CUST-NO              PIC 9(6).
    05  DM-MANDATE-ID           PIC X(12).
    05  DM-ROUTING-NO           PIC 9(9).
    05  DM-ACCOUNT-NO           PIC X(17).
    05  DM-ACCOUNT-TYPE         PIC X(1).
        88  DM-CHECKING          VALUE "C".
        88  DM-SAVINGS           VALUE "S".
    05  DM-STATUS               PIC X(1).
        88  DM-ACTIVE            VALUE "A".
        88  DM-PENDING           VALUE "P".
        88  DM-SUSPENDED         VALUE "S".
        88  DM-CANCELLED         VALUE "C".
    05  DM-SIGNED-DATE          PIC 9(8).
    05  DM-STATUS-DATE          PIC 9(8).
