*> ESCHREG.CPY - unclaimed property register on ESCHREG.DAT, one row
*> per dormant item escheat.cob has put through due diligence: an
*> uncashed vendor check off CHECKREG.DAT or an aged customer credit
*> balance off AROPEN.DAT. The row is written when the due-diligence
*> letter goes out ("N"), and is either released when the owner
*> shows signs of life before the holding period runs out ("R" - the
*> check cleared or the credit was used) or escheated ("E") when the
*> funds move to the unclaimed property liability for remittance to
*> the owner's state. The escheated rows are the holder report.
01  ESCHEAT-REGISTER-RECORD.
    05  ER-PROP-TYPE            PIC X(1).
        88  ER-PROP-CHECK        VALUE "C".
        88  ER-PROP-AR-CREDIT    VALUE "A".
*> Check number for a check, AR invoice (or credit memo) number for a
*> credit balance.
    05  ER-PROP-KEY             PIC 9(6).
*> Vendor number for a check, customer number for a credit.
    05  ER-OWNER-NO             PIC 9(6).
    05  ER-OWNER-NAME           PIC X(30).
*> Owner's last known address state - the state whose holding period
*> applies and to which the property is reported.
    05  ER-STATE                PIC X(2).
*> Amount owed the owner, always positive.
    05  ER-AMOUNT               PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  ER-LAST-ACTIVITY        PIC 9(8).
    05  ER-NOTICE-DATE          PIC 9(8).
    05  ER-ESCHEAT-DATE         PIC 9(8).
    05  ER-STATUS               PIC X(1).
        88  ER-NOTICED           VALUE "N".
        88  ER-ESCHEATED         VALUE "E".
        88  ER-RELEASED          VALUE "R".
*> Journal batch that moved an escheated item to the liability.
    05  ER-BATCH-ID             PIC 9(6).
