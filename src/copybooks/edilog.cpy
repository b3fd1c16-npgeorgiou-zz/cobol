*> EDILOG.CPY - outbound EDI invoice transmission log on EDILOG.DAT,
*> one row per invoice transaction set ediinv.cob sends. The three
*> control numbers are the ones on the interchange (ISA/IEA), the
*> functional group (GS/GE) and the transaction set (ST/SE), so the
*> partner's 997 functional acknowledgment - which answers by group
*> and set control number - finds its invoice here. A row stays
*> "S" until its acknowledgment is read back in; a rejected invoice
*> still on INVLINE.DAT goes out again and its old row is marked "X".
01  EDI-LOG-RECORD.
    05  EL-INTERCHANGE-CTL      PIC 9(9).
    05  EL-GROUP-CTL            PIC 9(9).
    05  EL-SET-CTL              PIC 9(4).
    05  EL-PARTNER-ID           PIC X(15).
    05  EL-INVOICE-NO           PIC 9(6).
    05  EL-CUST-NO              PIC 9(6).
    05  EL-SENT-DATE            PIC 9(8).
    05  EL-INVOICE-TOTAL        PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  EL-ACK-STATUS           PIC X(1).
        88  EL-SENT              VALUE "S".
        88  EL-ACCEPTED          VALUE "A".
        88  EL-ACCEPTED-ERRORS   VALUE "E".
        88  EL-REJECTED          VALUE "R".
        88  EL-RESENT            VALUE "X".
    05  EL-ACK-DATE             PIC 9(8).
