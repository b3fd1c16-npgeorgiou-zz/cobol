    05  VM-TERMS-NET-DAYS       PIC 9(3).
    05  VM-1099-FLAG            PIC X(1).
        88  VM-1099-ELIGIBLE     VALUE "Y".
*> Maintained by vendmnt.cob. Inactive vendors take no new invoices;
*> spaces (every row loaded before maintenance existed) is active.
    05  VM-ACTIVE-FLAG          PIC X(1).
        88  VM-INACTIVE          VALUE "N".
*> Remit-to change control: any change to the payee name or remit-to
*> address puts the vendor on payment hold "R" until a second
*> operator - never the one who keyed the change - confirms it, and
*> the payment run cuts no check to a held vendor. The maker and the
*> time of the change ride the row for the confirming operator.
    05  VM-PAY-HOLD             PIC X(1).
        88  VM-REMIT-HOLD        VALUE "R".
    05  VM-HOLD-MAKER           PIC X(20).
    05  VM-HOLD-TIMESTAMP       PIC 9(14).
*> Early-payment discount terms - "2/10 net 30" is 02.00 percent if
*> paid within 10 days of the invoice date. apinv.cob stamps them on
*> each new APOPEN.DAT item; appay.cob takes the discount when it pays
*> inside the window. Zero or blank (every row keyed before terms
*> were kept) is no discount offered.
    05  VM-DISC-PCT             PIC 9(2)V99.
    05  VM-DISC-DAYS            PIC 9(3).
