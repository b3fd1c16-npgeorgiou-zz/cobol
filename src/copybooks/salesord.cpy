*> SALESORD.CPY - sales order line on SALESORD.DAT, one row per line
*> an operator keys in soentry.cob. Each line reserves stock of its
*> item at its location at entry - never more than the location has
*> free (on hand less what other open lines already hold and what
*> movements not yet posted will take), so the reservations can
*> never promise IM-ON-HAND-QTY below zero. A line short of stock
*> sits with part or none of its quantity reserved until soship.cob
*> finds stock for it. soship.cob ships only reserved quantity,
*> writes the issue to ITEMMOVE.DAT and releases the shipped quantity
*> to INVLINE.DAT for billing; the line closes once everything
*> ordered has shipped.
01  SALES-ORDER-RECORD.
    05  SO-ORDER-NO             PIC 9(6).
    05  SO-LINE-NO              PIC 9(3).
    05  SO-CUST-NO              PIC 9(6).
    05  SO-ITEM-ID              PIC 9(6).
    05  SO-LOCATION             PIC 9(2).
    05  SO-ORDER-QTY            PIC 9(5).
    05  SO-RESERVED-QTY         PIC 9(5).
    05  SO-SHIPPED-QTY          PIC 9(5).
*> Quoted price; billing still prices from ITEMPRC.DAT and checks
*> this against it the way it checks any fed price.
    05  SO-UNIT-PRICE           PIC S9(7)V99 SIGN IS LEADING SEPARATE.
    05  SO-ORDER-DATE           PIC 9(8).
    05  SO-STATUS               PIC X(1).
        88  SO-LINE-OPEN         VALUE "O".
        88  SO-LINE-SHIPPED      VALUE "S".
        88  SO-LINE-CANCELLED    VALUE "X".
    05  SO-ENTERED-BY           PIC X(20).
*> Last shipment against the line and the invoice it was released to.
    05  SO-LAST-SHIP-DATE       PIC 9(8).
    05  SO-LAST-INV-NO          PIC 9(6).
