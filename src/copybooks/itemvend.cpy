*> ITEMVEND.CPY - preferred vendor and ordering terms per item on
*> ITEMVEND.DAT, one row per item: who we buy it from, how many days
*> the vendor takes to deliver, the smallest quantity they will ship
*> and the pack size orders must come in. reorder.cob drafts its
*> suggested PO lines from these terms; an item without a row is
*> listed on the reorder report for a buyer to source by hand.
01  ITEM-VENDOR-RECORD.
    05  IV-ITEM-ID              PIC 9(6).
    05  IV-VENDOR-NO            PIC 9(6).
    05  IV-LEAD-DAYS            PIC 9(3).
    05  IV-MIN-ORDER-QTY        PIC 9(5).
*> Pack size: suggested quantities round up to a multiple of it
*> (zero or one = any quantity).
    05  IV-ORDER-MULTIPLE       PIC 9(5).
    05  IV-UNIT-COST            PIC S9(7)V99 SIGN IS LEADING SEPARATE.
*> Coding the PO line is raised under, so pocommit.cob encumbers the
*> right budget line.
    05  IV-EXPENSE-ACCT         PIC 9(6).
    05  IV-COST-CENTER          PIC 9(4).
