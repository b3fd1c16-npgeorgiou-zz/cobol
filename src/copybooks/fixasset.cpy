*> FIXASSET.CPY - fixed asset master record on FAMAST.DAT, keyed by
*> FA-ASSET-NO: the asset register the standing depreciation journals
*> on RECURTPL.DAT used to fake. Cost, salvage, in-service date,
*> method and life drive fadepr.cob's charge for each fiscal period;
*> the three accounts and the cost center say where the asset, its
*> accumulated depreciation and the period expense live on the
*> ledger, so an addition, a disposal or a change in useful life is
*> a row change here instead of a template edit. fatxn.cob is the
*> only program that adds, changes or disposes an asset; fadepr.cob
*> advances the accumulated depreciation; fareg.cob ties the register
*> back to BALFILE.DAT.
01  FIXED-ASSET-RECORD.
    05  FA-ASSET-NO             PIC 9(6).
    05  FA-DESCRIPTION          PIC X(30).
    05  FA-COST                 PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  FA-SALVAGE              PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  FA-IN-SERVICE-DATE      PIC 9(8).
*> Straight-line spreads what is left to depreciate evenly over the
*> periods of life remaining, so a life change re-spreads from the
*> next period on; double-declining takes twice the straight-line
*> rate of the net book value, never below salvage.
    05  FA-METHOD               PIC X(1).
        88  FA-STRAIGHT-LINE     VALUE "S".
        88  FA-DECLINING-BAL     VALUE "D".
*> Useful life in fiscal periods (months on the legacy calendar).
    05  FA-LIFE-PERIODS         PIC 9(3).
    05  FA-PERIODS-TAKEN        PIC 9(3).
    05  FA-ASSET-ACCT           PIC 9(6).
    05  FA-ACCUM-ACCT           PIC 9(6).
    05  FA-EXPENSE-ACCT         PIC 9(6).
    05  FA-COST-CENTER          PIC 9(4).
    05  FA-COMPANY-CODE         PIC 9(2).
    05  FA-ACCUM-DEPR           PIC S9(9)V99 SIGN IS LEADING SEPARATE.
*> Last fiscal period (YYYYPP) depreciated - the run's own dedupe, so
*> a cycle rerun inside the period cannot charge the asset twice.
    05  FA-LAST-DEPR-PERIOD     PIC 9(6).
    05  FA-STATUS               PIC X(1).
        88  FA-ACTIVE            VALUE "A".
        88  FA-FULLY-DEPRECIATED VALUE "F".
        88  FA-DISPOSED          VALUE "D".
    05  FA-DISPOSAL-DATE        PIC 9(8).
    05  FA-DISPOSAL-PROCEEDS    PIC S9(9)V99 SIGN IS LEADING SEPARATE.
