*> STATACCT.CPY - statistical account balance on STATACCT.DAT: a
*> non-monetary quantity per driver, cost center and fiscal period -
*> headcount ("HEAD", active employees per EMP-COST-CENTER), labor
*> hours ("LHRS", charged hours off the timecards), square footage
*> ("SQFT") or any other driver facilities keys in. statload.cob
*> maintains the file; allocrun.cob splits a pool by a rule's driver
*> in proportion to each target's quantity for the current period.
01  STAT-ACCOUNT-RECORD.
    05  ST-DRIVER-CODE          PIC X(4).
    05  ST-COST-CENTER          PIC 9(4).
    05  ST-FISCAL-YEAR          PIC 9(4).
    05  ST-FISCAL-PERIOD        PIC 9(2).
    05  ST-QUANTITY             PIC 9(9)V99.
    05  ST-LAST-UPDATE          PIC 9(8).
