*> STMTDEF.CPY - financial-statement line definition on STMTDEF.DAT,
*> finance's spreadsheet mapping made into data: one row per report
*> line of the balance sheet ("B"), income statement ("I") or
*> statement of cash flows ("C", indirect method), naming
*> the account range that rolls into the line, the presentation sign
*> (revenue lives as credits, so "-" flips it positive for print),
*> and the subtotal level. finstmt.cob generates both statements per
    05  SD-STMT-TYPE            PIC X(1).
        88  SD-BALANCE-SHEET     VALUE "B".
        88  SD-INCOME-STMT       VALUE "I".
        88  SD-CASH-FLOW         VALUE "C".
    05  SD-LINE-NO              PIC 9(3).
    05  SD-CAPTION              PIC X(30).
    05  SD-ACCT-FROM            PIC 9(6).
*> Zero = detail line (sums its account range); 1-9 = subtotal line
*> printing and resetting the running subtotal at that level.
    05  SD-SUBTOTAL-LEVEL       PIC 9(1).
*> Cash-flow section of a "C" line: operating, investing or financing.
*> A cash-flow line sums its accounts' movement between the last two
*> BALHIST.DAT snapshots rather than their balance: net income is the
*> income-statement range flipped ("-"), a non-cash expense such as
*> depreciation is added back by mapping its expense range unflipped
*> ("+"), and a balance-sheet range is flipped so a rise in an asset
*> uses cash and a rise in a liability provides it. Blank on "B" and
*> "I" lines.
    05  SD-CF-SECTION           PIC X(1).
        88  SD-CF-OPERATING      VALUE "O".
        88  SD-CF-INVESTING      VALUE "I".
        88  SD-CF-FINANCING      VALUE "F".
