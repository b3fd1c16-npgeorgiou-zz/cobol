identification division.
  program-id. custprf.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select custprf-ctl assign to "CUSTPRF.CTL"
        organization is line sequential
        file status is ws-cp-status.
    select sales-history-file assign to "SALESHST.DAT"
        organization is line sequential
        file status is ws-shs-status.
    select item-cost-table assign to "ITEMCST.DAT"
        organization is line sequential
        file status is ws-ict-status.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select ar-pay-history assign to "ARPAYH.DAT"
        organization is line sequential
        file status is ws-ph-status.
    select audit-file assign to "AUDIT.LOG"
        organization is line sequential
        file status is ws-audit-status.
    select customer-file assign to "CUSTMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-cu-rel-key
        file status is ws-cu-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select profit-report assign to "CUSTPRF.RPT"
        organization is line sequential
        file status is ws-pr-status.
data division.
  file section.
*> Report window and the handling cost of one returned payment.
*> Zero dates (the seeded row) mean the business date's calendar
*> month to date - the statement month.
  fd  custprf-ctl.
  01 custprf-ctl-record.
    05 cp-from-date            pic 9(8).
    05 filler                  pic x(1).
    05 cp-to-date              pic 9(8).
    05 filler                  pic x(1).
    05 cp-nsf-handling-cost    pic 9(5)v99.
  fd  sales-history-file.
  copy "saleshst.cpy".
  fd  item-cost-table.
  copy "itemcst.cpy".
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  ar-pay-history.
  copy "arpayh.cpy".
  fd  audit-file.
  copy "auditrec.cpy".
  fd  customer-file.
  copy "custmast.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  profit-report.
  01 profit-report-line       pic x(132).
  working-storage section.
    01 ws-cp-status       pic x(2) value "00".
    01 ws-shs-status      pic x(2) value "00".
    01 ws-ict-status      pic x(2) value "00".
    01 ws-aro-status      pic x(2) value "00".
    01 ws-ph-status       pic x(2) value "00".
    01 ws-audit-status    pic x(2) value "00".
    01 ws-cu-status       pic x(2) value "00".
    01 ws-cu-rel-key      pic 9(6) value 1.
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-pr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-shs-eof         pic x(1) value "N".
        88 SHS-EOF        value "Y".
    01 ws-ict-eof         pic x(1) value "N".
        88 ICT-EOF        value "Y".
    01 ws-aro-eof         pic x(1) value "N".
        88 ARO-EOF        value "Y".
    01 ws-ph-eof          pic x(1) value "N".
        88 PH-EOF         value "Y".
    01 ws-audit-eof       pic x(1) value "N".
        88 AUDIT-EOF      value "Y".

    *> Every cost row on file, not just the latest: a sale is costed
    *> at the unit cost effective on the day it billed.
    01 ws-item-cost-table.
      05 ws-ict-entry occurs 1000 times indexed by ws-ict-idx.
        10 ict-item-id           pic 9(6).
        10 ict-eff-date          pic 9(8).
        10 ict-unit-cost         pic s9(7)v99 sign is leading separate.
    01 ws-ict-count       pic 9(4) value zero.

    *> One slot per customer with activity in the window. Credit
    *> memos, discounts and write-offs are held as positive costs.
    01 ws-profit-table.
      05 ws-cpt-entry occurs 500 times indexed by ws-cpt-idx.
        10 cpt-cust-no           pic 9(6).
        10 cpt-revenue           pic s9(11)v99 sign is leading separate.
        10 cpt-cogs              pic s9(11)v99 sign is leading separate.
        10 cpt-gross-margin      pic s9(11)v99 sign is leading separate.
        10 cpt-discounts         pic s9(11)v99 sign is leading separate.
        10 cpt-credit-memos      pic s9(11)v99 sign is leading separate.
        10 cpt-writeoffs         pic s9(11)v99 sign is leading separate.
        10 cpt-nsf-count         pic 9(4).
        10 cpt-nsf-fees          pic s9(9)v99 sign is leading separate.
        10 cpt-contribution      pic s9(11)v99 sign is leading separate.
        10 cpt-pay-days-total    pic 9(9).
        10 cpt-pay-count         pic 9(6).
        10 cpt-ranked            pic x(1).
    01 ws-cpt-count       pic 9(3) value zero.
    01 ws-lookup-cust     pic 9(6).
    01 ws-table-full      pic x(1) value "N".
    01 ws-aro-open        pic x(1) value "N".

    01 ws-today-date      pic 9(8).
    01 ws-business-date   pic 9(8).
    01 ws-from-date       pic 9(8).
    01 ws-to-date         pic 9(8).
    01 ws-nsf-handling-cost pic 9(5)v99 value 25.00.
    01 ws-unit-cost       pic s9(7)v99 sign is leading separate.
    01 ws-best-eff-date   pic 9(8).
    01 ws-line-cost       pic s9(11)v99 sign is leading separate.
    01 ws-uncosted-lines  pic 9(6) value zero.
    01 ws-days-to-pay     pic s9(6).
    01 ws-avg-days        pic 9(4).
    01 ws-margin-pct      pic s9(5)v9 sign is leading separate.
    01 ws-cust-name       pic x(30).
    01 ws-rank-no         pic 9(3) value zero.
    01 ws-best-idx        pic 9(3) value zero.
    01 ws-best-amount     pic s9(11)v99 sign is leading separate.
    01 ws-scan-idx        pic 9(3) value zero.
    01 ws-rank-by         pic x(1).
        88 RANK-BY-MARGIN  value "M".
        88 RANK-BY-CONTRIB value "C".
    01 ws-negative-count  pic 9(3) value zero.
    01 ws-tot-revenue     pic s9(11)v99 sign is leading separate value zero.
    01 ws-tot-margin      pic s9(11)v99 sign is leading separate value zero.
    01 ws-tot-contrib     pic s9(11)v99 sign is leading separate value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Customer profitability for a window: billed revenue off the
  *> sales history costed at the item cost effective on the sale
  *> date, less what the customer cost us to collect - credit memos
  *> issued, early-payment discounts taken, balances written off and
  *> returned payments (their handling cost, less the fees billed) -
  *> with average days to pay. Ranked by gross margin and by
  *> contribution; a customer whose contribution is negative is
  *> flagged for the credit desk and sales.
  perform load-report-stamp.
  perform establish-report-window.
  perform load-item-costs.
  perform accumulate-sales.
  perform accumulate-credit-memos.
  perform accumulate-applications.
  perform accumulate-nsf-returns.
  if ws-cpt-count = zero
    display "CUSTPRF: NO CUSTOMER ACTIVITY " ws-from-date " TO "
        ws-to-date
    goback
  end-if.
  perform compute-contribution.
  perform write-profit-report.
  display "CUSTPRF: " ws-cpt-count " CUSTOMER(S) ANALYZED, "
      ws-negative-count " WITH NEGATIVE CONTRIBUTION".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "CUSTPRF" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

establish-report-window.
  move ws-today-date to ws-business-date.
  open input run-ctl-file.
  if ws-rc-status = "35"
    close run-ctl-file
  else
    move 1 to ws-rc-rel-key
    read run-ctl-file
      invalid key continue
      not invalid key move rc-next-run-date to ws-business-date
    end-read
    close run-ctl-file
  end-if.
  open input custprf-ctl.
  if ws-cp-status = "35"
    open output custprf-ctl
    move spaces to custprf-ctl-record
    move zero to cp-from-date
    move zero to cp-to-date
    move ws-nsf-handling-cost to cp-nsf-handling-cost
    write custprf-ctl-record
    close custprf-ctl
    open input custprf-ctl
  end-if.
  move "CUSTPRF.CTL" to ws-abend-file-name.
  move ws-cp-status to ws-abend-status.
  perform check-file-status.
  read custprf-ctl
    at end move spaces to custprf-ctl-record
  end-read.
  close custprf-ctl.
  if cp-nsf-handling-cost is numeric
    move cp-nsf-handling-cost to ws-nsf-handling-cost
  end-if.
  if cp-from-date is numeric and cp-from-date not = zero
    move cp-from-date to ws-from-date
  else
    move ws-business-date to ws-from-date
    move 01 to ws-from-date(7:2)
  end-if.
  if cp-to-date is numeric and cp-to-date not = zero
    move cp-to-date to ws-to-date
  else
    move ws-business-date to ws-to-date
  end-if.

load-item-costs.
  move zero to ws-ict-count.
  move "N" to ws-ict-eof.
  open input item-cost-table.
  if ws-ict-status = "35"
    close item-cost-table
    exit paragraph
  end-if.
  move "ITEMCST.DAT" to ws-abend-file-name.
  move ws-ict-status to ws-abend-status.
  perform check-file-status.
  read item-cost-table
    at end set ICT-EOF to true
  end-read.
  perform until ICT-EOF
    if ws-ict-count < 1000
      add 1 to ws-ict-count
      set ws-ict-idx to ws-ict-count
      move ic-item-id to ict-item-id(ws-ict-idx)
      move ic-eff-date to ict-eff-date(ws-ict-idx)
      move ic-unit-cost to ict-unit-cost(ws-ict-idx)
    end-if
    read item-cost-table
      at end set ICT-EOF to true
    end-read
  end-perform.
  close item-cost-table.

accumulate-sales.
  move "N" to ws-shs-eof.
  open input sales-history-file.
  if ws-shs-status = "35"
    close sales-history-file
    exit paragraph
  end-if.
  move "SALESHST.DAT" to ws-abend-file-name.
  move ws-shs-status to ws-abend-status.
  perform check-file-status.
  read sales-history-file
    at end set SHS-EOF to true
  end-read.
  perform until SHS-EOF
    if sh-date >= ws-from-date and sh-date <= ws-to-date
      perform tally-one-sale
    end-if
    read sales-history-file
      at end set SHS-EOF to true
    end-read
  end-perform.
  close sales-history-file.

tally-one-sale.
  move sh-cust-no to ws-lookup-cust.
  perform find-customer-slot.
  if ws-cpt-idx > ws-cpt-count
    exit paragraph
  end-if.
  perform resolve-sale-cost.
  compute ws-line-cost rounded = sh-qty * ws-unit-cost.
  add sh-ext-amount to cpt-revenue(ws-cpt-idx).
  add ws-line-cost to cpt-cogs(ws-cpt-idx).

resolve-sale-cost.
  *> Latest cost row effective on or before the sale date. A line
  *> with no cost on file is costed at zero and counted, so the
  *> report says how much of the margin is overstated.
  move zero to ws-unit-cost.
  move zero to ws-best-eff-date.
  perform varying ws-ict-idx from 1 by 1 until ws-ict-idx > ws-ict-count
    if ict-item-id(ws-ict-idx) = sh-item-id
        and ict-eff-date(ws-ict-idx) <= sh-date
        and ict-eff-date(ws-ict-idx) >= ws-best-eff-date
      move ict-eff-date(ws-ict-idx) to ws-best-eff-date
      move ict-unit-cost(ws-ict-idx) to ws-unit-cost
    end-if
  end-perform.
  if ws-best-eff-date = zero
    add 1 to ws-uncosted-lines
  end-if.

accumulate-credit-memos.
  *> Credit memos issued in the window, off the open-item file -
  *> their application ("M" on ARPAYH) is the same money again.
  move "N" to ws-aro-eof.
  open input ar-open-file.
  if ws-aro-status = "35"
    close ar-open-file
    exit paragraph
  end-if.
  move "AROPEN.DAT" to ws-abend-file-name.
  move ws-aro-status to ws-abend-status.
  perform check-file-status.
  read ar-open-file next record
    at end set ARO-EOF to true
  end-read.
  perform until ARO-EOF
    if AR-DOC-CREDIT-MEMO
        and ar-invoice-date >= ws-from-date
        and ar-invoice-date <= ws-to-date
      move ar-cust-no to ws-lookup-cust
      perform find-customer-slot
      if ws-cpt-idx not > ws-cpt-count
        subtract ar-amount from cpt-credit-memos(ws-cpt-idx)
      end-if
    end-if
    read ar-open-file next record
      at end set ARO-EOF to true
    end-read
  end-perform.
  close ar-open-file.

accumulate-applications.
  *> Discounts and write-offs are charged where they were applied;
  *> days to pay is each payment's date less its invoice's date, the
  *> invoice read by key.
  move "N" to ws-ph-eof.
  open input ar-pay-history.
  if ws-ph-status = "35"
    close ar-pay-history
    exit paragraph
  end-if.
  move "ARPAYH.DAT" to ws-abend-file-name.
  move ws-ph-status to ws-abend-status.
  perform check-file-status.
  open input ar-open-file.
  if ws-aro-status = "00"
    move "Y" to ws-aro-open
  end-if.
  read ar-pay-history
    at end set PH-EOF to true
  end-read.
  perform until PH-EOF
    if ph-date >= ws-from-date and ph-date <= ws-to-date
        and not PH-IS-MEMO
      perform tally-one-application
    end-if
    read ar-pay-history
      at end set PH-EOF to true
    end-read
  end-perform.
  close ar-pay-history.
  if ws-aro-open = "Y"
    close ar-open-file
    move "N" to ws-aro-open
  end-if.

tally-one-application.
  move ph-cust-no to ws-lookup-cust.
  perform find-customer-slot.
  if ws-cpt-idx > ws-cpt-count
    exit paragraph
  end-if.
  evaluate true
    when PH-IS-DISCOUNT
      add ph-amount to cpt-discounts(ws-cpt-idx)
    when PH-IS-WRITEOFF
      add ph-amount to cpt-writeoffs(ws-cpt-idx)
    when PH-IS-PAYMENT or PH-IS-REMIT
      perform tally-days-to-pay
  end-evaluate.

tally-days-to-pay.
  if ws-aro-open not = "Y"
    exit paragraph
  end-if.
  move ph-invoice-no to ar-invoice-no.
  read ar-open-file
    invalid key exit paragraph
  end-read.
  compute ws-days-to-pay = function integer-of-date(ph-date)
      - function integer-of-date(ar-invoice-date).
  if ws-days-to-pay < zero
    move zero to ws-days-to-pay
  end-if.
  add ws-days-to-pay to cpt-pay-days-total(ws-cpt-idx).
  add 1 to cpt-pay-count(ws-cpt-idx).

accumulate-nsf-returns.
  *> nsfproc.cob leaves one NSF-FEE row per bounce keyed by the
  *> customer, carrying the fee billed.
  move "N" to ws-audit-eof.
  open input audit-file.
  if ws-audit-status = "35"
    close audit-file
    exit paragraph
  end-if.
  move "AUDIT.LOG" to ws-abend-file-name.
  move ws-audit-status to ws-abend-status.
  perform check-file-status.
  read audit-file
    at end set AUDIT-EOF to true
  end-read.
  perform until AUDIT-EOF
    if aud-source = "NSFPROC" and aud-action = "NSF-FEE"
        and aud-timestamp(1:8) >= ws-from-date
        and aud-timestamp(1:8) <= ws-to-date
      move aud-key to ws-lookup-cust
      perform find-customer-slot
      if ws-cpt-idx not > ws-cpt-count
        add 1 to cpt-nsf-count(ws-cpt-idx)
        add aud-new-value to cpt-nsf-fees(ws-cpt-idx)
      end-if
    end-if
    read audit-file
      at end set AUDIT-EOF to true
    end-read
  end-perform.
  close audit-file.

find-customer-slot.
  *> Leaves ws-cpt-idx on the customer's slot, adding it if new; past
  *> ws-cpt-count when the table is full.
  set ws-cpt-idx to 1.
  search ws-cpt-entry
    at end
      *> A customer past the table would silently drop out of a
      *> ranking that reports success - surface it to operations.
      if ws-table-full = "N"
        display "CUSTPRF: CUSTOMER TABLE FULL - CUSTOMERS MISSING"
        move "Y" to ws-table-full
        move 16 to return-code
      end-if
      set ws-cpt-idx to 501
    when ws-cpt-idx > ws-cpt-count
      add 1 to ws-cpt-count
      initialize ws-cpt-entry(ws-cpt-idx)
      move ws-lookup-cust to cpt-cust-no(ws-cpt-idx)
    when cpt-cust-no(ws-cpt-idx) = ws-lookup-cust
      continue
  end-search.

compute-contribution.
  perform varying ws-cpt-idx from 1 by 1 until ws-cpt-idx > ws-cpt-count
    compute cpt-gross-margin(ws-cpt-idx) =
        cpt-revenue(ws-cpt-idx) - cpt-cogs(ws-cpt-idx)
    compute cpt-contribution(ws-cpt-idx) =
        cpt-gross-margin(ws-cpt-idx) - cpt-credit-memos(ws-cpt-idx)
        - cpt-discounts(ws-cpt-idx) - cpt-writeoffs(ws-cpt-idx)
        + cpt-nsf-fees(ws-cpt-idx)
        - cpt-nsf-count(ws-cpt-idx) * ws-nsf-handling-cost
    if cpt-contribution(ws-cpt-idx) < zero
      add 1 to ws-negative-count
    end-if
    add cpt-revenue(ws-cpt-idx) to ws-tot-revenue
    add cpt-gross-margin(ws-cpt-idx) to ws-tot-margin
    add cpt-contribution(ws-cpt-idx) to ws-tot-contrib
  end-perform.

write-profit-report.
  open extend profit-report.
  if ws-pr-status = "35"
    open output profit-report
  end-if.
  move "CUSTPRF.RPT" to ws-abend-file-name.
  move ws-pr-status to ws-abend-status.
  perform check-file-status.
  open input customer-file.
  move spaces to profit-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into profit-report-line.
  write profit-report-line.
  move spaces to profit-report-line.
  string "CUSTOMER PROFITABILITY " ws-from-date " TO " ws-to-date
      "  NSF HANDLING COST=" ws-nsf-handling-cost
      into profit-report-line.
  write profit-report-line.
  move "RANKED BY GROSS MARGIN" to profit-report-line.
  write profit-report-line.
  set RANK-BY-MARGIN to true.
  perform write-ranking.
  move "RANKED BY CONTRIBUTION" to profit-report-line.
  write profit-report-line.
  set RANK-BY-CONTRIB to true.
  perform write-ranking.
  move spaces to profit-report-line.
  string "TOTAL REVENUE=" ws-tot-revenue
      " GROSS MARGIN=" ws-tot-margin
      " CONTRIBUTION=" ws-tot-contrib
      " NEGATIVE=" ws-negative-count into profit-report-line.
  write profit-report-line.
  if ws-uncosted-lines > zero
    move spaces to profit-report-line
    string "WARNING: " ws-uncosted-lines
        " SALES LINE(S) WITH NO ITEM COST ON FILE - COSTED AT ZERO"
        into profit-report-line
    write profit-report-line
  end-if.
  if ws-cu-status = "00"
    close customer-file
  end-if.
  close profit-report.

write-ranking.
  *> Selection of the best remaining slot one pass at a time, the
  *> sales analysis ranking, over every customer in the window.
  perform varying ws-cpt-idx from 1 by 1 until ws-cpt-idx > ws-cpt-count
    move "N" to cpt-ranked(ws-cpt-idx)
  end-perform.
  perform varying ws-rank-no from 1 by 1 until ws-rank-no > ws-cpt-count
    move zero to ws-best-idx
    move -99999999999.99 to ws-best-amount
    perform varying ws-scan-idx from 1 by 1
        until ws-scan-idx > ws-cpt-count
      if cpt-ranked(ws-scan-idx) = "N"
        if RANK-BY-MARGIN
          if cpt-gross-margin(ws-scan-idx) > ws-best-amount
              or ws-best-idx = zero
            move ws-scan-idx to ws-best-idx
            move cpt-gross-margin(ws-scan-idx) to ws-best-amount
          end-if
        else
          if cpt-contribution(ws-scan-idx) > ws-best-amount
              or ws-best-idx = zero
            move ws-scan-idx to ws-best-idx
            move cpt-contribution(ws-scan-idx) to ws-best-amount
          end-if
        end-if
      end-if
    end-perform
    set ws-cpt-idx to ws-best-idx
    move "Y" to cpt-ranked(ws-cpt-idx)
    perform write-ranked-customer
  end-perform.

write-ranked-customer.
  move spaces to ws-cust-name.
  if ws-cu-status = "00"
    move cpt-cust-no(ws-cpt-idx) to ws-cu-rel-key
    read customer-file
      invalid key continue
      not invalid key move cu-name to ws-cust-name
    end-read
  end-if.
  move spaces to profit-report-line.
  if RANK-BY-MARGIN
    move zero to ws-margin-pct
    if cpt-revenue(ws-cpt-idx) not = zero
      compute ws-margin-pct rounded =
          cpt-gross-margin(ws-cpt-idx) * 100 / cpt-revenue(ws-cpt-idx)
    end-if
    string "RANK=" ws-rank-no " CUST=" cpt-cust-no(ws-cpt-idx)
        " " ws-cust-name
        " REVENUE=" cpt-revenue(ws-cpt-idx)
        " COGS=" cpt-cogs(ws-cpt-idx)
        " MARGIN=" cpt-gross-margin(ws-cpt-idx)
        " PCT=" ws-margin-pct into profit-report-line
    write profit-report-line
    exit paragraph
  end-if.
  move zero to ws-avg-days.
  if cpt-pay-count(ws-cpt-idx) not = zero
    compute ws-avg-days rounded =
        cpt-pay-days-total(ws-cpt-idx) / cpt-pay-count(ws-cpt-idx)
  end-if.
  string "RANK=" ws-rank-no " CUST=" cpt-cust-no(ws-cpt-idx)
      " " ws-cust-name
      " MARGIN=" cpt-gross-margin(ws-cpt-idx)
      " CONTRIB=" cpt-contribution(ws-cpt-idx)
      " AVG DAYS TO PAY=" ws-avg-days into profit-report-line.
  write profit-report-line.
  move spaces to profit-report-line.
  string "         CREDIT MEMOS=" cpt-credit-memos(ws-cpt-idx)
      " DISCOUNTS=" cpt-discounts(ws-cpt-idx)
      " WRITE-OFFS=" cpt-writeoffs(ws-cpt-idx)
      " NSF COUNT=" cpt-nsf-count(ws-cpt-idx)
      " NSF FEES=" cpt-nsf-fees(ws-cpt-idx)
      into profit-report-line.
  write profit-report-line.
  if cpt-contribution(ws-cpt-idx) < zero
    move "         ** NEGATIVE CONTRIBUTION - REVIEW TERMS AND CREDIT **"
        to profit-report-line
    write profit-report-line
  end-if.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
  *> that the caller didn't already recover from (a first-run "35")
  *> is an abend condition - display what failed and set a non-zero
  *> RETURN-CODE instead of letting the job die with a runtime error.
  if ws-abend-status not = "00"
    display "FILE ERROR ON " ws-abend-file-name
        ", STATUS=" ws-abend-status
    move 16 to return-code
  end-if.

end program custprf.
