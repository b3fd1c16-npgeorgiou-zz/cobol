identification division.
  program-id. rniaccr.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select po-file assign to "POFILE.DAT"
        organization is line sequential
        file status is ws-po-status.
    select ap-open-file assign to "APOPEN.DAT"
        organization is indexed
        access mode is sequential
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-apo-status.
    select vendor-file assign to "VENDMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-vm-rel-key
        file status is ws-vm-status.
    select invgl-ctl assign to "INVGLACC.CTL"
        organization is line sequential
        file status is ws-ig-status.
    select rni-acct-ctl assign to "RNIACCT.CTL"
        organization is line sequential
        file status is ws-na-status.
    select rniseq-ctl assign to "RNISEQ.CTL"
        organization is line sequential
        file status is ws-nq-status.
    select rni-work-file assign to "RNIWORK.DAT"
        organization is line sequential
        file status is ws-nw-status.
    select rni-sort-work assign to "RNISORT.WRK".
    select rni-sorted-file assign to "RNISORT.DAT"
        organization is line sequential
        file status is ws-ns-status.
    select txn-file assign to "TXNFILE.DAT"
        organization is line sequential
        file status is ws-txn-status.
    select journal-batch-file assign to "JRNLBAT.DAT"
        organization is line sequential
        file status is ws-jb-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select rni-report assign to "RNIACCR.RPT"
        organization is line sequential
        file status is ws-rpt-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  po-file.
  copy "porec.cpy".
  fd  ap-open-file.
  copy "apopen.cpy".
  fd  vendor-file.
  copy "vendmast.cpy".
*> invpost.cob's bridge accounts - only the received-not-invoiced
*> accrual its receipts credit is wanted here, to name it on the
*> report beside the lines that bridge already put on the ledger.
  fd  invgl-ctl.
  01 invgl-ctl-record.
    05 ivg-inventory-acct      pic 9(6).
    05 filler                  pic x(1).
    05 ivg-inventory-cc        pic 9(4).
    05 filler                  pic x(1).
    05 ivg-cogs-acct           pic 9(6).
    05 filler                  pic x(1).
    05 ivg-cogs-cc             pic 9(4).
    05 filler                  pic x(1).
    05 ivg-accrual-acct        pic 9(6).
    05 filler                  pic x(1).
    05 ivg-accrual-cc          pic 9(4).
*> The accrued-liability account the received-not-invoiced total is
*> credited to; the debits go to each PO line's own expense coding.
  fd  rni-acct-ctl.
  01 rni-acct-record.
    05 na-accrual-acct         pic 9(6).
    05 filler                  pic x(1).
    05 na-accrual-cc           pic 9(4).
*> Next batch id and transaction serial in this program's sequence
*> series, and the fiscal period (YYYYPP) the last accrual was posted
*> for - a rerun in the same period reports but does not book the
*> accrual a second time.
  fd  rniseq-ctl.
  01 rniseq-ctl-record.
    05 nq-next-batch-id        pic 9(6).
    05 filler                  pic x(1).
    05 nq-next-txn-serial      pic 9(6).
    05 filler                  pic x(1).
    05 nq-last-period          pic 9(6).
*> One row per PO line with a received-not-invoiced quantity, in
*> POFILE.DAT order, sorted into vendor / PO / line order for the
*> posting and the report.
  fd  rni-work-file.
  01 rni-work-record.
    05 nw-vendor-no            pic 9(6).
    05 nw-po-no                pic 9(6).
    05 nw-po-line              pic 9(3).
    05 nw-item-id              pic 9(6).
    05 nw-po-qty               pic 9(5).
    05 nw-recv-qty             pic 9(5).
    05 nw-billed-qty           pic 9(5).
    05 nw-rni-qty              pic 9(5).
    05 nw-unit-cost            pic s9(7)v99 sign is leading separate.
    05 nw-value                pic s9(11)v99 sign is leading separate.
    05 nw-expected-date        pic 9(8).
    05 nw-expense-acct         pic 9(6).
    05 nw-cost-center          pic 9(4).
    05 nw-po-status            pic x(1).
    05 nw-accrue-flag          pic x(1).
  sd  rni-sort-work.
  01 sort-rni-record.
    05 sort-vendor-no          pic 9(6).
    05 sort-po-no              pic 9(6).
    05 sort-po-line            pic 9(3).
    05 filler                  pic x(70).
  fd  rni-sorted-file.
  01 rni-sorted-record.
    05 ns-vendor-no            pic 9(6).
    05 ns-po-no                pic 9(6).
    05 ns-po-line              pic 9(3).
    05 ns-item-id              pic 9(6).
    05 ns-po-qty               pic 9(5).
    05 ns-recv-qty             pic 9(5).
    05 ns-billed-qty           pic 9(5).
    05 ns-rni-qty              pic 9(5).
    05 ns-unit-cost            pic s9(7)v99 sign is leading separate.
    05 ns-value                pic s9(11)v99 sign is leading separate.
    05 ns-expected-date        pic 9(8).
    05 ns-expense-acct         pic 9(6).
    05 ns-cost-center          pic 9(4).
    05 ns-po-status            pic x(1).
    05 ns-accrue-flag          pic x(1).
  fd  txn-file.
  copy "txnrec.cpy".
  fd  journal-batch-file.
  copy "jrnlbat.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  rni-report.
  01 rni-report-line          pic x(132).
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-po-status       pic x(2) value "00".
    01 ws-apo-status      pic x(2) value "00".
    01 ws-vm-status       pic x(2) value "00".
    01 ws-vm-rel-key      pic 9(6) value 1.
    01 ws-ig-status       pic x(2) value "00".
    01 ws-na-status       pic x(2) value "00".
    01 ws-nq-status       pic x(2) value "00".
    01 ws-nw-status       pic x(2) value "00".
    01 ws-ns-status       pic x(2) value "00".
    01 ws-txn-status      pic x(2) value "00".
    01 ws-jb-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-rpt-status      pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-po-eof          pic x(1) value "N".
        88 PO-EOF         value "Y".
    01 ws-apo-eof         pic x(1) value "N".
        88 APO-EOF        value "Y".
    01 ws-ns-eof          pic x(1) value "N".
        88 NS-EOF         value "Y".
    01 ws-vm-open         pic x(1) value "N".

    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    01 ws-fiscal-year     pic 9(4).
    01 ws-fiscal-qtr      pic 9(1).
    01 ws-fiscal-per      pic 9(2).
    01 ws-fiscal-week     pic 9(2).
    01 ws-run-period      pic 9(6) value zero.

    *> Placeholder accrued-liability account until finance sets its
    *> own - beside the receipt accrual invpost.cob's inventory bridge
    *> credits, kept apart so the period-end accrual reverses cleanly.
    01 ws-accrual-acct    pic 9(6) value 210005.
    01 ws-accrual-cc      pic 9(4) value 9999.
    *> invpost.cob's received-not-invoiced account (its own default
    *> until INVGLACC.CTL says otherwise). A stock line's receipts were
    *> credited there the night they posted, so that part of the
    *> total is already on the ledger and is reconciled, not accrued.
    01 ws-bridge-acct     pic 9(6) value 210001.
    01 ws-bridge-cc       pic 9(4) value 9999.

    *> Every PO line on file with the quantity accepted invoices have
    *> billed against it - the line number is the row's place among
    *> its PO's rows, the numbering apinv.cob matches invoices by.
    01 ws-pol-table.
      05 ws-pol-entry occurs 3000 times indexed by ws-pol-idx.
        10 pl-po-no              pic 9(6).
        10 pl-po-line            pic 9(3).
        10 pl-vendor-no          pic 9(6).
        10 pl-item-id            pic 9(6).
        10 pl-po-qty             pic 9(5).
        10 pl-recv-qty           pic 9(5).
        10 pl-billed-qty         pic 9(7).
        10 pl-unit-cost          pic s9(7)v99 sign is leading separate.
        10 pl-expected-date      pic 9(8).
        10 pl-expense-acct       pic 9(6).
        10 pl-cost-center        pic 9(4).
        10 pl-po-status          pic x(1).
    01 ws-pol-count       pic 9(4) value zero.
    01 ws-pol-overflow    pic 9(4) value zero.
    01 ws-line-sub        pic 9(4).
    01 ws-scan-sub        pic 9(4).
    01 ws-line-in-po      pic 9(3).

    01 ws-rni-qty         pic s9(7).
    01 ws-rni-value       pic s9(11)v99 sign is leading separate.
    01 ws-rni-lines       pic 9(5) value zero.
    01 ws-rni-total       pic s9(11)v99 sign is leading separate value zero.
    01 ws-uncoded-lines   pic 9(5) value zero.
    01 ws-uncoded-total   pic s9(11)v99 sign is leading separate value zero.
    01 ws-accrue-total    pic s9(11)v99 sign is leading separate value zero.
    01 ws-bridged-lines   pic 9(5) value zero.
    01 ws-bridged-total   pic s9(11)v99 sign is leading separate value zero.
    01 ws-recon-diff      pic s9(11)v99 sign is leading separate value zero.
    01 ws-over-billed     pic 9(5) value zero.

    01 ws-cur-vendor      pic 9(6) value zero.
    01 ws-cur-po          pic 9(6) value zero.
    01 ws-vendor-name     pic x(30).
    01 ws-vendor-total    pic s9(11)v99 sign is leading separate value zero.
    01 ws-po-total        pic s9(11)v99 sign is leading separate value zero.
    01 ws-vendor-count    pic 9(5) value zero.
    01 ws-first-row       pic x(1) value "Y".

    01 ws-batch-id        pic 9(6) value zero.
    01 ws-next-batch-id   pic 9(6) value 720001.
    01 ws-next-txn-serial pic 9(6) value 1.
    01 ws-last-period     pic 9(6) value zero.
    01 ws-post-ok         pic x(1) value "N".
        88 POST-ACCRUAL   value "Y".
    01 ws-posted          pic x(1) value "N".
        88 ACCRUAL-POSTED value "Y".
    01 ws-post-note       pic x(50) value spaces.
    01 ws-gen-debits      pic s9(11)v99 sign is leading separate value zero.
    01 ws-gen-credits     pic s9(11)v99 sign is leading separate value zero.
    01 ws-gen-rows        pic 9(5) value zero.

    01 ws-ed-amount       pic -,---,---,--9.99.
    01 ws-ed-cost         pic -,---,--9.99.
    01 ws-ed-qty-1        pic zzzz9.
    01 ws-ed-qty-2        pic zzzz9.
    01 ws-ed-qty-3        pic zzzz9.
    01 ws-ed-qty-4        pic zzzz9.
    01 ws-ed-count        pic zzz,zz9.

    *> Run-log entry with elapsed time, like every other cycle step.
    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Period-end received-not-invoiced accrual. This run takes every
  *> POFILE.DAT line, nets off the quantity accepted invoices on
  *> APOPEN.DAT have already billed against it and values what is
  *> left at PO-UNIT-COST. A stock line's receipts came through
  *> invpost.cob, whose inventory bridge already credited them to the
  *> INVGLACC.CTL received-not-invoiced account the night they
  *> posted - those lines are listed and reconciled, never accrued a
  *> second time. What is left, received lines with no stock item
  *> behind them, is booked as one auto-reversing JRNLBAT.DAT batch -
  *> each line's expense coding debited, the accrued liability
  *> credited - so autorev.cob backs it out the first business day of
  *> next period, when the invoices arrive for real. RNIACCR.RPT
  *> lists every line by vendor and PO for purchasing to chase the
  *> missing invoices.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  call "fiscalclc" using ws-business-date, ws-fiscal-year,
      ws-fiscal-qtr, ws-fiscal-per, ws-fiscal-week.
  compute ws-run-period = ws-fiscal-year * 100 + ws-fiscal-per.
  perform load-po-lines.
  perform sum-billed-quantities.
  perform load-bridge-account.
  perform load-accrual-account.
  perform load-next-batch-id.
  perform build-rni-work-file.
  if return-code = zero
    sort rni-sort-work on ascending key sort-vendor-no sort-po-no
        sort-po-line
        using rni-work-file
        giving rni-sorted-file
    perform decide-posting
    perform open-rni-report
    perform post-and-report-rni-lines
    perform write-report-totals
    close rni-report
    perform save-next-batch-id
  end-if.
  move ws-accrue-total to ws-ed-amount.
  display "RNIACCR: " ws-rni-lines " LINE(S) RECEIVED NOT INVOICED,"
      " ACCRUAL=" ws-ed-amount " " ws-post-note.
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "RNIACCR" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

establish-business-date.
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

load-po-lines.
  move "N" to ws-po-eof.
  open input po-file.
  if ws-po-status = "35"
    close po-file
    exit paragraph
  end-if.
  move "POFILE.DAT" to ws-abend-file-name.
  move ws-po-status to ws-abend-status.
  perform check-file-status.
  read po-file
    at end set PO-EOF to true
  end-read.
  perform until PO-EOF
    if ws-pol-count < 3000
      perform number-po-line
      add 1 to ws-pol-count
      move po-no to pl-po-no(ws-pol-count)
      move ws-line-in-po to pl-po-line(ws-pol-count)
      move po-vendor-no to pl-vendor-no(ws-pol-count)
      move po-item-id to pl-item-id(ws-pol-count)
      move po-qty to pl-po-qty(ws-pol-count)
      move po-received-qty to pl-recv-qty(ws-pol-count)
      move zero to pl-billed-qty(ws-pol-count)
      move po-unit-cost to pl-unit-cost(ws-pol-count)
      move po-expected-date to pl-expected-date(ws-pol-count)
      move po-expense-acct to pl-expense-acct(ws-pol-count)
      move po-cost-center to pl-cost-center(ws-pol-count)
      move po-status to pl-po-status(ws-pol-count)
    else
      add 1 to ws-pol-overflow
    end-if
    read po-file
      at end set PO-EOF to true
    end-read
  end-perform.
  close po-file.

number-po-line.
  *> One more than the rows already taken for this PO.
  move 1 to ws-line-in-po.
  perform varying ws-scan-sub from 1 by 1 until ws-scan-sub > ws-pol-count
    if pl-po-no(ws-scan-sub) = po-no
      add 1 to ws-line-in-po
    end-if
  end-perform.

sum-billed-quantities.
  *> Same rule as apinv.cob's match: a held invoice has not been
  *> accepted, so its quantity is still waiting to be invoiced.
  if ws-pol-count = zero
    exit paragraph
  end-if.
  move "N" to ws-apo-eof.
  open input ap-open-file.
  if ws-apo-status = "35"
    close ap-open-file
    exit paragraph
  end-if.
  move "APOPEN.DAT" to ws-abend-file-name.
  move ws-apo-status to ws-abend-status.
  perform check-file-status.
  read ap-open-file next record
    at end set APO-EOF to true
  end-read.
  perform until APO-EOF
    if ap-po-no numeric and ap-po-no not = zero
        and ap-po-line numeric and ap-po-line not = zero
        and ap-billed-qty numeric and not AP-MATCH-HOLD
      perform varying ws-scan-sub from 1 by 1
          until ws-scan-sub > ws-pol-count
        if pl-po-no(ws-scan-sub) = ap-po-no
            and pl-po-line(ws-scan-sub) = ap-po-line
          add ap-billed-qty to pl-billed-qty(ws-scan-sub)
        end-if
      end-perform
    end-if
    read ap-open-file next record
      at end set APO-EOF to true
    end-read
  end-perform.
  close ap-open-file.

load-bridge-account.
  *> Read only - invpost.cob seeds and owns the card.
  open input invgl-ctl.
  if ws-ig-status = "35"
    close invgl-ctl
    exit paragraph
  end-if.
  move "INVGLACC.CTL" to ws-abend-file-name.
  move ws-ig-status to ws-abend-status.
  perform check-file-status.
  read invgl-ctl
    at end continue
  end-read.
  close invgl-ctl.
  if ivg-accrual-acct numeric and ivg-accrual-acct not = zero
    move ivg-accrual-acct to ws-bridge-acct
  end-if.
  if ivg-accrual-cc numeric
    move ivg-accrual-cc to ws-bridge-cc
  end-if.

load-accrual-account.
  open input rni-acct-ctl.
  if ws-na-status = "35"
    open output rni-acct-ctl
    *> Placeholder account finance repoints (and opens on the chart)
    *> before the first live accrual - GLBRIDGE.CTL discipline.
    move spaces to rni-acct-record
    move ws-accrual-acct to na-accrual-acct
    move ws-accrual-cc to na-accrual-cc
    write rni-acct-record
    close rni-acct-ctl
    open input rni-acct-ctl
  end-if.
  move "RNIACCT.CTL" to ws-abend-file-name.
  move ws-na-status to ws-abend-status.
  perform check-file-status.
  read rni-acct-ctl
    at end continue
  end-read.
  close rni-acct-ctl.
  if na-accrual-acct numeric and na-accrual-acct not = zero
    move na-accrual-acct to ws-accrual-acct
  end-if.
  if na-accrual-cc numeric
    move na-accrual-cc to ws-accrual-cc
  end-if.

load-next-batch-id.
  open input rniseq-ctl.
  if ws-nq-status = "35"
    open output rniseq-ctl
    move spaces to rniseq-ctl-record
    move ws-next-batch-id to nq-next-batch-id
    move ws-next-txn-serial to nq-next-txn-serial
    move zero to nq-last-period
    write rniseq-ctl-record
    close rniseq-ctl
    open input rniseq-ctl
  end-if.
  move "RNISEQ.CTL" to ws-abend-file-name.
  move ws-nq-status to ws-abend-status.
  perform check-file-status.
  read rniseq-ctl
    at end continue
  end-read.
  close rniseq-ctl.
  if nq-next-batch-id numeric and nq-next-batch-id not = zero
    move nq-next-batch-id to ws-next-batch-id
  end-if.
  if nq-next-txn-serial numeric and nq-next-txn-serial not = zero
    move nq-next-txn-serial to ws-next-txn-serial
  end-if.
  if nq-last-period numeric
    move nq-last-period to ws-last-period
  end-if.
  move ws-next-batch-id to ws-batch-id.

save-next-batch-id.
  open output rniseq-ctl.
  move "RNISEQ.CTL" to ws-abend-file-name.
  move ws-nq-status to ws-abend-status.
  perform check-file-status.
  if ACCRUAL-POSTED
    add 1 to ws-next-batch-id
    move ws-run-period to ws-last-period
  end-if.
  move spaces to rniseq-ctl-record.
  move ws-next-batch-id to nq-next-batch-id.
  move ws-next-txn-serial to nq-next-txn-serial.
  move ws-last-period to nq-last-period.
  write rniseq-ctl-record.
  close rniseq-ctl.

build-rni-work-file.
  open output rni-work-file.
  move "RNIWORK.DAT" to ws-abend-file-name.
  move ws-nw-status to ws-abend-status.
  perform check-file-status.
  if return-code not = zero
    exit paragraph
  end-if.
  perform varying ws-line-sub from 1 by 1 until ws-line-sub > ws-pol-count
    compute ws-rni-qty = pl-recv-qty(ws-line-sub)
        - pl-billed-qty(ws-line-sub)
    if ws-rni-qty < zero
      add 1 to ws-over-billed
    end-if
    if ws-rni-qty > zero
      perform write-rni-work-row
    end-if
  end-perform.
  close rni-work-file.

write-rni-work-row.
  compute ws-rni-value rounded =
      ws-rni-qty * pl-unit-cost(ws-line-sub).
  move spaces to rni-work-record.
  move pl-vendor-no(ws-line-sub) to nw-vendor-no.
  move pl-po-no(ws-line-sub) to nw-po-no.
  move pl-po-line(ws-line-sub) to nw-po-line.
  move pl-item-id(ws-line-sub) to nw-item-id.
  move pl-po-qty(ws-line-sub) to nw-po-qty.
  move pl-recv-qty(ws-line-sub) to nw-recv-qty.
  move pl-billed-qty(ws-line-sub) to nw-billed-qty.
  move ws-rni-qty to nw-rni-qty.
  move pl-unit-cost(ws-line-sub) to nw-unit-cost.
  move ws-rni-value to nw-value.
  move pl-expected-date(ws-line-sub) to nw-expected-date.
  move pl-expense-acct(ws-line-sub) to nw-expense-acct.
  move pl-cost-center(ws-line-sub) to nw-cost-center.
  move pl-po-status(ws-line-sub) to nw-po-status.
  *> A stock line is received only through invpost.cob, which matched
  *> the receipt to this line and bridged it to the ledger then - it
  *> is reconciled against that accrual, not booked again. A line
  *> with no expense coding is reported for purchasing to fix but not
  *> accrued - there is nowhere to debit it.
  evaluate true
    when pl-item-id(ws-line-sub) numeric
        and pl-item-id(ws-line-sub) not = zero
      move "B" to nw-accrue-flag
      add 1 to ws-bridged-lines
      add ws-rni-value to ws-bridged-total
    when pl-expense-acct(ws-line-sub) numeric
        and pl-expense-acct(ws-line-sub) not = zero
        and pl-cost-center(ws-line-sub) numeric
      move "Y" to nw-accrue-flag
      add ws-rni-value to ws-accrue-total
    when other
      move "N" to nw-accrue-flag
      add 1 to ws-uncoded-lines
      add ws-rni-value to ws-uncoded-total
  end-evaluate.
  write rni-work-record.
  add 1 to ws-rni-lines.
  add ws-rni-value to ws-rni-total.

decide-posting.
  if ws-last-period = ws-run-period
    move "ALREADY POSTED FOR PERIOD - NOT POSTED AGAIN" to ws-post-note
    exit paragraph
  end-if.
  if ws-accrue-total = zero
    move "NOTHING TO ACCRUE - NOT POSTED" to ws-post-note
    exit paragraph
  end-if.
  open extend txn-file.
  if ws-txn-status = "35"
    close txn-file
    open output txn-file
  end-if.
  move "TXNFILE.DAT" to ws-abend-file-name.
  move ws-txn-status to ws-abend-status.
  perform check-file-status.
  if return-code not = zero
    exit paragraph
  end-if.
  set POST-ACCRUAL to true.

open-rni-report.
  open extend rni-report.
  if ws-rpt-status = "35"
    open output rni-report
  end-if.
  move "RNIACCR.RPT" to ws-abend-file-name.
  move ws-rpt-status to ws-abend-status.
  perform check-file-status.
  move spaces to rni-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into rni-report-line.
  write rni-report-line.
  move spaces to rni-report-line.
  string "RECEIVED NOT INVOICED - FISCAL PERIOD " ws-run-period
      " AS OF " ws-business-date delimited by size into rni-report-line.
  write rni-report-line.
  move spaces to rni-report-line.
  write rni-report-line.
  move spaces to rni-report-line.
  string "  PO     LINE  ITEM    EXPECTED  ORDERED RECVD BILLED  "
      "RNI     UNIT COST     ACCRUED VALUE  EXPENSE     ST"
      delimited by size into rni-report-line.
  write rni-report-line.

post-and-report-rni-lines.
  *> One pass of the sorted lines: a debit leg per accrued line, the
  *> report line, and a subtotal at every PO and vendor break.
  move "N" to ws-ns-eof.
  open input rni-sorted-file.
  move "RNISORT.DAT" to ws-abend-file-name.
  move ws-ns-status to ws-abend-status.
  perform check-file-status.
  open input vendor-file.
  if ws-vm-status = "00"
    move "Y" to ws-vm-open
  else
    close vendor-file
  end-if.
  read rni-sorted-file
    at end set NS-EOF to true
  end-read.
  perform until NS-EOF
    if ws-first-row = "Y"
      move "N" to ws-first-row
      perform start-vendor-group
      perform start-po-group
    else
      if ns-vendor-no not = ws-cur-vendor
        perform write-po-subtotal
        perform write-vendor-subtotal
        perform start-vendor-group
        perform start-po-group
      else
        if ns-po-no not = ws-cur-po
          perform write-po-subtotal
          perform start-po-group
        end-if
      end-if
    end-if
    perform report-one-rni-line
    read rni-sorted-file
      at end set NS-EOF to true
    end-read
  end-perform.
  if ws-first-row = "N"
    perform write-po-subtotal
    perform write-vendor-subtotal
  end-if.
  close rni-sorted-file.
  if ws-vm-open = "Y"
    close vendor-file
  end-if.
  if POST-ACCRUAL
    perform write-accrual-credit
    close txn-file
    perform write-accrual-batch-header
    set ACCRUAL-POSTED to true
    move "POSTED" to ws-post-note
  end-if.

start-vendor-group.
  move ns-vendor-no to ws-cur-vendor.
  move zero to ws-vendor-total.
  add 1 to ws-vendor-count.
  move "NOT ON VENDOR MASTER" to ws-vendor-name.
  if ws-vm-open = "Y"
    move ns-vendor-no to ws-vm-rel-key
    read vendor-file
      invalid key continue
      not invalid key move vm-name to ws-vendor-name
    end-read
  end-if.
  move spaces to rni-report-line.
  write rni-report-line.
  move spaces to rni-report-line.
  string "VENDOR " ns-vendor-no "  " ws-vendor-name
      delimited by size into rni-report-line.
  write rni-report-line.

start-po-group.
  move ns-po-no to ws-cur-po.
  move zero to ws-po-total.

report-one-rni-line.
  add ns-value to ws-po-total.
  add ns-value to ws-vendor-total.
  if POST-ACCRUAL and ns-accrue-flag = "Y"
    perform write-accrual-debit
  end-if.
  move ns-po-qty to ws-ed-qty-1.
  move ns-recv-qty to ws-ed-qty-2.
  move ns-billed-qty to ws-ed-qty-3.
  move ns-rni-qty to ws-ed-qty-4.
  move ns-unit-cost to ws-ed-cost.
  move ns-value to ws-ed-amount.
  move spaces to rni-report-line.
  string "  " ns-po-no "  " ns-po-line "  " ns-item-id "  "
      ns-expected-date "  " ws-ed-qty-1 " " ws-ed-qty-2 " "
      ws-ed-qty-3 " " ws-ed-qty-4 " " ws-ed-cost " " ws-ed-amount
      "  " ns-expense-acct "/" ns-cost-center " " ns-po-status
      delimited by size into rni-report-line.
  if ns-accrue-flag = "B"
    move "ON LEDGER VIA RECEIPT BRIDGE" to rni-report-line(104:29)
  end-if.
  if ns-accrue-flag = "N"
    move "NO EXPENSE CODING-NOT ACCRUED" to rni-report-line(104:29)
  end-if.
  write rni-report-line.

write-po-subtotal.
  move ws-po-total to ws-ed-amount.
  move spaces to rni-report-line.
  string "    PO " ws-cur-po " TOTAL" "                      "
      "                             " ws-ed-amount
      delimited by size into rni-report-line.
  write rni-report-line.

write-vendor-subtotal.
  move ws-vendor-total to ws-ed-amount.
  move spaces to rni-report-line.
  string "  VENDOR " ws-cur-vendor " TOTAL" "                    "
      "                             " ws-ed-amount
      delimited by size into rni-report-line.
  write rni-report-line.

write-accrual-debit.
  initialize txn-record.
  move ns-expense-acct to txn-acct-id.
  move ns-cost-center to txn-cost-center.
  compute txn-seq-no = 72000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-business-date to txn-date.
  if ns-value < zero
    move "C" to txn-type
    subtract ns-value from ws-gen-credits
  else
    move "D" to txn-type
    add ns-value to ws-gen-debits
  end-if.
  move ns-value to txn-amount.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  add 1 to ws-gen-rows.

write-accrual-credit.
  initialize txn-record.
  move ws-accrual-acct to txn-acct-id.
  move ws-accrual-cc to txn-cost-center.
  compute txn-seq-no = 72000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-business-date to txn-date.
  if ws-accrue-total < zero
    move "D" to txn-type
    subtract ws-accrue-total from ws-gen-debits
  else
    move "C" to txn-type
    add ws-accrue-total to ws-gen-credits
  end-if.
  compute txn-amount = zero - ws-accrue-total.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  add 1 to ws-gen-rows.

write-accrual-batch-header.
  open extend journal-batch-file.
  if ws-jb-status = "35"
    close journal-batch-file
    open output journal-batch-file
  end-if.
  move "JRNLBAT.DAT" to ws-abend-file-name.
  move ws-jb-status to ws-abend-status.
  perform check-file-status.
  move ws-batch-id to jb-batch-id.
  move ws-gen-debits to jb-declared-debits.
  move ws-gen-credits to jb-declared-credits.
  *> Auto-reversing: the accrual stands in for invoices still on
  *> their way, so next period opens with it backed out and the real
  *> invoices book the liability through apinv.cob.
  move "R" to jb-auto-rev-flag.
  write journal-batch-record.
  close journal-batch-file.

write-report-totals.
  move spaces to rni-report-line.
  write rni-report-line.
  move "TOTALS" to rni-report-line.
  write rni-report-line.
  move ws-vendor-count to ws-ed-count.
  move spaces to rni-report-line.
  string "VENDORS WITH LINES RECEIVED NOT INVOICED  " ws-ed-count
      delimited by size into rni-report-line.
  write rni-report-line.
  move ws-rni-lines to ws-ed-count.
  move ws-rni-total to ws-ed-amount.
  move spaces to rni-report-line.
  string "PO LINES RECEIVED NOT INVOICED            " ws-ed-count
      "  " ws-ed-amount delimited by size into rni-report-line.
  write rni-report-line.
  *> Reconciliation: every line's value lands in exactly one of the
  *> three buckets below, so they foot back to the total above.
  move ws-bridged-lines to ws-ed-count.
  move ws-bridged-total to ws-ed-amount.
  move spaces to rni-report-line.
  string "  STOCK LINES ON LEDGER VIA RECEIPT BRIDGE" ws-ed-count
      "  " ws-ed-amount "  CR " ws-bridge-acct "/" ws-bridge-cc
      " (INVPOST - NOT ACCRUED AGAIN)"
      delimited by size into rni-report-line.
  write rni-report-line.
  move ws-uncoded-lines to ws-ed-count.
  move ws-uncoded-total to ws-ed-amount.
  move spaces to rni-report-line.
  string "  WITHOUT EXPENSE CODING (NOT ACCRUED)    " ws-ed-count
      "  " ws-ed-amount delimited by size into rni-report-line.
  write rni-report-line.
  compute ws-ed-count = ws-rni-lines - ws-bridged-lines
      - ws-uncoded-lines.
  move ws-accrue-total to ws-ed-amount.
  move spaces to rni-report-line.
  string "  NON-STOCK LINES ACCRUED BY THIS RUN     " ws-ed-count
      "  " ws-ed-amount "  CR " ws-accrual-acct "/" ws-accrual-cc
      delimited by size into rni-report-line.
  write rni-report-line.
  compute ws-recon-diff = ws-rni-total - ws-bridged-total
      - ws-uncoded-total - ws-accrue-total.
  if ws-recon-diff not = zero
    move ws-recon-diff to ws-ed-amount
    move spaces to rni-report-line
    string "** RECONCILIATION DIFFERENCE              " "       "
        "  " ws-ed-amount " **" delimited by size into rni-report-line
    write rni-report-line
  end-if.
  move ws-accrue-total to ws-ed-amount.
  move spaces to rni-report-line.
  string "ACCRUAL                                            "
      ws-ed-amount delimited by size into rni-report-line.
  write rni-report-line.
  if ws-over-billed > zero
    move ws-over-billed to ws-ed-count
    move spaces to rni-report-line
    string "PO LINES BILLED BEYOND RECEIPTS (NOT ACCRUED) " ws-ed-count
        delimited by size into rni-report-line
    write rni-report-line
  end-if.
  if ws-pol-overflow > zero
    move ws-pol-overflow to ws-ed-count
    move spaces to rni-report-line
    string "WARNING: " ws-ed-count
        " PO LINE(S) BEYOND THE 3000-LINE TABLE NOT EXAMINED"
        delimited by size into rni-report-line
    write rni-report-line
  end-if.
  move spaces to rni-report-line.
  write rni-report-line.
  move ws-accrue-total to ws-ed-amount.
  move spaces to rni-report-line.
  if ACCRUAL-POSTED
    string "BATCH " ws-batch-id " DR PO EXPENSE CODING  CR "
        ws-accrual-acct "/" ws-accrual-cc " AMOUNT " ws-ed-amount
        " (AUTO-REVERSING NEXT PERIOD)"
        delimited by size into rni-report-line
  else
    string "NO BATCH - " ws-post-note delimited by "  "
        into rni-report-line
  end-if.
  write rni-report-line.

write-run-log-entry.
  if return-code = zero
    move "COMPLETE" to ws-run-status-txt
  else
    move "FAILED  " to ws-run-status-txt
  end-if.
  move function current-date(9:6) to ws-step-end-hhmmss.
  compute ws-step-elapsed-secs =
      (function numval(ws-step-end-hhmmss(1:2)) * 3600
       + function numval(ws-step-end-hhmmss(3:2)) * 60
       + function numval(ws-step-end-hhmmss(5:2)))
      - (function numval(ws-step-start-hhmmss(1:2)) * 3600
       + function numval(ws-step-start-hhmmss(3:2)) * 60
       + function numval(ws-step-start-hhmmss(5:2))).
  if ws-step-elapsed-secs < 0
    add 86400 to ws-step-elapsed-secs
  end-if.
  open extend run-log-file.
  if ws-runlog-status = "35"
    open output run-log-file
  end-if.
  move "RUNLOG.RPT" to ws-abend-file-name.
  move ws-runlog-status to ws-abend-status.
  perform check-file-status.
  move spaces to run-log-line.
  string "TS=" function current-date(1:15)
      " JOB=RNIACCR"
      " OPERATOR=" rpt-operator-id
      " STATUS=" ws-run-status-txt
      " ELAPSED=" ws-step-elapsed-secs "S" into run-log-line.
  write run-log-line.
  close run-log-file.

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

end program rniaccr.
