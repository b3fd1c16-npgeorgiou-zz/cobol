identification division.
  program-id. sltieout.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select sltie-ctl assign to "SLTIE.CTL"
        organization is line sequential
        file status is ws-st-status.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is sequential
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select ap-open-file assign to "APOPEN.DAT"
        organization is indexed
        access mode is sequential
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-apo-status.
    select item-master-file assign to "ITEMMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-im-rel-key
        file status is ws-im-status.
    select item-cost-table assign to "ITEMCST.DAT"
        organization is line sequential
        file status is ws-ict-status.
    select leave-balance-file assign to "LEAVEBAL.DAT"
        organization is line sequential
        file status is ws-lb-status.
    select leave-policy-ctl assign to "LEAVEPOL.CTL"
        organization is line sequential
        file status is ws-lp-status.
    select bal-file assign to "BALFILE.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-bal-rel-key
        file status is ws-bal-status.
    select txn-file assign to "TXNFILE.DAT"
        organization is line sequential
        file status is ws-txn-status.
    select recycle-file assign to "RECYCLE.DAT"
        organization is line sequential
        file status is ws-rcy-status.
    select pending-txn-file assign to "PENDTXN.DAT"
        organization is line sequential
        file status is ws-pt-status.
    select alert-queue-file assign to "ALERTQUE.DAT"
        organization is line sequential
        file status is ws-aq-status.
    select tieout-report assign to "SLTIE.RPT"
        organization is line sequential
        file status is ws-tr-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  run-log-file.
  01 run-log-line             pic x(160).
*> One row per subledger-to-control-account mapping: subledger code
*> (AR, AP, INV, LEAVE), the GL account, the account's normal
*> balance side (D or C - a credit-normal account is compared
*> sign-flipped, the subledger carrying it positive) and the break
*> tolerance that raises an alert. A subledger may map to several
*> accounts; its GL side is their sum and its first row's side and
*> tolerance govern. Account zero keeps the subledger on the report
*> with no GL side - for a subledger no bridge posts to a control
*> account.
  fd  sltie-ctl.
  01 sltie-ctl-record.
    05 st-subledger            pic x(5).
    05 filler                  pic x(1).
    05 st-gl-acct              pic 9(6).
    05 filler                  pic x(1).
    05 st-normal-side          pic x(1).
    05 filler                  pic x(1).
    05 st-tolerance            pic 9(7)v99.
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  ap-open-file.
  copy "apopen.cpy".
  fd  item-master-file.
  copy "itemmast.cpy".
  fd  item-cost-table.
  copy "itemcst.cpy".
  fd  leave-balance-file.
  01 leave-balance-record.
    05 lb-emp-id               pic 9(6).
    05 filler                  pic x(1).
    05 lb-balance-hours        pic s9(5)v99 sign is leading separate.
  fd  leave-policy-ctl.
  01 leave-policy-record.
    05 lp-accrual-hours        pic 9(2)v99.
    05 filler                  pic x(1).
    05 lp-hourly-rate          pic 9(5)v99.
    05 filler                  pic x(1).
    05 lp-expense-acct         pic 9(6).
    05 filler                  pic x(1).
    05 lp-liability-acct       pic 9(6).
    05 filler                  pic x(1).
    05 lp-posting-cc           pic 9(4).
  fd  bal-file.
  copy "balrec.cpy".
  fd  txn-file.
  copy "txnrec.cpy".
  fd  recycle-file.
  copy "recycrec.cpy".
  fd  pending-txn-file.
  copy "pendtxn.cpy".
  fd  alert-queue-file.
  copy "alertque.cpy".
  fd  tieout-report.
  01 tieout-report-line       pic x(132).
  working-storage section.
    01 ws-st-status       pic x(2) value "00".
    01 ws-aro-status      pic x(2) value "00".
    01 ws-apo-status      pic x(2) value "00".
    01 ws-im-status       pic x(2) value "00".
    01 ws-im-rel-key      pic 9(6) value 1.
    01 ws-ict-status      pic x(2) value "00".
    01 ws-lb-status       pic x(2) value "00".
    01 ws-lp-status       pic x(2) value "00".
    01 ws-bal-status      pic x(2) value "00".
    01 ws-bal-rel-key     pic 9(6) value 1.
    01 ws-txn-status      pic x(2) value "00".
    01 ws-rcy-status      pic x(2) value "00".
    01 ws-pt-status       pic x(2) value "00".
    01 ws-aq-status       pic x(2) value "00".
    01 ws-tr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-st-eof          pic x(1) value "N".
        88 ST-EOF         value "Y".
    01 ws-aro-eof         pic x(1) value "N".
        88 ARO-EOF        value "Y".
    01 ws-apo-eof         pic x(1) value "N".
        88 APO-EOF        value "Y".
    01 ws-im-eof          pic x(1) value "N".
        88 IM-EOF         value "Y".
    01 ws-ict-eof         pic x(1) value "N".
        88 ICT-EOF        value "Y".
    01 ws-lb-eof          pic x(1) value "N".
        88 LB-EOF         value "Y".
    01 ws-bal-eof         pic x(1) value "N".
        88 BAL-EOF        value "Y".
    01 ws-txn-eof         pic x(1) value "N".
        88 TXN-EOF        value "Y".
    01 ws-rcy-eof         pic x(1) value "N".
        88 RCY-EOF        value "Y".
    01 ws-pt-eof          pic x(1) value "N".
        88 PT-EOF         value "Y".

    *> Seed mapping, written on first run: the control accounts the
    *> bridges default to, AP with no account (the payment run posts
    *> expense against cash, so no AP control account carries it).
    *> Finance repoints the rows before relying on the report.
    01 ws-seed-values.
      05 filler pic x(24) value "AR    120001 D 000000100".
      05 filler pic x(24) value "AP    000000 C 000000100".
      05 filler pic x(24) value "INV   130001 D 000000100".
      05 filler pic x(24) value "LEAVE 220004 C 000000100".
    01 ws-seed-table redefines ws-seed-values.
      05 ws-seed-row occurs 4 times pic x(24).
    01 ws-seed-idx        pic 9(1).

    *> One slot per subledger, its accounts and both sides' totals.
    01 ws-pair-table.
      05 ws-pair-entry occurs 10 times indexed by ws-pair-idx.
        10 pr-subledger          pic x(5).
        10 pr-normal-side        pic x(1).
        10 pr-tolerance          pic 9(7)v99.
        10 pr-acct-count         pic 9(1).
        10 pr-gl-acct            pic 9(6) occurs 5 times.
        10 pr-sub-total          pic s9(11)v99 sign is leading separate.
        10 pr-gl-total           pic s9(11)v99 sign is leading separate.
        10 pr-unposted-total     pic s9(11)v99 sign is leading separate.
        10 pr-unposted-count     pic 9(4).
    01 ws-pair-count      pic 9(2) value zero.
    01 ws-acct-idx        pic 9(1).
    01 ws-find-acct       pic 9(6).
    01 ws-found-pair      pic 9(2) value zero.

    *> Postings on a mapped account that have not reached BALFILE.DAT
    *> yet - the usual explanation for a break.
    01 ws-explain-table.
      05 ws-exp-entry occurs 200 times indexed by ws-exp-idx.
        10 exp-pair              pic 9(2).
        10 exp-source            pic x(8).
        10 exp-acct-id           pic 9(6).
        10 exp-seq-no            pic 9(8).
        10 exp-date              pic 9(8).
        10 exp-amount            pic s9(9)v99 sign is leading separate.
    01 ws-exp-count       pic 9(3) value zero.
    01 ws-exp-dropped     pic 9(4) value zero.

    01 ws-cost-table.
      05 ws-ict-entry occurs 500 times indexed by ws-ict-idx.
        10 ict-item-id           pic 9(6).
        10 ict-unit-cost         pic s9(7)v99 sign is leading separate.
        10 ict-eff-date          pic 9(8).
    01 ws-ict-count       pic 9(3) value zero.
    01 ws-unit-cost       pic s9(7)v99 sign is leading separate.
    01 ws-hourly-rate     pic 9(5)v99 value zero.
    01 ws-line-value      pic s9(11)v99 sign is leading separate.

    01 ws-gl-normal       pic s9(11)v99 sign is leading separate.
    01 ws-tie-diff        pic s9(11)v99 sign is leading separate.
    01 ws-unexplained     pic s9(11)v99 sign is leading separate.
    01 ws-abs-diff        pic s9(11)v99 sign is leading separate.
    01 ws-pending-source  pic x(8).
    01 ws-pending-acct    pic 9(6).
    01 ws-pending-seq     pic 9(8).
    01 ws-pending-date    pic 9(8).
    01 ws-pending-amount  pic s9(9)v99 sign is leading separate.
    01 ws-breaks          pic 9(2) value zero.
    01 ws-today-date      pic 9(8).
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
  *> Nightly subledger tie-out: each subledger's total - open AR,
  *> open AP, stock on hand at cost, accrued leave at the costing
  *> rate - against the GL control accounts SLTIE.CTL maps it to,
  *> the difference for each pair, and the postings on those
  *> accounts still waiting on TXNFILE, RECYCLE or PENDTXN that
  *> explain it. A break past the pair's tolerance raises an alert
  *> and ends the step RC 4, so it is chased the next morning
  *> instead of at quarter end.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform load-tie-control.
  perform total-subledgers.
  perform gather-ledger-balances.
  perform gather-unposted-items.
  perform write-tieout-report.
  if ws-breaks > zero and return-code = zero
    move 4 to return-code
  end-if.
  display "SLTIEOUT: " ws-pair-count " SUBLEDGER(S) TIED, "
      ws-breaks " BREAK(S) OVER TOLERANCE".
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "SLTIEOUT" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

load-tie-control.
  open input sltie-ctl.
  if ws-st-status = "35"
    open output sltie-ctl
    perform varying ws-seed-idx from 1 by 1 until ws-seed-idx > 4
      move ws-seed-row(ws-seed-idx) to sltie-ctl-record
      write sltie-ctl-record
    end-perform
    close sltie-ctl
    open input sltie-ctl
  end-if.
  move "SLTIE.CTL" to ws-abend-file-name.
  move ws-st-status to ws-abend-status.
  perform check-file-status.
  move "N" to ws-st-eof.
  read sltie-ctl
    at end set ST-EOF to true
  end-read.
  perform until ST-EOF
    if st-subledger not = spaces and st-gl-acct is numeric
      perform add-tie-mapping
    end-if
    read sltie-ctl
      at end set ST-EOF to true
    end-read
  end-perform.
  close sltie-ctl.

add-tie-mapping.
  set ws-pair-idx to 1.
  search ws-pair-entry
    at end
      display "SLTIEOUT: PAIR TABLE FULL - " st-subledger " NOT TIED"
    when ws-pair-idx > ws-pair-count
      add 1 to ws-pair-count
      initialize ws-pair-entry(ws-pair-idx)
      move st-subledger to pr-subledger(ws-pair-idx)
      move st-normal-side to pr-normal-side(ws-pair-idx)
      if st-tolerance is numeric
        move st-tolerance to pr-tolerance(ws-pair-idx)
      end-if
      perform add-mapped-account
    when pr-subledger(ws-pair-idx) = st-subledger
      perform add-mapped-account
  end-search.

add-mapped-account.
  if st-gl-acct = zero
    exit paragraph
  end-if.
  if pr-acct-count(ws-pair-idx) < 5
    add 1 to pr-acct-count(ws-pair-idx)
    move pr-acct-count(ws-pair-idx) to ws-acct-idx
    move st-gl-acct to pr-gl-acct(ws-pair-idx, ws-acct-idx)
  end-if.

total-subledgers.
  perform varying ws-pair-idx from 1 by 1 until ws-pair-idx > ws-pair-count
    evaluate pr-subledger(ws-pair-idx)
      when "AR"
        perform total-open-receivables
      when "AP"
        perform total-open-payables
      when "INV"
        perform total-stock-on-hand
      when "LEAVE"
        perform total-accrued-leave
      when other
        display "SLTIEOUT: UNKNOWN SUBLEDGER " pr-subledger(ws-pair-idx)
    end-evaluate
  end-perform.

total-open-receivables.
  move "N" to ws-aro-eof.
  open input ar-open-file.
  if ws-aro-status = "35"
    close ar-open-file
    exit paragraph
  end-if.
  move "AROPEN.DAT" to ws-abend-file-name.
  move ws-aro-status to ws-abend-status.
  perform check-file-status.
  read ar-open-file
    at end set ARO-EOF to true
  end-read.
  perform until ARO-EOF
    if not AR-ITEM-CLOSED
      compute pr-sub-total(ws-pair-idx) = pr-sub-total(ws-pair-idx)
          + ar-amount - ar-paid-amount
    end-if
    read ar-open-file
      at end set ARO-EOF to true
    end-read
  end-perform.
  close ar-open-file.

total-open-payables.
  move "N" to ws-apo-eof.
  open input ap-open-file.
  if ws-apo-status = "35"
    close ap-open-file
    exit paragraph
  end-if.
  move "APOPEN.DAT" to ws-abend-file-name.
  move ws-apo-status to ws-abend-status.
  perform check-file-status.
  read ap-open-file
    at end set APO-EOF to true
  end-read.
  perform until APO-EOF
    if not AP-ITEM-CLOSED
      compute pr-sub-total(ws-pair-idx) = pr-sub-total(ws-pair-idx)
          + ap-amount - ap-paid-amount
    end-if
    read ap-open-file
      at end set APO-EOF to true
    end-read
  end-perform.
  close ap-open-file.

total-stock-on-hand.
  *> On hand at the cost effective today - the stock valuation's own
  *> arithmetic, every item and location.
  perform load-item-costs.
  move "N" to ws-im-eof.
  open input item-master-file.
  if ws-im-status = "35"
    close item-master-file
    exit paragraph
  end-if.
  move "ITEMMAST.DAT" to ws-abend-file-name.
  move ws-im-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-im-rel-key.
  start item-master-file key is not less than ws-im-rel-key
    invalid key set IM-EOF to true
  end-start.
  perform until IM-EOF
    read item-master-file next record
      at end set IM-EOF to true
    end-read
    if not IM-EOF and im-on-hand-qty is numeric
      move zero to ws-unit-cost
      set ws-ict-idx to 1
      search ws-ict-entry
        at end continue
        when ws-ict-idx > ws-ict-count
          continue
        when ict-item-id(ws-ict-idx) = im-item-id
          move ict-unit-cost(ws-ict-idx) to ws-unit-cost
      end-search
      compute ws-line-value rounded = im-on-hand-qty * ws-unit-cost
      add ws-line-value to pr-sub-total(ws-pair-idx)
    end-if
  end-perform.
  close item-master-file.

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
    if ic-eff-date <= ws-today-date
      perform post-item-cost
    end-if
    read item-cost-table
      at end set ICT-EOF to true
    end-read
  end-perform.
  close item-cost-table.

post-item-cost.
  set ws-ict-idx to 1.
  search ws-ict-entry
    at end continue
    when ws-ict-idx > ws-ict-count
      add 1 to ws-ict-count
      move ic-item-id to ict-item-id(ws-ict-idx)
      move ic-unit-cost to ict-unit-cost(ws-ict-idx)
      move ic-eff-date to ict-eff-date(ws-ict-idx)
    when ict-item-id(ws-ict-idx) = ic-item-id
      if ic-eff-date >= ict-eff-date(ws-ict-idx)
        move ic-unit-cost to ict-unit-cost(ws-ict-idx)
        move ic-eff-date to ict-eff-date(ws-ict-idx)
      end-if
  end-search.

total-accrued-leave.
  *> Hours on the balance file at the policy's costing rate - what the
  *> accrual run books the liability at.
  open input leave-policy-ctl.
  if ws-lp-status = "35"
    close leave-policy-ctl
    exit paragraph
  end-if.
  read leave-policy-ctl
    at end move zero to lp-hourly-rate
  end-read.
  close leave-policy-ctl.
  if lp-hourly-rate is numeric
    move lp-hourly-rate to ws-hourly-rate
  end-if.
  move "N" to ws-lb-eof.
  open input leave-balance-file.
  if ws-lb-status = "35"
    close leave-balance-file
    exit paragraph
  end-if.
  move "LEAVEBAL.DAT" to ws-abend-file-name.
  move ws-lb-status to ws-abend-status.
  perform check-file-status.
  read leave-balance-file
    at end set LB-EOF to true
  end-read.
  perform until LB-EOF
    compute ws-line-value rounded = lb-balance-hours * ws-hourly-rate
    add ws-line-value to pr-sub-total(ws-pair-idx)
    read leave-balance-file
      at end set LB-EOF to true
    end-read
  end-perform.
  close leave-balance-file.

gather-ledger-balances.
  *> Daily plus YTD is the whole position - PTD is already folded
  *> inside YTD by the period-end rollup - summed across every cost
  *> center and company the account carries.
  move "N" to ws-bal-eof.
  open input bal-file.
  if ws-bal-status = "35"
    close bal-file
    exit paragraph
  end-if.
  move "BALFILE.DAT" to ws-abend-file-name.
  move ws-bal-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-bal-rel-key.
  start bal-file key is not less than ws-bal-rel-key
    invalid key set BAL-EOF to true
  end-start.
  perform until BAL-EOF
    read bal-file next record
      at end set BAL-EOF to true
    end-read
    if not BAL-EOF
      move bal-acct-id to ws-find-acct
      perform find-mapped-pair
      if ws-found-pair not = zero
        add bal-daily-amount to pr-gl-total(ws-found-pair)
        add bal-ytd-amount to pr-gl-total(ws-found-pair)
      end-if
    end-if
  end-perform.
  close bal-file.

find-mapped-pair.
  move zero to ws-found-pair.
  perform varying ws-pair-idx from 1 by 1
      until ws-pair-idx > ws-pair-count or ws-found-pair not = zero
    perform varying ws-acct-idx from 1 by 1
        until ws-acct-idx > pr-acct-count(ws-pair-idx)
      if pr-gl-acct(ws-pair-idx, ws-acct-idx) = ws-find-acct
        set ws-found-pair to ws-pair-idx
      end-if
    end-perform
  end-perform.

gather-unposted-items.
  *> Three places a posting waits on its way to BALFILE.DAT: the
  *> transaction file the next posting run picks up, corrected
  *> rejects queued for it, and transactions parked for approval.
  move "N" to ws-txn-eof.
  open input txn-file.
  if ws-txn-status not = "35"
    read txn-file
      at end set TXN-EOF to true
    end-read
    perform until TXN-EOF
      move "TXNFILE" to ws-pending-source
      move txn-acct-id to ws-pending-acct
      move txn-seq-no to ws-pending-seq
      move txn-date to ws-pending-date
      move txn-amount to ws-pending-amount
      perform note-unposted-item
      read txn-file
        at end set TXN-EOF to true
      end-read
    end-perform
  end-if.
  close txn-file.
  move "N" to ws-rcy-eof.
  open input recycle-file.
  if ws-rcy-status not = "35"
    read recycle-file
      at end set RCY-EOF to true
    end-read
    perform until RCY-EOF
      move "RECYCLE" to ws-pending-source
      move rcy-acct-id to ws-pending-acct
      move rcy-seq-no to ws-pending-seq
      move rcy-date to ws-pending-date
      move rcy-amount to ws-pending-amount
      perform note-unposted-item
      read recycle-file
        at end set RCY-EOF to true
      end-read
    end-perform
  end-if.
  close recycle-file.
  move "N" to ws-pt-eof.
  open input pending-txn-file.
  if ws-pt-status not = "35"
    read pending-txn-file
      at end set PT-EOF to true
    end-read
    perform until PT-EOF
      if not PT-REJECTED
        move "PENDTXN" to ws-pending-source
        move pt-acct-id to ws-pending-acct
        move pt-seq-no to ws-pending-seq
        move pt-date to ws-pending-date
        move pt-amount to ws-pending-amount
        perform note-unposted-item
      end-if
      read pending-txn-file
        at end set PT-EOF to true
      end-read
    end-perform
  end-if.
  close pending-txn-file.

note-unposted-item.
  move ws-pending-acct to ws-find-acct.
  perform find-mapped-pair.
  if ws-found-pair = zero
    exit paragraph
  end-if.
  add ws-pending-amount to pr-unposted-total(ws-found-pair).
  add 1 to pr-unposted-count(ws-found-pair).
  if ws-exp-count < 200
    add 1 to ws-exp-count
    set ws-exp-idx to ws-exp-count
    move ws-found-pair to exp-pair(ws-exp-idx)
    move ws-pending-source to exp-source(ws-exp-idx)
    move ws-pending-acct to exp-acct-id(ws-exp-idx)
    move ws-pending-seq to exp-seq-no(ws-exp-idx)
    move ws-pending-date to exp-date(ws-exp-idx)
    move ws-pending-amount to exp-amount(ws-exp-idx)
  else
    add 1 to ws-exp-dropped
  end-if.

write-tieout-report.
  open extend tieout-report.
  if ws-tr-status = "35"
    open output tieout-report
  end-if.
  move "SLTIE.RPT" to ws-abend-file-name.
  move ws-tr-status to ws-abend-status.
  perform check-file-status.
  move spaces to tieout-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into tieout-report-line.
  write tieout-report-line.
  move "SUBLEDGER TO GL CONTROL ACCOUNT TIE-OUT" to tieout-report-line.
  write tieout-report-line.
  perform varying ws-pair-idx from 1 by 1 until ws-pair-idx > ws-pair-count
    perform write-one-pair
  end-perform.
  if ws-exp-dropped > zero
    move spaces to tieout-report-line
    string "NOTE: " ws-exp-dropped
        " FURTHER UNPOSTED ITEM(S) NOT LISTED - IN THE TOTALS ABOVE"
        into tieout-report-line
    write tieout-report-line
  end-if.
  close tieout-report.

write-one-pair.
  move spaces to tieout-report-line.
  if pr-acct-count(ws-pair-idx) = zero
    string "SUBLEDGER=" pr-subledger(ws-pair-idx)
        " TOTAL=" pr-sub-total(ws-pair-idx)
        " NO GL CONTROL ACCOUNT MAPPED - NOT TIED"
        into tieout-report-line
    write tieout-report-line
    exit paragraph
  end-if.
  *> A credit-normal control account carries the subledger's
  *> positive total as a negative balance, so its side is flipped -
  *> the unposted postings with it.
  if pr-normal-side(ws-pair-idx) = "C"
    compute ws-gl-normal = zero - pr-gl-total(ws-pair-idx)
    compute ws-unexplained = zero - pr-unposted-total(ws-pair-idx)
  else
    move pr-gl-total(ws-pair-idx) to ws-gl-normal
    move pr-unposted-total(ws-pair-idx) to ws-unexplained
  end-if.
  compute ws-tie-diff = pr-sub-total(ws-pair-idx) - ws-gl-normal.
  compute ws-unexplained = ws-tie-diff - ws-unexplained.
  move ws-tie-diff to ws-abs-diff.
  if ws-abs-diff < zero
    compute ws-abs-diff = zero - ws-abs-diff
  end-if.
  if ws-tie-diff = zero
    string "SUBLEDGER=" pr-subledger(ws-pair-idx)
        " TOTAL=" pr-sub-total(ws-pair-idx)
        " GL=" ws-gl-normal
        " TIED" into tieout-report-line
    write tieout-report-line
    exit paragraph
  end-if.
  if ws-abs-diff > pr-tolerance(ws-pair-idx)
    string "SUBLEDGER=" pr-subledger(ws-pair-idx)
        " TOTAL=" pr-sub-total(ws-pair-idx)
        " GL=" ws-gl-normal
        " DIFF=" ws-tie-diff
        " *** BREAK OVER TOLERANCE" into tieout-report-line
    add 1 to ws-breaks
    perform raise-break-alert
  else
    string "SUBLEDGER=" pr-subledger(ws-pair-idx)
        " TOTAL=" pr-sub-total(ws-pair-idx)
        " GL=" ws-gl-normal
        " DIFF=" ws-tie-diff
        " WITHIN TOLERANCE" into tieout-report-line
  end-if.
  write tieout-report-line.
  perform varying ws-exp-idx from 1 by 1 until ws-exp-idx > ws-exp-count
    if exp-pair(ws-exp-idx) = ws-pair-idx
      move spaces to tieout-report-line
      string "    UNPOSTED " exp-source(ws-exp-idx)
          " ACCT=" exp-acct-id(ws-exp-idx)
          " SEQ=" exp-seq-no(ws-exp-idx)
          " DATE=" exp-date(ws-exp-idx)
          " AMOUNT=" exp-amount(ws-exp-idx) into tieout-report-line
      write tieout-report-line
    end-if
  end-perform.
  move spaces to tieout-report-line.
  string "    UNPOSTED ITEMS=" pr-unposted-count(ws-pair-idx)
      " TOTAL=" pr-unposted-total(ws-pair-idx)
      " UNEXPLAINED=" ws-unexplained into tieout-report-line.
  write tieout-report-line.

raise-break-alert.
  open extend alert-queue-file.
  if ws-aq-status = "35"
    open output alert-queue-file
  end-if.
  move "ALERTQUE.DAT" to ws-abend-file-name.
  move ws-aq-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:14) to aq-timestamp.
  move "SLTIEOUT" to aq-severity.
  move "ONCALL-PAGER@SHOP.INTERNAL" to aq-destination.
  move "N" to aq-ack-flag.
  move zero to aq-esc-level.
  move spaces to aq-body.
  string pr-subledger(ws-pair-idx) " TIE-OUT BREAK DIFF=" ws-tie-diff
      " TOL=" pr-tolerance(ws-pair-idx) into aq-body.
  write alert-queue-record.
  close alert-queue-file.

write-run-log-entry.
  if return-code < 16
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
      " JOB=SLTIEOUT"
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

end program sltieout.
