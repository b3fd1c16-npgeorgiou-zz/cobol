identification division.
  program-id. arreserv.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select reserve-rate-ctl assign to "RSVRATE.CTL"
        organization is line sequential
        file status is ws-rr-status.
    select reserve-acct-ctl assign to "RSVACCT.CTL"
        organization is line sequential
        file status is ws-ra-status.
    select specific-reserve-ctl assign to "SPECRSV.CTL"
        organization is line sequential
        file status is ws-sr-status.
    select rsvseq-ctl assign to "RSVSEQ.CTL"
        organization is line sequential
        file status is ws-rq-status.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is sequential
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select bal-file assign to "BALFILE.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-bal-rel-key
        file status is ws-bal-status.
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
    select reserve-report assign to "RSVCALC.RPT"
        organization is line sequential
        file status is ws-rpt-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
*> One row per aging bucket: the bucket code and the loss percentage
*> the allowance carries against the open balance aged into it. The
*> buckets are araging.cob's - CURR, 1-30, 31-60, 61-90, 90+ days past
*> due - plus DISP for items a collector has in dispute, which
*> araging.cob lists apart from the aging. A bucket with no row is
*> reserved at zero and flagged on the report.
  fd  reserve-rate-ctl.
  01 reserve-rate-record.
    05 rr-bucket               pic x(5).
    05 filler                  pic x(1).
    05 rr-loss-pct             pic 9(3)v99.
*> The allowance (contra-receivable, credit-normal) and bad-debt
*> expense accounts the true-up posts to, and the smallest true-up
*> worth a journal - a difference under it is reported, not posted.
  fd  reserve-acct-ctl.
  01 reserve-acct-record.
    05 ra-allow-acct           pic 9(6).
    05 filler                  pic x(1).
    05 ra-allow-cc             pic 9(4).
    05 filler                  pic x(1).
    05 ra-expense-acct         pic 9(6).
    05 filler                  pic x(1).
    05 ra-expense-cc           pic 9(4).
    05 filler                  pic x(1).
    05 ra-min-adjust           pic 9(7)v99.
*> Optional specific reserves, one row per named customer credit
*> control has judged on its own: either a percentage of the
*> customer's whole open balance or a fixed amount (the amount wins
*> when both are given, capped at the open balance). A customer on
*> this file is taken out of the bucket pool, so no balance carries
*> both a specific and a general reserve.
  fd  specific-reserve-ctl.
  01 specific-reserve-record.
    05 sr-cust-no              pic 9(6).
    05 filler                  pic x(1).
    05 sr-reserve-pct          pic 9(3)v99.
    05 filler                  pic x(1).
    05 sr-reserve-amount       pic 9(9)v99.
    05 filler                  pic x(1).
    05 sr-reason               pic x(30).
*> Next batch id and transaction serial in this program's sequence
*> series, and the fiscal period (YYYYPP) the last true-up was posted
*> for - a rerun in the same period recalculates and reports but does
*> not post a second true-up on top of one still waiting for MATH.
  fd  rsvseq-ctl.
  01 rsvseq-ctl-record.
    05 rq-next-batch-id        pic 9(6).
    05 filler                  pic x(1).
    05 rq-next-txn-serial      pic 9(6).
    05 filler                  pic x(1).
    05 rq-last-period          pic 9(6).
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  bal-file.
  copy "balrec.cpy".
  fd  txn-file.
  copy "txnrec.cpy".
  fd  journal-batch-file.
  copy "jrnlbat.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  reserve-report.
  01 reserve-report-line      pic x(132).
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-rr-status       pic x(2) value "00".
    01 ws-ra-status       pic x(2) value "00".
    01 ws-sr-status       pic x(2) value "00".
    01 ws-rq-status       pic x(2) value "00".
    01 ws-aro-status      pic x(2) value "00".
    01 ws-bal-status      pic x(2) value "00".
    01 ws-bal-rel-key     pic 9(6) value 1.
    01 ws-txn-status      pic x(2) value "00".
    01 ws-jb-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-rpt-status      pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-rr-eof          pic x(1) value "N".
        88 RR-EOF         value "Y".
    01 ws-sr-eof          pic x(1) value "N".
        88 SR-EOF         value "Y".
    01 ws-aro-eof         pic x(1) value "N".
        88 ARO-EOF        value "Y".
    01 ws-bal-eof         pic x(1) value "N".
        88 BAL-EOF        value "Y".

    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    01 ws-fiscal-year     pic 9(4).
    01 ws-fiscal-qtr      pic 9(1).
    01 ws-fiscal-per      pic 9(2).
    01 ws-fiscal-week     pic 9(2).
    01 ws-run-period      pic 9(6) value zero.

    *> Placeholder accounts until finance sets their own: a contra
    *> account beside the AR control account and the write-off
    *> account arwoff.cob posts residuals to.
    01 ws-allow-acct      pic 9(6) value 129001.
    01 ws-allow-cc        pic 9(4) value 9999.
    01 ws-expense-acct    pic 9(6) value 699001.
    01 ws-expense-cc      pic 9(4) value 9999.
    01 ws-min-adjust      pic 9(7)v99 value 1.00.

    *> Seed loss rates, written on first run.
    01 ws-seed-values.
      05 filler pic x(11) value "CURR  00100".
      05 filler pic x(11) value "1-30  00300".
      05 filler pic x(11) value "31-60 01000".
      05 filler pic x(11) value "61-90 02500".
      05 filler pic x(11) value "90+   05000".
      05 filler pic x(11) value "DISP  05000".
    01 ws-seed-table redefines ws-seed-values.
      05 ws-seed-row occurs 6 times pic x(11).
    01 ws-seed-idx        pic 9(1).

    *> The general pool by bucket, in report order.
    01 ws-bucket-table.
      05 ws-bucket-entry occurs 6 times indexed by ws-bkt-idx.
        10 bk-code               pic x(5).
        10 bk-rate-found         pic x(1).
        10 bk-loss-pct           pic 9(3)v99.
        10 bk-item-count         pic 9(6).
        10 bk-balance            pic s9(11)v99 sign is leading separate.
        10 bk-reserve            pic s9(11)v99 sign is leading separate.
    01 ws-bucket-sub      pic 9(1).

    01 ws-spec-table.
      05 ws-spec-entry occurs 200 times indexed by ws-spec-idx.
        10 sp-cust-no            pic 9(6).
        10 sp-reserve-pct        pic 9(3)v99.
        10 sp-reserve-amount     pic 9(9)v99.
        10 sp-reason             pic x(30).
        10 sp-item-count         pic 9(6).
        10 sp-balance            pic s9(11)v99 sign is leading separate.
        10 sp-reserve            pic s9(11)v99 sign is leading separate.
    01 ws-spec-count      pic 9(3) value zero.
    01 ws-spec-found      pic 9(3) value zero.

    01 ws-open-balance    pic s9(9)v99 sign is leading separate.
    01 ws-days-past-due   pic s9(5).
    01 ws-total-ar        pic s9(11)v99 sign is leading separate value zero.
    01 ws-total-items     pic 9(6) value zero.
    01 ws-pool-balance    pic s9(11)v99 sign is leading separate value zero.
    01 ws-pool-reserve    pic s9(11)v99 sign is leading separate value zero.
    01 ws-spec-balance    pic s9(11)v99 sign is leading separate value zero.
    01 ws-spec-reserve    pic s9(11)v99 sign is leading separate value zero.
    01 ws-required        pic s9(11)v99 sign is leading separate value zero.
    01 ws-gl-net          pic s9(11)v99 sign is leading separate value zero.
    01 ws-book-allowance  pic s9(11)v99 sign is leading separate value zero.
    01 ws-true-up         pic s9(11)v99 sign is leading separate value zero.
    01 ws-abs-true-up     pic s9(11)v99 sign is leading separate value zero.
    01 ws-work-amount     pic s9(13)v99 sign is leading separate.
    01 ws-missing-rates   pic 9(1) value zero.

    01 ws-batch-id        pic 9(6) value zero.
    01 ws-next-batch-id   pic 9(6) value 710001.
    01 ws-next-txn-serial pic 9(6) value 1.
    01 ws-last-period     pic 9(6) value zero.
    01 ws-posted          pic x(1) value "N".
        88 TRUE-UP-POSTED value "Y".
    01 ws-post-note       pic x(50) value spaces.
    01 ws-gen-debits      pic s9(11)v99 sign is leading separate value zero.
    01 ws-gen-credits     pic s9(11)v99 sign is leading separate value zero.

    01 ws-ed-amount       pic -,---,---,--9.99.
    01 ws-ed-amount-2     pic -,---,---,--9.99.
    01 ws-ed-pct          pic zz9.99.
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
  *> Period-end allowance for doubtful accounts. Every open AROPEN.DAT
  *> item is aged against the business date into araging.cob's
  *> buckets (disputed items in a bucket of their own) and reserved at
  *> the RSVRATE.CTL loss percentage; customers named on SPECRSV.CTL
  *> carry their specific reserve instead. The required allowance is
  *> compared with the allowance account's balance on BALFILE.DAT and
  *> the difference posted as one balanced JRNLBAT.DAT batch - bad
  *> debt expense against the allowance, or the reverse for a release
  *> - ahead of the month-end posting run. RSVCALC.RPT shows every
  *> figure the entry was built from, so the auditors can tie the
  *> buckets to the aging, the total to the ledger and the entry to
  *> the difference.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  call "fiscalclc" using ws-business-date, ws-fiscal-year,
      ws-fiscal-qtr, ws-fiscal-per, ws-fiscal-week.
  compute ws-run-period = ws-fiscal-year * 100 + ws-fiscal-per.
  perform load-reserve-rates.
  perform load-reserve-accounts.
  perform load-specific-reserves.
  perform age-open-receivables.
  perform compute-required-allowance.
  perform read-book-allowance.
  compute ws-true-up = ws-required - ws-book-allowance.
  perform load-next-batch-id.
  if return-code = zero
    perform post-reserve-true-up
    perform save-next-batch-id
  end-if.
  perform write-reserve-report.
  move ws-true-up to ws-ed-amount.
  display "ARRESERV: REQUIRED=" ws-required " BOOK=" ws-book-allowance
      " TRUE-UP=" ws-ed-amount " " ws-post-note.
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "ARRESERV" to rpt-job-name.
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

load-reserve-rates.
  move "CURR " to bk-code(1).
  move "1-30 " to bk-code(2).
  move "31-60" to bk-code(3).
  move "61-90" to bk-code(4).
  move "90+  " to bk-code(5).
  move "DISP " to bk-code(6).
  perform varying ws-bucket-sub from 1 by 1 until ws-bucket-sub > 6
    move "N" to bk-rate-found(ws-bucket-sub)
    move zero to bk-loss-pct(ws-bucket-sub)
    move zero to bk-item-count(ws-bucket-sub)
    move zero to bk-balance(ws-bucket-sub)
    move zero to bk-reserve(ws-bucket-sub)
  end-perform.
  open input reserve-rate-ctl.
  if ws-rr-status = "35"
    open output reserve-rate-ctl
    perform varying ws-seed-idx from 1 by 1 until ws-seed-idx > 6
      move ws-seed-row(ws-seed-idx) to reserve-rate-record
      write reserve-rate-record
    end-perform
    close reserve-rate-ctl
    open input reserve-rate-ctl
  end-if.
  move "RSVRATE.CTL" to ws-abend-file-name.
  move ws-rr-status to ws-abend-status.
  perform check-file-status.
  move "N" to ws-rr-eof.
  read reserve-rate-ctl
    at end set RR-EOF to true
  end-read.
  perform until RR-EOF
    if rr-loss-pct is numeric
      set ws-bkt-idx to 1
      search ws-bucket-entry
        at end
          display "ARRESERV: UNKNOWN BUCKET " rr-bucket " IGNORED"
        when bk-code(ws-bkt-idx) = rr-bucket
          move rr-loss-pct to bk-loss-pct(ws-bkt-idx)
          move "Y" to bk-rate-found(ws-bkt-idx)
      end-search
    end-if
    read reserve-rate-ctl
      at end set RR-EOF to true
    end-read
  end-perform.
  close reserve-rate-ctl.
  perform varying ws-bucket-sub from 1 by 1 until ws-bucket-sub > 6
    if bk-rate-found(ws-bucket-sub) not = "Y"
      add 1 to ws-missing-rates
    end-if
  end-perform.

load-reserve-accounts.
  open input reserve-acct-ctl.
  if ws-ra-status = "35"
    open output reserve-acct-ctl
    move spaces to reserve-acct-record
    move ws-allow-acct to ra-allow-acct
    move ws-allow-cc to ra-allow-cc
    move ws-expense-acct to ra-expense-acct
    move ws-expense-cc to ra-expense-cc
    move ws-min-adjust to ra-min-adjust
    write reserve-acct-record
    close reserve-acct-ctl
    open input reserve-acct-ctl
  end-if.
  move "RSVACCT.CTL" to ws-abend-file-name.
  move ws-ra-status to ws-abend-status.
  perform check-file-status.
  read reserve-acct-ctl
    at end continue
  end-read.
  close reserve-acct-ctl.
  if ra-allow-acct is numeric and ra-allow-acct not = zero
    move ra-allow-acct to ws-allow-acct
  end-if.
  if ra-allow-cc is numeric
    move ra-allow-cc to ws-allow-cc
  end-if.
  if ra-expense-acct is numeric and ra-expense-acct not = zero
    move ra-expense-acct to ws-expense-acct
  end-if.
  if ra-expense-cc is numeric
    move ra-expense-cc to ws-expense-cc
  end-if.
  if ra-min-adjust is numeric
    move ra-min-adjust to ws-min-adjust
  end-if.

load-specific-reserves.
  *> Optional - no file means no customer is reserved on its own.
  move "N" to ws-sr-eof.
  open input specific-reserve-ctl.
  if ws-sr-status = "35"
    close specific-reserve-ctl
    exit paragraph
  end-if.
  move "SPECRSV.CTL" to ws-abend-file-name.
  move ws-sr-status to ws-abend-status.
  perform check-file-status.
  read specific-reserve-ctl
    at end set SR-EOF to true
  end-read.
  perform until SR-EOF
    if sr-cust-no is numeric and sr-cust-no not = zero
      if ws-spec-count < 200
        add 1 to ws-spec-count
        set ws-spec-idx to ws-spec-count
        move sr-cust-no to sp-cust-no(ws-spec-idx)
        move zero to sp-reserve-pct(ws-spec-idx)
        if sr-reserve-pct is numeric
          move sr-reserve-pct to sp-reserve-pct(ws-spec-idx)
        end-if
        move zero to sp-reserve-amount(ws-spec-idx)
        if sr-reserve-amount is numeric
          move sr-reserve-amount to sp-reserve-amount(ws-spec-idx)
        end-if
        move sr-reason to sp-reason(ws-spec-idx)
        move zero to sp-item-count(ws-spec-idx)
        move zero to sp-balance(ws-spec-idx)
        move zero to sp-reserve(ws-spec-idx)
      else
        display "ARRESERV: SPECIFIC RESERVE TABLE FULL - CUSTOMER "
            sr-cust-no " LEFT IN THE POOL"
      end-if
    end-if
    read specific-reserve-ctl
      at end set SR-EOF to true
    end-read
  end-perform.
  close specific-reserve-ctl.

age-open-receivables.
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
      perform reserve-one-item
    end-if
    read ar-open-file
      at end set ARO-EOF to true
    end-read
  end-perform.
  close ar-open-file.

reserve-one-item.
  compute ws-open-balance = ar-amount - ar-paid-amount.
  add ws-open-balance to ws-total-ar.
  add 1 to ws-total-items.
  perform find-specific-customer.
  if ws-spec-found not = zero
    add 1 to sp-item-count(ws-spec-found)
    add ws-open-balance to sp-balance(ws-spec-found)
    exit paragraph
  end-if.
  if AR-IN-DISPUTE
    move 6 to ws-bucket-sub
  else
    compute ws-days-past-due =
        function integer-of-date(ws-business-date)
        - function integer-of-date(ar-due-date)
    evaluate true
      when ws-days-past-due <= 0
        move 1 to ws-bucket-sub
      when ws-days-past-due <= 30
        move 2 to ws-bucket-sub
      when ws-days-past-due <= 60
        move 3 to ws-bucket-sub
      when ws-days-past-due <= 90
        move 4 to ws-bucket-sub
      when other
        move 5 to ws-bucket-sub
    end-evaluate
  end-if.
  add 1 to bk-item-count(ws-bucket-sub).
  add ws-open-balance to bk-balance(ws-bucket-sub).

find-specific-customer.
  move zero to ws-spec-found.
  perform varying ws-spec-idx from 1 by 1
      until ws-spec-idx > ws-spec-count or ws-spec-found not = zero
    if sp-cust-no(ws-spec-idx) = ar-cust-no
      set ws-spec-found to ws-spec-idx
    end-if
  end-perform.

compute-required-allowance.
  *> A bucket netting negative (credit memos outrunning invoices)
  *> reserves nothing rather than a negative allowance.
  perform varying ws-bucket-sub from 1 by 1 until ws-bucket-sub > 6
    add bk-balance(ws-bucket-sub) to ws-pool-balance
    if bk-balance(ws-bucket-sub) > zero
      multiply bk-balance(ws-bucket-sub) by bk-loss-pct(ws-bucket-sub)
          giving ws-work-amount
      divide 100 into ws-work-amount
          giving bk-reserve(ws-bucket-sub) rounded
    end-if
    add bk-reserve(ws-bucket-sub) to ws-pool-reserve
  end-perform.
  perform varying ws-spec-idx from 1 by 1 until ws-spec-idx > ws-spec-count
    add sp-balance(ws-spec-idx) to ws-spec-balance
    if sp-balance(ws-spec-idx) > zero
      if sp-reserve-amount(ws-spec-idx) > zero
        if sp-reserve-amount(ws-spec-idx) > sp-balance(ws-spec-idx)
          move sp-balance(ws-spec-idx) to sp-reserve(ws-spec-idx)
        else
          move sp-reserve-amount(ws-spec-idx) to sp-reserve(ws-spec-idx)
        end-if
      else
        multiply sp-balance(ws-spec-idx) by sp-reserve-pct(ws-spec-idx)
            giving ws-work-amount
        divide 100 into ws-work-amount
            giving sp-reserve(ws-spec-idx) rounded
      end-if
    end-if
    add sp-reserve(ws-spec-idx) to ws-spec-reserve
  end-perform.
  compute ws-required = ws-pool-reserve + ws-spec-reserve.

read-book-allowance.
  *> Daily plus YTD is the account's whole position, summed across
  *> every cost center and company it carries. The allowance is
  *> credit-normal, so the ledger's (negative) net is flipped to
  *> compare with the required figure.
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
    if not BAL-EOF and bal-acct-id = ws-allow-acct
      add bal-daily-amount to ws-gl-net
      add bal-ytd-amount to ws-gl-net
    end-if
  end-perform.
  close bal-file.
  compute ws-book-allowance = zero - ws-gl-net.

load-next-batch-id.
  open input rsvseq-ctl.
  if ws-rq-status = "35"
    open output rsvseq-ctl
    move spaces to rsvseq-ctl-record
    move ws-next-batch-id to rq-next-batch-id
    move ws-next-txn-serial to rq-next-txn-serial
    move zero to rq-last-period
    write rsvseq-ctl-record
    close rsvseq-ctl
    open input rsvseq-ctl
  end-if.
  move "RSVSEQ.CTL" to ws-abend-file-name.
  move ws-rq-status to ws-abend-status.
  perform check-file-status.
  read rsvseq-ctl
    at end continue
  end-read.
  close rsvseq-ctl.
  if rq-next-batch-id numeric and rq-next-batch-id not = zero
    move rq-next-batch-id to ws-next-batch-id
  end-if.
  if rq-next-txn-serial numeric and rq-next-txn-serial not = zero
    move rq-next-txn-serial to ws-next-txn-serial
  end-if.
  if rq-last-period numeric
    move rq-last-period to ws-last-period
  end-if.
  move ws-next-batch-id to ws-batch-id.

save-next-batch-id.
  open output rsvseq-ctl.
  move "RSVSEQ.CTL" to ws-abend-file-name.
  move ws-rq-status to ws-abend-status.
  perform check-file-status.
  if TRUE-UP-POSTED
    add 1 to ws-next-batch-id
    move ws-run-period to ws-last-period
  end-if.
  move spaces to rsvseq-ctl-record.
  move ws-next-batch-id to rq-next-batch-id.
  move ws-next-txn-serial to rq-next-txn-serial.
  move ws-last-period to rq-last-period.
  write rsvseq-ctl-record.
  close rsvseq-ctl.

post-reserve-true-up.
  if ws-true-up < zero
    compute ws-abs-true-up = zero - ws-true-up
  else
    move ws-true-up to ws-abs-true-up
  end-if.
  if ws-last-period = ws-run-period
    move "ALREADY POSTED FOR PERIOD - NOT POSTED AGAIN" to ws-post-note
    exit paragraph
  end-if.
  if ws-abs-true-up = zero or ws-abs-true-up < ws-min-adjust
    move "UNDER MINIMUM ADJUSTMENT - NOT POSTED" to ws-post-note
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
  *> Debit bad-debt expense, credit the allowance to build it up; a
  *> release (allowance over requirement) flips both legs, the
  *> signed-amount convention.
  initialize txn-record.
  move ws-expense-acct to txn-acct-id.
  move ws-expense-cc to txn-cost-center.
  compute txn-seq-no = 71000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-business-date to txn-date.
  if ws-true-up < zero
    move "C" to txn-type
  else
    move "D" to txn-type
  end-if.
  move ws-true-up to txn-amount.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  initialize txn-record.
  move ws-allow-acct to txn-acct-id.
  move ws-allow-cc to txn-cost-center.
  compute txn-seq-no = 71000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-business-date to txn-date.
  if ws-true-up < zero
    move "D" to txn-type
  else
    move "C" to txn-type
  end-if.
  compute txn-amount = zero - ws-true-up.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  close txn-file.
  move ws-abs-true-up to ws-gen-debits.
  move ws-abs-true-up to ws-gen-credits.
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
  move "N" to jb-auto-rev-flag.
  write journal-batch-record.
  close journal-batch-file.
  set TRUE-UP-POSTED to true.
  move "POSTED" to ws-post-note.

write-reserve-report.
  open extend reserve-report.
  if ws-rpt-status = "35"
    open output reserve-report
  end-if.
  move "RSVCALC.RPT" to ws-abend-file-name.
  move ws-rpt-status to ws-abend-status.
  perform check-file-status.
  move spaces to reserve-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into reserve-report-line.
  write reserve-report-line.
  move spaces to reserve-report-line.
  string "ALLOWANCE FOR DOUBTFUL ACCOUNTS - FISCAL PERIOD " ws-run-period
      " AGED AS OF " ws-business-date into reserve-report-line.
  write reserve-report-line.
  move spaces to reserve-report-line.
  write reserve-report-line.
  move "GENERAL RESERVE BY AGING BUCKET" to reserve-report-line.
  write reserve-report-line.
  move spaces to reserve-report-line.
  string "BUCKET      ITEMS      OPEN BALANCE   LOSS %"
      "           RESERVE" delimited by size into reserve-report-line.
  write reserve-report-line.
  perform varying ws-bucket-sub from 1 by 1 until ws-bucket-sub > 6
    move bk-item-count(ws-bucket-sub) to ws-ed-count
    move bk-balance(ws-bucket-sub) to ws-ed-amount
    move bk-loss-pct(ws-bucket-sub) to ws-ed-pct
    move bk-reserve(ws-bucket-sub) to ws-ed-amount-2
    move spaces to reserve-report-line
    string bk-code(ws-bucket-sub) "   " ws-ed-count " " ws-ed-amount
        "   " ws-ed-pct " " ws-ed-amount-2
        delimited by size into reserve-report-line
    if bk-rate-found(ws-bucket-sub) not = "Y"
      move "NO RATE ON RSVRATE.CTL" to reserve-report-line(71:22)
    end-if
    write reserve-report-line
  end-perform.
  move ws-pool-balance to ws-ed-amount.
  move ws-pool-reserve to ws-ed-amount-2.
  move spaces to reserve-report-line.
  string "POOL TOTAL         " ws-ed-amount "          " ws-ed-amount-2
      delimited by size into reserve-report-line.
  write reserve-report-line.
  move spaces to reserve-report-line.
  write reserve-report-line.
  move "SPECIFIC RESERVES" to reserve-report-line.
  write reserve-report-line.
  if ws-spec-count = zero
    move "  NONE ON SPECRSV.CTL" to reserve-report-line
    write reserve-report-line
  else
    move spaces to reserve-report-line
    string "CUSTOMER    ITEMS      OPEN BALANCE   LOSS %"
        "           RESERVE  REASON" delimited by size
        into reserve-report-line
    write reserve-report-line
    perform varying ws-spec-idx from 1 by 1
        until ws-spec-idx > ws-spec-count
      perform write-specific-line
    end-perform
  end-if.
  move ws-spec-balance to ws-ed-amount.
  move ws-spec-reserve to ws-ed-amount-2.
  move spaces to reserve-report-line.
  string "SPECIFIC TOTAL     " ws-ed-amount "          " ws-ed-amount-2
      delimited by size into reserve-report-line.
  write reserve-report-line.
  move spaces to reserve-report-line.
  write reserve-report-line.
  move "TIE-OUT" to reserve-report-line.
  write reserve-report-line.
  move ws-total-items to ws-ed-count.
  move ws-total-ar to ws-ed-amount.
  move spaces to reserve-report-line.
  string "OPEN AR ON AROPEN.DAT       " ws-ed-amount
      "  ITEMS=" ws-ed-count delimited by size into reserve-report-line.
  write reserve-report-line.
  compute ws-work-amount = ws-pool-balance + ws-spec-balance.
  move ws-work-amount to ws-ed-amount.
  move spaces to reserve-report-line.
  string "POOL PLUS SPECIFIC BALANCE  " ws-ed-amount
      delimited by size into reserve-report-line.
  write reserve-report-line.
  move ws-required to ws-ed-amount.
  move spaces to reserve-report-line.
  string "REQUIRED ALLOWANCE          " ws-ed-amount
      delimited by size into reserve-report-line.
  write reserve-report-line.
  move ws-book-allowance to ws-ed-amount.
  move spaces to reserve-report-line.
  string "BOOK ALLOWANCE " ws-allow-acct "       " ws-ed-amount
      "  (CREDIT BALANCE ON BALFILE.DAT)"
      delimited by size into reserve-report-line.
  write reserve-report-line.
  move ws-true-up to ws-ed-amount.
  move spaces to reserve-report-line.
  string "TRUE-UP (REQUIRED - BOOK)   " ws-ed-amount
      delimited by size into reserve-report-line.
  write reserve-report-line.
  move spaces to reserve-report-line.
  write reserve-report-line.
  move ws-true-up to ws-ed-amount.
  move spaces to reserve-report-line.
  if TRUE-UP-POSTED
    string "BATCH " ws-batch-id " DR " ws-expense-acct "/"
        ws-expense-cc " CR " ws-allow-acct "/" ws-allow-cc
        " AMOUNT " ws-ed-amount
        " (NEGATIVE = RELEASE, LEGS REVERSED)"
        delimited by size into reserve-report-line
  else
    string "NO BATCH - " ws-post-note delimited by "  "
        into reserve-report-line
  end-if.
  write reserve-report-line.
  if ws-missing-rates > zero
    move spaces to reserve-report-line
    string "WARNING: " ws-missing-rates
        " BUCKET(S) WITHOUT A LOSS RATE RESERVED AT ZERO"
        delimited by size into reserve-report-line
    write reserve-report-line
  end-if.
  close reserve-report.

write-specific-line.
  move sp-item-count(ws-spec-idx) to ws-ed-count.
  move sp-balance(ws-spec-idx) to ws-ed-amount.
  move sp-reserve(ws-spec-idx) to ws-ed-amount-2.
  move spaces to reserve-report-line.
  if sp-reserve-amount(ws-spec-idx) > zero
    string sp-cust-no(ws-spec-idx) "   " ws-ed-count " " ws-ed-amount
        "    FIXED " ws-ed-amount-2 "  " sp-reason(ws-spec-idx)
        delimited by size into reserve-report-line
  else
    move sp-reserve-pct(ws-spec-idx) to ws-ed-pct
    string sp-cust-no(ws-spec-idx) "   " ws-ed-count " " ws-ed-amount
        "   " ws-ed-pct " " ws-ed-amount-2 "  " sp-reason(ws-spec-idx)
        delimited by size into reserve-report-line
  end-if.
  write reserve-report-line.

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
      " JOB=ARRESERV"
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

end program arreserv.
