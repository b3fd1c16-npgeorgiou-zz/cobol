identification division.
  program-id. debtpost.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select debt-master-file assign to "DEBTMAST.DAT"
        organization is line sequential
        file status is ws-dm-status.
    select debt-master-work assign to "DEBTMWRK.DAT"
        organization is line sequential
        file status is ws-dmw-status.
    select debt-schedule-file assign to "DEBTSCHD.DAT"
        organization is line sequential
        file status is ws-ds-status.
    select debt-schedule-work assign to "DEBTSWRK.DAT"
        organization is line sequential
        file status is ws-dsw-status.
    select debtseq-ctl assign to "DEBTSEQ.CTL"
        organization is line sequential
        file status is ws-dq-status.
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
    select debtpost-report assign to "DEBTPOST.RPT"
        organization is line sequential
        file status is ws-dr-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  debt-master-file.
  copy "debtmast.cpy".
  fd  debt-master-work.
  01 debt-master-work-record  pic x(155).
  fd  debt-schedule-file.
  copy "debtschd.cpy".
  fd  debt-schedule-work.
  01 debt-schedule-work-record pic x(98).
  fd  debtseq-ctl.
  01 debtseq-ctl-record.
    05 dq-next-batch-id        pic 9(6).
    05 filler                  pic x(1).
    05 dq-next-txn-serial      pic 9(6).
  fd  txn-file.
  copy "txnrec.cpy".
  fd  journal-batch-file.
  copy "jrnlbat.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  debtpost-report.
  01 debtpost-report-line     pic x(132).
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-dm-status       pic x(2) value "00".
    01 ws-dmw-status      pic x(2) value "00".
    01 ws-ds-status       pic x(2) value "00".
    01 ws-dsw-status      pic x(2) value "00".
    01 ws-dq-status       pic x(2) value "00".
    01 ws-txn-status      pic x(2) value "00".
    01 ws-jb-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-dr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-dm-eof          pic x(1) value "N".
        88 DM-EOF         value "Y".
    01 ws-ds-eof          pic x(1) value "N".
        88 DS-EOF         value "Y".

    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    01 ws-fiscal-year     pic 9(4).
    01 ws-fiscal-qtr      pic 9(1).
    01 ws-fiscal-per      pic 9(2).
    01 ws-fiscal-week     pic 9(2).
    01 ws-run-period      pic 9(6) value zero.

    *> The debt master held in storage while the schedule is posted,
    *> then written back with the new balances.
    01 ws-debt-table.
      05 ws-dbt-entry occurs 500 times indexed by ws-dbt-idx.
        10 dbt-debt-id           pic 9(6).
        10 dbt-liability-acct    pic 9(6).
        10 dbt-interest-acct     pic 9(6).
        10 dbt-payment-acct      pic 9(6).
        10 dbt-cost-center       pic 9(4).
        10 dbt-term-payments     pic 9(3).
        10 dbt-balance           pic s9(9)v99 sign is leading separate.
        10 dbt-payments-made     pic 9(3).
        10 dbt-status            pic x(1).
    01 ws-dbt-count       pic 9(3) value zero.
    01 ws-dbt-found       pic 9(3) value zero.

    01 ws-leg-acct        pic 9(6).
    01 ws-leg-cc          pic 9(4).
    01 ws-leg-amount      pic s9(9)v99 sign is leading separate.
    01 ws-batch-id        pic 9(6) value zero.
    01 ws-next-batch-id   pic 9(6) value 950001.
    01 ws-next-txn-serial pic 9(6) value 1.
    01 ws-gen-debits      pic s9(11)v99 sign is leading separate value zero.
    01 ws-gen-credits     pic s9(11)v99 sign is leading separate value zero.
    01 ws-txn-open        pic x(1) value "N".
    01 ws-payments-posted pic 9(6) value zero.
    01 ws-payments-held   pic 9(6) value zero.
    01 ws-debts-paid-off  pic 9(5) value zero.
    01 ws-tot-interest    pic s9(11)v99 sign is leading separate value zero.
    01 ws-tot-principal   pic s9(11)v99 sign is leading separate value zero.
    01 ws-tot-payment     pic s9(11)v99 sign is leading separate value zero.

    01 ws-ed-amount       pic -,---,---,--9.99.
    01 ws-ed-amount-2     pic -,---,---,--9.99.
    01 ws-ed-amount-3     pic -,---,---,--9.99.

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
  *> Period debt service off DEBTSCHD.DAT: every scheduled payment
  *> whose fiscal period has arrived (an earlier period's payment
  *> missed by a skipped run included) is posted in one balanced
  *> JRNLBAT.DAT batch - principal debited to the debt liability,
  *> interest to interest expense, the whole payment credited to the
  *> cash account the lender draws on - and stamped posted with the
  *> batch, so a rerun never posts it twice. DEBTMAST.DAT's balance
  *> and payment count follow; a debt whose last payment posts is
  *> marked paid off. Both files are rewritten whole through their
  *> work files, the hold-file idiom.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  call "fiscalclc" using ws-business-date, ws-fiscal-year,
      ws-fiscal-qtr, ws-fiscal-per, ws-fiscal-week.
  compute ws-run-period = ws-fiscal-year * 100 + ws-fiscal-per.
  perform load-debt-master.
  if ws-dbt-count = zero
    display "DEBTPOST: NO DEBT ON DEBTMAST.DAT"
    perform write-run-log-entry
    goback
  end-if.
  open input debt-schedule-file.
  if ws-ds-status = "35"
    close debt-schedule-file
    display "DEBTPOST: NO DEBTSCHD.DAT - NOTHING SCHEDULED"
    perform write-run-log-entry
    goback
  end-if.
  move "DEBTSCHD.DAT" to ws-abend-file-name.
  move ws-ds-status to ws-abend-status.
  perform check-file-status.
  open output debt-schedule-work.
  move "DEBTSWRK.DAT" to ws-abend-file-name.
  move ws-dsw-status to ws-abend-status.
  perform check-file-status.
  perform load-next-batch-id.
  perform open-debtpost-report.
  move "N" to ws-ds-eof.
  read debt-schedule-file
    at end set DS-EOF to true
  end-read.
  perform until DS-EOF
    if DS-SCHEDULED and ds-fiscal-period <= ws-run-period
      perform post-one-payment
    end-if
    move spaces to debt-schedule-work-record
    move debt-schedule-record to debt-schedule-work-record
    write debt-schedule-work-record
    read debt-schedule-file
      at end set DS-EOF to true
    end-read
  end-perform.
  close debt-schedule-file.
  close debt-schedule-work.
  if ws-txn-open = "Y"
    close txn-file
  end-if.
  if return-code = zero
    perform rewrite-schedule-file
    if ws-payments-posted > zero
      perform rewrite-master-file
      perform write-debt-batch-header
    end-if
    perform save-next-batch-id
  end-if.
  move ws-tot-principal to ws-ed-amount.
  move ws-tot-interest to ws-ed-amount-2.
  move ws-tot-payment to ws-ed-amount-3.
  move spaces to debtpost-report-line.
  write debtpost-report-line.
  move spaces to debtpost-report-line.
  string "PAYMENTS POSTED=" ws-payments-posted
      " PRINCIPAL=" ws-ed-amount " INTEREST=" ws-ed-amount-2
      " CASH=" ws-ed-amount-3
      delimited by size into debtpost-report-line.
  write debtpost-report-line.
  move spaces to debtpost-report-line.
  if ws-payments-posted > zero
    string "BATCH=" ws-batch-id " DEBTS PAID OFF=" ws-debts-paid-off
        " PAYMENTS HELD=" ws-payments-held
        delimited by size into debtpost-report-line
  else
    string "NO BATCH - NO PAYMENT DUE THROUGH PERIOD " ws-run-period
        " PAYMENTS HELD=" ws-payments-held
        delimited by size into debtpost-report-line
  end-if.
  write debtpost-report-line.
  close debtpost-report.
  display "DEBTPOST: " ws-payments-posted " PAYMENT(S) POSTED FOR PERIOD "
      ws-run-period ", INTEREST=" ws-tot-interest
      " PRINCIPAL=" ws-tot-principal.
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "DEBTPOST" to rpt-job-name.
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

load-debt-master.
  move "N" to ws-dm-eof.
  open input debt-master-file.
  if ws-dm-status = "35"
    close debt-master-file
    exit paragraph
  end-if.
  move "DEBTMAST.DAT" to ws-abend-file-name.
  move ws-dm-status to ws-abend-status.
  perform check-file-status.
  read debt-master-file
    at end set DM-EOF to true
  end-read.
  perform until DM-EOF
    if ws-dbt-count < 500
      add 1 to ws-dbt-count
      move dm-debt-id to dbt-debt-id(ws-dbt-count)
      move dm-liability-acct to dbt-liability-acct(ws-dbt-count)
      move dm-interest-acct to dbt-interest-acct(ws-dbt-count)
      move dm-payment-acct to dbt-payment-acct(ws-dbt-count)
      move dm-cost-center to dbt-cost-center(ws-dbt-count)
      move dm-term-payments to dbt-term-payments(ws-dbt-count)
      move dm-balance to dbt-balance(ws-dbt-count)
      move dm-payments-made to dbt-payments-made(ws-dbt-count)
      move dm-status to dbt-status(ws-dbt-count)
    end-if
    read debt-master-file
      at end set DM-EOF to true
    end-read
  end-perform.
  close debt-master-file.

find-debt.
  move zero to ws-dbt-found.
  perform varying ws-dbt-idx from 1 by 1 until ws-dbt-idx > ws-dbt-count
    if dbt-debt-id(ws-dbt-idx) = ds-debt-id
      set ws-dbt-found to ws-dbt-idx
    end-if
  end-perform.

load-next-batch-id.
  open input debtseq-ctl.
  if ws-dq-status = "35"
    open output debtseq-ctl
    move spaces to debtseq-ctl-record
    move ws-next-batch-id to dq-next-batch-id
    move ws-next-txn-serial to dq-next-txn-serial
    write debtseq-ctl-record
    close debtseq-ctl
    open input debtseq-ctl
  end-if.
  move "DEBTSEQ.CTL" to ws-abend-file-name.
  move ws-dq-status to ws-abend-status.
  perform check-file-status.
  read debtseq-ctl
    at end continue
  end-read.
  close debtseq-ctl.
  if dq-next-batch-id numeric and dq-next-batch-id not = zero
    move dq-next-batch-id to ws-next-batch-id
  end-if.
  if dq-next-txn-serial numeric and dq-next-txn-serial not = zero
    move dq-next-txn-serial to ws-next-txn-serial
  end-if.
  move ws-next-batch-id to ws-batch-id.

save-next-batch-id.
  open output debtseq-ctl.
  move "DEBTSEQ.CTL" to ws-abend-file-name.
  move ws-dq-status to ws-abend-status.
  perform check-file-status.
  if ws-payments-posted > zero
    add 1 to ws-next-batch-id
  end-if.
  move spaces to debtseq-ctl-record.
  move ws-next-batch-id to dq-next-batch-id.
  move ws-next-txn-serial to dq-next-txn-serial.
  write debtseq-ctl-record.
  close debtseq-ctl.

open-debtpost-report.
  open extend debtpost-report.
  if ws-dr-status = "35"
    open output debtpost-report
  end-if.
  move "DEBTPOST.RPT" to ws-abend-file-name.
  move ws-dr-status to ws-abend-status.
  perform check-file-status.
  move spaces to debtpost-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into debtpost-report-line.
  write debtpost-report-line.
  move spaces to debtpost-report-line.
  string "DEBT SERVICE POSTED THROUGH FISCAL PERIOD " ws-run-period
      delimited by size into debtpost-report-line.
  write debtpost-report-line.
  move spaces to debtpost-report-line.
  string "DEBT    NO.  DUE DATE  PERIOD          PAYMENT"
      "         INTEREST        PRINCIPAL     BALANCE AFTER"
      delimited by size into debtpost-report-line.
  write debtpost-report-line.

post-one-payment.
  perform find-debt.
  if ws-dbt-found = zero
    add 1 to ws-payments-held
    move spaces to debtpost-report-line
    string ds-debt-id " " ds-payment-no
        " NOT POSTED - DEBT NOT ON DEBTMAST.DAT"
        delimited by size into debtpost-report-line
    write debtpost-report-line
    exit paragraph
  end-if.
  if dbt-status(ws-dbt-found) not = "A"
    add 1 to ws-payments-held
    move spaces to debtpost-report-line
    string ds-debt-id " " ds-payment-no
        " NOT POSTED - DEBT STATUS " dbt-status(ws-dbt-found)
        delimited by size into debtpost-report-line
    write debtpost-report-line
    exit paragraph
  end-if.
  if ws-txn-open not = "Y"
    open extend txn-file
    if ws-txn-status = "35"
      close txn-file
      open output txn-file
    end-if
    move "TXNFILE.DAT" to ws-abend-file-name
    move ws-txn-status to ws-abend-status
    perform check-file-status
    move "Y" to ws-txn-open
  end-if.
  move dbt-cost-center(ws-dbt-found) to ws-leg-cc.
  move dbt-liability-acct(ws-dbt-found) to ws-leg-acct.
  move ds-principal to ws-leg-amount.
  perform write-debt-leg.
  move dbt-interest-acct(ws-dbt-found) to ws-leg-acct.
  move ds-interest to ws-leg-amount.
  perform write-debt-leg.
  move dbt-payment-acct(ws-dbt-found) to ws-leg-acct.
  compute ws-leg-amount = zero - ds-payment.
  perform write-debt-leg.
  set DS-POSTED to true.
  move ws-batch-id to ds-batch-id.
  move ws-business-date to ds-posted-date.
  subtract ds-principal from dbt-balance(ws-dbt-found).
  add 1 to dbt-payments-made(ws-dbt-found).
  if dbt-balance(ws-dbt-found) <= zero
      or dbt-payments-made(ws-dbt-found) >= dbt-term-payments(ws-dbt-found)
    move "P" to dbt-status(ws-dbt-found)
    add 1 to ws-debts-paid-off
  end-if.
  add 1 to ws-payments-posted.
  add ds-interest to ws-tot-interest.
  add ds-principal to ws-tot-principal.
  add ds-payment to ws-tot-payment.
  move ds-payment to ws-ed-amount.
  move ds-interest to ws-ed-amount-2.
  move ds-principal to ws-ed-amount-3.
  move spaces to debtpost-report-line.
  string ds-debt-id "  " ds-payment-no "  " ds-due-date "  "
      ds-fiscal-period " " ws-ed-amount " " ws-ed-amount-2 " "
      ws-ed-amount-3 delimited by size into debtpost-report-line.
  move dbt-balance(ws-dbt-found) to ws-ed-amount.
  move ws-ed-amount to debtpost-report-line(83:16).
  if dbt-status(ws-dbt-found) = "P"
    move "PAID OFF" to debtpost-report-line(111:8)
  end-if.
  write debtpost-report-line.

write-debt-leg.
  *> Signed amounts, types by sign: the principal and interest legs
  *> are debits, the payment leg the matching credit.
  if ws-leg-amount = zero
    exit paragraph
  end-if.
  initialize txn-record.
  move ws-leg-acct to txn-acct-id.
  move ws-leg-cc to txn-cost-center.
  compute txn-seq-no = 95000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-business-date to txn-date.
  if ws-leg-amount < zero
    move "C" to txn-type
    subtract ws-leg-amount from ws-gen-credits
  else
    move "D" to txn-type
    add ws-leg-amount to ws-gen-debits
  end-if.
  move ws-leg-amount to txn-amount.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.

rewrite-schedule-file.
  move "N" to ws-ds-eof.
  open output debt-schedule-file.
  open input debt-schedule-work.
  read debt-schedule-work
    at end set DS-EOF to true
  end-read.
  perform until DS-EOF
    move debt-schedule-work-record to debt-schedule-record
    write debt-schedule-record
    read debt-schedule-work
      at end set DS-EOF to true
    end-read
  end-perform.
  close debt-schedule-work.
  close debt-schedule-file.
  open output debt-schedule-work.
  close debt-schedule-work.

rewrite-master-file.
  *> The master carried through its work file with the balances,
  *> payment counts and statuses the postings moved.
  move "N" to ws-dm-eof.
  open input debt-master-file.
  open output debt-master-work.
  read debt-master-file
    at end set DM-EOF to true
  end-read.
  perform until DM-EOF
    perform varying ws-dbt-idx from 1 by 1 until ws-dbt-idx > ws-dbt-count
      if dbt-debt-id(ws-dbt-idx) = dm-debt-id
        move dbt-balance(ws-dbt-idx) to dm-balance
        move dbt-payments-made(ws-dbt-idx) to dm-payments-made
        move dbt-status(ws-dbt-idx) to dm-status
      end-if
    end-perform
    move spaces to debt-master-work-record
    move debt-master-record to debt-master-work-record
    write debt-master-work-record
    read debt-master-file
      at end set DM-EOF to true
    end-read
  end-perform.
  close debt-master-file.
  close debt-master-work.
  move "N" to ws-dm-eof.
  open output debt-master-file.
  open input debt-master-work.
  read debt-master-work
    at end set DM-EOF to true
  end-read.
  perform until DM-EOF
    move debt-master-work-record to debt-master-record
    write debt-master-record
    read debt-master-work
      at end set DM-EOF to true
    end-read
  end-perform.
  close debt-master-work.
  close debt-master-file.
  open output debt-master-work.
  close debt-master-work.

write-debt-batch-header.
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
      " JOB=DEBTPOST"
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

end program debtpost.
