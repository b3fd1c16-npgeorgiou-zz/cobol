identification division.
  program-id. ppdamort.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select prepaid-schedule-file assign to "PPDSCHED.DAT"
        organization is line sequential
        file status is ws-pps-status.
    select prepaid-schedule-work assign to "PPDSWORK.DAT"
        organization is line sequential
        file status is ws-psw-status.
    select ppdseq-ctl assign to "PPDSEQ.CTL"
        organization is line sequential
        file status is ws-pq-status.
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
    select amort-report assign to "PPDAMORT.RPT"
        organization is line sequential
        file status is ws-ar-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  prepaid-schedule-file.
  copy "ppdsched.cpy".
  fd  prepaid-schedule-work.
  01 prepaid-schedule-work-record pic x(100).
  fd  ppdseq-ctl.
  01 ppdseq-ctl-record.
    05 pq-next-batch-id        pic 9(6).
    05 filler                  pic x(1).
    05 pq-next-txn-serial      pic 9(6).
  fd  txn-file.
  copy "txnrec.cpy".
  fd  journal-batch-file.
  copy "jrnlbat.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  amort-report.
  01 amort-report-line        pic x(132).
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-pps-status      pic x(2) value "00".
    01 ws-psw-status      pic x(2) value "00".
    01 ws-pq-status       pic x(2) value "00".
    01 ws-txn-status      pic x(2) value "00".
    01 ws-jb-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-ar-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-pps-eof         pic x(1) value "N".
        88 PPS-EOF        value "Y".

    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    01 ws-fiscal-year     pic 9(4).
    01 ws-fiscal-qtr      pic 9(1).
    01 ws-fiscal-per      pic 9(2).
    01 ws-fiscal-week     pic 9(2).
    01 ws-run-period      pic 9(6) value zero.
    01 ws-period-share    pic s9(9)v99 sign is leading separate.
    01 ws-remaining       pic s9(9)v99 sign is leading separate.
    01 ws-batch-id        pic 9(6) value zero.
    01 ws-next-batch-id   pic 9(6) value 750001.
    01 ws-next-txn-serial pic 9(6) value 1.
    01 ws-gen-debits      pic s9(11)v99 sign is leading separate value zero.
    01 ws-gen-credits     pic s9(11)v99 sign is leading separate value zero.
    01 ws-rows-amortized  pic 9(6) value zero.
    01 ws-rows-completed  pic 9(6) value zero.
    01 ws-rows-not-due    pic 9(6) value zero.
    01 ws-txn-open        pic x(1) value "N".
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
  *> Monthly amortization of prepaid vendor invoices off PPDSCHED.DAT:
  *> every active schedule whose start period has arrived and that is
  *> not yet amortized for the cycle's fiscal period expenses one
  *> period's share - the invoice's own expense account and cost
  *> center debited, the prepaid asset credited - in one balanced
  *> JRNLBAT.DAT batch ahead of the posting step. PS-LAST-AMORT-PERIOD
  *> is the dedupe, so every cycle of the period may run this step and
  *> only the first one charges. The schedule file is rewritten whole
  *> through PPDSWORK.DAT, the hold-file idiom.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  call "fiscalclc" using ws-business-date, ws-fiscal-year,
      ws-fiscal-qtr, ws-fiscal-per, ws-fiscal-week.
  compute ws-run-period = ws-fiscal-year * 100 + ws-fiscal-per.
  open input prepaid-schedule-file.
  if ws-pps-status = "35"
    close prepaid-schedule-file
    display "PPDAMORT: NO PPDSCHED.DAT - NOTHING PREPAID"
    perform write-run-log-entry
    goback
  end-if.
  move "PPDSCHED.DAT" to ws-abend-file-name.
  move ws-pps-status to ws-abend-status.
  perform check-file-status.
  open output prepaid-schedule-work.
  move "PPDSWORK.DAT" to ws-abend-file-name.
  move ws-psw-status to ws-abend-status.
  perform check-file-status.
  perform load-next-batch-id.
  perform open-amortization-report.
  move "N" to ws-pps-eof.
  read prepaid-schedule-file
    at end set PPS-EOF to true
  end-read.
  perform until PPS-EOF
    if PS-ACTIVE and ps-last-amort-period < ws-run-period
        and ps-start-period <= ws-run-period
      perform amortize-one-schedule
    else
      if PS-ACTIVE
        add 1 to ws-rows-not-due
      end-if
    end-if
    move spaces to prepaid-schedule-work-record
    move prepaid-schedule-record to prepaid-schedule-work-record
    write prepaid-schedule-work-record
    read prepaid-schedule-file
      at end set PPS-EOF to true
    end-read
  end-perform.
  close prepaid-schedule-file.
  close prepaid-schedule-work.
  if ws-txn-open = "Y"
    close txn-file
  end-if.
  if return-code = zero
    perform rewrite-schedule-file
    if ws-rows-amortized > zero
      perform write-amortization-batch-header
    end-if
    perform save-next-batch-id
  end-if.
  move spaces to amort-report-line.
  string "SCHEDULES AMORTIZED=" ws-rows-amortized
      " COMPLETED THIS RUN=" ws-rows-completed
      " NOT DUE=" ws-rows-not-due
      " BATCH=" ws-batch-id
      " TOTAL=" ws-gen-debits into amort-report-line.
  write amort-report-line.
  close amort-report.
  display "PPDAMORT: " ws-rows-amortized " SCHEDULE(S) AMORTIZED FOR PERIOD "
      ws-run-period ", TOTAL=" ws-gen-debits.
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "PPDAMORT" to rpt-job-name.
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

load-next-batch-id.
  open input ppdseq-ctl.
  if ws-pq-status = "35"
    open output ppdseq-ctl
    move spaces to ppdseq-ctl-record
    move ws-next-batch-id to pq-next-batch-id
    move ws-next-txn-serial to pq-next-txn-serial
    write ppdseq-ctl-record
    close ppdseq-ctl
    open input ppdseq-ctl
  end-if.
  move "PPDSEQ.CTL" to ws-abend-file-name.
  move ws-pq-status to ws-abend-status.
  perform check-file-status.
  read ppdseq-ctl
    at end continue
  end-read.
  close ppdseq-ctl.
  if pq-next-batch-id numeric and pq-next-batch-id not = zero
    move pq-next-batch-id to ws-next-batch-id
  end-if.
  if pq-next-txn-serial numeric and pq-next-txn-serial not = zero
    move pq-next-txn-serial to ws-next-txn-serial
  end-if.
  move ws-next-batch-id to ws-batch-id.

save-next-batch-id.
  open output ppdseq-ctl.
  move "PPDSEQ.CTL" to ws-abend-file-name.
  move ws-pq-status to ws-abend-status.
  perform check-file-status.
  if ws-rows-amortized > zero
    add 1 to ws-next-batch-id
  end-if.
  move spaces to ppdseq-ctl-record.
  move ws-next-batch-id to pq-next-batch-id.
  move ws-next-txn-serial to pq-next-txn-serial.
  write ppdseq-ctl-record.
  close ppdseq-ctl.

open-amortization-report.
  open extend amort-report.
  if ws-ar-status = "35"
    open output amort-report
  end-if.
  move "PPDAMORT.RPT" to ws-abend-file-name.
  move ws-ar-status to ws-abend-status.
  perform check-file-status.
  move spaces to amort-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into amort-report-line.
  write amort-report-line.
  move spaces to amort-report-line.
  string "PREPAID AMORTIZATION FOR FISCAL PERIOD " ws-run-period
      into amort-report-line.
  write amort-report-line.

amortize-one-schedule.
  compute ws-remaining = ps-total-amount - ps-amortized-amount.
  *> Even shares of the original cost; the last period sweeps the
  *> rounding remainder so the prepaid clears to exactly zero.
  if ps-periods-taken + 1 >= ps-periods
    move ws-remaining to ws-period-share
  else
    compute ws-period-share rounded = ps-total-amount / ps-periods
  end-if.
  if ws-period-share not = zero
    perform write-amortization-legs
  end-if.
  add ws-period-share to ps-amortized-amount.
  add 1 to ps-periods-taken.
  move ws-run-period to ps-last-amort-period.
  if ps-periods-taken >= ps-periods
    set PS-COMPLETE to true
    add 1 to ws-rows-completed
  end-if.
  add 1 to ws-rows-amortized.
  compute ws-remaining = ps-total-amount - ps-amortized-amount.
  move spaces to amort-report-line.
  string "INV=" ps-invoice-no
      " VENDOR=" ps-vendor-no
      " PERIOD " ps-periods-taken " OF " ps-periods
      " EXPENSE=" ws-period-share
      " TO=" ps-expense-acct "/" ps-cost-center
      " REMAINING=" ws-remaining
      " STATUS=" ps-status into amort-report-line.
  write amort-report-line.

write-amortization-legs.
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
  *> Debit the original expense coding, credit the prepaid asset; a
  *> vendor credit schedule (negative cost) flips both legs, the
  *> signed-amount convention.
  initialize txn-record.
  move ps-expense-acct to txn-acct-id.
  move ps-cost-center to txn-cost-center.
  compute txn-seq-no = 75000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-business-date to txn-date.
  if ws-period-share < zero
    move "C" to txn-type
  else
    move "D" to txn-type
  end-if.
  move ws-period-share to txn-amount.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  initialize txn-record.
  move ps-prepaid-acct to txn-acct-id.
  move ps-prepaid-cc to txn-cost-center.
  compute txn-seq-no = 75000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-business-date to txn-date.
  if ws-period-share < zero
    move "D" to txn-type
  else
    move "C" to txn-type
  end-if.
  compute txn-amount = zero - ws-period-share.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  if ws-period-share < zero
    subtract ws-period-share from ws-gen-debits
    subtract ws-period-share from ws-gen-credits
  else
    add ws-period-share to ws-gen-debits
    add ws-period-share to ws-gen-credits
  end-if.

rewrite-schedule-file.
  move "N" to ws-pps-eof.
  open output prepaid-schedule-file.
  open input prepaid-schedule-work.
  read prepaid-schedule-work
    at end set PPS-EOF to true
  end-read.
  perform until PPS-EOF
    move prepaid-schedule-work-record to prepaid-schedule-record
    write prepaid-schedule-record
    read prepaid-schedule-work
      at end set PPS-EOF to true
    end-read
  end-perform.
  close prepaid-schedule-work.
  close prepaid-schedule-file.
  open output prepaid-schedule-work.
  close prepaid-schedule-work.

write-amortization-batch-header.
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
      " JOB=PPDAMORT"
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

end program ppdamort.
