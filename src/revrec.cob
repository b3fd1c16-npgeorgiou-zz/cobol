identification division.
  program-id. revrec.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select rev-schedule-file assign to "REVSCHED.DAT"
        organization is line sequential
        file status is ws-rsc-status.
    select rev-schedule-work assign to "REVSWORK.DAT"
        organization is line sequential
        file status is ws-rsw-status.
    select revseq-ctl assign to "REVSEQ.CTL"
        organization is line sequential
        file status is ws-rq-status.
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
    select waterfall-report assign to "REVWFALL.RPT"
        organization is line sequential
        file status is ws-wf-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  rev-schedule-file.
  copy "revsched.cpy".
  fd  rev-schedule-work.
  01 rev-schedule-work-record pic x(100).
  fd  revseq-ctl.
  01 revseq-ctl-record.
    05 rq-next-batch-id        pic 9(6).
    05 filler                  pic x(1).
    05 rq-next-txn-serial      pic 9(6).
  fd  txn-file.
  copy "txnrec.cpy".
  fd  journal-batch-file.
  copy "jrnlbat.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  waterfall-report.
  01 waterfall-report-line    pic x(160).
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-rsc-status      pic x(2) value "00".
    01 ws-rsw-status      pic x(2) value "00".
    01 ws-rq-status       pic x(2) value "00".
    01 ws-txn-status      pic x(2) value "00".
    01 ws-jb-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-wf-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-rsc-eof         pic x(1) value "N".
        88 RSC-EOF        value "Y".

    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    01 ws-fiscal-year     pic 9(4).
    01 ws-fiscal-qtr      pic 9(1).
    01 ws-fiscal-per      pic 9(2).
    01 ws-fiscal-week     pic 9(2).
    01 ws-run-period      pic 9(6) value zero.
    01 ws-std-slice       pic s9(9)v99 sign is leading separate.
    01 ws-period-slice    pic s9(9)v99 sign is leading separate.
    01 ws-remaining       pic s9(9)v99 sign is leading separate.
    01 ws-periods-left    pic 9(3) value zero.
    01 ws-batch-id        pic 9(6) value zero.
    01 ws-next-batch-id   pic 9(6) value 770001.
    01 ws-next-txn-serial pic 9(6) value 1.
    01 ws-gen-debits      pic s9(11)v99 sign is leading separate value zero.
    01 ws-gen-credits     pic s9(11)v99 sign is leading separate value zero.
    01 ws-lines-released  pic 9(6) value zero.
    01 ws-lines-completed pic 9(6) value zero.
    01 ws-txn-open        pic x(1) value "N".
    01 ws-row-released    pic x(1) value "N".
    *> Waterfall by customer: what is still deferred after this run and
    *> when it comes off - the next six fiscal periods one column each,
    *> everything further out in LATER. The last slice of a schedule
    *> carries its rounding remainder, the same as the release does.
    01 ws-waterfall-table.
      05 ws-wf-entry occurs 500 times indexed by ws-wf-idx.
        10 wf-cust-no            pic 9(6).
        10 wf-released           pic s9(9)v99 sign is leading separate.
        10 wf-balance            pic s9(9)v99 sign is leading separate.
        10 wf-bucket             pic s9(9)v99 sign is leading separate
                                 occurs 7 times.
    01 ws-wf-count        pic 9(3) value zero.
    01 ws-wf-found        pic x(1) value "N".
    01 ws-wf-overflow     pic 9(6) value zero.
    01 ws-bucket-no       pic 9(3) value zero.
    01 ws-bucket-idx      pic 9(1) value zero.
    01 ws-wf-total-table.
      05 wft-bucket              pic s9(11)v99 sign is leading separate
                                 occurs 7 times.
    01 ws-wft-released    pic s9(11)v99 sign is leading separate value zero.
    01 ws-wft-balance     pic s9(11)v99 sign is leading separate value zero.
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
  *> Period-end release of deferred revenue off REVSCHED.DAT: every
  *> active schedule row not yet released for the cycle's fiscal
  *> period gives up one slice - deferred revenue debited, the line's
  *> revenue account and cost center credited - in one balanced
  *> JRNLBAT.DAT batch for the run. RS-LAST-REL-PERIOD is the dedupe
  *> (FA-LAST-DEPR-PERIOD's twin), so every cycle of the period may
  *> run this step and only the first one releases. The schedule file
  *> is rewritten whole through REVSWORK.DAT, the hold-file idiom.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  call "fiscalclc" using ws-business-date, ws-fiscal-year,
      ws-fiscal-qtr, ws-fiscal-per, ws-fiscal-week.
  compute ws-run-period = ws-fiscal-year * 100 + ws-fiscal-per.
  initialize ws-wf-total-table.
  open input rev-schedule-file.
  if ws-rsc-status = "35"
    close rev-schedule-file
    display "REVREC: NO REVSCHED.DAT - NOTHING DEFERRED"
    perform write-run-log-entry
    goback
  end-if.
  move "REVSCHED.DAT" to ws-abend-file-name.
  move ws-rsc-status to ws-abend-status.
  perform check-file-status.
  open output rev-schedule-work.
  move "REVSWORK.DAT" to ws-abend-file-name.
  move ws-rsw-status to ws-abend-status.
  perform check-file-status.
  perform load-next-batch-id.
  perform open-waterfall-report.
  move "N" to ws-rsc-eof.
  read rev-schedule-file
    at end set RSC-EOF to true
  end-read.
  perform until RSC-EOF
    move "N" to ws-row-released
    if RS-ACTIVE and rs-last-rel-period < ws-run-period
        and rs-start-period <= ws-run-period
      perform release-one-slice
    end-if
    if RS-ACTIVE or RS-COMPLETE
      perform tally-waterfall-row
    end-if
    move spaces to rev-schedule-work-record
    move rev-schedule-record to rev-schedule-work-record
    write rev-schedule-work-record
    read rev-schedule-file
      at end set RSC-EOF to true
    end-read
  end-perform.
  close rev-schedule-file.
  close rev-schedule-work.
  if ws-txn-open = "Y"
    close txn-file
  end-if.
  if return-code = zero
    perform rewrite-schedule-file
    if ws-lines-released > zero
      perform write-release-batch-header
    end-if
    perform save-next-batch-id
  end-if.
  perform write-waterfall-section.
  close waterfall-report.
  display "REVREC: " ws-lines-released " SLICE(S) RELEASED FOR PERIOD "
      ws-run-period ", TOTAL=" ws-gen-debits.
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "REVREC" to rpt-job-name.
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
  open input revseq-ctl.
  if ws-rq-status = "35"
    open output revseq-ctl
    move spaces to revseq-ctl-record
    move ws-next-batch-id to rq-next-batch-id
    move ws-next-txn-serial to rq-next-txn-serial
    write revseq-ctl-record
    close revseq-ctl
    open input revseq-ctl
  end-if.
  move "REVSEQ.CTL" to ws-abend-file-name.
  move ws-rq-status to ws-abend-status.
  perform check-file-status.
  read revseq-ctl
    at end continue
  end-read.
  close revseq-ctl.
  if rq-next-batch-id numeric and rq-next-batch-id not = zero
    move rq-next-batch-id to ws-next-batch-id
  end-if.
  if rq-next-txn-serial numeric and rq-next-txn-serial not = zero
    move rq-next-txn-serial to ws-next-txn-serial
  end-if.
  move ws-next-batch-id to ws-batch-id.

save-next-batch-id.
  open output revseq-ctl.
  move "REVSEQ.CTL" to ws-abend-file-name.
  move ws-rq-status to ws-abend-status.
  perform check-file-status.
  if ws-lines-released > zero
    add 1 to ws-next-batch-id
  end-if.
  move spaces to revseq-ctl-record.
  move ws-next-batch-id to rq-next-batch-id.
  move ws-next-txn-serial to rq-next-txn-serial.
  write revseq-ctl-record.
  close revseq-ctl.

open-waterfall-report.
  open extend waterfall-report.
  if ws-wf-status = "35"
    open output waterfall-report
  end-if.
  move "REVWFALL.RPT" to ws-abend-file-name.
  move ws-wf-status to ws-abend-status.
  perform check-file-status.
  move spaces to waterfall-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into waterfall-report-line.
  write waterfall-report-line.
  move spaces to waterfall-report-line.
  string "DEFERRED REVENUE RELEASED FOR FISCAL PERIOD " ws-run-period
      into waterfall-report-line.
  write waterfall-report-line.

release-one-slice.
  compute ws-std-slice rounded = rs-total-amount / rs-periods.
  compute ws-remaining = rs-total-amount - rs-released-amount.
  *> The last period sweeps the rounding remainder, so the schedule
  *> always releases exactly what was deferred.
  if rs-periods-released + 1 >= rs-periods
    move ws-remaining to ws-period-slice
  else
    move ws-std-slice to ws-period-slice
  end-if.
  if ws-period-slice not = zero
    perform write-release-legs
  end-if.
  add ws-period-slice to rs-released-amount.
  add 1 to rs-periods-released.
  move ws-run-period to rs-last-rel-period.
  if rs-periods-released >= rs-periods
    set RS-COMPLETE to true
    add 1 to ws-lines-completed
  end-if.
  add 1 to ws-lines-released.
  move "Y" to ws-row-released.
  move spaces to waterfall-report-line.
  string "INV=" rs-invoice-no
      " LINE=" rs-line-no
      " CUST=" rs-cust-no
      " ITEM=" rs-item-id
      " PERIOD " rs-periods-released " OF " rs-periods
      " RELEASED=" ws-period-slice
      " TO=" rs-revenue-acct "/" rs-cost-center
      " STATUS=" rs-status into waterfall-report-line.
  write waterfall-report-line.

write-release-legs.
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
  *> Debit deferred revenue, credit revenue; a credit-line schedule
  *> (negative total) flips both legs, the signed-amount convention.
  initialize txn-record.
  move rs-deferred-acct to txn-acct-id.
  move rs-deferred-cc to txn-cost-center.
  compute txn-seq-no = 77000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-business-date to txn-date.
  if ws-period-slice < zero
    move "C" to txn-type
  else
    move "D" to txn-type
  end-if.
  move ws-period-slice to txn-amount.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  initialize txn-record.
  move rs-revenue-acct to txn-acct-id.
  move rs-cost-center to txn-cost-center.
  compute txn-seq-no = 77000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-business-date to txn-date.
  if ws-period-slice < zero
    move "D" to txn-type
  else
    move "C" to txn-type
  end-if.
  compute txn-amount = zero - ws-period-slice.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  if ws-period-slice < zero
    subtract ws-period-slice from ws-gen-credits
    subtract ws-period-slice from ws-gen-debits
  else
    add ws-period-slice to ws-gen-debits
    add ws-period-slice to ws-gen-credits
  end-if.

tally-waterfall-row.
  move "N" to ws-wf-found.
  set ws-wf-idx to 1.
  search ws-wf-entry
    at end continue
    when wf-cust-no(ws-wf-idx) = rs-cust-no
      move "Y" to ws-wf-found
  end-search.
  if ws-wf-found not = "Y"
    if ws-wf-count < 500
      add 1 to ws-wf-count
      set ws-wf-idx to ws-wf-count
      initialize ws-wf-entry(ws-wf-idx)
      move rs-cust-no to wf-cust-no(ws-wf-idx)
    else
      add 1 to ws-wf-overflow
      exit paragraph
    end-if
  end-if.
  if ws-row-released = "Y"
    add ws-period-slice to wf-released(ws-wf-idx)
  end-if.
  compute ws-remaining = rs-total-amount - rs-released-amount.
  add ws-remaining to wf-balance(ws-wf-idx).
  if rs-periods > rs-periods-released
    compute ws-periods-left = rs-periods - rs-periods-released
  else
    move zero to ws-periods-left
  end-if.
  compute ws-std-slice rounded = rs-total-amount / rs-periods.
  perform varying ws-bucket-no from 1 by 1
      until ws-bucket-no > ws-periods-left
    if ws-bucket-no > 6
      move 7 to ws-bucket-idx
    else
      move ws-bucket-no to ws-bucket-idx
    end-if
    if ws-bucket-no = ws-periods-left
      add ws-remaining to wf-bucket(ws-wf-idx, ws-bucket-idx)
    else
      add ws-std-slice to wf-bucket(ws-wf-idx, ws-bucket-idx)
      subtract ws-std-slice from ws-remaining
    end-if
  end-perform.

write-waterfall-section.
  move spaces to waterfall-report-line.
  write waterfall-report-line.
  move "DEFERRED REVENUE WATERFALL BY CUSTOMER (PERIODS AFTER THIS RUN)"
      to waterfall-report-line.
  write waterfall-report-line.
  move spaces to waterfall-report-line.
  string "CUST    RELEASED-NOW  BALANCE       P+1           P+2"
      "           P+3           P+4           P+5           P+6"
      "           LATER" into waterfall-report-line.
  write waterfall-report-line.
  perform varying ws-wf-idx from 1 by 1 until ws-wf-idx > ws-wf-count
    move spaces to waterfall-report-line
    string wf-cust-no(ws-wf-idx)
        " " wf-released(ws-wf-idx)
        " " wf-balance(ws-wf-idx)
        " " wf-bucket(ws-wf-idx, 1)
        " " wf-bucket(ws-wf-idx, 2)
        " " wf-bucket(ws-wf-idx, 3)
        " " wf-bucket(ws-wf-idx, 4)
        " " wf-bucket(ws-wf-idx, 5)
        " " wf-bucket(ws-wf-idx, 6)
        " " wf-bucket(ws-wf-idx, 7) into waterfall-report-line
    write waterfall-report-line
    add wf-released(ws-wf-idx) to ws-wft-released
    add wf-balance(ws-wf-idx) to ws-wft-balance
    perform varying ws-bucket-idx from 1 by 1 until ws-bucket-idx > 7
      add wf-bucket(ws-wf-idx, ws-bucket-idx) to wft-bucket(ws-bucket-idx)
    end-perform
  end-perform.
  move spaces to waterfall-report-line.
  string "TOTAL  " ws-wft-released
      " " ws-wft-balance
      " " wft-bucket(1) " " wft-bucket(2) " " wft-bucket(3)
      " " wft-bucket(4) " " wft-bucket(5) " " wft-bucket(6)
      " " wft-bucket(7) into waterfall-report-line.
  write waterfall-report-line.
  move spaces to waterfall-report-line.
  string "SLICES RELEASED=" ws-lines-released
      " SCHEDULES COMPLETED=" ws-lines-completed
      " BATCH=" ws-batch-id
      " TOTAL=" ws-gen-debits into waterfall-report-line.
  write waterfall-report-line.
  if ws-wf-overflow > zero
    move spaces to waterfall-report-line
    string "*** " ws-wf-overflow
        " SCHEDULE ROW(S) BEYOND 500 CUSTOMERS NOT IN WATERFALL"
        into waterfall-report-line
    write waterfall-report-line
  end-if.

rewrite-schedule-file.
  move "N" to ws-rsc-eof.
  open output rev-schedule-file.
  open input rev-schedule-work.
  read rev-schedule-work
    at end set RSC-EOF to true
  end-read.
  perform until RSC-EOF
    move rev-schedule-work-record to rev-schedule-record
    write rev-schedule-record
    read rev-schedule-work
      at end set RSC-EOF to true
    end-read
  end-perform.
  close rev-schedule-work.
  close rev-schedule-file.
  open output rev-schedule-work.
  close rev-schedule-work.

write-release-batch-header.
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
      " JOB=REVREC"
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

end program revrec.
