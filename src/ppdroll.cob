identification division.
  program-id. ppdroll.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select prepaid-schedule-file assign to "PPDSCHED.DAT"
        organization is line sequential
        file status is ws-pps-status.
    select ap-open-file assign to "APOPEN.DAT"
        organization is indexed
        access mode is sequential
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-apo-status.
    select bal-file assign to "BALFILE.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-bal-rel-key
        file status is ws-bal-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select rollfwd-report assign to "PPDROLL.RPT"
        organization is line sequential
        file status is ws-rf-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  prepaid-schedule-file.
  copy "ppdsched.cpy".
  fd  ap-open-file.
  copy "apopen.cpy".
  fd  bal-file.
  copy "balrec.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  rollfwd-report.
  01 rollfwd-report-line      pic x(132).
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-pps-status      pic x(2) value "00".
    01 ws-apo-status      pic x(2) value "00".
    01 ws-bal-status      pic x(2) value "00".
    01 ws-bal-rel-key     pic 9(6) value 1.
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-rf-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-pps-eof         pic x(1) value "N".
        88 PPS-EOF        value "Y".
    01 ws-apo-eof         pic x(1) value "N".
        88 APO-EOF        value "Y".
    01 ws-bal-eof         pic x(1) value "N".
        88 BAL-EOF        value "Y".

    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    01 ws-fiscal-year     pic 9(4).
    01 ws-fiscal-qtr      pic 9(1).
    01 ws-fiscal-per      pic 9(2).
    01 ws-fiscal-week     pic 9(2).
    01 ws-run-period      pic 9(6) value zero.
    01 ws-this-period     pic s9(9)v99 sign is leading separate.
    01 ws-prior-amort     pic s9(9)v99 sign is leading separate.
    01 ws-remaining       pic s9(9)v99 sign is leading separate.
    01 ws-tot-cost        pic s9(11)v99 sign is leading separate value zero.
    01 ws-tot-prior       pic s9(11)v99 sign is leading separate value zero.
    01 ws-tot-this-period pic s9(11)v99 sign is leading separate value zero.
    01 ws-tot-remaining   pic s9(11)v99 sign is leading separate value zero.
    01 ws-schedule-count  pic 9(6) value zero.
    *> One tie-out line per prepaid asset account the schedules carry:
    *> what the schedules say is still prepaid, less what of it AP has
    *> not yet paid (the payment run is what debits the asset), is what
    *> BALFILE.DAT should hold.
    01 ws-tie-table.
      05 ws-tie-entry occurs 20 times.
        10 tie-acct-id           pic 9(6).
        10 tie-schedule-amt      pic s9(11)v99 sign is leading separate.
        10 tie-unpaid-amt        pic s9(11)v99 sign is leading separate.
        10 tie-gl-amt            pic s9(11)v99 sign is leading separate.
    01 ws-tie-count       pic 9(3) value zero.
    01 ws-tie-idx         pic 9(3) value zero.
    01 ws-tie-found-idx   pic 9(3) value zero.
    01 ws-tie-expected    pic s9(11)v99 sign is leading separate.
    01 ws-tie-diff        pic s9(11)v99 sign is leading separate.
    01 ws-tie-breaks      pic 9(3) value zero.
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
  *> The prepaid roll-forward finance signs off at month end: every
  *> schedule's original cost, what was amortized before this period,
  *> this period's expense and what is left - then a tie of what is
  *> left, per prepaid account, to the just-posted BALFILE.DAT. A
  *> difference means the prepaid account moved outside the schedules
  *> (or a schedule moved without posting).
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  call "fiscalclc" using ws-business-date, ws-fiscal-year,
      ws-fiscal-qtr, ws-fiscal-per, ws-fiscal-week.
  compute ws-run-period = ws-fiscal-year * 100 + ws-fiscal-per.
  perform open-rollforward-report.
  perform roll-schedules-forward.
  perform gather-unpaid-prepaids.
  perform gather-ledger-balances.
  perform write-prepaid-tie-out.
  close rollfwd-report.
  display "PPDROLL: " ws-schedule-count " SCHEDULE(S), "
      ws-tie-breaks " ACCOUNT(S) OUT OF BALANCE".
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "PPDROLL" to rpt-job-name.
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

open-rollforward-report.
  open extend rollfwd-report.
  if ws-rf-status = "35"
    open output rollfwd-report
  end-if.
  move "PPDROLL.RPT" to ws-abend-file-name.
  move ws-rf-status to ws-abend-status.
  perform check-file-status.
  move spaces to rollfwd-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into rollfwd-report-line.
  write rollfwd-report-line.
  move spaces to rollfwd-report-line.
  string "PREPAID ROLL-FORWARD FOR FISCAL PERIOD " ws-run-period
      into rollfwd-report-line.
  write rollfwd-report-line.

roll-schedules-forward.
  move "N" to ws-pps-eof.
  open input prepaid-schedule-file.
  if ws-pps-status = "35"
    close prepaid-schedule-file
    move "NO PREPAID SCHEDULES ON FILE" to rollfwd-report-line
    write rollfwd-report-line
    exit paragraph
  end-if.
  move "PPDSCHED.DAT" to ws-abend-file-name.
  move ws-pps-status to ws-abend-status.
  perform check-file-status.
  read prepaid-schedule-file
    at end set PPS-EOF to true
  end-read.
  perform until PPS-EOF
    perform roll-one-schedule
    read prepaid-schedule-file
      at end set PPS-EOF to true
    end-read
  end-perform.
  close prepaid-schedule-file.
  move spaces to rollfwd-report-line.
  string "TOTAL SCHEDULES=" ws-schedule-count
      " COST=" ws-tot-cost
      " PRIOR=" ws-tot-prior
      " THIS PERIOD=" ws-tot-this-period
      " REMAINING=" ws-tot-remaining into rollfwd-report-line.
  write rollfwd-report-line.

roll-one-schedule.
  if PS-CANCELLED
    exit paragraph
  end-if.
  *> This period's share is the last amortization when it was taken
  *> in the run period - everything else amortized is prior.
  move zero to ws-this-period.
  if ps-last-amort-period = ws-run-period and ps-periods-taken > zero
    if ps-periods-taken >= ps-periods
      perform derive-final-share
    else
      compute ws-this-period rounded = ps-total-amount / ps-periods
    end-if
  end-if.
  compute ws-prior-amort = ps-amortized-amount - ws-this-period.
  compute ws-remaining = ps-total-amount - ps-amortized-amount.
  add 1 to ws-schedule-count.
  add ps-total-amount to ws-tot-cost.
  add ws-prior-amort to ws-tot-prior.
  add ws-this-period to ws-tot-this-period.
  add ws-remaining to ws-tot-remaining.
  move spaces to rollfwd-report-line.
  string "INV=" ps-invoice-no
      " VENDOR=" ps-vendor-no
      " " ps-start-period "/" ps-periods
      " COST=" ps-total-amount
      " PRIOR=" ws-prior-amort
      " THIS=" ws-this-period
      " REMAINING=" ws-remaining
      " ST=" ps-status into rollfwd-report-line.
  write rollfwd-report-line.
  perform find-tie-entry.
  if ws-tie-found-idx > zero
    add ws-remaining to tie-schedule-amt(ws-tie-found-idx)
  end-if.

derive-final-share.
  *> The final share is whatever the earlier even shares left - the
  *> rounding sweep ppdamort.cob applies in the last period.
  compute ws-this-period rounded = ps-total-amount / ps-periods.
  compute ws-this-period = ps-amortized-amount
      - ws-this-period * (ps-periods - 1).

find-tie-entry.
  move zero to ws-tie-found-idx.
  perform varying ws-tie-idx from 1 by 1 until ws-tie-idx > ws-tie-count
    if tie-acct-id(ws-tie-idx) = ps-prepaid-acct
      move ws-tie-idx to ws-tie-found-idx
    end-if
  end-perform.
  if ws-tie-found-idx = zero
    if ws-tie-count < 20
      add 1 to ws-tie-count
      move ws-tie-count to ws-tie-found-idx
      move ps-prepaid-acct to tie-acct-id(ws-tie-found-idx)
      move zero to tie-schedule-amt(ws-tie-found-idx)
      move zero to tie-unpaid-amt(ws-tie-found-idx)
      move zero to tie-gl-amt(ws-tie-found-idx)
    else
      display "PPDROLL: TIE-OUT TABLE FULL AT 20 ACCOUNTS"
      move 16 to return-code
    end-if
  end-if.

gather-unpaid-prepaids.
  *> Open AP items coded to a prepaid account have not reached the
  *> ledger yet - the payment run debits the asset when it pays.
  if ws-tie-count = zero
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
  read ap-open-file
    at end set APO-EOF to true
  end-read.
  perform until APO-EOF
    if not AP-ITEM-CLOSED
      perform varying ws-tie-idx from 1 by 1
          until ws-tie-idx > ws-tie-count
        if tie-acct-id(ws-tie-idx) = ap-expense-acct
          add ap-amount to tie-unpaid-amt(ws-tie-idx)
          subtract ap-paid-amount from tie-unpaid-amt(ws-tie-idx)
        end-if
      end-perform
    end-if
    read ap-open-file
      at end set APO-EOF to true
    end-read
  end-perform.
  close ap-open-file.

gather-ledger-balances.
  *> Daily plus YTD is the whole position - PTD is already folded
  *> inside YTD by the period-end rollup - summed across every cost
  *> center and company the account carries.
  if ws-tie-count = zero
    exit paragraph
  end-if.
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
      perform varying ws-tie-idx from 1 by 1
          until ws-tie-idx > ws-tie-count
        if tie-acct-id(ws-tie-idx) = bal-acct-id
          add bal-daily-amount to tie-gl-amt(ws-tie-idx)
          add bal-ytd-amount to tie-gl-amt(ws-tie-idx)
        end-if
      end-perform
    end-if
  end-perform.
  close bal-file.

write-prepaid-tie-out.
  move "TIE-OUT TO BALFILE.DAT" to rollfwd-report-line.
  write rollfwd-report-line.
  perform varying ws-tie-idx from 1 by 1 until ws-tie-idx > ws-tie-count
    compute ws-tie-expected =
        tie-schedule-amt(ws-tie-idx) - tie-unpaid-amt(ws-tie-idx)
    compute ws-tie-diff = ws-tie-expected - tie-gl-amt(ws-tie-idx)
    move spaces to rollfwd-report-line
    if ws-tie-diff = zero
      string "ACCT=" tie-acct-id(ws-tie-idx)
          " SCHEDULES=" tie-schedule-amt(ws-tie-idx)
          " UNPAID=" tie-unpaid-amt(ws-tie-idx)
          " LEDGER=" tie-gl-amt(ws-tie-idx)
          " TIED" into rollfwd-report-line
    else
      add 1 to ws-tie-breaks
      string "ACCT=" tie-acct-id(ws-tie-idx)
          " SCHEDULES=" tie-schedule-amt(ws-tie-idx)
          " UNPAID=" tie-unpaid-amt(ws-tie-idx)
          " LEDGER=" tie-gl-amt(ws-tie-idx)
          " DIFF=" ws-tie-diff
          " *** OUT OF BALANCE" into rollfwd-report-line
    end-if
    write rollfwd-report-line
  end-perform.

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
      " JOB=PPDROLL"
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

end program ppdroll.
