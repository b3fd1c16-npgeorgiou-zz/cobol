identification division.
  program-id. debtsch.
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
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select debtsch-report assign to "DEBTSCH.RPT"
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
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  debtsch-report.
  01 debtsch-report-line      pic x(132).
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-dm-status       pic x(2) value "00".
    01 ws-dmw-status      pic x(2) value "00".
    01 ws-ds-status       pic x(2) value "00".
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

    *> Debts that already have schedule rows - a new row whose id is
    *> here was scheduled by a run that stopped before the master was
    *> rewritten, and is not scheduled a second time.
    01 ws-sched-id-table.
      05 ws-sid-entry occurs 500 times indexed by ws-sid-idx.
        10 sid-debt-id           pic 9(6).
    01 ws-sid-count       pic 9(3) value zero.
    01 ws-sid-found       pic x(1) value "N".
    01 ws-find-debt-id    pic 9(6).

    01 ws-reject-reason   pic x(40).
    01 ws-periods-per-yr  pic 9(2).
    01 ws-months-step     pic 9(2).
    01 ws-rate-divisor    pic 9(5).
    01 ws-period-rate     pic 9v9(12).
    01 ws-rate-factor     pic 9(2)v9(12).
    01 ws-growth          pic 9(7)v9(12).
    01 ws-growth-less-one pic 9(7)v9(12).
    01 ws-pay-work        pic s9(11)v9(6).
    01 ws-payment         pic s9(9)v99 sign is leading separate.
    01 ws-interest        pic s9(9)v99 sign is leading separate.
    01 ws-principal-part  pic s9(9)v99 sign is leading separate.
    01 ws-opening         pic s9(9)v99 sign is leading separate.
    01 ws-closing         pic s9(9)v99 sign is leading separate.
    01 ws-total-interest  pic s9(11)v99 sign is leading separate.
    01 ws-pay-no          pic 9(3).
    01 ws-overflow        pic x(1) value "N".

    *> Due-date stepping: each payment falls the frequency's months
    *> after the first, on the first payment's day of the month (or
    *> the month's last day when it is shorter).
    01 ws-due-date        pic 9(8).
    01 ws-due-parts redefines ws-due-date.
      05 ws-due-yyyy        pic 9(4).
      05 ws-due-mm          pic 9(2).
      05 ws-due-dd          pic 9(2).
    01 ws-anchor-date     pic 9(8).
    01 ws-anchor-parts redefines ws-anchor-date.
      05 ws-anchor-yyyy     pic 9(4).
      05 ws-anchor-mm       pic 9(2).
      05 ws-anchor-dd       pic 9(2).
    01 ws-month-count     pic 9(7).
    01 ws-month-days      pic 9(2).
    01 ws-month-length-values.
      05 filler pic x(24) value "312831303130313130313031".
    01 ws-month-length-table redefines ws-month-length-values.
      05 ws-month-length occurs 12 times pic 9(2).

    01 ws-debts-read      pic 9(5) value zero.
    01 ws-debts-scheduled pic 9(5) value zero.
    01 ws-debts-rejected  pic 9(5) value zero.
    01 ws-rows-written    pic 9(6) value zero.

    01 ws-ed-amount       pic -,---,---,--9.99.
    01 ws-ed-amount-2     pic -,---,---,--9.99.
    01 ws-ed-amount-3     pic -,---,---,--9.99.
    01 ws-ed-rate         pic z9.9999.

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
  *> Amortization schedules for new borrowings. Every DEBTMAST.DAT row
  *> treasury has added (status "N") is checked, its level payment
  *> worked out from principal, rate and term - the annuity formula
  *> treasury's spreadsheet used - and one DEBTSCHD.DAT row written
  *> per payment: due date, fiscal period, interest on the opening
  *> balance and the principal the rest of the payment retires, the
  *> last payment sweeping whatever rounding is left so the balance
  *> lands on zero. The master row is made active with its payment
  *> and opening balance; the master file is rewritten whole through
  *> DEBTMWRK.DAT, the hold-file idiom.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  open input debt-master-file.
  if ws-dm-status = "35"
    close debt-master-file
    display "DEBTSCH: NO DEBTMAST.DAT - NO DEBT ON FILE"
    perform write-run-log-entry
    goback
  end-if.
  move "DEBTMAST.DAT" to ws-abend-file-name.
  move ws-dm-status to ws-abend-status.
  perform check-file-status.
  perform load-scheduled-debt-ids.
  open output debt-master-work.
  move "DEBTMWRK.DAT" to ws-abend-file-name.
  move ws-dmw-status to ws-abend-status.
  perform check-file-status.
  open extend debt-schedule-file.
  if ws-ds-status = "35"
    close debt-schedule-file
    open output debt-schedule-file
  end-if.
  move "DEBTSCHD.DAT" to ws-abend-file-name.
  move ws-ds-status to ws-abend-status.
  perform check-file-status.
  perform open-debtsch-report.
  move "N" to ws-dm-eof.
  read debt-master-file
    at end set DM-EOF to true
  end-read.
  perform until DM-EOF
    add 1 to ws-debts-read
    if DM-NEW
      perform schedule-one-debt
    end-if
    move spaces to debt-master-work-record
    move debt-master-record to debt-master-work-record
    write debt-master-work-record
    read debt-master-file
      at end set DM-EOF to true
    end-read
  end-perform.
  close debt-master-file.
  close debt-master-work.
  close debt-schedule-file.
  if return-code = zero
    perform rewrite-master-file
  end-if.
  move spaces to debtsch-report-line.
  string "DEBTS READ=" ws-debts-read
      " SCHEDULED=" ws-debts-scheduled
      " REJECTED=" ws-debts-rejected
      " SCHEDULE ROWS WRITTEN=" ws-rows-written
      delimited by size into debtsch-report-line.
  write debtsch-report-line.
  close debtsch-report.
  display "DEBTSCH: " ws-debts-scheduled " DEBT(S) SCHEDULED, "
      ws-debts-rejected " REJECTED".
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "DEBTSCH" to rpt-job-name.
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

load-scheduled-debt-ids.
  move "N" to ws-ds-eof.
  open input debt-schedule-file.
  if ws-ds-status = "35"
    close debt-schedule-file
    exit paragraph
  end-if.
  move "DEBTSCHD.DAT" to ws-abend-file-name.
  move ws-ds-status to ws-abend-status.
  perform check-file-status.
  read debt-schedule-file
    at end set DS-EOF to true
  end-read.
  perform until DS-EOF
    move ds-debt-id to ws-find-debt-id
    perform find-scheduled-id
    if ws-sid-found = "N" and ws-sid-count < 500
      add 1 to ws-sid-count
      move ds-debt-id to sid-debt-id(ws-sid-count)
    end-if
    read debt-schedule-file
      at end set DS-EOF to true
    end-read
  end-perform.
  close debt-schedule-file.

find-scheduled-id.
  move "N" to ws-sid-found.
  perform varying ws-sid-idx from 1 by 1 until ws-sid-idx > ws-sid-count
    if sid-debt-id(ws-sid-idx) = ws-find-debt-id
      move "Y" to ws-sid-found
    end-if
  end-perform.

open-debtsch-report.
  open extend debtsch-report.
  if ws-dr-status = "35"
    open output debtsch-report
  end-if.
  move "DEBTSCH.RPT" to ws-abend-file-name.
  move ws-dr-status to ws-abend-status.
  perform check-file-status.
  move spaces to debtsch-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into debtsch-report-line.
  write debtsch-report-line.
  move spaces to debtsch-report-line.
  string "DEBT AMORTIZATION SCHEDULES GENERATED " ws-business-date
      delimited by size into debtsch-report-line.
  write debtsch-report-line.

schedule-one-debt.
  perform validate-new-debt.
  if ws-reject-reason = spaces
    perform compute-level-payment
  end-if.
  if ws-reject-reason not = spaces
    add 1 to ws-debts-rejected
    move spaces to debtsch-report-line
    string "DEBT " dm-debt-id " " dm-description
        " NOT SCHEDULED - " ws-reject-reason
        delimited by size into debtsch-report-line
    write debtsch-report-line
    exit paragraph
  end-if.
  move dm-principal to ws-opening.
  move zero to ws-total-interest.
  move dm-first-pay-date to ws-anchor-date.
  move spaces to debtsch-report-line.
  write debtsch-report-line.
  move dm-annual-rate to ws-ed-rate.
  move dm-principal to ws-ed-amount.
  move ws-payment to ws-ed-amount-2.
  move spaces to debtsch-report-line.
  string "DEBT " dm-debt-id " " dm-description " LENDER " dm-lender
      delimited by size into debtsch-report-line.
  write debtsch-report-line.
  move spaces to debtsch-report-line.
  string "  PRINCIPAL " ws-ed-amount " RATE " ws-ed-rate "% "
      dm-term-payments " PAYMENTS FREQ " dm-frequency
      " LEVEL PAYMENT " ws-ed-amount-2
      delimited by size into debtsch-report-line.
  write debtsch-report-line.
  move spaces to debtsch-report-line.
  string "  NO.  DUE DATE  PERIOD          OPENING          PAYMENT"
      "         INTEREST        PRINCIPAL          CLOSING"
      delimited by size into debtsch-report-line.
  write debtsch-report-line.
  perform varying ws-pay-no from 1 by 1
      until ws-pay-no > dm-term-payments
    perform write-schedule-row
  end-perform.
  move ws-payment to dm-payment-amount.
  move dm-principal to dm-balance.
  move zero to dm-payments-made.
  set DM-ACTIVE to true.
  add 1 to ws-debts-scheduled.
  move ws-total-interest to ws-ed-amount.
  move spaces to debtsch-report-line.
  string "  TOTAL INTEREST OVER TERM " ws-ed-amount
      delimited by size into debtsch-report-line.
  write debtsch-report-line.

validate-new-debt.
  move spaces to ws-reject-reason.
  move dm-debt-id to ws-find-debt-id.
  perform find-scheduled-id.
  if ws-sid-found = "Y"
    move "SCHEDULE ALREADY ON DEBTSCHD.DAT" to ws-reject-reason
    exit paragraph
  end-if.
  if dm-principal not numeric or dm-principal not > zero
    move "PRINCIPAL MISSING OR NOT POSITIVE" to ws-reject-reason
    exit paragraph
  end-if.
  if dm-annual-rate not numeric
    move "RATE NOT NUMERIC" to ws-reject-reason
    exit paragraph
  end-if.
  if dm-term-payments not numeric or dm-term-payments = zero
    move "TERM MISSING" to ws-reject-reason
    exit paragraph
  end-if.
  evaluate true
    when DM-MONTHLY
      move 12 to ws-periods-per-yr
      move 1 to ws-months-step
    when DM-QUARTERLY
      move 4 to ws-periods-per-yr
      move 3 to ws-months-step
    when DM-SEMI-ANNUAL
      move 2 to ws-periods-per-yr
      move 6 to ws-months-step
    when DM-ANNUAL
      move 1 to ws-periods-per-yr
      move 12 to ws-months-step
    when other
      move "FREQUENCY NOT M, Q, S OR A" to ws-reject-reason
      exit paragraph
  end-evaluate.
  if dm-first-pay-date not numeric
      or function test-date-yyyymmdd(dm-first-pay-date) not = zero
    move "FIRST PAYMENT DATE INVALID" to ws-reject-reason
    exit paragraph
  end-if.
  if dm-liability-acct not numeric or dm-liability-acct = zero
      or dm-interest-acct not numeric or dm-interest-acct = zero
      or dm-payment-acct not numeric or dm-payment-acct = zero
      or dm-cost-center not numeric
    move "ACCOUNT CODING INCOMPLETE" to ws-reject-reason
    exit paragraph
  end-if.

compute-level-payment.
  *> Periodic rate = annual rate / 100 / payments a year; payment =
  *> P * r * (1+r)**n / ((1+r)**n - 1), with (1+r)**n built by
  *> repeated multiplication. A zero rate is straight principal.
  compute ws-rate-divisor = 100 * ws-periods-per-yr.
  divide dm-annual-rate by ws-rate-divisor giving ws-period-rate rounded.
  move "N" to ws-overflow.
  if ws-period-rate = zero
    divide dm-principal by dm-term-payments giving ws-payment rounded
  else
    move 1 to ws-rate-factor
    add ws-period-rate to ws-rate-factor
    move 1 to ws-growth
    perform varying ws-pay-no from 1 by 1
        until ws-pay-no > dm-term-payments or ws-overflow = "Y"
      multiply ws-rate-factor by ws-growth rounded
        on size error move "Y" to ws-overflow
      end-multiply
    end-perform
    if ws-overflow = "Y"
      move "RATE AND TERM OUT OF RANGE" to ws-reject-reason
      exit paragraph
    end-if
    subtract 1 from ws-growth giving ws-growth-less-one
    compute ws-pay-work rounded =
        dm-principal * ws-period-rate * ws-growth / ws-growth-less-one
    compute ws-payment rounded = ws-pay-work
  end-if.
  if dm-payment-amount numeric and dm-payment-amount > zero
    move dm-payment-amount to ws-payment
  end-if.
  compute ws-interest rounded = dm-principal * ws-period-rate.
  if ws-payment not > ws-interest
    move "PAYMENT DOES NOT COVER INTEREST" to ws-reject-reason
  end-if.

write-schedule-row.
  compute ws-interest rounded = ws-opening * ws-period-rate.
  compute ws-principal-part = ws-payment - ws-interest.
  if ws-pay-no = dm-term-payments or ws-principal-part > ws-opening
    move ws-opening to ws-principal-part
  end-if.
  compute ws-closing = ws-opening - ws-principal-part.
  perform step-due-date.
  call "fiscalclc" using ws-due-date, ws-fiscal-year,
      ws-fiscal-qtr, ws-fiscal-per, ws-fiscal-week.
  initialize debt-schedule-record.
  move dm-debt-id to ds-debt-id.
  move ws-pay-no to ds-payment-no.
  move ws-due-date to ds-due-date.
  compute ds-fiscal-period = ws-fiscal-year * 100 + ws-fiscal-per.
  move ws-opening to ds-opening-bal.
  compute ds-payment = ws-interest + ws-principal-part.
  move ws-interest to ds-interest.
  move ws-principal-part to ds-principal.
  move ws-closing to ds-closing-bal.
  set DS-SCHEDULED to true.
  move zero to ds-batch-id.
  move zero to ds-posted-date.
  write debt-schedule-record.
  add 1 to ws-rows-written.
  add ws-interest to ws-total-interest.
  move ds-opening-bal to ws-ed-amount.
  move ds-payment to ws-ed-amount-2.
  move ds-interest to ws-ed-amount-3.
  move spaces to debtsch-report-line.
  string "  " ds-payment-no "  " ds-due-date "  " ds-fiscal-period
      " " ws-ed-amount " " ws-ed-amount-2 " " ws-ed-amount-3
      delimited by size into debtsch-report-line.
  move ds-principal to ws-ed-amount.
  move ds-closing-bal to ws-ed-amount-2.
  move ws-ed-amount to debtsch-report-line(76:16).
  move ws-ed-amount-2 to debtsch-report-line(93:16).
  write debtsch-report-line.
  move ws-closing to ws-opening.

step-due-date.
  compute ws-month-count = ws-anchor-yyyy * 12 + ws-anchor-mm - 1
      + (ws-pay-no - 1) * ws-months-step.
  divide ws-month-count by 12 giving ws-due-yyyy
      remainder ws-due-mm.
  add 1 to ws-due-mm.
  move ws-month-length(ws-due-mm) to ws-month-days.
  if ws-due-mm = 2 and function mod(ws-due-yyyy, 4) = zero
      and (function mod(ws-due-yyyy, 100) not = zero
           or function mod(ws-due-yyyy, 400) = zero)
    move 29 to ws-month-days
  end-if.
  if ws-anchor-dd > ws-month-days
    move ws-month-days to ws-due-dd
  else
    move ws-anchor-dd to ws-due-dd
  end-if.

rewrite-master-file.
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
      " JOB=DEBTSCH"
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

end program debtsch.
