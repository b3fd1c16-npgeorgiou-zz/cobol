identification division.
  program-id. debtroll.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select debt-master-file assign to "DEBTMAST.DAT"
        organization is line sequential
        file status is ws-dm-status.
    select debt-schedule-file assign to "DEBTSCHD.DAT"
        organization is line sequential
        file status is ws-ds-status.
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
    select rollfwd-report assign to "DEBTROLL.RPT"
        organization is line sequential
        file status is ws-rf-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  debt-master-file.
  copy "debtmast.cpy".
  fd  debt-schedule-file.
  copy "debtschd.cpy".
  fd  bal-file.
  copy "balrec.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  rollfwd-report.
  01 rollfwd-report-line      pic x(132).
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-dm-status       pic x(2) value "00".
    01 ws-ds-status       pic x(2) value "00".
    01 ws-bal-status      pic x(2) value "00".
    01 ws-bal-rel-key     pic 9(6) value 1.
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-rf-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-dm-eof          pic x(1) value "N".
        88 DM-EOF         value "Y".
    01 ws-ds-eof          pic x(1) value "N".
        88 DS-EOF         value "Y".
    01 ws-bal-eof         pic x(1) value "N".
        88 BAL-EOF        value "Y".

    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    01 ws-fiscal-year     pic 9(4).
    01 ws-fiscal-qtr      pic 9(1).
    01 ws-fiscal-per      pic 9(2).
    01 ws-fiscal-week     pic 9(2).
    01 ws-run-period      pic 9(6) value zero.
    01 ws-start-period    pic 9(6) value zero.
    *> Principal falling due within twelve months of the business date
    *> is the current portion; the rest of the balance is long-term.
    01 ws-current-cutoff  pic 9(8).
    01 ws-cutoff-int      pic 9(7).

    01 ws-debt-table.
      05 ws-dbt-entry occurs 500 times indexed by ws-dbt-idx.
        10 dbt-debt-id           pic 9(6).
        10 dbt-lender            pic x(20).
        10 dbt-liability-acct    pic 9(6).
        10 dbt-status            pic x(1).
        10 dbt-borrowed          pic s9(9)v99 sign is leading separate.
        10 dbt-closing           pic s9(9)v99 sign is leading separate.
        10 dbt-repaid            pic s9(9)v99 sign is leading separate.
        10 dbt-interest          pic s9(9)v99 sign is leading separate.
        10 dbt-current           pic s9(9)v99 sign is leading separate.
    01 ws-dbt-count       pic 9(3) value zero.
    01 ws-dbt-found       pic 9(3) value zero.

    01 ws-opening         pic s9(11)v99 sign is leading separate.
    01 ws-long-term       pic s9(11)v99 sign is leading separate.
    01 ws-tot-opening     pic s9(11)v99 sign is leading separate value zero.
    01 ws-tot-borrowed    pic s9(11)v99 sign is leading separate value zero.
    01 ws-tot-repaid      pic s9(11)v99 sign is leading separate value zero.
    01 ws-tot-closing     pic s9(11)v99 sign is leading separate value zero.
    01 ws-tot-interest    pic s9(11)v99 sign is leading separate value zero.
    01 ws-tot-current     pic s9(11)v99 sign is leading separate value zero.
    01 ws-tot-long-term   pic s9(11)v99 sign is leading separate value zero.
    01 ws-unscheduled     pic 9(3) value zero.

    *> One tie-out line per debt liability account: what the debt
    *> master says is owed against the account's credit balance on
    *> BALFILE.DAT.
    01 ws-tie-table.
      05 ws-tie-entry occurs 20 times.
        10 tie-acct-id           pic 9(6).
        10 tie-schedule-amt      pic s9(11)v99 sign is leading separate.
        10 tie-gl-amt            pic s9(11)v99 sign is leading separate.
    01 ws-tie-count       pic 9(3) value zero.
    01 ws-tie-idx         pic 9(3) value zero.
    01 ws-tie-found-idx   pic 9(3) value zero.
    01 ws-tie-book        pic s9(11)v99 sign is leading separate.
    01 ws-tie-diff        pic s9(11)v99 sign is leading separate.
    01 ws-tie-breaks      pic 9(3) value zero.

    01 ws-ed-amount-1     pic ---,---,--9.99.
    01 ws-ed-amount-2     pic ---,---,--9.99.
    01 ws-ed-amount-3     pic ---,---,--9.99.
    01 ws-ed-amount-4     pic ---,---,--9.99.
    01 ws-ed-amount-5     pic ---,---,--9.99.
    01 ws-ed-amount-6     pic ---,---,--9.99.
    01 ws-ed-amount-7     pic ---,---,--9.99.

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
  *> The debt roll-forward finance signs off at month end: for every
  *> debt on DEBTMAST.DAT the balance at the start of the period, new
  *> borrowing drawn in it, the principal its posted payments retired
  *> and the balance at the end, with the period's interest beside
  *> it - then the closing balance split into the current portion
  *> (principal scheduled on DEBTSCHD.DAT to fall due within twelve
  *> months) and the long-term rest, the two lines the balance sheet
  *> shows. Each liability account's closing total is tied to its
  *> credit balance on the just-posted BALFILE.DAT.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  call "fiscalclc" using ws-business-date, ws-fiscal-year,
      ws-fiscal-qtr, ws-fiscal-per, ws-fiscal-week.
  compute ws-run-period = ws-fiscal-year * 100 + ws-fiscal-per.
  compute ws-cutoff-int = function integer-of-date(ws-business-date) + 365.
  move function date-of-integer(ws-cutoff-int) to ws-current-cutoff.
  perform open-rollforward-report.
  perform load-debt-master.
  if ws-dbt-count = zero
    move "NO DEBT ON DEBTMAST.DAT" to rollfwd-report-line
    write rollfwd-report-line
  else
    perform gather-schedule-activity
    perform write-debt-rollforward
    perform gather-ledger-balances
    perform write-debt-tie-out
  end-if.
  close rollfwd-report.
  display "DEBTROLL: " ws-dbt-count " DEBT(S), CLOSING=" ws-tot-closing
      " CURRENT=" ws-tot-current ", " ws-tie-breaks
      " ACCOUNT(S) OUT OF BALANCE".
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "DEBTROLL" to rpt-job-name.
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
  move "DEBTROLL.RPT" to ws-abend-file-name.
  move ws-rf-status to ws-abend-status.
  perform check-file-status.
  move spaces to rollfwd-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into rollfwd-report-line.
  write rollfwd-report-line.
  move spaces to rollfwd-report-line.
  string "DEBT ROLL-FORWARD FOR FISCAL PERIOD " ws-run-period
      " - CURRENT PORTION DUE BY " ws-current-cutoff
      delimited by size into rollfwd-report-line.
  write rollfwd-report-line.

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
      perform load-one-debt
    end-if
    read debt-master-file
      at end set DM-EOF to true
    end-read
  end-perform.
  close debt-master-file.

load-one-debt.
  move dm-debt-id to dbt-debt-id(ws-dbt-count).
  move dm-lender to dbt-lender(ws-dbt-count).
  move dm-liability-acct to dbt-liability-acct(ws-dbt-count).
  move dm-status to dbt-status(ws-dbt-count).
  move zero to dbt-borrowed(ws-dbt-count).
  move zero to dbt-repaid(ws-dbt-count).
  move zero to dbt-interest(ws-dbt-count).
  move zero to dbt-current(ws-dbt-count).
  *> A debt not yet scheduled owes its whole principal.
  if DM-NEW
    move dm-principal to dbt-closing(ws-dbt-count)
    add 1 to ws-unscheduled
  else
    move dm-balance to dbt-closing(ws-dbt-count)
  end-if.
  if dm-start-date numeric and dm-start-date not = zero
    call "fiscalclc" using dm-start-date, ws-fiscal-year,
        ws-fiscal-qtr, ws-fiscal-per, ws-fiscal-week
    compute ws-start-period = ws-fiscal-year * 100 + ws-fiscal-per
    if ws-start-period = ws-run-period
      move dm-principal to dbt-borrowed(ws-dbt-count)
    end-if
  end-if.

gather-schedule-activity.
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
    perform find-debt
    if ws-dbt-found not = zero
      perform add-schedule-row
    end-if
    read debt-schedule-file
      at end set DS-EOF to true
    end-read
  end-perform.
  close debt-schedule-file.

find-debt.
  move zero to ws-dbt-found.
  perform varying ws-dbt-idx from 1 by 1 until ws-dbt-idx > ws-dbt-count
    if dbt-debt-id(ws-dbt-idx) = ds-debt-id
      set ws-dbt-found to ws-dbt-idx
    end-if
  end-perform.

add-schedule-row.
  if DS-POSTED and ds-fiscal-period = ws-run-period
    add ds-principal to dbt-repaid(ws-dbt-found)
    add ds-interest to dbt-interest(ws-dbt-found)
  end-if.
  if DS-SCHEDULED and ds-due-date <= ws-current-cutoff
    add ds-principal to dbt-current(ws-dbt-found)
  end-if.

write-debt-rollforward.
  move spaces to rollfwd-report-line.
  write rollfwd-report-line.
  move spaces to rollfwd-report-line.
  string "DEBT   LENDER                     OPENING       BORROWED"
      "         REPAID        CLOSING       INTEREST        CURRENT"
      "      LONG-TERM" delimited by size into rollfwd-report-line.
  write rollfwd-report-line.
  perform varying ws-dbt-idx from 1 by 1 until ws-dbt-idx > ws-dbt-count
    perform write-one-debt-line
  end-perform.
  move ws-tot-opening to ws-ed-amount-1.
  move ws-tot-borrowed to ws-ed-amount-2.
  move ws-tot-repaid to ws-ed-amount-3.
  move ws-tot-closing to ws-ed-amount-4.
  move ws-tot-interest to ws-ed-amount-5.
  move ws-tot-current to ws-ed-amount-6.
  move ws-tot-long-term to ws-ed-amount-7.
  move spaces to rollfwd-report-line.
  write rollfwd-report-line.
  move spaces to rollfwd-report-line.
  string "TOTAL                       " ws-ed-amount-1 " " ws-ed-amount-2
      " " ws-ed-amount-3 " " ws-ed-amount-4 " " ws-ed-amount-5
      " " ws-ed-amount-6 " " ws-ed-amount-7
      delimited by size into rollfwd-report-line.
  write rollfwd-report-line.
  move spaces to rollfwd-report-line.
  write rollfwd-report-line.
  move ws-tot-current to ws-ed-amount-1.
  move spaces to rollfwd-report-line.
  string "BALANCE SHEET: CURRENT PORTION OF LONG-TERM DEBT "
      ws-ed-amount-1 delimited by size into rollfwd-report-line.
  write rollfwd-report-line.
  move ws-tot-long-term to ws-ed-amount-1.
  move spaces to rollfwd-report-line.
  string "               LONG-TERM DEBT, NET OF CURRENT    "
      ws-ed-amount-1 delimited by size into rollfwd-report-line.
  write rollfwd-report-line.
  if ws-unscheduled > zero
    move spaces to rollfwd-report-line
    string "WARNING: " ws-unscheduled
        " DEBT(S) NOT YET SCHEDULED - WHOLE PRINCIPAL SHOWN LONG-TERM"
        delimited by size into rollfwd-report-line
    write rollfwd-report-line
  end-if.
  move spaces to rollfwd-report-line.
  write rollfwd-report-line.

write-one-debt-line.
  compute ws-opening = dbt-closing(ws-dbt-idx) + dbt-repaid(ws-dbt-idx)
      - dbt-borrowed(ws-dbt-idx).
  compute ws-long-term = dbt-closing(ws-dbt-idx) - dbt-current(ws-dbt-idx).
  add ws-opening to ws-tot-opening.
  add dbt-borrowed(ws-dbt-idx) to ws-tot-borrowed.
  add dbt-repaid(ws-dbt-idx) to ws-tot-repaid.
  add dbt-closing(ws-dbt-idx) to ws-tot-closing.
  add dbt-interest(ws-dbt-idx) to ws-tot-interest.
  add dbt-current(ws-dbt-idx) to ws-tot-current.
  add ws-long-term to ws-tot-long-term.
  move ws-opening to ws-ed-amount-1.
  move dbt-borrowed(ws-dbt-idx) to ws-ed-amount-2.
  move dbt-repaid(ws-dbt-idx) to ws-ed-amount-3.
  move dbt-closing(ws-dbt-idx) to ws-ed-amount-4.
  move dbt-interest(ws-dbt-idx) to ws-ed-amount-5.
  move dbt-current(ws-dbt-idx) to ws-ed-amount-6.
  move ws-long-term to ws-ed-amount-7.
  move spaces to rollfwd-report-line.
  string dbt-debt-id(ws-dbt-idx) " " dbt-lender(ws-dbt-idx) " "
      ws-ed-amount-1 " " ws-ed-amount-2 " " ws-ed-amount-3 " "
      ws-ed-amount-4 " " ws-ed-amount-5 " " ws-ed-amount-6 " "
      ws-ed-amount-7 " " dbt-status(ws-dbt-idx)
      delimited by size into rollfwd-report-line.
  write rollfwd-report-line.
  perform add-to-tie-table.

add-to-tie-table.
  move zero to ws-tie-found-idx.
  perform varying ws-tie-idx from 1 by 1 until ws-tie-idx > ws-tie-count
    if tie-acct-id(ws-tie-idx) = dbt-liability-acct(ws-dbt-idx)
      move ws-tie-idx to ws-tie-found-idx
    end-if
  end-perform.
  if ws-tie-found-idx = zero
    if ws-tie-count < 20
      add 1 to ws-tie-count
      move ws-tie-count to ws-tie-found-idx
      move dbt-liability-acct(ws-dbt-idx) to tie-acct-id(ws-tie-count)
      move zero to tie-schedule-amt(ws-tie-count)
      move zero to tie-gl-amt(ws-tie-count)
    else
      exit paragraph
    end-if
  end-if.
  add dbt-closing(ws-dbt-idx) to tie-schedule-amt(ws-tie-found-idx).

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

write-debt-tie-out.
  move "TIE-OUT TO BALFILE.DAT" to rollfwd-report-line.
  write rollfwd-report-line.
  perform varying ws-tie-idx from 1 by 1 until ws-tie-idx > ws-tie-count
    *> The liability carries a credit (negative) balance.
    compute ws-tie-book = zero - tie-gl-amt(ws-tie-idx)
    compute ws-tie-diff = tie-schedule-amt(ws-tie-idx) - ws-tie-book
    move tie-schedule-amt(ws-tie-idx) to ws-ed-amount-1
    move ws-tie-book to ws-ed-amount-2
    move spaces to rollfwd-report-line
    if ws-tie-diff = zero
      string "ACCT=" tie-acct-id(ws-tie-idx)
          " DEBT MASTER=" ws-ed-amount-1
          " LEDGER=" ws-ed-amount-2
          " TIED" delimited by size into rollfwd-report-line
    else
      add 1 to ws-tie-breaks
      move ws-tie-diff to ws-ed-amount-3
      string "ACCT=" tie-acct-id(ws-tie-idx)
          " DEBT MASTER=" ws-ed-amount-1
          " LEDGER=" ws-ed-amount-2
          " DIFF=" ws-ed-amount-3
          " *** OUT OF BALANCE" delimited by size
          into rollfwd-report-line
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
      " JOB=DEBTROLL"
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

end program debtroll.
