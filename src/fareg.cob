identification division.
  program-id. fareg.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select fixed-asset-file assign to "FAMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-fa-rel-key
        file status is ws-fa-status.
    select bal-file assign to "BALFILE.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-bal-rel-key
        file status is ws-bal-status.
    select register-report assign to "FAREG.RPT"
        organization is line sequential
        file status is ws-rr-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  fixed-asset-file.
  copy "fixasset.cpy".
  fd  bal-file.
  copy "balrec.cpy".
  fd  register-report.
  01 register-report-line     pic x(132).
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-fa-status       pic x(2) value "00".
    01 ws-fa-rel-key      pic 9(6) value 1.
    01 ws-bal-status      pic x(2) value "00".
    01 ws-bal-rel-key     pic 9(6) value 1.
    01 ws-rr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-fa-eof          pic x(1) value "N".
        88 FA-EOF         value "Y".
    01 ws-bal-eof         pic x(1) value "N".
        88 BAL-EOF        value "Y".

    *> One row per ledger account the register feeds - asset cost
    *> accounts ("C") and accumulated-depreciation accounts ("A") -
    *> with the register's total beside the ledger's, so each pair
    *> proves (or disproves) itself on one line.
    01 ws-tie-table.
      05 ws-tie-entry occurs 100 times indexed by ws-tie-idx.
        10 tie-acct-id           pic 9(6).
        10 tie-kind              pic x(1).
        10 tie-register-amt      pic s9(11)v99 sign is leading separate.
        10 tie-gl-amt            pic s9(11)v99 sign is leading separate.
    01 ws-tie-count       pic 9(3) value zero.
    01 ws-tie-found-idx   pic 9(3) value zero.
    01 ws-find-acct       pic 9(6).
    01 ws-find-kind       pic x(1).
    01 ws-find-amount     pic s9(11)v99 sign is leading separate.
    01 ws-tie-diff        pic s9(11)v99 sign is leading separate.
    01 ws-tie-label       pic x(14).
    01 ws-tie-breaks      pic 9(3) value zero.

    01 ws-net-book-value  pic s9(9)v99 sign is leading separate.
    01 ws-total-cost      pic s9(11)v99 sign is leading separate value zero.
    01 ws-total-accum     pic s9(11)v99 sign is leading separate value zero.
    01 ws-total-nbv       pic s9(11)v99 sign is leading separate value zero.
    01 ws-asset-count     pic 9(6) value zero.
    01 ws-disposed-count  pic 9(6) value zero.
    01 ws-today-date      pic 9(8).
    *> Run-log entry with elapsed time, like every other cycle step:
    *> the SLA tracker harvests the ELAPSED= token per step, so a
    *> step without one has invisible growth.
    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> The asset register as finance and the auditors read it: every
  *> asset with cost, accumulated depreciation and net book value,
  *> then a tie-out of the register's totals against BALFILE.DAT for
  *> each asset and accumulated-depreciation account it feeds. A
  *> difference means something posted to those accounts outside the
  *> register (or the register moved without posting) - either way
  *> it is on the page, not in a spreadsheet. Disposed assets print
  *> for the trail but stay out of the totals: their cost and
  *> accumulated depreciation left the ledger with the disposal.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform open-register-report.
  perform list-register.
  perform gather-ledger-balances.
  perform write-register-tie-out.
  close register-report.
  display "FAREG: " ws-asset-count " ASSET(S) ON REGISTER, "
      ws-tie-breaks " ACCOUNT(S) OUT OF BALANCE".
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "FAREG" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

open-register-report.
  open extend register-report.
  if ws-rr-status = "35"
    open output register-report
  end-if.
  move "FAREG.RPT" to ws-abend-file-name.
  move ws-rr-status to ws-abend-status.
  perform check-file-status.
  move spaces to register-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into register-report-line.
  write register-report-line.
  move "FIXED ASSET REGISTER" to register-report-line.
  write register-report-line.

list-register.
  move "N" to ws-fa-eof.
  open input fixed-asset-file.
  if ws-fa-status = "35"
    close fixed-asset-file
    move "NO ASSETS ON THE REGISTER" to register-report-line
    write register-report-line
    exit paragraph
  end-if.
  move "FAMAST.DAT" to ws-abend-file-name.
  move ws-fa-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-fa-rel-key.
  start fixed-asset-file key is not less than ws-fa-rel-key
    invalid key set FA-EOF to true
  end-start.
  perform until FA-EOF
    read fixed-asset-file next record
      at end set FA-EOF to true
    end-read
    if not FA-EOF
      perform list-one-asset
    end-if
  end-perform.
  close fixed-asset-file.

list-one-asset.
  compute ws-net-book-value = fa-cost - fa-accum-depr.
  move spaces to register-report-line.
  string "ASSET=" fa-asset-no
      " " fa-description
      " IN-SVC=" fa-in-service-date
      " " fa-method "/" fa-life-periods
      " COST=" fa-cost
      " ACCUM=" fa-accum-depr
      " NBV=" ws-net-book-value
      " ST=" fa-status into register-report-line.
  write register-report-line.
  if FA-DISPOSED
    add 1 to ws-disposed-count
    move spaces to register-report-line
    string "       DISPOSED " fa-disposal-date
        " PROCEEDS=" fa-disposal-proceeds into register-report-line
    write register-report-line
    exit paragraph
  end-if.
  add 1 to ws-asset-count.
  add fa-cost to ws-total-cost.
  add fa-accum-depr to ws-total-accum.
  add ws-net-book-value to ws-total-nbv.
  move fa-asset-acct to ws-find-acct.
  move "C" to ws-find-kind.
  move fa-cost to ws-find-amount.
  perform add-to-tie-table.
  move fa-accum-acct to ws-find-acct.
  move "A" to ws-find-kind.
  move fa-accum-depr to ws-find-amount.
  perform add-to-tie-table.

add-to-tie-table.
  move zero to ws-tie-found-idx.
  perform varying ws-tie-idx from 1 by 1 until ws-tie-idx > ws-tie-count
    if tie-acct-id(ws-tie-idx) = ws-find-acct
        and tie-kind(ws-tie-idx) = ws-find-kind
      move ws-tie-idx to ws-tie-found-idx
    end-if
  end-perform.
  if ws-tie-found-idx = zero
    if ws-tie-count < 100
      add 1 to ws-tie-count
      move ws-tie-count to ws-tie-found-idx
      move ws-find-acct to tie-acct-id(ws-tie-found-idx)
      move ws-find-kind to tie-kind(ws-tie-found-idx)
      move zero to tie-register-amt(ws-tie-found-idx)
      move zero to tie-gl-amt(ws-tie-found-idx)
    else
      display "FAREG: TIE-OUT TABLE FULL AT 100 ACCOUNTS"
      move 16 to return-code
      exit paragraph
    end-if
  end-if.
  add ws-find-amount to tie-register-amt(ws-tie-found-idx).

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

write-register-tie-out.
  move spaces to register-report-line.
  string "REGISTER TOTALS ASSETS=" ws-asset-count
      " COST=" ws-total-cost
      " ACCUM=" ws-total-accum
      " NBV=" ws-total-nbv
      " DISPOSED=" ws-disposed-count into register-report-line.
  write register-report-line.
  move "TIE-OUT TO BALFILE.DAT" to register-report-line.
  write register-report-line.
  perform varying ws-tie-idx from 1 by 1 until ws-tie-idx > ws-tie-count
    *> Cost sits on the ledger as a debit balance, accumulated
    *> depreciation as a credit - the register carries both positive,
    *> so the credit side is compared sign-flipped.
    if tie-kind(ws-tie-idx) = "C"
      move "COST" to ws-tie-label
      compute ws-tie-diff =
          tie-register-amt(ws-tie-idx) - tie-gl-amt(ws-tie-idx)
    else
      move "ACCUM DEPR" to ws-tie-label
      compute ws-tie-diff =
          tie-register-amt(ws-tie-idx) + tie-gl-amt(ws-tie-idx)
    end-if
    move spaces to register-report-line
    if ws-tie-diff = zero
      string "ACCT=" tie-acct-id(ws-tie-idx)
          " " ws-tie-label
          " REGISTER=" tie-register-amt(ws-tie-idx)
          " LEDGER=" tie-gl-amt(ws-tie-idx)
          " TIED" into register-report-line
    else
      add 1 to ws-tie-breaks
      string "ACCT=" tie-acct-id(ws-tie-idx)
          " " ws-tie-label
          " REGISTER=" tie-register-amt(ws-tie-idx)
          " LEDGER=" tie-gl-amt(ws-tie-idx)
          " DIFF=" ws-tie-diff
          " *** OUT OF BALANCE" into register-report-line
    end-if
    write register-report-line
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
      " JOB=FAREG"
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

end program fareg.
