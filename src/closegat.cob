identification division.
  program-id. closegat.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select close-checklist assign to "CLOSECHK.DAT"
        organization is line sequential
        file status is ws-cl-status.
    select close-request-ctl assign to "CLOSEREQ.CTL"
        organization is line sequential
        file status is ws-req-status.
    select period-status-file assign to "PERSTAT.DAT"
        organization is line sequential
        file status is ws-ps-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is random
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select close-status-report assign to "CLOSESTAT.RPT"
        organization is line sequential
        file status is ws-rpt-status.
data division.
  file section.
  fd  close-checklist.
  copy "closechk.cpy".
  fd  close-request-ctl.
  01 close-request-record.
    05 crq-action              pic x(1).
    05 filler                  pic x(1).
    05 crq-task-id             pic x(8).
    05 filler                  pic x(1).
    05 crq-fiscal-year         pic 9(4).
    05 crq-fiscal-period       pic 9(2).
  fd  period-status-file.
  copy "perstat.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  close-status-report.
  01 close-status-line         pic x(132).
  working-storage section.
    01 ws-cl-status       pic x(2) value "00".
    01 ws-req-status      pic x(2) value "00".
    01 ws-ps-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-rpt-status      pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-cl-eof          pic x(1) value "N".
        88 CL-EOF         value "Y".
    01 ws-req-eof         pic x(1) value "N".
        88 REQ-EOF        value "Y".
    01 ws-ps-eof          pic x(1) value "N".
        88 PS-EOF         value "Y".
    01 ws-req-action      pic x(1).
        88 REQUEST-GATE      value "G".
        88 REQUEST-COMPLETE  value "C".
        88 REQUEST-SIGNOFF   value "S".
        88 REQUEST-REOPEN    value "O".
        88 REQUEST-REPORT    value "R".
        88 REQUEST-CLOSE     value "P".

    *> The whole checklist, loaded once and written back whole when a
    *> card changed it - the same load/rewrite discipline as every
    *> other small control file in the shop.
    01 ws-cc-table.
      05 ws-cct-entry occurs 50 times indexed by ws-cct-idx.
        10 cct-task-id           pic x(8).
        10 cct-description       pic x(30).
        10 cct-depends-on        pic x(8) occurs 8 times.
        10 cct-signoff-flag      pic x(1).
        10 cct-required-flag     pic x(1).
        10 cct-done-year         pic 9(4).
        10 cct-done-period       pic 9(2).
        10 cct-done-timestamp    pic 9(14).
        10 cct-done-by           pic x(20).
        10 cct-signed-by         pic x(20).
        10 cct-signed-timestamp  pic 9(14).
    01 ws-cct-count       pic 9(2) value zero.
    01 ws-cc-changed      pic x(1) value "N".
        88 CHECKLIST-CHANGED value "Y".
    01 ws-task-idx        pic 9(2) value zero.
    01 ws-dep-idx         pic 9(2) value zero.
    01 ws-dep-sub         pic 9(1) value zero.
    01 ws-find-task-id    pic x(8).
    01 ws-found-idx       pic 9(2) value zero.
    01 ws-blocked         pic x(1) value "N".
        88 TASK-BLOCKED   value "Y".
    01 ws-task-state      pic x(18).
    01 ws-waiting-on      pic x(8).
    01 ws-outstanding     pic 9(2) value zero.
    01 ws-prior-outstanding pic 9(2) value zero.
    01 ws-done-count      pic 9(2) value zero.
    01 ws-period-closed   pic x(1) value "N".
        88 PERIOD-ALREADY-CLOSED value "Y".

    01 ws-operator-id     pic x(20).
    01 ws-now-timestamp   pic 9(14).
    01 ws-business-date   pic 9(8).
    01 ws-close-year      pic 9(4).
    01 ws-close-period    pic 9(2).
    01 ws-bus-year        pic 9(4).
    01 ws-bus-quarter     pic 9(1).
    01 ws-bus-period      pic 9(2).
    01 ws-bus-week        pic 9(2).
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Month-end close gate. Every step of the MONTHEND stream is
  *> bracketed by this program: a "G" card before it refuses (RC 16,
  *> so COND skips the step) until every predecessor task on
  *> CLOSECHK.DAT is complete and, where it needs one, signed off; a
  *> "C" card after it stamps the task complete. Controllers sign with
  *> "S" (never their own run), "O" reopens a task for a rerun, "R"
  *> prints the close status report and "P" closes the period on
  *> PERSTAT.DAT once every required task is through. Cards default
  *> to the fiscal period of the RUNCTL.DAT business date.
  perform load-report-stamp.
  perform establish-business-date.
  perform load-close-checklist.
  perform process-request-cards.
  if CHECKLIST-CHANGED
    perform save-close-checklist
  end-if.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move rpt-operator-id to ws-operator-id.
  move "CLOSEGAT" to rpt-job-name.
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
  call "fiscalclc" using ws-business-date, ws-bus-year,
      ws-bus-quarter, ws-bus-period, ws-bus-week.

load-close-checklist.
  move zero to ws-cct-count.
  move "N" to ws-cl-eof.
  open input close-checklist.
  if ws-cl-status = "35"
    close close-checklist
    perform seed-close-checklist
    open input close-checklist
  end-if.
  move "CLOSECHK.DAT" to ws-abend-file-name.
  move ws-cl-status to ws-abend-status.
  perform check-file-status.
  read close-checklist
    at end set CL-EOF to true
  end-read.
  perform until CL-EOF
    if ws-cct-count < 50
      add 1 to ws-cct-count
      move cl-task-id to cct-task-id(ws-cct-count)
      move cl-description to cct-description(ws-cct-count)
      perform varying ws-dep-sub from 1 by 1 until ws-dep-sub > 8
        move cl-depends-on(ws-dep-sub)
            to cct-depends-on(ws-cct-count, ws-dep-sub)
      end-perform
      move cl-signoff-flag to cct-signoff-flag(ws-cct-count)
      move cl-required-flag to cct-required-flag(ws-cct-count)
      move cl-done-year to cct-done-year(ws-cct-count)
      move cl-done-period to cct-done-period(ws-cct-count)
      move cl-done-timestamp to cct-done-timestamp(ws-cct-count)
      move cl-done-by to cct-done-by(ws-cct-count)
      move cl-signed-by to cct-signed-by(ws-cct-count)
      move cl-signed-timestamp to cct-signed-timestamp(ws-cct-count)
    end-if
    read close-checklist
      at end set CL-EOF to true
    end-read
  end-perform.
  close close-checklist.

seed-close-checklist.
  *> First run: the close as the paper checklist ran it. Pre-roll
  *> adjustments feed the last nightly cycle of the period, whose
  *> month-end MATH run stamps MEROLL itself once every pre-roll task
  *> is done for the period; the post-roll reports
  *> each need a controller's sign-off before the next may run.
  open output close-checklist.
  move "CLOSECHK.DAT" to ws-abend-file-name.
  move ws-cl-status to ws-abend-status.
  perform check-file-status.
  move spaces to close-checklist-record.
  move "FXREVAL" to cl-task-id.
  move "FX REVALUATION" to cl-description.
  move spaces to cl-depends-on(1).
  move "N" to cl-signoff-flag.
  perform write-seed-task.
  move "INTACC" to cl-task-id.
  move "INTEREST ACCRUAL" to cl-description.
  move spaces to cl-depends-on(1).
  move "N" to cl-signoff-flag.
  perform write-seed-task.
  move "ALLOCRUN" to cl-task-id.
  move "COST ALLOCATIONS" to cl-description.
  move "INTACC" to cl-depends-on(1).
  move "FXREVAL" to cl-depends-on(2).
  move "N" to cl-signoff-flag.
  perform write-seed-task.
  move "AUTOREV" to cl-task-id.
  move "AUTO-REVERSING ACCRUALS" to cl-description.
  move spaces to cl-depends-on(1).
  move "N" to cl-signoff-flag.
  perform write-seed-task.
  move "ARRESERV" to cl-task-id.
  move "DOUBTFUL ACCOUNTS ALLOWANCE" to cl-description.
  move spaces to cl-depends-on(1).
  move "N" to cl-signoff-flag.
  perform write-seed-task.
  move "RNIACCR" to cl-task-id.
  move "RECEIVED-NOT-INVOICED ACCRUAL" to cl-description.
  move spaces to cl-depends-on(1).
  move "N" to cl-signoff-flag.
  perform write-seed-task.
  move "DEBTPOST" to cl-task-id.
  move "DEBT SERVICE POSTING" to cl-description.
  move spaces to cl-depends-on(1).
  move "N" to cl-signoff-flag.
  perform write-seed-task.
  move "MEROLL" to cl-task-id.
  move "MONTH-END POSTING ROLL" to cl-description.
  move "FXREVAL" to cl-depends-on(1).
  move "INTACC" to cl-depends-on(2).
  move "ALLOCRUN" to cl-depends-on(3).
  move "AUTOREV" to cl-depends-on(4).
  move "ARRESERV" to cl-depends-on(5).
  move "RNIACCR" to cl-depends-on(6).
  move "DEBTPOST" to cl-depends-on(7).
  move "N" to cl-signoff-flag.
  perform write-seed-task.
  move "TRIALBAL" to cl-task-id.
  move "TRIAL BALANCE" to cl-description.
  move "MEROLL" to cl-depends-on(1).
  move "Y" to cl-signoff-flag.
  perform write-seed-task.
  move "FINSTMT" to cl-task-id.
  move "FINANCIAL STATEMENTS" to cl-description.
  move "TRIALBAL" to cl-depends-on(1).
  move "Y" to cl-signoff-flag.
  perform write-seed-task.
  move "CERTRPT" to cl-task-id.
  move "RECONCILIATION CERTIFICATIONS" to cl-description.
  move "TRIALBAL" to cl-depends-on(1).
  move "Y" to cl-signoff-flag.
  perform write-seed-task.
  close close-checklist.

write-seed-task.
  move "Y" to cl-required-flag.
  move zero to cl-done-year.
  move zero to cl-done-period.
  move zero to cl-done-timestamp.
  move spaces to cl-done-by.
  move spaces to cl-signed-by.
  move zero to cl-signed-timestamp.
  write close-checklist-record.
  move spaces to cl-depends-on(1).
  move spaces to cl-depends-on(2).
  move spaces to cl-depends-on(3).
  move spaces to cl-depends-on(4).
  move spaces to cl-depends-on(5).
  move spaces to cl-depends-on(6).
  move spaces to cl-depends-on(7).
  move spaces to cl-depends-on(8).

process-request-cards.
  move "N" to ws-req-eof.
  open input close-request-ctl.
  if ws-req-status = "35"
    *> No card at all is taken as a status enquiry - the harmless
    *> action, never one that moves the close along.
    close close-request-ctl
    move "R" to ws-req-action
    move spaces to crq-task-id
    move ws-bus-year to ws-close-year
    move ws-bus-period to ws-close-period
    perform write-close-status-report
    exit paragraph
  end-if.
  move "CLOSEREQ.CTL" to ws-abend-file-name.
  move ws-req-status to ws-abend-status.
  perform check-file-status.
  read close-request-ctl
    at end set REQ-EOF to true
  end-read.
  perform until REQ-EOF
    perform process-one-card
    read close-request-ctl
      at end set REQ-EOF to true
    end-read
  end-perform.
  close close-request-ctl.

process-one-card.
  move crq-action to ws-req-action.
  if crq-fiscal-year is numeric and crq-fiscal-year > zero
      and crq-fiscal-period is numeric and crq-fiscal-period > zero
    move crq-fiscal-year to ws-close-year
    move crq-fiscal-period to ws-close-period
  else
    move ws-bus-year to ws-close-year
    move ws-bus-period to ws-close-period
  end-if.
  move function current-date(1:14) to ws-now-timestamp.
  evaluate true
    when REQUEST-GATE
      perform gate-close-task
    when REQUEST-COMPLETE
      perform complete-close-task
    when REQUEST-SIGNOFF
      perform sign-off-close-task
    when REQUEST-REOPEN
      perform reopen-close-task
    when REQUEST-REPORT
      perform write-close-status-report
    when REQUEST-CLOSE
      perform close-fiscal-period
    when other
      display "CLOSEGAT: UNKNOWN ACTION " ws-req-action
      move 16 to return-code
  end-evaluate.

find-request-task.
  move crq-task-id to ws-find-task-id.
  perform find-task-by-id.
  move ws-found-idx to ws-task-idx.
  if ws-task-idx = zero
    display "CLOSEGAT: TASK " crq-task-id " NOT ON CLOSE CHECKLIST"
    move 16 to return-code
  end-if.

find-task-by-id.
  move zero to ws-found-idx.
  perform varying ws-cct-idx from 1 by 1 until ws-cct-idx > ws-cct-count
    if cct-task-id(ws-cct-idx) = ws-find-task-id
      set ws-found-idx to ws-cct-idx
    end-if
  end-perform.

check-predecessors.
  *> A predecessor clears its dependents once it is complete for the
  *> period being closed and, if it needs one, signed off.
  move "N" to ws-blocked.
  move spaces to ws-waiting-on.
  perform varying ws-dep-sub from 1 by 1 until ws-dep-sub > 8
    if cct-depends-on(ws-task-idx, ws-dep-sub) not = spaces
      move cct-depends-on(ws-task-idx, ws-dep-sub) to ws-find-task-id
      perform find-task-by-id
      move ws-found-idx to ws-dep-idx
      evaluate true
        when ws-dep-idx = zero
          move "Y" to ws-blocked
          move ws-find-task-id to ws-waiting-on
        when cct-done-year(ws-dep-idx) not = ws-close-year
            or cct-done-period(ws-dep-idx) not = ws-close-period
          move "Y" to ws-blocked
          move ws-find-task-id to ws-waiting-on
        when cct-signoff-flag(ws-dep-idx) = "Y"
            and cct-signed-by(ws-dep-idx) = spaces
          move "Y" to ws-blocked
          move ws-find-task-id to ws-waiting-on
      end-evaluate
    end-if
  end-perform.

gate-close-task.
  perform find-request-task.
  if ws-task-idx = zero
    exit paragraph
  end-if.
  if cct-done-year(ws-task-idx) = ws-close-year
      and cct-done-period(ws-task-idx) = ws-close-period
    *> A completed task is not run twice by a resubmitted stream; an
    *> intended rerun is reopened first, which leaves a trail.
    display "CLOSEGAT: " crq-task-id " ALREADY COMPLETE FOR FY="
        ws-close-year " FP=" ws-close-period " - REOPEN TO RERUN"
    move 16 to return-code
    exit paragraph
  end-if.
  perform check-predecessors.
  if TASK-BLOCKED
    display "CLOSEGAT: " crq-task-id " REFUSED - WAITING ON "
        ws-waiting-on
    move 16 to return-code
    exit paragraph
  end-if.
  display "CLOSEGAT: " crq-task-id " CLEARED TO RUN FOR FY="
      ws-close-year " FP=" ws-close-period.

complete-close-task.
  perform find-request-task.
  if ws-task-idx = zero
    exit paragraph
  end-if.
  perform check-predecessors.
  if TASK-BLOCKED
    display "CLOSEGAT: " crq-task-id " CANNOT COMPLETE - WAITING ON "
        ws-waiting-on
    move 16 to return-code
    exit paragraph
  end-if.
  move ws-close-year to cct-done-year(ws-task-idx).
  move ws-close-period to cct-done-period(ws-task-idx).
  move ws-now-timestamp to cct-done-timestamp(ws-task-idx).
  move ws-operator-id to cct-done-by(ws-task-idx).
  move spaces to cct-signed-by(ws-task-idx).
  move zero to cct-signed-timestamp(ws-task-idx).
  set CHECKLIST-CHANGED to true.
  display "CLOSEGAT: " crq-task-id " COMPLETE BY " ws-operator-id.

sign-off-close-task.
  perform find-request-task.
  if ws-task-idx = zero
    exit paragraph
  end-if.
  if cct-done-year(ws-task-idx) not = ws-close-year
      or cct-done-period(ws-task-idx) not = ws-close-period
    display "CLOSEGAT: " crq-task-id " NOT COMPLETE - NOTHING TO SIGN"
    move 16 to return-code
    exit paragraph
  end-if.
  if cct-done-by(ws-task-idx) = ws-operator-id
    display "CLOSEGAT: " crq-task-id " RUN BY " ws-operator-id
        " - SIGN-OFF MUST BE BY ANOTHER OPERATOR"
    move 16 to return-code
    exit paragraph
  end-if.
  move ws-operator-id to cct-signed-by(ws-task-idx).
  move ws-now-timestamp to cct-signed-timestamp(ws-task-idx).
  set CHECKLIST-CHANGED to true.
  display "CLOSEGAT: " crq-task-id " SIGNED OFF BY " ws-operator-id.

reopen-close-task.
  perform find-request-task.
  if ws-task-idx = zero
    exit paragraph
  end-if.
  display "CLOSEGAT: " crq-task-id " REOPENED BY " ws-operator-id
      " (WAS DONE BY " cct-done-by(ws-task-idx) ")".
  move zero to cct-done-year(ws-task-idx).
  move zero to cct-done-period(ws-task-idx).
  move zero to cct-done-timestamp(ws-task-idx).
  move spaces to cct-done-by(ws-task-idx).
  move spaces to cct-signed-by(ws-task-idx).
  move zero to cct-signed-timestamp(ws-task-idx).
  set CHECKLIST-CHANGED to true.

write-close-status-report.
  open extend close-status-report.
  if ws-rpt-status = "35"
    open output close-status-report
  end-if.
  move "CLOSESTAT.RPT" to ws-abend-file-name.
  move ws-rpt-status to ws-abend-status.
  perform check-file-status.
  move spaces to close-status-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into close-status-line.
  write close-status-line.
  move spaces to close-status-line.
  string "MONTH-END CLOSE STATUS FOR FY=" ws-close-year
      " FP=" ws-close-period into close-status-line.
  write close-status-line.
  move zero to ws-outstanding.
  move zero to ws-done-count.
  perform varying ws-task-idx from 1 by 1 until ws-task-idx > ws-cct-count
    perform write-task-status-line
  end-perform.
  move spaces to close-status-line.
  string "TASKS DONE=" ws-done-count
      " REQUIRED STILL OUTSTANDING=" ws-outstanding
      into close-status-line.
  write close-status-line.
  close close-status-report.
  display "CLOSEGAT: CLOSE STATUS FY=" ws-close-year " FP="
      ws-close-period " DONE=" ws-done-count
      " OUTSTANDING=" ws-outstanding.

write-task-status-line.
  perform derive-task-state.
  move spaces to close-status-line.
  if cct-done-by(ws-task-idx) = spaces
    string cct-task-id(ws-task-idx) " "
        cct-description(ws-task-idx) " " ws-task-state
        ws-waiting-on into close-status-line
  else
    string cct-task-id(ws-task-idx) " "
        cct-description(ws-task-idx) " " ws-task-state
        " BY=" cct-done-by(ws-task-idx)
        " AT=" cct-done-timestamp(ws-task-idx)
        " SIGNED=" cct-signed-by(ws-task-idx)
        into close-status-line
  end-if.
  write close-status-line.

derive-task-state.
  move spaces to ws-waiting-on.
  if cct-done-year(ws-task-idx) = ws-close-year
      and cct-done-period(ws-task-idx) = ws-close-period
    add 1 to ws-done-count
    if cct-signoff-flag(ws-task-idx) = "Y"
        and cct-signed-by(ws-task-idx) = spaces
      move "AWAITING SIGN-OFF" to ws-task-state
      if cct-required-flag(ws-task-idx) = "Y"
        add 1 to ws-outstanding
      end-if
    else
      move "DONE" to ws-task-state
    end-if
  else
    if cct-required-flag(ws-task-idx) = "Y"
      add 1 to ws-outstanding
    end-if
    perform check-predecessors
    if TASK-BLOCKED
      move "WAITING ON" to ws-task-state
    else
      move "READY" to ws-task-state
    end-if
  end-if.

close-fiscal-period.
  *> The period closes only with every required task done and signed.
  *> Until then late activity keeps posting into it normally, which
  *> is what the close is still reporting on.
  move zero to ws-outstanding.
  move zero to ws-done-count.
  perform varying ws-task-idx from 1 by 1 until ws-task-idx > ws-cct-count
    move ws-outstanding to ws-prior-outstanding
    perform derive-task-state
    if ws-outstanding > ws-prior-outstanding
      display "CLOSEGAT: PERIOD CLOSE HELD - " cct-task-id(ws-task-idx)
          " " ws-task-state " " ws-waiting-on
    end-if
  end-perform.
  if ws-outstanding > zero
    display "CLOSEGAT: FY=" ws-close-year " FP=" ws-close-period
        " NOT CLOSED - " ws-outstanding " REQUIRED TASK(S) OUTSTANDING"
    move 16 to return-code
    exit paragraph
  end-if.
  perform check-period-already-closed.
  if PERIOD-ALREADY-CLOSED
    display "CLOSEGAT: FY=" ws-close-year " FP=" ws-close-period
        " ALREADY CLOSED"
    exit paragraph
  end-if.
  open extend period-status-file.
  if ws-ps-status = "35"
    open output period-status-file
  end-if.
  move "PERSTAT.DAT" to ws-abend-file-name.
  move ws-ps-status to ws-abend-status.
  perform check-file-status.
  move ws-close-year to ps-fiscal-year.
  move ws-close-period to ps-fiscal-period.
  move "C" to ps-status.
  write period-status-record.
  close period-status-file.
  display "CLOSEGAT: FY=" ws-close-year " FP=" ws-close-period
      " CLOSED BY " ws-operator-id.

check-period-already-closed.
  move "N" to ws-period-closed.
  move "N" to ws-ps-eof.
  open input period-status-file.
  if ws-ps-status = "35"
    close period-status-file
    exit paragraph
  end-if.
  read period-status-file
    at end set PS-EOF to true
  end-read.
  perform until PS-EOF
    if ps-fiscal-year = ws-close-year
        and ps-fiscal-period = ws-close-period and PS-PERIOD-CLOSED
      move "Y" to ws-period-closed
    end-if
    read period-status-file
      at end set PS-EOF to true
    end-read
  end-perform.
  close period-status-file.

save-close-checklist.
  open output close-checklist.
  move "CLOSECHK.DAT" to ws-abend-file-name.
  move ws-cl-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-cct-idx from 1 by 1 until ws-cct-idx > ws-cct-count
    move cct-task-id(ws-cct-idx) to cl-task-id
    move cct-description(ws-cct-idx) to cl-description
    perform varying ws-dep-sub from 1 by 1 until ws-dep-sub > 8
      move cct-depends-on(ws-cct-idx, ws-dep-sub)
          to cl-depends-on(ws-dep-sub)
    end-perform
    move cct-signoff-flag(ws-cct-idx) to cl-signoff-flag
    move cct-required-flag(ws-cct-idx) to cl-required-flag
    move cct-done-year(ws-cct-idx) to cl-done-year
    move cct-done-period(ws-cct-idx) to cl-done-period
    move cct-done-timestamp(ws-cct-idx) to cl-done-timestamp
    move cct-done-by(ws-cct-idx) to cl-done-by
    move cct-signed-by(ws-cct-idx) to cl-signed-by
    move cct-signed-timestamp(ws-cct-idx) to cl-signed-timestamp
    write close-checklist-record
  end-perform.
  close close-checklist.

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

end program closegat.
