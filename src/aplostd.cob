identification division.
  program-id. aplostd.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select ap-open-file assign to "APOPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-apo-status.
    select vendor-file assign to "VENDMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-vm-rel-key
        file status is ws-vm-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select lost-report assign to "APLOSTD.RPT"
        organization is line sequential
        file status is ws-lr-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  ap-open-file.
  copy "apopen.cpy".
  fd  vendor-file.
  copy "vendmast.cpy".
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  lost-report.
  01 lost-report-line         pic x(132).
  fd  run-log-file.
  01 run-log-line             pic x(160).
  working-storage section.
    01 ws-apo-status      pic x(2) value "00".
    01 ws-vm-status       pic x(2) value "00".
    01 ws-vm-rel-key      pic 9(6) value 1.
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-lr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-apo-eof         pic x(1) value "N".
        88 APO-EOF        value "Y".
    01 ws-vm-open         pic x(1) value "N".

    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    01 ws-lost-base       pic s9(9)v99 sign is leading separate.
    01 ws-lost-amount     pic s9(9)v99 sign is leading separate.
    01 ws-lost-work       pic s9(11)v99 sign is leading separate.
    01 ws-lost-total      pic s9(11)v99 sign is leading separate value zero.
    01 ws-lost-count      pic 9(6) value zero.
    01 ws-open-windows    pic 9(6) value zero.
    01 ws-open-window-amt pic s9(11)v99 sign is leading separate value zero.
    01 ws-item-state      pic x(10).
    01 ws-vendor-name     pic x(30).

    *> Lost discounts by vendor, for the summary after the detail -
    *> the vendors whose terms the shop keeps missing.
    01 ws-vendor-table.
      05 ws-vnd-entry occurs 500 times indexed by ws-vnd-idx.
        10 vnd-vendor-no         pic 9(6).
        10 vnd-name              pic x(30).
        10 vnd-count             pic 9(5).
        10 vnd-lost              pic s9(11)v99 sign is leading separate.
    01 ws-vnd-count       pic 9(3) value zero.

    01 ws-ed-amount       pic -,---,---,--9.99.
    01 ws-ed-amount-2     pic -,---,---,--9.99.
    01 ws-ed-pct          pic z9.99.
    01 ws-ed-count        pic zz,zz9.

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
  *> Lost early-payment discounts: every APOPEN.DAT item whose
  *> discount window closed before the business date without the
  *> payment run taking the discount - still open, or paid after the
  *> window - is listed on APLOSTD.RPT with the discount it left
  *> behind, and marked lost so it is reported once, the night the
  *> window closes. A vendor summary follows, and the windows still
  *> open are counted so AP can see what tomorrow's list may hold.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform establish-business-date.
  perform open-lost-report.
  move "N" to ws-apo-eof.
  open i-o ap-open-file.
  if ws-apo-status = "35"
    close ap-open-file
    move "NO PAYABLES ON FILE" to lost-report-line
    write lost-report-line
    close lost-report
    perform write-run-log-entry
    goback
  end-if.
  move "APOPEN.DAT" to ws-abend-file-name.
  move ws-apo-status to ws-abend-status.
  perform check-file-status.
  open input vendor-file.
  if ws-vm-status = "00"
    move "Y" to ws-vm-open
  else
    close vendor-file
  end-if.
  read ap-open-file next record
    at end set APO-EOF to true
  end-read.
  perform until APO-EOF
    if ap-disc-pct is numeric and ap-disc-pct > zero
        and ap-disc-date is numeric and ap-disc-date > zero
        and not AP-DISC-WAS-TAKEN and not AP-DISC-WAS-LOST
      if ap-disc-date < ws-business-date
        perform report-lost-discount
      else
        if ap-status not = "C"
          add 1 to ws-open-windows
          compute ws-lost-base = ap-amount - ap-paid-amount
          multiply ws-lost-base by ap-disc-pct giving ws-lost-work
          divide 100 into ws-lost-work giving ws-lost-amount rounded
          add ws-lost-amount to ws-open-window-amt
        end-if
      end-if
    end-if
    read ap-open-file next record
      at end set APO-EOF to true
    end-read
  end-perform.
  close ap-open-file.
  if ws-vm-open = "Y"
    close vendor-file
  end-if.
  perform write-report-totals.
  close lost-report.
  display "APLOSTD: " ws-lost-count " DISCOUNT(S) LOST, TOTAL="
      ws-lost-total ", " ws-open-windows " WINDOW(S) STILL OPEN".
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "APLOSTD" to rpt-job-name.
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

open-lost-report.
  open extend lost-report.
  if ws-lr-status = "35"
    open output lost-report
  end-if.
  move "APLOSTD.RPT" to ws-abend-file-name.
  move ws-lr-status to ws-abend-status.
  perform check-file-status.
  move spaces to lost-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into lost-report-line.
  write lost-report-line.
  move spaces to lost-report-line.
  string "EARLY-PAYMENT DISCOUNTS LOST - WINDOWS CLOSED BEFORE "
      ws-business-date into lost-report-line.
  write lost-report-line.
  move spaces to lost-report-line.
  string "VENDOR NAME                  INV NO INV DATE DISC END "
      "TERMS            OPEN BASE    DISCOUNT LOST STATE"
      delimited by size into lost-report-line.
  write lost-report-line.

report-lost-discount.
  *> What the discount would have been on the balance the window
  *> closed over: the whole invoice once paid late, what is still
  *> owed on one not yet paid.
  if ap-status = "C"
    move ap-amount to ws-lost-base
    move "PAID LATE" to ws-item-state
  else
    compute ws-lost-base = ap-amount - ap-paid-amount
    evaluate true
      when AP-MATCH-HOLD
        move "MATCH HOLD" to ws-item-state
      when AP-VOID-HOLD
        move "VOID HOLD" to ws-item-state
      when other
        move "UNPAID" to ws-item-state
    end-evaluate
  end-if.
  multiply ws-lost-base by ap-disc-pct giving ws-lost-work.
  divide 100 into ws-lost-work giving ws-lost-amount rounded.
  set AP-DISC-WAS-LOST to true.
  rewrite ap-open-item-record
    invalid key
      move "APOPEN.DAT" to ws-abend-file-name
      move ws-apo-status to ws-abend-status
      perform check-file-status
  end-rewrite.
  add 1 to ws-lost-count.
  add ws-lost-amount to ws-lost-total.
  move spaces to ws-vendor-name.
  if ws-vm-open = "Y"
    move ap-vendor-no to ws-vm-rel-key
    read vendor-file
      invalid key move "NOT ON VENDOR MASTER" to ws-vendor-name
      not invalid key move vm-name to ws-vendor-name
    end-read
  end-if.
  perform add-vendor-lost.
  move ap-disc-pct to ws-ed-pct.
  move ws-lost-base to ws-ed-amount.
  move ws-lost-amount to ws-ed-amount-2.
  move spaces to lost-report-line.
  string ap-vendor-no " " ws-vendor-name(1:21) " " ap-invoice-no
      " " ap-invoice-date " " ap-disc-date " " ws-ed-pct "/"
      ap-disc-days " " ws-ed-amount " " ws-ed-amount-2 " "
      ws-item-state delimited by size into lost-report-line.
  write lost-report-line.

add-vendor-lost.
  set ws-vnd-idx to 1.
  search ws-vnd-entry
    at end
      if ws-vnd-count < 500
        add 1 to ws-vnd-count
        set ws-vnd-idx to ws-vnd-count
        move ap-vendor-no to vnd-vendor-no(ws-vnd-idx)
        move ws-vendor-name to vnd-name(ws-vnd-idx)
        move 1 to vnd-count(ws-vnd-idx)
        move ws-lost-amount to vnd-lost(ws-vnd-idx)
      end-if
    when ws-vnd-idx <= ws-vnd-count
        and vnd-vendor-no(ws-vnd-idx) = ap-vendor-no
      add 1 to vnd-count(ws-vnd-idx)
      add ws-lost-amount to vnd-lost(ws-vnd-idx)
  end-search.

write-report-totals.
  if ws-lost-count = zero
    move "  NO DISCOUNT WINDOW CLOSED UNPAID" to lost-report-line
    write lost-report-line
  else
    move spaces to lost-report-line
    write lost-report-line
    move "LOST BY VENDOR" to lost-report-line
    write lost-report-line
    perform varying ws-vnd-idx from 1 by 1 until ws-vnd-idx > ws-vnd-count
      move vnd-count(ws-vnd-idx) to ws-ed-count
      move vnd-lost(ws-vnd-idx) to ws-ed-amount
      move spaces to lost-report-line
      string vnd-vendor-no(ws-vnd-idx) " " vnd-name(ws-vnd-idx)
          " ITEMS=" ws-ed-count " LOST=" ws-ed-amount
          delimited by size into lost-report-line
      write lost-report-line
    end-perform
  end-if.
  move ws-lost-count to ws-ed-count.
  move ws-lost-total to ws-ed-amount.
  move spaces to lost-report-line.
  string "TOTAL LOST THIS RUN  ITEMS=" ws-ed-count " DISCOUNT="
      ws-ed-amount delimited by size into lost-report-line.
  write lost-report-line.
  move ws-open-windows to ws-ed-count.
  move ws-open-window-amt to ws-ed-amount.
  move spaces to lost-report-line.
  string "WINDOWS STILL OPEN   ITEMS=" ws-ed-count " DISCOUNT="
      ws-ed-amount delimited by size into lost-report-line.
  write lost-report-line.

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
      " JOB=APLOSTD"
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

end program aplostd.
