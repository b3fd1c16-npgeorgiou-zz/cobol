identification division.
  program-id. crlimrpt.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select customer-history-file assign to "CUSTHIST.DAT"
        organization is line sequential
        file status is ws-ch-status.
    select pending-change-file assign to "PENDCHG.DAT"
        organization is line sequential
        file status is ws-pc-status.
    select limit-report assign to "CRLIMCHG.RPT"
        organization is line sequential
        file status is ws-clr-status.
data division.
  file section.
  fd  customer-history-file.
  copy "custhist.cpy".
  fd  pending-change-file.
  copy "pendchg.cpy".
  fd  limit-report.
  01 limit-report-line         pic x(132).
  working-storage section.
    01 ws-ch-status       pic x(2) value "00".
    01 ws-pc-status       pic x(2) value "00".
    01 ws-clr-status      pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-ch-eof          pic x(1) value "N".
        88 CH-EOF         value "Y".
    01 ws-pc-eof          pic x(1) value "N".
        88 PC-EOF         value "Y".
    01 ws-applied-count   pic 9(6) value zero.
    01 ws-queued-count    pic 9(6) value zero.
    01 ws-approver        pic x(22).
    01 ws-queue-status    pic x(8).
    01 ws-new-limit-edit  pic z(6)9.99.
    01 ws-old-limit-edit  pic z(6)9.99.
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
procedure division.
main-paragraph.
  *> Credit control's record of every customer credit-limit change:
  *> the limits custmnt.cob applied (with who keyed them and, for an
  *> increase over the CRLIMAPP.CTL threshold, who approved them in
  *> chgapprv.cob), then the increases still waiting on approval or
  *> turned down, off the PENDCHG.DAT queue.
  perform load-report-stamp.
  open extend limit-report.
  if ws-clr-status = "35"
    open output limit-report
  end-if.
  move "CRLIMCHG.RPT" to ws-abend-file-name.
  move ws-clr-status to ws-abend-status.
  perform check-file-status.
  move spaces to limit-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into limit-report-line.
  write limit-report-line.
  perform report-applied-changes.
  perform report-queued-changes.
  close limit-report.
  display "CRLIMRPT: " ws-applied-count " LIMIT CHANGE(S) APPLIED, "
      ws-queued-count " PENDING OR REJECTED".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "CRLIMRPT" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

report-applied-changes.
  move spaces to limit-report-line.
  move "CREDIT LIMIT CHANGES APPLIED" to limit-report-line.
  write limit-report-line.
  move "N" to ws-ch-eof.
  open input customer-history-file.
  if ws-ch-status = "35"
    close customer-history-file
    move "NO CUSTOMER HISTORY ON FILE" to limit-report-line
    write limit-report-line
    exit paragraph
  end-if.
  move "CUSTHIST.DAT" to ws-abend-file-name.
  move ws-ch-status to ws-abend-status.
  perform check-file-status.
  read customer-history-file
    at end set CH-EOF to true
  end-read.
  perform until CH-EOF
    if ch-field-name = "CU-CREDIT-LIMIT"
      perform write-applied-line
    end-if
    read customer-history-file
      at end set CH-EOF to true
    end-read
  end-perform.
  close customer-history-file.

write-applied-line.
  add 1 to ws-applied-count.
  if ch-approver = spaces
    move "NONE - UNDER THRESHOLD" to ws-approver
  else
    move ch-approver to ws-approver
  end-if.
  move spaces to limit-report-line.
  string "DATE=" ch-timestamp(1:8)
      " CUST=" ch-cust-no
      " OLD=" ch-old-value(1:12)
      " NEW=" ch-new-value(1:12)
      " MAKER=" ch-operator
      " APPROVER=" ws-approver
      into limit-report-line.
  write limit-report-line.

report-queued-changes.
  move spaces to limit-report-line.
  move "CREDIT LIMIT INCREASES PENDING OR REJECTED" to limit-report-line.
  write limit-report-line.
  move "N" to ws-pc-eof.
  open input pending-change-file.
  if ws-pc-status = "35"
    close pending-change-file
    move "NO APPROVAL QUEUE ON FILE" to limit-report-line
    write limit-report-line
    exit paragraph
  end-if.
  move "PENDCHG.DAT" to ws-abend-file-name.
  move ws-pc-status to ws-abend-status.
  perform check-file-status.
  read pending-change-file
    at end set PC-EOF to true
  end-read.
  perform until PC-EOF
    if PC-TABLE-CUSTLIM and not PC-APPLIED
      perform write-queued-line
    end-if
    read pending-change-file
      at end set PC-EOF to true
    end-read
  end-perform.
  close pending-change-file.

write-queued-line.
  add 1 to ws-queued-count.
  if PC-PENDING
    move "PENDING" to ws-queue-status
  else
    move "REJECTED" to ws-queue-status
  end-if.
  move pc-numeric-value to ws-new-limit-edit.
  move pc-numeric-value-2 to ws-old-limit-edit.
  move spaces to limit-report-line.
  string "ID=" pc-change-id
      " DATE=" pc-maker-timestamp(1:8)
      " CUST=" pc-key-value(3:6)
      " OLD=" ws-old-limit-edit
      " NEW=" ws-new-limit-edit
      " MAKER=" pc-maker
      " " ws-queue-status
      " CHECKER=" pc-checker
      into limit-report-line.
  write limit-report-line.

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

end program crlimrpt.
