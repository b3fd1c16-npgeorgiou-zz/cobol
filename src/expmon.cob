identification division.
  program-id. expmon.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select expense-hist-file assign to "EXPHIST.DAT"
        organization is line sequential
        file status is ws-xh-status.
    select employee-file assign to "EMPMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-emp-rel-key
        file status is ws-emp-status.
    select expmon-ctl assign to "EXPMON.CTL"
        organization is line sequential
        file status is ws-xm-status.
    select expmon-report assign to "EXPMON.RPT"
        organization is line sequential
        file status is ws-xmr-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
data division.
  file section.
  fd  expense-hist-file.
  copy "exphist.cpy".
  fd  employee-file.
  copy "empmast.cpy".
*> Optional month override (YYYYMM) for a rerun of an earlier month;
*> no file, or zero, reports the month of the business date.
  fd  expmon-ctl.
  01 expmon-ctl-record.
    05 xm-report-month         pic 9(6).
  fd  expmon-report.
  01 expmon-report-line        pic x(132).
  fd  run-ctl-file.
  copy "runctl.cpy".
  working-storage section.
    01 ws-xh-status       pic x(2) value "00".
    01 ws-emp-status      pic x(2) value "00".
    01 ws-emp-rel-key     pic 9(6) value 1.
    01 ws-xm-status       pic x(2) value "00".
    01 ws-xmr-status      pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-xh-eof          pic x(1) value "N".
        88 XH-EOF         value "Y".

    *> Approved spend for the month, by employee and by expense type.
    01 ws-employee-table.
      05 ws-emt-entry occurs 2000 times indexed by ws-emt-idx.
        10 emt-emp-id            pic 9(6).
        10 emt-cost-center       pic 9(4).
        10 emt-lines             pic 9(5).
        10 emt-amount            pic s9(9)v99.
    01 ws-emt-count       pic 9(4) value zero.
    01 ws-emt-found-idx   pic 9(4) value zero.
    01 ws-type-table.
      05 ws-tyt-entry occurs 50 times indexed by ws-tyt-idx.
        10 tyt-exp-type          pic x(4).
        10 tyt-lines             pic 9(5).
        10 tyt-amount            pic s9(9)v99.
    01 ws-tyt-count       pic 9(2) value zero.
    01 ws-tyt-found-idx   pic 9(2) value zero.

    01 ws-report-month    pic 9(6) value zero.
    01 ws-total-lines     pic 9(6) value zero.
    01 ws-total-amount    pic s9(11)v99 value zero.
    01 ws-rejected-lines  pic 9(6) value zero.
    01 ws-emp-name        pic x(30).
    01 ws-amount-edit     pic z(8)9.99-.
    01 ws-total-edit      pic z(10)9.99-.
    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
procedure division.
main-paragraph.
  *> Monthly employee expense spend: the claim lines expclaim.cob
  *> approved in the month, totalled by employee (with the cost center
  *> each was charged to) and by expense type, off EXPHIST.DAT.
  perform load-report-stamp.
  perform establish-business-date.
  perform load-report-month.
  perform accumulate-month-spend.
  if return-code not = zero
    goback
  end-if.
  perform write-expmon-report.
  display "EXPMON: " ws-total-lines " APPROVED LINE(S) FOR "
      ws-report-month ", " ws-emt-count " EMPLOYEE(S)".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "EXPMON" to rpt-job-name.
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

load-report-month.
  move ws-business-date(1:6) to ws-report-month.
  open input expmon-ctl.
  if ws-xm-status = "35"
    close expmon-ctl
    exit paragraph
  end-if.
  read expmon-ctl
    at end continue
    not at end
      if xm-report-month numeric and xm-report-month not = zero
        move xm-report-month to ws-report-month
      end-if
  end-read.
  close expmon-ctl.

accumulate-month-spend.
  move "N" to ws-xh-eof.
  open input expense-hist-file.
  if ws-xh-status = "35"
    close expense-hist-file
    exit paragraph
  end-if.
  move "EXPHIST.DAT" to ws-abend-file-name.
  move ws-xh-status to ws-abend-status.
  perform check-file-status.
  read expense-hist-file
    at end set XH-EOF to true
  end-read.
  perform until XH-EOF
    if xh-process-date(1:6) = ws-report-month
      if XH-APPROVED
        perform add-claim-to-totals
      else
        add 1 to ws-rejected-lines
      end-if
    end-if
    read expense-hist-file
      at end set XH-EOF to true
    end-read
  end-perform.
  close expense-hist-file.

add-claim-to-totals.
  move zero to ws-emt-found-idx.
  perform varying ws-emt-idx from 1 by 1
      until ws-emt-idx > ws-emt-count or ws-emt-found-idx not = zero
    if emt-emp-id(ws-emt-idx) = xh-emp-id
      set ws-emt-found-idx to ws-emt-idx
    end-if
  end-perform.
  if ws-emt-found-idx = zero
    if ws-emt-count < 2000
      add 1 to ws-emt-count
      move ws-emt-count to ws-emt-found-idx
      move xh-emp-id to emt-emp-id(ws-emt-found-idx)
      move xh-cost-center to emt-cost-center(ws-emt-found-idx)
      move zero to emt-lines(ws-emt-found-idx)
      move zero to emt-amount(ws-emt-found-idx)
    else
      display "EXPMON: EMPLOYEE TABLE FULL AT 2000 - EXPHIST.DAT HAS MORE"
      move 16 to return-code
      set XH-EOF to true
      exit paragraph
    end-if
  end-if.
  add 1 to emt-lines(ws-emt-found-idx).
  add xh-amount to emt-amount(ws-emt-found-idx).
  move zero to ws-tyt-found-idx.
  perform varying ws-tyt-idx from 1 by 1
      until ws-tyt-idx > ws-tyt-count or ws-tyt-found-idx not = zero
    if tyt-exp-type(ws-tyt-idx) = xh-exp-type
      set ws-tyt-found-idx to ws-tyt-idx
    end-if
  end-perform.
  if ws-tyt-found-idx = zero
    if ws-tyt-count < 50
      add 1 to ws-tyt-count
      move ws-tyt-count to ws-tyt-found-idx
      move xh-exp-type to tyt-exp-type(ws-tyt-found-idx)
      move zero to tyt-lines(ws-tyt-found-idx)
      move zero to tyt-amount(ws-tyt-found-idx)
    else
      display "EXPMON: EXPENSE TYPE TABLE FULL AT 50"
      move 16 to return-code
      set XH-EOF to true
      exit paragraph
    end-if
  end-if.
  add 1 to tyt-lines(ws-tyt-found-idx).
  add xh-amount to tyt-amount(ws-tyt-found-idx).
  add 1 to ws-total-lines.
  add xh-amount to ws-total-amount.

write-expmon-report.
  open extend expmon-report.
  if ws-xmr-status = "35"
    open output expmon-report
  end-if.
  move "EXPMON.RPT" to ws-abend-file-name.
  move ws-xmr-status to ws-abend-status.
  perform check-file-status.
  move spaces to expmon-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into expmon-report-line.
  write expmon-report-line.
  move spaces to expmon-report-line.
  string "EMPLOYEE EXPENSE SPEND FOR MONTH " ws-report-month
      into expmon-report-line.
  write expmon-report-line.
  move spaces to expmon-report-line.
  string "SPEND BY EMPLOYEE" delimited by size
      into expmon-report-line.
  write expmon-report-line.
  open input employee-file.
  perform varying ws-emt-idx from 1 by 1 until ws-emt-idx > ws-emt-count
    perform write-employee-line
  end-perform.
  if ws-emp-status = "00"
    close employee-file
  end-if.
  move spaces to expmon-report-line.
  string "SPEND BY EXPENSE TYPE" delimited by size
      into expmon-report-line.
  write expmon-report-line.
  perform varying ws-tyt-idx from 1 by 1 until ws-tyt-idx > ws-tyt-count
    move tyt-amount(ws-tyt-idx) to ws-amount-edit
    move spaces to expmon-report-line
    string "TYPE=" tyt-exp-type(ws-tyt-idx)
        " LINES=" tyt-lines(ws-tyt-idx)
        " AMOUNT=" ws-amount-edit
        into expmon-report-line
    write expmon-report-line
  end-perform.
  move ws-total-amount to ws-total-edit.
  move spaces to expmon-report-line.
  string "APPROVED LINES=" ws-total-lines " AMOUNT=" ws-total-edit
      " REJECTED LINES=" ws-rejected-lines
      into expmon-report-line.
  write expmon-report-line.
  close expmon-report.

write-employee-line.
  move spaces to ws-emp-name.
  if ws-emp-status = "00"
    move emt-emp-id(ws-emt-idx) to ws-emp-rel-key
    read employee-file
      invalid key continue
      not invalid key move emp-name to ws-emp-name
    end-read
  end-if.
  move emt-amount(ws-emt-idx) to ws-amount-edit.
  move spaces to expmon-report-line.
  string "EMP=" emt-emp-id(ws-emt-idx) " " ws-emp-name
      " CC=" emt-cost-center(ws-emt-idx)
      " LINES=" emt-lines(ws-emt-idx)
      " AMOUNT=" ws-amount-edit
      into expmon-report-line.
  write expmon-report-line.

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

end program expmon.
