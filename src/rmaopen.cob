identification division.
  program-id. rmaopen.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select rma-file assign to "RMA.DAT"
        organization is line sequential
        file status is ws-rma-status.
    select open-rma-report assign to "RMAOPEN.RPT"
        organization is line sequential
        file status is ws-orr-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
data division.
  file section.
  fd  rma-file.
  copy "rmarec.cpy".
  fd  open-rma-report.
  01 open-rma-report-line       pic x(132).
  fd  run-ctl-file.
  copy "runctl.cpy".
  working-storage section.
    01 ws-rma-status      pic x(2) value "00".
    01 ws-orr-status      pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-rma-eof         pic x(1) value "N".
        88 RMA-EOF        value "Y".
    01 ws-open-qty        pic 9(5) value zero.
    01 ws-open-value      pic s9(11)v99 value zero.
    01 ws-age-days        pic 9(5) value zero.
    01 ws-open-count      pic 9(6) value zero.
    01 ws-total-qty       pic 9(7) value zero.
    01 ws-total-value     pic s9(11)v99 value zero.
    01 ws-value-edit      pic z(10)9.99-.
    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
procedure division.
main-paragraph.
  *> Returns the customer has been told they may send back but that
  *> the dock has not yet received in full: each open RMA with what
  *> is still outstanding, the credit it stands to cost at the
  *> original price, and how many days it has been waiting since
  *> authorization - the list customer service chases.
  perform load-report-stamp.
  perform establish-business-date.
  open input rma-file.
  if ws-rma-status = "35"
    close rma-file
    display "RMAOPEN: NO RMA.DAT - NO RETURNS AUTHORIZED"
    goback
  end-if.
  move "RMA.DAT" to ws-abend-file-name.
  move ws-rma-status to ws-abend-status.
  perform check-file-status.
  open extend open-rma-report.
  if ws-orr-status = "35"
    open output open-rma-report
  end-if.
  move "RMAOPEN.RPT" to ws-abend-file-name.
  move ws-orr-status to ws-abend-status.
  perform check-file-status.
  move spaces to open-rma-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into open-rma-report-line.
  write open-rma-report-line.
  move spaces to open-rma-report-line.
  string "OPEN RETURN AUTHORIZATIONS AS OF " ws-business-date
      into open-rma-report-line.
  write open-rma-report-line.
  move "N" to ws-rma-eof.
  read rma-file
    at end set RMA-EOF to true
  end-read.
  perform until RMA-EOF
    if RMA-AUTHORIZED and rma-received-qty < rma-auth-qty
      perform write-open-rma-line
    end-if
    read rma-file
      at end set RMA-EOF to true
    end-read
  end-perform.
  close rma-file.
  move ws-total-value to ws-value-edit.
  move spaces to open-rma-report-line.
  string "OPEN RMAS=" ws-open-count " OUTSTANDING QTY=" ws-total-qty
      " VALUE=" ws-value-edit into open-rma-report-line.
  write open-rma-report-line.
  close open-rma-report.
  display "RMAOPEN: " ws-open-count " OPEN RMA(S) REPORTED".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "RMAOPEN" to rpt-job-name.
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

write-open-rma-line.
  compute ws-open-qty = rma-auth-qty - rma-received-qty.
  compute ws-open-value rounded = ws-open-qty * rma-unit-price.
  move zero to ws-age-days.
  if rma-auth-date numeric and rma-auth-date > 19000000
      and rma-auth-date <= ws-business-date
    compute ws-age-days = function integer-of-date(ws-business-date)
        - function integer-of-date(rma-auth-date)
  end-if.
  add 1 to ws-open-count.
  add ws-open-qty to ws-total-qty.
  add ws-open-value to ws-total-value.
  move ws-open-value to ws-value-edit.
  move spaces to open-rma-report-line.
  string "RMA=" rma-no " INV=" rma-invoice-no " CUST=" rma-cust-no
      " ITEM=" rma-item-id " LOC=" rma-location
      " AUTH=" rma-auth-qty " RCVD=" rma-received-qty
      " OPEN=" ws-open-qty " DATE=" rma-auth-date
      " AGE=" ws-age-days " VALUE=" ws-value-edit
      into open-rma-report-line.
  write open-rma-report-line.

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

end program rmaopen.
