identification division.
  program-id. soopen.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select sales-order-file assign to "SALESORD.DAT"
        organization is line sequential
        file status is ws-so-status.
    select order-sort-work assign to "SOSORT.WRK".
    select order-sorted-file assign to "SOSORT.DAT"
        organization is line sequential
        file status is ws-sorted-status.
    select open-order-report assign to "SOOPEN.RPT"
        organization is line sequential
        file status is ws-oor-status.
data division.
  file section.
  fd  sales-order-file.
  01 sales-order-raw            pic x(91).
  sd  order-sort-work.
  01 sort-order-record.
    05 sort-order-no            pic 9(6).
    05 sort-line-no             pic 9(3).
    05 sort-cust-no             pic 9(6).
    05 sort-item-id             pic 9(6).
    05 sort-location            pic 9(2).
    05 filler                   pic x(68).
  fd  order-sorted-file.
  copy "salesord.cpy".
  fd  open-order-report.
  01 open-order-report-line     pic x(132).
  working-storage section.
    01 ws-so-status       pic x(2) value "00".
    01 ws-sorted-status   pic x(2) value "00".
    01 ws-oor-status      pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-srt-eof         pic x(1) value "N".
        88 SRT-EOF        value "Y".
    01 ws-first-group     pic x(1) value "Y".
    01 ws-prev-cust-no    pic 9(6) value zero.
    01 ws-prev-item-id    pic 9(6) value zero.
    01 ws-prev-location   pic 9(2) value zero.
    01 ws-open-qty        pic s9(7) value zero.
    01 ws-short-qty       pic s9(7) value zero.
    01 ws-open-value      pic s9(11)v99 value zero.
    01 ws-grp-lines       pic 9(6) value zero.
    01 ws-grp-open-qty    pic s9(7) value zero.
    01 ws-grp-reserved    pic s9(7) value zero.
    01 ws-grp-short-qty   pic s9(7) value zero.
    01 ws-grp-value       pic s9(11)v99 value zero.
    01 ws-tot-lines       pic 9(6) value zero.
    01 ws-tot-value       pic s9(11)v99 value zero.
    01 ws-value-edit      pic z(10)9.99-.
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
procedure division.
main-paragraph.
  *> Open sales orders - ordered, not yet shipped and so not yet
  *> invoiced - twice over: by customer, each line with what is
  *> reserved for it and what is still short, for sales; then by item
  *> and location, the committed quantity against the stock, for the
  *> warehouse. Each view is a sort of SALESORD.DAT on its own key.
  perform load-report-stamp.
  open input sales-order-file.
  if ws-so-status = "35"
    close sales-order-file
    display "SOOPEN: NO SALESORD.DAT - NO ORDERS ON FILE"
    goback
  end-if.
  close sales-order-file.
  open extend open-order-report.
  if ws-oor-status = "35"
    open output open-order-report
  end-if.
  move "SOOPEN.RPT" to ws-abend-file-name.
  move ws-oor-status to ws-abend-status.
  perform check-file-status.
  move spaces to open-order-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into open-order-report-line.
  write open-order-report-line.
  perform report-by-customer.
  perform report-by-item.
  move ws-tot-value to ws-value-edit.
  move spaces to open-order-report-line.
  string "OPEN LINES=" ws-tot-lines " OPEN VALUE=" ws-value-edit
      into open-order-report-line.
  write open-order-report-line.
  close open-order-report.
  display "SOOPEN: " ws-tot-lines " OPEN ORDER LINE(S) REPORTED".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "SOOPEN" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

report-by-customer.
  sort order-sort-work on ascending key sort-cust-no sort-order-no
      sort-line-no
      using sales-order-file
      giving order-sorted-file.
  move spaces to open-order-report-line.
  move "OPEN ORDERS BY CUSTOMER" to open-order-report-line.
  write open-order-report-line.
  perform open-sorted-orders.
  move "Y" to ws-first-group.
  perform until SRT-EOF
    if SO-LINE-OPEN
      if ws-first-group = "N" and so-cust-no not = ws-prev-cust-no
        perform write-customer-total
      end-if
      if ws-first-group = "Y" or so-cust-no not = ws-prev-cust-no
        perform start-group
        move so-cust-no to ws-prev-cust-no
        move spaces to open-order-report-line
        string "CUSTOMER " so-cust-no into open-order-report-line
        write open-order-report-line
      end-if
      perform accumulate-open-line
      add 1 to ws-tot-lines
      add ws-open-value to ws-tot-value
      move ws-open-value to ws-value-edit
      move spaces to open-order-report-line
      string "  ORDER=" so-order-no "/" so-line-no
          " DATE=" so-order-date
          " ITEM=" so-item-id " LOC=" so-location
          " ORD=" so-order-qty " SHIP=" so-shipped-qty
          " RSV=" so-reserved-qty " SHORT=" ws-short-qty
          " VALUE=" ws-value-edit into open-order-report-line
      write open-order-report-line
    end-if
    read order-sorted-file
      at end set SRT-EOF to true
    end-read
  end-perform.
  if ws-first-group = "N"
    perform write-customer-total
  end-if.
  close order-sorted-file.

report-by-item.
  sort order-sort-work on ascending key sort-item-id sort-location
      sort-cust-no sort-order-no
      using sales-order-file
      giving order-sorted-file.
  move spaces to open-order-report-line.
  move "OPEN ORDERS BY ITEM" to open-order-report-line.
  write open-order-report-line.
  perform open-sorted-orders.
  move "Y" to ws-first-group.
  perform until SRT-EOF
    if SO-LINE-OPEN
      if ws-first-group = "N"
          and (so-item-id not = ws-prev-item-id
               or so-location not = ws-prev-location)
        perform write-item-total
      end-if
      if ws-first-group = "Y" or so-item-id not = ws-prev-item-id
          or so-location not = ws-prev-location
        perform start-group
        move so-item-id to ws-prev-item-id
        move so-location to ws-prev-location
      end-if
      perform accumulate-open-line
    end-if
    read order-sorted-file
      at end set SRT-EOF to true
    end-read
  end-perform.
  if ws-first-group = "N"
    perform write-item-total
  end-if.
  close order-sorted-file.

open-sorted-orders.
  move "N" to ws-srt-eof.
  open input order-sorted-file.
  move "SOSORT.DAT" to ws-abend-file-name.
  move ws-sorted-status to ws-abend-status.
  perform check-file-status.
  read order-sorted-file
    at end set SRT-EOF to true
  end-read.

start-group.
  move "N" to ws-first-group.
  move zero to ws-grp-lines.
  move zero to ws-grp-open-qty.
  move zero to ws-grp-reserved.
  move zero to ws-grp-short-qty.
  move zero to ws-grp-value.

accumulate-open-line.
  compute ws-open-qty = so-order-qty - so-shipped-qty.
  compute ws-short-qty = ws-open-qty - so-reserved-qty.
  if ws-short-qty < zero
    move zero to ws-short-qty
  end-if.
  compute ws-open-value rounded = ws-open-qty * so-unit-price.
  add 1 to ws-grp-lines.
  add ws-open-qty to ws-grp-open-qty.
  add so-reserved-qty to ws-grp-reserved.
  add ws-short-qty to ws-grp-short-qty.
  add ws-open-value to ws-grp-value.

write-customer-total.
  move ws-grp-value to ws-value-edit.
  move spaces to open-order-report-line.
  string "  CUSTOMER " ws-prev-cust-no " LINES=" ws-grp-lines
      " OPEN QTY=" ws-grp-open-qty " RESERVED=" ws-grp-reserved
      " SHORT=" ws-grp-short-qty " VALUE=" ws-value-edit
      into open-order-report-line.
  write open-order-report-line.

write-item-total.
  move ws-grp-value to ws-value-edit.
  move spaces to open-order-report-line.
  string "ITEM=" ws-prev-item-id " LOC=" ws-prev-location
      " LINES=" ws-grp-lines
      " COMMITTED=" ws-grp-open-qty " RESERVED=" ws-grp-reserved
      " SHORT=" ws-grp-short-qty " VALUE=" ws-value-edit
      into open-order-report-line.
  write open-order-report-line.

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

end program soopen.
