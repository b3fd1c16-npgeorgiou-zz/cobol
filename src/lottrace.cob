identification division.
  program-id. lottrace.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select lot-history-file assign to "LOTHIST.DAT"
        organization is line sequential
        file status is ws-lh-status.
    select item-lot-file assign to "ITEMLOT.DAT"
        organization is line sequential
        file status is ws-lt-status.
    select po-file assign to "POFILE.DAT"
        organization is line sequential
        file status is ws-po-status.
    select sales-history-file assign to "SALESHST.DAT"
        organization is line sequential
        file status is ws-sh-status.
    select trace-ctl assign to "LOTTRACE.CTL"
        organization is line sequential
        file status is ws-tc-status.
    select trace-report assign to "LOTTRACE.RPT"
        organization is line sequential
        file status is ws-tr-status.
data division.
  file section.
  fd  lot-history-file.
  copy "lothist.cpy".
  fd  item-lot-file.
  copy "itemlot.cpy".
  fd  po-file.
  copy "porec.cpy".
  fd  sales-history-file.
  copy "saleshst.cpy".
*> The lot to trace, and optionally the item (zero = every item that
*> carries a lot of that number).
  fd  trace-ctl.
  01 trace-ctl-record.
    05 tc-lot-no               pic x(10).
    05 filler                  pic x(1).
    05 tc-item-id              pic 9(6).
  fd  trace-report.
  01 trace-report-line          pic x(132).
  working-storage section.
    01 ws-lh-status       pic x(2) value "00".
    01 ws-lt-status       pic x(2) value "00".
    01 ws-po-status       pic x(2) value "00".
    01 ws-sh-status       pic x(2) value "00".
    01 ws-tc-status       pic x(2) value "00".
    01 ws-tr-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-lh-eof          pic x(1) value "N".
        88 LH-EOF         value "Y".
    01 ws-lt-eof          pic x(1) value "N".
        88 LT-EOF         value "Y".
    01 ws-po-eof          pic x(1) value "N".
        88 PO-EOF         value "Y".
    01 ws-sh-eof          pic x(1) value "N".
        88 SH-EOF         value "Y".
    01 ws-trace-lot       pic x(10) value spaces.
    01 ws-trace-item      pic 9(6) value zero.
    01 ws-vendor-no       pic 9(6) value zero.
    *> Invoices the lot went out on, each listed once.
    01 ws-invoice-table.
      05 ws-tiv-entry occurs 500 times indexed by ws-tiv-idx.
        10 tiv-invoice-no        pic 9(6).
        10 tiv-item-id           pic 9(6).
        10 tiv-lot-qty           pic 9(7).
    01 ws-tiv-count       pic 9(4) value zero.
    01 ws-tiv-found-idx   pic 9(4) value zero.
    01 ws-received-qty    pic 9(7) value zero.
    01 ws-issued-qty      pic 9(7) value zero.
    01 ws-shrink-qty      pic 9(7) value zero.
    01 ws-on-hand-qty     pic 9(7) value zero.
    01 ws-history-rows    pic 9(6) value zero.
    01 ws-customer-lines  pic 9(6) value zero.
    01 ws-value-edit      pic z(10)9.99-.
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
procedure division.
main-paragraph.
  *> Recall trace for one lot: every movement it made from the PO
  *> receipt that brought it in, through transfers and shrink, to
  *> the issues that consumed it - and for each order shipment, the
  *> customer invoice lines on SALESHST.DAT it went out on - then
  *> what of it is still on the shelf, and where.
  perform load-report-stamp.
  perform read-trace-control.
  open extend trace-report.
  if ws-tr-status = "35"
    open output trace-report
  end-if.
  move "LOTTRACE.RPT" to ws-abend-file-name.
  move ws-tr-status to ws-abend-status.
  perform check-file-status.
  move spaces to trace-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into trace-report-line.
  write trace-report-line.
  move spaces to trace-report-line.
  string "LOT TRACE LOT=" ws-trace-lot " ITEM=" ws-trace-item
      into trace-report-line.
  write trace-report-line.
  if ws-trace-lot = spaces
    move "NO LOT NAMED ON LOTTRACE.CTL" to trace-report-line
    write trace-report-line
    close trace-report
    display "LOTTRACE: NO LOT NAMED ON LOTTRACE.CTL"
    goback
  end-if.
  perform trace-lot-history.
  perform trace-customer-invoices.
  perform trace-current-holdings.
  move spaces to trace-report-line.
  string "RECEIVED=" ws-received-qty " ISSUED=" ws-issued-qty
      " SHRINK=" ws-shrink-qty " ON HAND=" ws-on-hand-qty
      " INVOICES=" ws-tiv-count " CUSTOMER LINES=" ws-customer-lines
      into trace-report-line.
  write trace-report-line.
  close trace-report.
  display "LOTTRACE: LOT " ws-trace-lot " " ws-history-rows
      " MOVEMENT(S), " ws-tiv-count " INVOICE(S)".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "LOTTRACE" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

read-trace-control.
  open input trace-ctl.
  if ws-tc-status = "35"
    open output trace-ctl
    move spaces to trace-ctl-record
    move zero to tc-item-id
    write trace-ctl-record
    close trace-ctl
    open input trace-ctl
  end-if.
  move "LOTTRACE.CTL" to ws-abend-file-name.
  move ws-tc-status to ws-abend-status.
  perform check-file-status.
  move spaces to trace-ctl-record.
  read trace-ctl
    at end continue
  end-read.
  close trace-ctl.
  move tc-lot-no to ws-trace-lot.
  if tc-item-id numeric
    move tc-item-id to ws-trace-item
  end-if.

trace-lot-history.
  move spaces to trace-report-line.
  move "MOVEMENTS" to trace-report-line.
  write trace-report-line.
  move "N" to ws-lh-eof.
  open input lot-history-file.
  if ws-lh-status = "35"
    close lot-history-file
    exit paragraph
  end-if.
  move "LOTHIST.DAT" to ws-abend-file-name.
  move ws-lh-status to ws-abend-status.
  perform check-file-status.
  read lot-history-file
    at end set LH-EOF to true
  end-read.
  perform until LH-EOF
    if lh-lot-no = ws-trace-lot
        and (ws-trace-item = zero or lh-item-id = ws-trace-item)
      perform write-lot-movement-line
    end-if
    read lot-history-file
      at end set LH-EOF to true
    end-read
  end-perform.
  close lot-history-file.

write-lot-movement-line.
  add 1 to ws-history-rows.
  move spaces to trace-report-line.
  evaluate true
    when LH-IS-RECEIPT
      add lh-qty to ws-received-qty
      perform find-po-vendor
      string "  " lh-date " RECEIVED  ITEM=" lh-item-id
          " LOC=" lh-location " QTY=" lh-qty " PO=" lh-po-no
          " VENDOR=" ws-vendor-no into trace-report-line
    when LH-IS-RETURN
      add lh-qty to ws-received-qty
      string "  " lh-date " RETURNED  ITEM=" lh-item-id
          " LOC=" lh-location " QTY=" lh-qty " REF=" lh-ref
          into trace-report-line
    when LH-IS-ISSUE
      add lh-qty to ws-issued-qty
      string "  " lh-date " ISSUED    ITEM=" lh-item-id
          " LOC=" lh-location " QTY=" lh-qty " REF=" lh-ref
          " INVOICE=" lh-invoice-no into trace-report-line
      if lh-invoice-no numeric and lh-invoice-no not = zero
        perform note-trace-invoice
      end-if
    when LH-IS-SHRINK
      add lh-qty to ws-shrink-qty
      string "  " lh-date " WRITTEN OFF ITEM=" lh-item-id
          " LOC=" lh-location " QTY=" lh-qty into trace-report-line
    when LH-IS-TRANSFER-OUT
      string "  " lh-date " MOVED OUT ITEM=" lh-item-id
          " LOC=" lh-location " QTY=" lh-qty " REF=" lh-ref
          into trace-report-line
    when LH-IS-TRANSFER-IN
      string "  " lh-date " MOVED IN  ITEM=" lh-item-id
          " LOC=" lh-location " QTY=" lh-qty " REF=" lh-ref
          into trace-report-line
    when other
      string "  " lh-date " TYPE " lh-type " ITEM=" lh-item-id
          " LOC=" lh-location " QTY=" lh-qty into trace-report-line
  end-evaluate.
  write trace-report-line.

find-po-vendor.
  move zero to ws-vendor-no.
  if lh-po-no not numeric or lh-po-no = zero
    exit paragraph
  end-if.
  move "N" to ws-po-eof.
  open input po-file.
  if ws-po-status = "35"
    close po-file
    exit paragraph
  end-if.
  read po-file
    at end set PO-EOF to true
  end-read.
  perform until PO-EOF
    if po-no = lh-po-no and po-item-id = lh-item-id
      move po-vendor-no to ws-vendor-no
      set PO-EOF to true
    else
      read po-file
        at end set PO-EOF to true
      end-read
    end-if
  end-perform.
  close po-file.

note-trace-invoice.
  move zero to ws-tiv-found-idx.
  perform varying ws-tiv-idx from 1 by 1
      until ws-tiv-idx > ws-tiv-count or ws-tiv-found-idx not = zero
    if tiv-invoice-no(ws-tiv-idx) = lh-invoice-no
        and tiv-item-id(ws-tiv-idx) = lh-item-id
      set ws-tiv-found-idx to ws-tiv-idx
    end-if
  end-perform.
  if ws-tiv-found-idx = zero
    if ws-tiv-count < 500
      add 1 to ws-tiv-count
      move lh-invoice-no to tiv-invoice-no(ws-tiv-count)
      move lh-item-id to tiv-item-id(ws-tiv-count)
      move lh-qty to tiv-lot-qty(ws-tiv-count)
    else
      display "LOTTRACE: INVOICE TABLE FULL AT 500 - TRACE INCOMPLETE"
      move 16 to return-code
    end-if
  else
    add lh-qty to tiv-lot-qty(ws-tiv-found-idx)
  end-if.

trace-customer-invoices.
  *> The billed lines of each invoice the lot shipped on - the
  *> customers a recall letter has to reach.
  move spaces to trace-report-line.
  move "CUSTOMER INVOICES" to trace-report-line.
  write trace-report-line.
  if ws-tiv-count = zero
    exit paragraph
  end-if.
  move "N" to ws-sh-eof.
  open input sales-history-file.
  if ws-sh-status = "35"
    close sales-history-file
    move "  NO SALESHST.DAT - INVOICES NOT YET BILLED"
        to trace-report-line
    write trace-report-line
    exit paragraph
  end-if.
  move "SALESHST.DAT" to ws-abend-file-name.
  move ws-sh-status to ws-abend-status.
  perform check-file-status.
  read sales-history-file
    at end set SH-EOF to true
  end-read.
  perform until SH-EOF
    move zero to ws-tiv-found-idx
    perform varying ws-tiv-idx from 1 by 1
        until ws-tiv-idx > ws-tiv-count or ws-tiv-found-idx not = zero
      if tiv-invoice-no(ws-tiv-idx) = sh-invoice-no
          and tiv-item-id(ws-tiv-idx) = sh-item-id
        set ws-tiv-found-idx to ws-tiv-idx
      end-if
    end-perform
    if ws-tiv-found-idx not = zero
      add 1 to ws-customer-lines
      move sh-ext-amount to ws-value-edit
      move spaces to trace-report-line
      string "  INVOICE=" sh-invoice-no " CUST=" sh-cust-no
          " ITEM=" sh-item-id " DATE=" sh-date
          " INVOICE QTY=" sh-qty
          " FROM LOT=" tiv-lot-qty(ws-tiv-found-idx)
          " AMOUNT=" ws-value-edit into trace-report-line
      write trace-report-line
    end-if
    read sales-history-file
      at end set SH-EOF to true
    end-read
  end-perform.
  close sales-history-file.

trace-current-holdings.
  move spaces to trace-report-line.
  move "ON HAND" to trace-report-line.
  write trace-report-line.
  move "N" to ws-lt-eof.
  open input item-lot-file.
  if ws-lt-status = "35"
    close item-lot-file
    exit paragraph
  end-if.
  move "ITEMLOT.DAT" to ws-abend-file-name.
  move ws-lt-status to ws-abend-status.
  perform check-file-status.
  read item-lot-file
    at end set LT-EOF to true
  end-read.
  perform until LT-EOF
    if lt-lot-no = ws-trace-lot
        and (ws-trace-item = zero or lt-item-id = ws-trace-item)
      add lt-on-hand-qty to ws-on-hand-qty
      move spaces to trace-report-line
      string "  ITEM=" lt-item-id " LOC=" lt-location
          " QTY=" lt-on-hand-qty " RECEIVED=" lt-receipt-date
          " EXPIRES=" lt-expiry-date into trace-report-line
      write trace-report-line
    end-if
    read item-lot-file
      at end set LT-EOF to true
    end-read
  end-perform.
  close item-lot-file.

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

end program lottrace.
