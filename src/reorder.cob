identification division.
  program-id. reorder.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select item-master-file assign to "ITEMMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-im-rel-key
        file status is ws-im-status.
    select item-vendor-file assign to "ITEMVEND.DAT"
        organization is line sequential
        file status is ws-iv-status.
    select po-file assign to "POFILE.DAT"
        organization is line sequential
        file status is ws-po-status.
    select backorder-file assign to "BACKORD.DAT"
        organization is line sequential
        file status is ws-bo-status.
    select suggestion-file assign to "REORDSUG.DAT"
        organization is line sequential
        file status is ws-rs-status.
    select reorder-report assign to "REORDER.RPT"
        organization is line sequential
        file status is ws-rr-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
data division.
  file section.
  fd  item-master-file.
  copy "itemmast.cpy".
  fd  item-vendor-file.
  copy "itemvend.cpy".
  fd  po-file.
  copy "porec.cpy".
*> Same layout invpost.cob parks shortfalls in.
  fd  backorder-file.
  01 backorder-record.
    05 bo-item-id              pic 9(6).
    05 filler                  pic x(1).
    05 bo-location             pic 9(2).
    05 filler                  pic x(1).
    05 bo-short-qty            pic 9(5).
    05 filler                  pic x(1).
    05 bo-ref                  pic x(8).
    05 filler                  pic x(1).
    05 bo-date                 pic 9(8).
  fd  suggestion-file.
  copy "reordsug.cpy".
  fd  reorder-report.
  01 reorder-report-line        pic x(132).
  fd  run-ctl-file.
  copy "runctl.cpy".
  working-storage section.
    01 ws-im-status       pic x(2) value "00".
    01 ws-iv-status       pic x(2) value "00".
    01 ws-po-status       pic x(2) value "00".
    01 ws-bo-status       pic x(2) value "00".
    01 ws-rs-status       pic x(2) value "00".
    01 ws-rr-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-im-rel-key      pic 9(6) value 1.
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-im-eof          pic x(1) value "N".
        88 IM-EOF         value "Y".
    01 ws-iv-eof          pic x(1) value "N".
        88 IV-EOF         value "Y".
    01 ws-po-eof          pic x(1) value "N".
        88 PO-EOF         value "Y".
    01 ws-bo-eof          pic x(1) value "N".
        88 BO-EOF         value "Y".

    *> Stock position per item, every location summed: POs and the
    *> vendor's terms are per item, so the buy decision is too.
    01 ws-position-table.
      05 ws-pos-entry occurs 500 times indexed by ws-pos-idx.
        10 pos-item-id           pic 9(6).
        10 pos-description       pic x(20).
        10 pos-on-hand-qty       pic s9(7).
        10 pos-reorder-point     pic 9(7).
        10 pos-open-po-qty       pic 9(7).
        10 pos-backorder-qty     pic 9(7).
    01 ws-pos-count       pic 9(4) value zero.
    01 ws-pos-found-idx   pic 9(4) value zero.
    01 ws-find-item-id    pic 9(6) value zero.
    01 ws-position-qty    pic s9(9) value zero.
    01 ws-need-qty        pic s9(9) value zero.
    01 ws-order-qty       pic 9(7) value zero.
    01 ws-pack-count      pic 9(7) value zero.
    01 ws-pack-rest       pic 9(7) value zero.
    01 ws-line-value      pic s9(11)v99 value zero.
    01 ws-total-value     pic s9(11)v99 value zero.
    01 ws-value-edit      pic z(10)9.99-.
    01 ws-vendor-found    pic x(1) value "N".
    01 ws-sug-count       pic 9(4) value zero.
    01 ws-unsourced-count pic 9(4) value zero.
    01 ws-below-count     pic 9(4) value zero.
    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
procedure division.
main-paragraph.
  *> Reorder suggestions: every item whose position - on hand, plus
  *> what is already on order, less what customers are already owed
  *> - has fallen to its reorder point gets a suggested PO line from
  *> its preferred vendor, sized to clear the reorder point and then
  *> raised to the vendor's minimum and pack size. The drafts replace
  *> the last run's on REORDSUG.DAT for buyers to review and release
  *> in reordrel.cob; nothing reaches POFILE.DAT from here.
  perform load-report-stamp.
  perform establish-business-date.
  perform load-stock-position.
  if return-code not = zero
    goback
  end-if.
  perform load-open-po-quantity.
  perform load-open-backorders.
  open extend reorder-report.
  if ws-rr-status = "35"
    open output reorder-report
  end-if.
  move "REORDER.RPT" to ws-abend-file-name.
  move ws-rr-status to ws-abend-status.
  perform check-file-status.
  move spaces to reorder-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into reorder-report-line.
  write reorder-report-line.
  move spaces to reorder-report-line.
  string "REORDER SUGGESTIONS DRAFTED " ws-business-date
      into reorder-report-line.
  write reorder-report-line.
  open output suggestion-file.
  move "REORDSUG.DAT" to ws-abend-file-name.
  move ws-rs-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-pos-idx from 1 by 1 until ws-pos-idx > ws-pos-count
    compute ws-position-qty = pos-on-hand-qty(ws-pos-idx)
        + pos-open-po-qty(ws-pos-idx) - pos-backorder-qty(ws-pos-idx)
    if ws-position-qty <= pos-reorder-point(ws-pos-idx)
        and pos-reorder-point(ws-pos-idx) > zero
      add 1 to ws-below-count
      perform draft-one-suggestion
    end-if
  end-perform.
  close suggestion-file.
  move ws-total-value to ws-value-edit.
  move spaces to reorder-report-line.
  string "ITEMS AT/BELOW REORDER POINT=" ws-below-count
      " LINES DRAFTED=" ws-sug-count
      " NO PREFERRED VENDOR=" ws-unsourced-count
      " VALUE=" ws-value-edit into reorder-report-line.
  write reorder-report-line.
  close reorder-report.
  display "REORDER: " ws-sug-count " SUGGESTED PO LINE(S) DRAFTED, "
      ws-unsourced-count " ITEM(S) WITHOUT A PREFERRED VENDOR".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "REORDER" to rpt-job-name.
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

load-stock-position.
  move zero to ws-pos-count.
  move "N" to ws-im-eof.
  open input item-master-file.
  if ws-im-status = "35"
    close item-master-file
    display "REORDER: NO ITEMMAST.DAT - NOTHING TO REORDER"
    exit paragraph
  end-if.
  move "ITEMMAST.DAT" to ws-abend-file-name.
  move ws-im-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-im-rel-key.
  start item-master-file key is not less than ws-im-rel-key
    invalid key set IM-EOF to true
  end-start.
  perform until IM-EOF
    read item-master-file next record
      at end set IM-EOF to true
    end-read
    if not IM-EOF
      move im-item-id to ws-find-item-id
      perform find-position
      if ws-pos-found-idx = zero
        if ws-pos-count < 500
          add 1 to ws-pos-count
          move ws-pos-count to ws-pos-found-idx
          move im-item-id to pos-item-id(ws-pos-found-idx)
          move im-description to pos-description(ws-pos-found-idx)
          move zero to pos-on-hand-qty(ws-pos-found-idx)
          move zero to pos-reorder-point(ws-pos-found-idx)
          move zero to pos-open-po-qty(ws-pos-found-idx)
          move zero to pos-backorder-qty(ws-pos-found-idx)
        else
          display "REORDER: ITEM TABLE FULL AT 500 - ITEMMAST.DAT HAS MORE"
          move 16 to return-code
          set IM-EOF to true
        end-if
      end-if
      if ws-pos-found-idx not = zero and not IM-EOF
        add im-on-hand-qty to pos-on-hand-qty(ws-pos-found-idx)
        if im-reorder-point numeric
          add im-reorder-point to pos-reorder-point(ws-pos-found-idx)
        end-if
      end-if
    end-if
  end-perform.
  close item-master-file.

find-position.
  move zero to ws-pos-found-idx.
  perform varying ws-pos-idx from 1 by 1
      until ws-pos-idx > ws-pos-count or ws-pos-found-idx not = zero
    if pos-item-id(ws-pos-idx) = ws-find-item-id
      set ws-pos-found-idx to ws-pos-idx
    end-if
  end-perform.

load-open-po-quantity.
  *> What is ordered and not yet received is already coming.
  move "N" to ws-po-eof.
  open input po-file.
  if ws-po-status = "35"
    close po-file
    exit paragraph
  end-if.
  move "POFILE.DAT" to ws-abend-file-name.
  move ws-po-status to ws-abend-status.
  perform check-file-status.
  read po-file
    at end set PO-EOF to true
  end-read.
  perform until PO-EOF
    if PO-LINE-OPEN and po-qty > po-received-qty
      move po-item-id to ws-find-item-id
      perform find-position
      if ws-pos-found-idx not = zero
        compute pos-open-po-qty(ws-pos-found-idx) =
            pos-open-po-qty(ws-pos-found-idx) + po-qty - po-received-qty
      end-if
    end-if
    read po-file
      at end set PO-EOF to true
    end-read
  end-perform.
  close po-file.

load-open-backorders.
  *> Parked shortfalls will take the next receipts first.
  move "N" to ws-bo-eof.
  open input backorder-file.
  if ws-bo-status = "35"
    close backorder-file
    exit paragraph
  end-if.
  move "BACKORD.DAT" to ws-abend-file-name.
  move ws-bo-status to ws-abend-status.
  perform check-file-status.
  read backorder-file
    at end set BO-EOF to true
  end-read.
  perform until BO-EOF
    move bo-item-id to ws-find-item-id
    perform find-position
    if ws-pos-found-idx not = zero and bo-short-qty numeric
      add bo-short-qty to pos-backorder-qty(ws-pos-found-idx)
    end-if
    read backorder-file
      at end set BO-EOF to true
    end-read
  end-perform.
  close backorder-file.

draft-one-suggestion.
  perform find-preferred-vendor.
  if ws-vendor-found not = "Y"
    add 1 to ws-unsourced-count
    move spaces to reorder-report-line
    string "NO PREFERRED VENDOR ITEM=" pos-item-id(ws-pos-idx)
        " " pos-description(ws-pos-idx)
        " ON HAND=" pos-on-hand-qty(ws-pos-idx)
        " ON ORDER=" pos-open-po-qty(ws-pos-idx)
        " BACKORDERED=" pos-backorder-qty(ws-pos-idx)
        " REORDER-AT=" pos-reorder-point(ws-pos-idx)
        into reorder-report-line
    write reorder-report-line
    exit paragraph
  end-if.
  *> Enough to lift the position clear of the reorder point, then
  *> no less than the vendor's minimum, then up to a whole pack.
  compute ws-need-qty = pos-reorder-point(ws-pos-idx)
      - ws-position-qty + 1.
  move ws-need-qty to ws-order-qty.
  if iv-min-order-qty numeric and ws-order-qty < iv-min-order-qty
    move iv-min-order-qty to ws-order-qty
  end-if.
  if iv-order-multiple numeric and iv-order-multiple > 1
    divide ws-order-qty by iv-order-multiple giving ws-pack-count
        remainder ws-pack-rest
    if ws-pack-rest not = zero
      add 1 to ws-pack-count
    end-if
    compute ws-order-qty = ws-pack-count * iv-order-multiple
  end-if.
  if ws-order-qty > 99999
    move 99999 to ws-order-qty
  end-if.
  add 1 to ws-sug-count.
  move spaces to reorder-suggestion-record.
  move ws-sug-count to rs-sug-no.
  move pos-item-id(ws-pos-idx) to rs-item-id.
  move iv-vendor-no to rs-vendor-no.
  move ws-order-qty to rs-order-qty.
  move iv-unit-cost to rs-unit-cost.
  if iv-lead-days numeric
    compute rs-expected-date = function date-of-integer(
        function integer-of-date(ws-business-date) + iv-lead-days)
  else
    move ws-business-date to rs-expected-date
  end-if.
  move pos-on-hand-qty(ws-pos-idx) to rs-on-hand-qty.
  move pos-open-po-qty(ws-pos-idx) to rs-open-po-qty.
  move pos-backorder-qty(ws-pos-idx) to rs-backorder-qty.
  move pos-reorder-point(ws-pos-idx) to rs-reorder-point.
  move iv-expense-acct to rs-expense-acct.
  move iv-cost-center to rs-cost-center.
  move "P" to rs-status.
  move zero to rs-po-no.
  move ws-business-date to rs-draft-date.
  write reorder-suggestion-record.
  compute ws-line-value rounded = ws-order-qty * iv-unit-cost.
  add ws-line-value to ws-total-value.
  move ws-line-value to ws-value-edit.
  move spaces to reorder-report-line.
  string "SUG=" rs-sug-no " ITEM=" rs-item-id
      " VENDOR=" rs-vendor-no " QTY=" rs-order-qty
      " DUE=" rs-expected-date
      " ONHAND=" rs-on-hand-qty " ONORD=" rs-open-po-qty
      " BO=" rs-backorder-qty " ROP=" rs-reorder-point
      " VALUE=" ws-value-edit into reorder-report-line.
  write reorder-report-line.

find-preferred-vendor.
  move "N" to ws-vendor-found.
  move "N" to ws-iv-eof.
  open input item-vendor-file.
  if ws-iv-status = "35"
    close item-vendor-file
    exit paragraph
  end-if.
  read item-vendor-file
    at end set IV-EOF to true
  end-read.
  perform until IV-EOF
    if iv-item-id = pos-item-id(ws-pos-idx)
      move "Y" to ws-vendor-found
      set IV-EOF to true
    else
      read item-vendor-file
        at end set IV-EOF to true
      end-read
    end-if
  end-perform.
  close item-vendor-file.

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

end program reorder.
