identification division.
  program-id. soship.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select ship-confirm-file assign to "SHIPCONF.DAT"
        organization is line sequential
        file status is ws-sc-status.
    select sales-order-file assign to "SALESORD.DAT"
        organization is line sequential
        file status is ws-so-status.
    select item-master-file assign to "ITEMMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-im-rel-key
        file status is ws-im-status.
    select item-move-file assign to "ITEMMOVE.DAT"
        organization is line sequential
        file status is ws-mv-status.
    select invoice-line-file assign to "INVLINE.DAT"
        organization is line sequential
        file status is ws-inv-status.
    select soship-ctl assign to "SOSHIP.CTL"
        organization is line sequential
        file status is ws-sq-status.
    select ship-report assign to "SOSHIP.RPT"
        organization is line sequential
        file status is ws-sr-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
    select oper-auth-file assign to "OPERAUTH.DAT"
        organization is line sequential
        file status is ws-oa-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
data division.
  file section.
*> One row per order line the warehouse shipped: the order, the line
*> and the quantity that went out the door.
  fd  ship-confirm-file.
  01 ship-confirm-record.
    05 sc-order-no             pic 9(6).
    05 filler                  pic x(1).
    05 sc-line-no              pic 9(3).
    05 filler                  pic x(1).
    05 sc-ship-qty             pic 9(5).
  fd  sales-order-file.
  copy "salesord.cpy".
  fd  item-master-file.
  copy "itemmast.cpy".
  fd  item-move-file.
  copy "itemmove.cpy".
  fd  invoice-line-file.
  copy "invline.cpy".
*> Next invoice number for a released order - a series of its own so
*> billing's invoice numbers from order shipments never collide with
*> keyed ones.
  fd  soship-ctl.
  01 soship-ctl-record.
    05 sq-next-inv-no          pic 9(6).
  fd  ship-report.
  01 ship-report-line         pic x(132).
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-sc-status       pic x(2) value "00".
    01 ws-so-status       pic x(2) value "00".
    01 ws-im-status       pic x(2) value "00".
    01 ws-mv-status       pic x(2) value "00".
    01 ws-inv-status      pic x(2) value "00".
    01 ws-sq-status       pic x(2) value "00".
    01 ws-sr-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rej-status      pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-im-rel-key      pic 9(6) value 1.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-sc-eof          pic x(1) value "N".
        88 SC-EOF         value "Y".
    01 ws-so-eof          pic x(1) value "N".
        88 SO-EOF         value "Y".
    01 ws-im-eof          pic x(1) value "N".
        88 IM-EOF         value "Y".
    01 ws-mv-eof          pic x(1) value "N".
        88 MV-EOF         value "Y".

    *> The order file in memory, written back whole at the end.
    01 ws-order-table.
      05 ws-sot-entry occurs 2000 times indexed by ws-sot-idx.
        10 sot-order-no          pic 9(6).
        10 sot-line-no           pic 9(3).
        10 sot-cust-no           pic 9(6).
        10 sot-item-id           pic 9(6).
        10 sot-location          pic 9(2).
        10 sot-order-qty         pic 9(5).
        10 sot-reserved-qty      pic 9(5).
        10 sot-shipped-qty       pic 9(5).
        10 sot-unit-price        pic s9(7)v99 sign is leading separate.
        10 sot-order-date        pic 9(8).
        10 sot-status            pic x(1).
        10 sot-entered-by        pic x(20).
        10 sot-last-ship-date    pic 9(8).
        10 sot-last-inv-no       pic 9(6).
    01 ws-sot-count       pic 9(4) value zero.
    01 ws-sot-found-idx   pic 9(4) value zero.
    *> Free stock per item per location: on hand less unposted
    *> outbound movements less what open lines already hold.
    01 ws-avail-table.
      05 ws-avt-entry occurs 500 times indexed by ws-avt-idx.
        10 avt-item-id           pic 9(6).
        10 avt-location          pic 9(2).
        10 avt-free-qty          pic s9(7).
    01 ws-avt-count       pic 9(4) value zero.
    01 ws-avt-found-idx   pic 9(4) value zero.
    *> Shipped quantities staged for billing, written to INVLINE.DAT
    *> an order at a time so each invoice's lines are contiguous for
    *> the billing run's control break.
    01 ws-release-table.
      05 ws-rlt-entry occurs 2000 times indexed by ws-rlt-idx.
        10 rlt-sot-idx           pic 9(4).
        10 rlt-qty               pic 9(5).
        10 rlt-written           pic x(1).
        10 rlt-inv-no            pic 9(6).
    01 ws-rlt-count       pic 9(4) value zero.
    01 ws-rlt-scan-idx    pic 9(4) value zero.

    01 ws-find-item-id    pic 9(6).
    01 ws-find-location   pic 9(2).
    01 ws-mv-location     pic 9(2).
    01 ws-open-qty        pic s9(7).
    01 ws-top-up-qty      pic s9(7).
    01 ws-next-inv-no     pic 9(6) value 500001.
    01 ws-release-inv-no  pic 9(6).
    01 ws-release-order   pic 9(6).
    01 ws-inv-line-no     pic 9(3).
    01 ws-move-open       pic x(1) value "N".
    01 ws-inv-open        pic x(1) value "N".
    01 ws-shipped-count   pic 9(6) value zero.
    01 ws-refused-count   pic 9(6) value zero.
    01 ws-topped-count    pic 9(6) value zero.
    01 ws-invoice-count   pic 9(6) value zero.
    01 ws-refuse-reason   pic x(40) value spaces.
    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "SOSHIP".
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Shipment confirmation off SHIPCONF.DAT: each shipped order line
  *> gives up the reserved quantity it shipped, the issue goes to
  *> ITEMMOVE.DAT for invpost.cob to take off on-hand tonight, and
  *> the quantity is released to INVLINE.DAT under one invoice per
  *> order for math.cob's billing extension. Only reserved stock can
  *> ship, so an issue can never outrun what the location holds.
  *> Lines still short then get first claim, oldest first, on any
  *> stock that has come free since they were entered.
  perform load-report-stamp.
  perform verify-operator-authority.
  if return-code not = zero
    goback
  end-if.
  perform establish-business-date.
  perform load-sales-orders.
  perform load-free-stock.
  if return-code not = zero
    goback
  end-if.
  perform load-next-invoice-no.
  perform open-ship-report.
  open input ship-confirm-file.
  if ws-sc-status = "35"
    close ship-confirm-file
    move spaces to ship-report-line
    move "NO SHIPCONF.DAT - NO SHIPMENTS TO CONFIRM" to ship-report-line
    write ship-report-line
  else
    move "SHIPCONF.DAT" to ws-abend-file-name
    move ws-sc-status to ws-abend-status
    perform check-file-status
    move "N" to ws-sc-eof
    read ship-confirm-file
      at end set SC-EOF to true
    end-read
    perform until SC-EOF
      perform confirm-one-shipment
      read ship-confirm-file
        at end set SC-EOF to true
      end-read
    end-perform
    close ship-confirm-file
  end-if.
  if ws-move-open = "Y"
    close item-move-file
  end-if.
  perform top-up-short-lines.
  perform release-to-billing.
  if ws-inv-open = "Y"
    close invoice-line-file
  end-if.
  if return-code = zero
    perform write-back-sales-orders
    perform save-next-invoice-no
    *> The confirmation drop is consumed whole, so a rerun can't
    *> ship and bill the same line twice.
    open output ship-confirm-file
    close ship-confirm-file
  end-if.
  move spaces to ship-report-line.
  string "SHIPPED=" ws-shipped-count " REFUSED=" ws-refused-count
      " INVOICES RELEASED=" ws-invoice-count
      " LINES NEWLY RESERVED=" ws-topped-count into ship-report-line.
  write ship-report-line.
  close ship-report.
  display "SOSHIP: " ws-shipped-count " LINE(S) SHIPPED, "
      ws-invoice-count " INVOICE(S) RELEASED, " ws-refused-count
      " REFUSED".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "SOSHIP" to rpt-job-name.
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

load-sales-orders.
  move zero to ws-sot-count.
  move "N" to ws-so-eof.
  open input sales-order-file.
  if ws-so-status = "35"
    close sales-order-file
    exit paragraph
  end-if.
  move "SALESORD.DAT" to ws-abend-file-name.
  move ws-so-status to ws-abend-status.
  perform check-file-status.
  read sales-order-file
    at end set SO-EOF to true
  end-read.
  perform until SO-EOF
    if ws-sot-count < 2000
      add 1 to ws-sot-count
      move so-order-no to sot-order-no(ws-sot-count)
      move so-line-no to sot-line-no(ws-sot-count)
      move so-cust-no to sot-cust-no(ws-sot-count)
      move so-item-id to sot-item-id(ws-sot-count)
      move so-location to sot-location(ws-sot-count)
      move so-order-qty to sot-order-qty(ws-sot-count)
      move so-reserved-qty to sot-reserved-qty(ws-sot-count)
      move so-shipped-qty to sot-shipped-qty(ws-sot-count)
      move so-unit-price to sot-unit-price(ws-sot-count)
      move so-order-date to sot-order-date(ws-sot-count)
      move so-status to sot-status(ws-sot-count)
      move so-entered-by to sot-entered-by(ws-sot-count)
      move so-last-ship-date to sot-last-ship-date(ws-sot-count)
      move so-last-inv-no to sot-last-inv-no(ws-sot-count)
    else
      display "SOSHIP: ORDER TABLE FULL AT 2000 - SALESORD.DAT HAS MORE"
      move 16 to return-code
      set SO-EOF to true
    end-if
    read sales-order-file
      at end set SO-EOF to true
    end-read
  end-perform.
  close sales-order-file.

load-free-stock.
  move zero to ws-avt-count.
  move "N" to ws-im-eof.
  open input item-master-file.
  if ws-im-status = "35"
    close item-master-file
  else
    move 1 to ws-im-rel-key
    start item-master-file key is not less than ws-im-rel-key
      invalid key set IM-EOF to true
    end-start
    perform until IM-EOF
      read item-master-file next record
        at end set IM-EOF to true
      end-read
      if not IM-EOF
        if ws-avt-count < 500
          add 1 to ws-avt-count
          move im-item-id to avt-item-id(ws-avt-count)
          if im-location numeric and im-location not = zero
            move im-location to avt-location(ws-avt-count)
          else
            move 1 to avt-location(ws-avt-count)
          end-if
          move im-on-hand-qty to avt-free-qty(ws-avt-count)
        else
          display "SOSHIP: STOCK TABLE FULL AT 500 - ITEMMAST.DAT HAS MORE"
          move 16 to return-code
          set IM-EOF to true
        end-if
      end-if
    end-perform
    close item-master-file
  end-if.
  *> Movements not yet posted are already spoken for.
  move "N" to ws-mv-eof.
  open input item-move-file.
  if ws-mv-status = "35"
    close item-move-file
  else
    read item-move-file
      at end set MV-EOF to true
    end-read
    perform until MV-EOF
      if MV-IS-ISSUE or MV-IS-TRANSFER or MV-IS-BUILD-ISSUE
          or (MV-IS-ADJUSTMENT and MV-ADJ-DOWN)
        move mv-item-id to ws-find-item-id
        if mv-location numeric and mv-location not = zero
          move mv-location to ws-find-location
        else
          move 1 to ws-find-location
        end-if
        perform find-free-stock
        if ws-avt-found-idx not = zero
          subtract mv-qty from avt-free-qty(ws-avt-found-idx)
        end-if
      end-if
      read item-move-file
        at end set MV-EOF to true
      end-read
    end-perform
    close item-move-file
  end-if.
  perform varying ws-sot-idx from 1 by 1 until ws-sot-idx > ws-sot-count
    if sot-status(ws-sot-idx) = "O"
      move sot-item-id(ws-sot-idx) to ws-find-item-id
      move sot-location(ws-sot-idx) to ws-find-location
      perform find-free-stock
      if ws-avt-found-idx not = zero
        subtract sot-reserved-qty(ws-sot-idx)
            from avt-free-qty(ws-avt-found-idx)
      end-if
    end-if
  end-perform.

find-free-stock.
  move zero to ws-avt-found-idx.
  perform varying ws-avt-idx from 1 by 1
      until ws-avt-idx > ws-avt-count or ws-avt-found-idx not = zero
    if avt-item-id(ws-avt-idx) = ws-find-item-id
        and avt-location(ws-avt-idx) = ws-find-location
      move ws-avt-idx to ws-avt-found-idx
    end-if
  end-perform.

load-next-invoice-no.
  open input soship-ctl.
  if ws-sq-status = "35"
    open output soship-ctl
    move ws-next-inv-no to sq-next-inv-no
    write soship-ctl-record
    close soship-ctl
    open input soship-ctl
  end-if.
  move "SOSHIP.CTL" to ws-abend-file-name.
  move ws-sq-status to ws-abend-status.
  perform check-file-status.
  read soship-ctl
    at end continue
  end-read.
  close soship-ctl.
  if sq-next-inv-no numeric and sq-next-inv-no not = zero
    move sq-next-inv-no to ws-next-inv-no
  end-if.

save-next-invoice-no.
  open output soship-ctl.
  move "SOSHIP.CTL" to ws-abend-file-name.
  move ws-sq-status to ws-abend-status.
  perform check-file-status.
  move ws-next-inv-no to sq-next-inv-no.
  write soship-ctl-record.
  close soship-ctl.

open-ship-report.
  open extend ship-report.
  if ws-sr-status = "35"
    open output ship-report
  end-if.
  move "SOSHIP.RPT" to ws-abend-file-name.
  move ws-sr-status to ws-abend-status.
  perform check-file-status.
  move spaces to ship-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into ship-report-line.
  write ship-report-line.

confirm-one-shipment.
  move spaces to ws-refuse-reason.
  move zero to ws-sot-found-idx.
  perform varying ws-sot-idx from 1 by 1
      until ws-sot-idx > ws-sot-count or ws-sot-found-idx not = zero
    if sot-order-no(ws-sot-idx) = sc-order-no
        and sot-line-no(ws-sot-idx) = sc-line-no
      move ws-sot-idx to ws-sot-found-idx
    end-if
  end-perform.
  evaluate true
    when ws-sot-found-idx = zero
      move "ORDER LINE NOT ON FILE" to ws-refuse-reason
    when sot-status(ws-sot-found-idx) not = "O"
      move "ORDER LINE NOT OPEN" to ws-refuse-reason
    when sc-ship-qty not numeric or sc-ship-qty = zero
      move "SHIP QUANTITY NOT NUMERIC OR ZERO" to ws-refuse-reason
    when sc-ship-qty > sot-reserved-qty(ws-sot-found-idx)
      move "SHIP QUANTITY EXCEEDS RESERVED" to ws-refuse-reason
    when ws-rlt-count not < 2000
      move "RELEASE TABLE FULL - RESUBMIT" to ws-refuse-reason
  end-evaluate.
  if ws-refuse-reason not = spaces
    perform refuse-shipment
    exit paragraph
  end-if.
  set ws-sot-idx to ws-sot-found-idx.
  perform assign-release-invoice.
  perform write-issue-movement.
  subtract sc-ship-qty from sot-reserved-qty(ws-sot-idx).
  add sc-ship-qty to sot-shipped-qty(ws-sot-idx).
  move ws-business-date to sot-last-ship-date(ws-sot-idx).
  if sot-shipped-qty(ws-sot-idx) >= sot-order-qty(ws-sot-idx)
    move "S" to sot-status(ws-sot-idx)
    *> Anything still held past a complete shipment goes back to the
    *> location's free stock.
    if sot-reserved-qty(ws-sot-idx) > zero
      move sot-item-id(ws-sot-idx) to ws-find-item-id
      move sot-location(ws-sot-idx) to ws-find-location
      perform find-free-stock
      if ws-avt-found-idx not = zero
        add sot-reserved-qty(ws-sot-idx)
            to avt-free-qty(ws-avt-found-idx)
      end-if
      move zero to sot-reserved-qty(ws-sot-idx)
    end-if
  end-if.
  add 1 to ws-rlt-count.
  move ws-sot-idx to rlt-sot-idx(ws-rlt-count).
  move sc-ship-qty to rlt-qty(ws-rlt-count).
  move "N" to rlt-written(ws-rlt-count).
  move ws-release-inv-no to rlt-inv-no(ws-rlt-count).
  add 1 to ws-shipped-count.
  move spaces to ship-report-line.
  string "SHIPPED ORDER=" sc-order-no " LINE=" sc-line-no
      " CUST=" sot-cust-no(ws-sot-idx)
      " ITEM=" sot-item-id(ws-sot-idx)
      " LOC=" sot-location(ws-sot-idx)
      " QTY=" sc-ship-qty
      " STATUS=" sot-status(ws-sot-idx) into ship-report-line.
  write ship-report-line.

assign-release-invoice.
  *> The order's invoice number is fixed at its first shipment this
  *> run, so the issue movement can carry it - the lots it consumes
  *> then trace straight to the customer's invoice.
  move zero to ws-release-inv-no.
  perform varying ws-rlt-scan-idx from 1 by 1
      until ws-rlt-scan-idx > ws-rlt-count or ws-release-inv-no not = zero
    move rlt-sot-idx(ws-rlt-scan-idx) to ws-sot-found-idx
    if sot-order-no(ws-sot-found-idx) = sc-order-no
      move rlt-inv-no(ws-rlt-scan-idx) to ws-release-inv-no
    end-if
  end-perform.
  move ws-sot-idx to ws-sot-found-idx.
  if ws-release-inv-no = zero
    move ws-next-inv-no to ws-release-inv-no
    add 1 to ws-next-inv-no
    add 1 to ws-invoice-count
  end-if.

write-issue-movement.
  if ws-move-open not = "Y"
    open extend item-move-file
    if ws-mv-status = "35"
      close item-move-file
      open output item-move-file
    end-if
    move "ITEMMOVE.DAT" to ws-abend-file-name
    move ws-mv-status to ws-abend-status
    perform check-file-status
    move "Y" to ws-move-open
  end-if.
  initialize item-movement-record.
  move sot-item-id(ws-sot-idx) to mv-item-id.
  move "I" to mv-type.
  move sc-ship-qty to mv-qty.
  move space to mv-adj-sign.
  move spaces to mv-ref.
  string "SO" sc-order-no delimited by size into mv-ref.
  move sot-location(ws-sot-idx) to mv-location.
  move zero to mv-to-location.
  move zero to mv-po-no.
  move ws-release-inv-no to mv-invoice-no.
  write item-movement-record.

refuse-shipment.
  add 1 to ws-refused-count.
  move spaces to ship-report-line.
  string "REFUSED ORDER=" sc-order-no " LINE=" sc-line-no
      " QTY=" sc-ship-qty " - " ws-refuse-reason into ship-report-line.
  write ship-report-line.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "SOSHIP" to rej-source.
  move sc-order-no to rej-key.
  move "SOSH" to rej-reason-code.
  move ws-refuse-reason to rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

top-up-short-lines.
  *> Oldest line first (file order is entry order): a line holding
  *> less than it still needs takes what free stock its location has.
  perform varying ws-sot-idx from 1 by 1 until ws-sot-idx > ws-sot-count
    if sot-status(ws-sot-idx) = "O"
      compute ws-open-qty = sot-order-qty(ws-sot-idx)
          - sot-shipped-qty(ws-sot-idx) - sot-reserved-qty(ws-sot-idx)
      if ws-open-qty > zero
        perform top-up-one-line
      end-if
    end-if
  end-perform.

top-up-one-line.
  move sot-item-id(ws-sot-idx) to ws-find-item-id.
  move sot-location(ws-sot-idx) to ws-find-location.
  perform find-free-stock.
  if ws-avt-found-idx = zero
    exit paragraph
  end-if.
  if avt-free-qty(ws-avt-found-idx) <= zero
    exit paragraph
  end-if.
  if avt-free-qty(ws-avt-found-idx) < ws-open-qty
    move avt-free-qty(ws-avt-found-idx) to ws-top-up-qty
  else
    move ws-open-qty to ws-top-up-qty
  end-if.
  add ws-top-up-qty to sot-reserved-qty(ws-sot-idx).
  subtract ws-top-up-qty from avt-free-qty(ws-avt-found-idx).
  add 1 to ws-topped-count.
  move spaces to ship-report-line.
  string "RESERVED ORDER=" sot-order-no(ws-sot-idx)
      " LINE=" sot-line-no(ws-sot-idx)
      " ITEM=" sot-item-id(ws-sot-idx)
      " LOC=" sot-location(ws-sot-idx)
      " ADDED=" ws-top-up-qty
      " NOW HELD=" sot-reserved-qty(ws-sot-idx) into ship-report-line.
  write ship-report-line.

release-to-billing.
  *> One invoice per order per run, its lines numbered from one.
  perform varying ws-rlt-idx from 1 by 1 until ws-rlt-idx > ws-rlt-count
    if rlt-written(ws-rlt-idx) = "N"
      move rlt-sot-idx(ws-rlt-idx) to ws-sot-found-idx
      move sot-order-no(ws-sot-found-idx) to ws-release-order
      move rlt-inv-no(ws-rlt-idx) to ws-release-inv-no
      move zero to ws-inv-line-no
      perform varying ws-rlt-scan-idx from ws-rlt-idx by 1
          until ws-rlt-scan-idx > ws-rlt-count
        move rlt-sot-idx(ws-rlt-scan-idx) to ws-sot-found-idx
        if rlt-written(ws-rlt-scan-idx) = "N"
            and sot-order-no(ws-sot-found-idx) = ws-release-order
          perform write-invoice-line
          move "Y" to rlt-written(ws-rlt-scan-idx)
        end-if
      end-perform
      move spaces to ship-report-line
      string "RELEASED ORDER=" ws-release-order
          " INVOICE=" ws-release-inv-no
          " LINES=" ws-inv-line-no into ship-report-line
      write ship-report-line
    end-if
  end-perform.

write-invoice-line.
  if ws-inv-open not = "Y"
    open extend invoice-line-file
    if ws-inv-status = "35"
      close invoice-line-file
      open output invoice-line-file
    end-if
    move "INVLINE.DAT" to ws-abend-file-name
    move ws-inv-status to ws-abend-status
    perform check-file-status
    move "Y" to ws-inv-open
  end-if.
  add 1 to ws-inv-line-no.
  initialize invoice-line-record.
  move ws-release-inv-no to inv-no.
  move sot-cust-no(ws-sot-found-idx) to inv-cust-no.
  move sot-item-id(ws-sot-found-idx) to inv-item-id.
  move ws-inv-line-no to inv-line-no.
  move rlt-qty(ws-rlt-scan-idx) to inv-qty.
  move sot-unit-price(ws-sot-found-idx) to inv-unit-price.
  move space to inv-line-type.
  move zero to inv-rev-periods.
  write invoice-line-record.
  move ws-release-inv-no to sot-last-inv-no(ws-sot-found-idx).

write-back-sales-orders.
  if ws-sot-count = zero
    exit paragraph
  end-if.
  open output sales-order-file.
  move "SALESORD.DAT" to ws-abend-file-name.
  move ws-so-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-sot-idx from 1 by 1 until ws-sot-idx > ws-sot-count
    move sot-order-no(ws-sot-idx) to so-order-no
    move sot-line-no(ws-sot-idx) to so-line-no
    move sot-cust-no(ws-sot-idx) to so-cust-no
    move sot-item-id(ws-sot-idx) to so-item-id
    move sot-location(ws-sot-idx) to so-location
    move sot-order-qty(ws-sot-idx) to so-order-qty
    move sot-reserved-qty(ws-sot-idx) to so-reserved-qty
    move sot-shipped-qty(ws-sot-idx) to so-shipped-qty
    move sot-unit-price(ws-sot-idx) to so-unit-price
    move sot-order-date(ws-sot-idx) to so-order-date
    move sot-status(ws-sot-idx) to so-status
    move sot-entered-by(ws-sot-idx) to so-entered-by
    move sot-last-ship-date(ws-sot-idx) to so-last-ship-date
    move sot-last-inv-no(ws-sot-idx) to so-last-inv-no
    write sales-order-record
  end-perform.
  close sales-order-file.

verify-operator-authority.
  *> Same check-then-bootstrap idiom as ckvoid.cob, under this
  *> program's own SOSHIP function code.
  move "N" to ws-oa-authorized.
  open input oper-auth-file.
  if ws-oa-status = "35"
    close oper-auth-file
    open output oper-auth-file
    move rpt-operator-id to oa-operator-id
    move ws-oa-function to oa-function
    write oper-auth-record
    close oper-auth-file
    set OA-AUTHORIZED to true
  else
    move "N" to ws-oa-eof
    read oper-auth-file
      at end set OA-EOF to true
    end-read
    perform until OA-EOF or OA-AUTHORIZED
      if oa-operator-id = rpt-operator-id
          and oa-function = ws-oa-function
        set OA-AUTHORIZED to true
      end-if
      read oper-auth-file
        at end set OA-EOF to true
      end-read
    end-perform
    close oper-auth-file
  end-if.
  if not OA-AUTHORIZED
    display "SOSHIP: OPERATOR " rpt-operator-id
        " NOT AUTHORIZED FOR " ws-oa-function
    perform write-auth-denial
    move 16 to return-code
  end-if.

write-auth-denial.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "SOSHIP" to rej-source.
  move zero to rej-key.
  move "AUTH" to rej-reason-code.
  move spaces to rej-reason-text.
  string "DENIED " ws-oa-function " FOR " rpt-operator-id
      into rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

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

end program soship.
