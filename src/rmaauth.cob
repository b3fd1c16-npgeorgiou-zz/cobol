identification division.
  program-id. rmaauth.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select rma-request-file assign to "RMAREQ.DAT"
        organization is line sequential
        file status is ws-rq-status.
    select rma-file assign to "RMA.DAT"
        organization is line sequential
        file status is ws-rma-status.
    select sales-history-file assign to "SALESHST.DAT"
        organization is line sequential
        file status is ws-sh-status.
    select item-cost-file assign to "ITEMCST.DAT"
        organization is line sequential
        file status is ws-ic-status.
    select rma-auth-report assign to "RMAAUTH.RPT"
        organization is line sequential
        file status is ws-ar-status.
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
*> One row per return the customer service desk has agreed to take
*> back: "A" authorizes QTY of ITEM off INVOICE into LOCATION, "X"
*> cancels authorization RMA-NO before anything has come back.
  fd  rma-request-file.
  01 rma-request-record.
    05 rq-action               pic x(1).
        88 RQ-AUTHORIZE        value "A".
        88 RQ-CANCEL           value "X".
    05 filler                  pic x(1).
    05 rq-invoice-no           pic 9(6).
    05 filler                  pic x(1).
    05 rq-item-id              pic 9(6).
    05 filler                  pic x(1).
    05 rq-qty                  pic 9(5).
    05 filler                  pic x(1).
    05 rq-location             pic 9(2).
    05 filler                  pic x(1).
    05 rq-rma-no               pic 9(6).
    05 filler                  pic x(1).
    05 rq-reason               pic x(20).
  fd  rma-file.
  copy "rmarec.cpy".
  fd  sales-history-file.
  copy "saleshst.cpy".
  fd  item-cost-file.
  copy "itemcst.cpy".
  fd  rma-auth-report.
  01 rma-auth-report-line       pic x(132).
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-rq-status       pic x(2) value "00".
    01 ws-rma-status      pic x(2) value "00".
    01 ws-sh-status       pic x(2) value "00".
    01 ws-ic-status       pic x(2) value "00".
    01 ws-ar-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rej-status      pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-rq-eof          pic x(1) value "N".
        88 RQ-EOF         value "Y".
    01 ws-rma-eof         pic x(1) value "N".
        88 RMA-EOF        value "Y".
    01 ws-sh-eof          pic x(1) value "N".
        88 SH-EOF         value "Y".
    01 ws-ic-eof          pic x(1) value "N".
        88 IC-EOF         value "Y".

    *> The authorization file in memory, written back whole.
    01 ws-rma-table.
      05 ws-rmt-entry occurs 2000 times indexed by ws-rmt-idx.
        10 rmt-rma-no            pic 9(6).
        10 rmt-invoice-no        pic 9(6).
        10 rmt-cust-no           pic 9(6).
        10 rmt-item-id           pic 9(6).
        10 rmt-location          pic 9(2).
        10 rmt-auth-qty          pic 9(5).
        10 rmt-received-qty      pic 9(5).
        10 rmt-unit-price        pic s9(7)v99 sign is leading separate.
        10 rmt-unit-cost         pic s9(7)v99 sign is leading separate.
        10 rmt-auth-date         pic 9(8).
        10 rmt-status            pic x(1).
        10 rmt-auth-by           pic x(20).
        10 rmt-reason            pic x(20).
        10 rmt-last-rcv-date     pic 9(8).
        10 rmt-last-credit-no    pic 9(6).
    01 ws-rmt-count       pic 9(4) value zero.
    01 ws-rmt-found-idx   pic 9(4) value zero.
    01 ws-next-rma-no     pic 9(6) value zero.

    *> What the invoice sold of the item, from sales history.
    01 ws-sold-qty        pic 9(7) value zero.
    01 ws-sold-cust-no    pic 9(6) value zero.
    01 ws-sold-price      pic s9(7)v99 sign is leading separate.
    01 ws-sold-date       pic 9(8) value zero.
    01 ws-covered-qty     pic 9(7) value zero.
    01 ws-returnable-qty  pic s9(7) value zero.
    01 ws-sale-cost       pic s9(7)v99 sign is leading separate.
    01 ws-sale-cost-date  pic 9(8) value zero.
    01 ws-authorized-count pic 9(6) value zero.
    01 ws-cancelled-count pic 9(6) value zero.
    01 ws-refused-count   pic 9(6) value zero.
    01 ws-refuse-reason   pic x(40) value spaces.
    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "RMAAUTH".
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Return authorizations off RMAREQ.DAT. A return is only ever
  *> taken against a billed invoice: the item must be on that
  *> invoice's SALESHST.DAT lines, and the quantity authorized across
  *> all live RMAs for the invoice and item can never pass what the
  *> invoice shipped. The authorization freezes the sale's price and
  *> the item's cost as of the sale date for the receipt run.
  perform load-report-stamp.
  perform verify-operator-authority.
  if return-code not = zero
    goback
  end-if.
  perform establish-business-date.
  perform load-rma-file.
  if return-code not = zero
    goback
  end-if.
  perform open-auth-report.
  open input rma-request-file.
  if ws-rq-status = "35"
    close rma-request-file
    move spaces to rma-auth-report-line
    move "NO RMAREQ.DAT - NO RETURNS TO AUTHORIZE"
        to rma-auth-report-line
    write rma-auth-report-line
  else
    move "RMAREQ.DAT" to ws-abend-file-name
    move ws-rq-status to ws-abend-status
    perform check-file-status
    move "N" to ws-rq-eof
    read rma-request-file
      at end set RQ-EOF to true
    end-read
    perform until RQ-EOF
      evaluate true
        when RQ-AUTHORIZE
          perform authorize-one-return
        when RQ-CANCEL
          perform cancel-one-return
        when other
          move "ACTION NOT A OR X" to ws-refuse-reason
          perform refuse-request
      end-evaluate
      read rma-request-file
        at end set RQ-EOF to true
      end-read
    end-perform
    close rma-request-file
  end-if.
  if return-code = zero
    perform write-back-rma-file
    *> The request drop is consumed whole, so a rerun can't
    *> authorize the same return twice.
    open output rma-request-file
    close rma-request-file
  end-if.
  move spaces to rma-auth-report-line.
  string "AUTHORIZED=" ws-authorized-count
      " CANCELLED=" ws-cancelled-count
      " REFUSED=" ws-refused-count into rma-auth-report-line.
  write rma-auth-report-line.
  close rma-auth-report.
  display "RMAAUTH: " ws-authorized-count " AUTHORIZED, "
      ws-cancelled-count " CANCELLED, " ws-refused-count " REFUSED".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "RMAAUTH" to rpt-job-name.
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

load-rma-file.
  move zero to ws-rmt-count.
  move zero to ws-next-rma-no.
  move "N" to ws-rma-eof.
  open input rma-file.
  if ws-rma-status = "35"
    close rma-file
    move 1 to ws-next-rma-no
    exit paragraph
  end-if.
  move "RMA.DAT" to ws-abend-file-name.
  move ws-rma-status to ws-abend-status.
  perform check-file-status.
  read rma-file
    at end set RMA-EOF to true
  end-read.
  perform until RMA-EOF
    if ws-rmt-count < 2000
      add 1 to ws-rmt-count
      move rma-no to rmt-rma-no(ws-rmt-count)
      move rma-invoice-no to rmt-invoice-no(ws-rmt-count)
      move rma-cust-no to rmt-cust-no(ws-rmt-count)
      move rma-item-id to rmt-item-id(ws-rmt-count)
      move rma-location to rmt-location(ws-rmt-count)
      move rma-auth-qty to rmt-auth-qty(ws-rmt-count)
      move rma-received-qty to rmt-received-qty(ws-rmt-count)
      move rma-unit-price to rmt-unit-price(ws-rmt-count)
      move rma-unit-cost to rmt-unit-cost(ws-rmt-count)
      move rma-auth-date to rmt-auth-date(ws-rmt-count)
      move rma-status to rmt-status(ws-rmt-count)
      move rma-auth-by to rmt-auth-by(ws-rmt-count)
      move rma-reason to rmt-reason(ws-rmt-count)
      move rma-last-rcv-date to rmt-last-rcv-date(ws-rmt-count)
      move rma-last-credit-no to rmt-last-credit-no(ws-rmt-count)
      if rma-no > ws-next-rma-no
        move rma-no to ws-next-rma-no
      end-if
    else
      display "RMAAUTH: RMA TABLE FULL AT 2000 - RMA.DAT HAS MORE"
      move 16 to return-code
      set RMA-EOF to true
    end-if
    read rma-file
      at end set RMA-EOF to true
    end-read
  end-perform.
  close rma-file.
  add 1 to ws-next-rma-no.

open-auth-report.
  open extend rma-auth-report.
  if ws-ar-status = "35"
    open output rma-auth-report
  end-if.
  move "RMAAUTH.RPT" to ws-abend-file-name.
  move ws-ar-status to ws-abend-status.
  perform check-file-status.
  move spaces to rma-auth-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into rma-auth-report-line.
  write rma-auth-report-line.

authorize-one-return.
  move spaces to ws-refuse-reason.
  if rq-invoice-no not numeric or rq-item-id not numeric
    move "INVOICE OR ITEM NOT NUMERIC" to ws-refuse-reason
    perform refuse-request
    exit paragraph
  end-if.
  perform total-invoice-sales.
  perform total-live-authorizations.
  compute ws-returnable-qty = ws-sold-qty - ws-covered-qty.
  evaluate true
    when ws-sold-qty = zero
      move "ITEM NOT SOLD ON THIS INVOICE" to ws-refuse-reason
    when rq-qty not numeric or rq-qty = zero
      move "RETURN QUANTITY NOT NUMERIC OR ZERO" to ws-refuse-reason
    when rq-qty > ws-returnable-qty
      move "RETURN QUANTITY EXCEEDS QUANTITY SHIPPED" to ws-refuse-reason
    when ws-rmt-count not < 2000
      move "RMA TABLE FULL - RESUBMIT" to ws-refuse-reason
  end-evaluate.
  if ws-refuse-reason not = spaces
    perform refuse-request
    exit paragraph
  end-if.
  perform resolve-cost-at-sale.
  add 1 to ws-rmt-count.
  set ws-rmt-idx to ws-rmt-count.
  move ws-next-rma-no to rmt-rma-no(ws-rmt-idx).
  add 1 to ws-next-rma-no.
  move rq-invoice-no to rmt-invoice-no(ws-rmt-idx).
  move ws-sold-cust-no to rmt-cust-no(ws-rmt-idx).
  move rq-item-id to rmt-item-id(ws-rmt-idx).
  if rq-location numeric and rq-location not = zero
    move rq-location to rmt-location(ws-rmt-idx)
  else
    move 1 to rmt-location(ws-rmt-idx)
  end-if.
  move rq-qty to rmt-auth-qty(ws-rmt-idx).
  move zero to rmt-received-qty(ws-rmt-idx).
  move ws-sold-price to rmt-unit-price(ws-rmt-idx).
  move ws-sale-cost to rmt-unit-cost(ws-rmt-idx).
  move ws-business-date to rmt-auth-date(ws-rmt-idx).
  move "A" to rmt-status(ws-rmt-idx).
  move rpt-operator-id to rmt-auth-by(ws-rmt-idx).
  move rq-reason to rmt-reason(ws-rmt-idx).
  move zero to rmt-last-rcv-date(ws-rmt-idx).
  move zero to rmt-last-credit-no(ws-rmt-idx).
  add 1 to ws-authorized-count.
  move spaces to rma-auth-report-line.
  string "AUTHORIZED RMA=" rmt-rma-no(ws-rmt-idx)
      " INVOICE=" rq-invoice-no
      " CUST=" ws-sold-cust-no
      " ITEM=" rq-item-id
      " LOC=" rmt-location(ws-rmt-idx)
      " QTY=" rq-qty
      " PRICE=" ws-sold-price
      " COST=" ws-sale-cost into rma-auth-report-line.
  write rma-auth-report-line.

total-invoice-sales.
  *> Billed (non-credit) history lines of the item on the invoice;
  *> the price and sale date come from the first such line.
  move zero to ws-sold-qty.
  move zero to ws-sold-cust-no.
  move zero to ws-sold-price.
  move zero to ws-sold-date.
  move "N" to ws-sh-eof.
  open input sales-history-file.
  if ws-sh-status = "35"
    close sales-history-file
    exit paragraph
  end-if.
  move "SALESHST.DAT" to ws-abend-file-name.
  move ws-sh-status to ws-abend-status.
  perform check-file-status.
  read sales-history-file
    at end set SH-EOF to true
  end-read.
  perform until SH-EOF
    if sh-invoice-no = rq-invoice-no and sh-item-id = rq-item-id
        and sh-ext-amount not < zero
      if ws-sold-qty = zero
        move sh-cust-no to ws-sold-cust-no
        move sh-unit-price to ws-sold-price
        move sh-date to ws-sold-date
      end-if
      add sh-qty to ws-sold-qty
    end-if
    read sales-history-file
      at end set SH-EOF to true
    end-read
  end-perform.
  close sales-history-file.

total-live-authorizations.
  *> Everything already authorized against the invoice and item,
  *> received or not - only a cancelled RMA gives quantity back.
  move zero to ws-covered-qty.
  perform varying ws-rmt-idx from 1 by 1 until ws-rmt-idx > ws-rmt-count
    if rmt-invoice-no(ws-rmt-idx) = rq-invoice-no
        and rmt-item-id(ws-rmt-idx) = rq-item-id
        and rmt-status(ws-rmt-idx) not = "X"
      add rmt-auth-qty(ws-rmt-idx) to ws-covered-qty
    end-if
  end-perform.

resolve-cost-at-sale.
  *> The ITEMCST.DAT row in force on the sale date - the latest one
  *> effective on or before it - is what the goods left the shelf at.
  move zero to ws-sale-cost.
  move zero to ws-sale-cost-date.
  move "N" to ws-ic-eof.
  open input item-cost-file.
  if ws-ic-status = "35"
    close item-cost-file
    exit paragraph
  end-if.
  move "ITEMCST.DAT" to ws-abend-file-name.
  move ws-ic-status to ws-abend-status.
  perform check-file-status.
  read item-cost-file
    at end set IC-EOF to true
  end-read.
  perform until IC-EOF
    if ic-item-id = rq-item-id and ic-eff-date <= ws-sold-date
        and ic-eff-date >= ws-sale-cost-date
      move ic-unit-cost to ws-sale-cost
      move ic-eff-date to ws-sale-cost-date
    end-if
    read item-cost-file
      at end set IC-EOF to true
    end-read
  end-perform.
  close item-cost-file.

cancel-one-return.
  move spaces to ws-refuse-reason.
  move zero to ws-rmt-found-idx.
  perform varying ws-rmt-idx from 1 by 1
      until ws-rmt-idx > ws-rmt-count or ws-rmt-found-idx not = zero
    if rmt-rma-no(ws-rmt-idx) = rq-rma-no
      move ws-rmt-idx to ws-rmt-found-idx
    end-if
  end-perform.
  evaluate true
    when ws-rmt-found-idx = zero
      move "RMA NOT ON FILE" to ws-refuse-reason
    when rmt-status(ws-rmt-found-idx) not = "A"
      move "RMA NOT OPEN" to ws-refuse-reason
    when rmt-received-qty(ws-rmt-found-idx) not = zero
      move "RMA PARTLY RECEIVED - CANNOT CANCEL" to ws-refuse-reason
  end-evaluate.
  if ws-refuse-reason not = spaces
    perform refuse-request
    exit paragraph
  end-if.
  move "X" to rmt-status(ws-rmt-found-idx).
  add 1 to ws-cancelled-count.
  move spaces to rma-auth-report-line.
  string "CANCELLED RMA=" rq-rma-no
      " INVOICE=" rmt-invoice-no(ws-rmt-found-idx)
      " ITEM=" rmt-item-id(ws-rmt-found-idx)
      " QTY=" rmt-auth-qty(ws-rmt-found-idx) into rma-auth-report-line.
  write rma-auth-report-line.

refuse-request.
  add 1 to ws-refused-count.
  move spaces to rma-auth-report-line.
  string "REFUSED ACTION=" rq-action " INVOICE=" rq-invoice-no
      " ITEM=" rq-item-id " QTY=" rq-qty " RMA=" rq-rma-no
      " - " ws-refuse-reason into rma-auth-report-line.
  write rma-auth-report-line.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "RMAAUTH" to rej-source.
  if RQ-CANCEL
    move rq-rma-no to rej-key
  else
    move rq-invoice-no to rej-key
  end-if.
  move "RMAA" to rej-reason-code.
  move ws-refuse-reason to rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

write-back-rma-file.
  if ws-rmt-count = zero
    exit paragraph
  end-if.
  open output rma-file.
  move "RMA.DAT" to ws-abend-file-name.
  move ws-rma-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-rmt-idx from 1 by 1 until ws-rmt-idx > ws-rmt-count
    move rmt-rma-no(ws-rmt-idx) to rma-no
    move rmt-invoice-no(ws-rmt-idx) to rma-invoice-no
    move rmt-cust-no(ws-rmt-idx) to rma-cust-no
    move rmt-item-id(ws-rmt-idx) to rma-item-id
    move rmt-location(ws-rmt-idx) to rma-location
    move rmt-auth-qty(ws-rmt-idx) to rma-auth-qty
    move rmt-received-qty(ws-rmt-idx) to rma-received-qty
    move rmt-unit-price(ws-rmt-idx) to rma-unit-price
    move rmt-unit-cost(ws-rmt-idx) to rma-unit-cost
    move rmt-auth-date(ws-rmt-idx) to rma-auth-date
    move rmt-status(ws-rmt-idx) to rma-status
    move rmt-auth-by(ws-rmt-idx) to rma-auth-by
    move rmt-reason(ws-rmt-idx) to rma-reason
    move rmt-last-rcv-date(ws-rmt-idx) to rma-last-rcv-date
    move rmt-last-credit-no(ws-rmt-idx) to rma-last-credit-no
    write rma-record
  end-perform.
  close rma-file.

verify-operator-authority.
  *> Same check-then-bootstrap idiom as ckvoid.cob, under this
  *> program's own RMAAUTH function code.
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
    display "RMAAUTH: OPERATOR " rpt-operator-id
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
  move "RMAAUTH" to rej-source.
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

end program rmaauth.
