identification division.
  program-id. rmarcv.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select rma-receipt-file assign to "RMARCV.DAT"
        organization is line sequential
        file status is ws-rr-status.
    select rma-file assign to "RMA.DAT"
        organization is line sequential
        file status is ws-rma-status.
    select item-move-file assign to "ITEMMOVE.DAT"
        organization is line sequential
        file status is ws-mv-status.
    select invoice-line-file assign to "INVLINE.DAT"
        organization is line sequential
        file status is ws-inv-status.
    select rma-ctl assign to "RMACTL.CTL"
        organization is line sequential
        file status is ws-rk-status.
    select rma-receipt-report assign to "RMARCV.RPT"
        organization is line sequential
        file status is ws-rp-status.
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
*> One row per return the dock has physically taken in: the RMA, the
*> quantity in the carton and its condition - "S" saleable goes back
*> on the shelf, "D" damaged is credited but not restocked.
  fd  rma-receipt-file.
  01 rma-receipt-record.
    05 rr-rma-no               pic 9(6).
    05 filler                  pic x(1).
    05 rr-qty                  pic 9(5).
    05 filler                  pic x(1).
    05 rr-condition            pic x(1).
        88 RR-SALEABLE         value "S".
        88 RR-DAMAGED          value "D".
  fd  rma-file.
  copy "rmarec.cpy".
  fd  item-move-file.
  copy "itemmove.cpy".
  fd  invoice-line-file.
  copy "invline.cpy".
*> Next credit memo number - a series of its own so return credits
*> never collide with keyed or order-release invoice numbers - and
*> the restocking fee, a percentage of the original unit price
*> withheld from every returned unit's credit.
  fd  rma-ctl.
  01 rma-ctl-record.
    05 rk-next-credit-no       pic 9(6).
    05 filler                  pic x(1).
    05 rk-restock-pct          pic 9(3)v99.
  fd  rma-receipt-report.
  01 rma-receipt-report-line    pic x(132).
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-rr-status       pic x(2) value "00".
    01 ws-rma-status      pic x(2) value "00".
    01 ws-mv-status       pic x(2) value "00".
    01 ws-inv-status      pic x(2) value "00".
    01 ws-rk-status       pic x(2) value "00".
    01 ws-rp-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-rej-status      pic x(2) value "00".
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-rr-eof          pic x(1) value "N".
        88 RR-EOF         value "Y".
    01 ws-rma-eof         pic x(1) value "N".
        88 RMA-EOF        value "Y".

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

    01 ws-next-credit-no  pic 9(6) value 700001.
    01 ws-restock-pct     pic 9(3)v99 value 15.00.
    01 ws-restock-fee     pic s9(7)v99 value zero.
    01 ws-credit-price    pic s9(7)v99 value zero.
    01 ws-credit-value    pic s9(9)v99 value zero.
    01 ws-credit-total    pic s9(11)v99 value zero.
    01 ws-restock-total   pic s9(11)v99 value zero.
    01 ws-value-edit      pic z(10)9.99-.
    01 ws-pct-edit        pic zz9.99.
    01 ws-open-qty        pic s9(7) value zero.
    01 ws-move-open       pic x(1) value "N".
    01 ws-inv-open        pic x(1) value "N".
    01 ws-received-count  pic 9(6) value zero.
    01 ws-restocked-count pic 9(6) value zero.
    01 ws-refused-count   pic 9(6) value zero.
    01 ws-refuse-reason   pic x(40) value spaces.
    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "RMARCV".
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Returned goods off RMARCV.DAT, each carton booked against its
  *> authorization on RMA.DAT - never more than the RMA still has
  *> outstanding. Saleable stock goes back on the shelf through an
  *> "N" movement on ITEMMOVE.DAT at the cost frozen on the RMA, for
  *> invpost.cob to post tonight; every receipt, saleable or not,
  *> raises a credit memo line on INVLINE.DAT at the original price
  *> less the restocking fee, for math.cob's billing extension to
  *> carry through AR and the ledger like any credit memo.
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
  perform load-rma-control.
  perform open-receipt-report.
  open input rma-receipt-file.
  if ws-rr-status = "35"
    close rma-receipt-file
    move spaces to rma-receipt-report-line
    move "NO RMARCV.DAT - NO RETURNS TO RECEIVE"
        to rma-receipt-report-line
    write rma-receipt-report-line
  else
    move "RMARCV.DAT" to ws-abend-file-name
    move ws-rr-status to ws-abend-status
    perform check-file-status
    move "N" to ws-rr-eof
    read rma-receipt-file
      at end set RR-EOF to true
    end-read
    perform until RR-EOF
      perform receive-one-return
      read rma-receipt-file
        at end set RR-EOF to true
      end-read
    end-perform
    close rma-receipt-file
  end-if.
  if ws-move-open = "Y"
    close item-move-file
  end-if.
  if ws-inv-open = "Y"
    close invoice-line-file
  end-if.
  if return-code = zero
    perform write-back-rma-file
    perform save-rma-control
    *> The receipt drop is consumed whole, so a rerun can't restock
    *> and credit the same carton twice.
    open output rma-receipt-file
    close rma-receipt-file
  end-if.
  move spaces to rma-receipt-report-line.
  move ws-credit-total to ws-value-edit.
  string "RECEIVED=" ws-received-count
      " RESTOCKED=" ws-restocked-count
      " REFUSED=" ws-refused-count
      " CREDITED=" ws-value-edit into rma-receipt-report-line.
  write rma-receipt-report-line.
  move spaces to rma-receipt-report-line.
  move ws-restock-total to ws-value-edit.
  move ws-restock-pct to ws-pct-edit.
  string "RESTOCKING FEES WITHHELD=" ws-value-edit
      " AT PCT=" ws-pct-edit into rma-receipt-report-line.
  write rma-receipt-report-line.
  close rma-receipt-report.
  display "RMARCV: " ws-received-count " RETURN(S) RECEIVED, "
      ws-restocked-count " RESTOCKED, " ws-refused-count " REFUSED".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "RMARCV" to rpt-job-name.
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
  move "N" to ws-rma-eof.
  open input rma-file.
  if ws-rma-status = "35"
    close rma-file
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
    else
      display "RMARCV: RMA TABLE FULL AT 2000 - RMA.DAT HAS MORE"
      move 16 to return-code
      set RMA-EOF to true
    end-if
    read rma-file
      at end set RMA-EOF to true
    end-read
  end-perform.
  close rma-file.

load-rma-control.
  open input rma-ctl.
  if ws-rk-status = "35"
    open output rma-ctl
    move spaces to rma-ctl-record
    move ws-next-credit-no to rk-next-credit-no
    move ws-restock-pct to rk-restock-pct
    write rma-ctl-record
    close rma-ctl
    open input rma-ctl
  end-if.
  move "RMACTL.CTL" to ws-abend-file-name.
  move ws-rk-status to ws-abend-status.
  perform check-file-status.
  read rma-ctl
    at end continue
  end-read.
  close rma-ctl.
  if rk-next-credit-no numeric and rk-next-credit-no not = zero
    move rk-next-credit-no to ws-next-credit-no
  end-if.
  if rk-restock-pct numeric and rk-restock-pct <= 100
    move rk-restock-pct to ws-restock-pct
  end-if.

save-rma-control.
  open output rma-ctl.
  move "RMACTL.CTL" to ws-abend-file-name.
  move ws-rk-status to ws-abend-status.
  perform check-file-status.
  move spaces to rma-ctl-record.
  move ws-next-credit-no to rk-next-credit-no.
  move ws-restock-pct to rk-restock-pct.
  write rma-ctl-record.
  close rma-ctl.

open-receipt-report.
  open extend rma-receipt-report.
  if ws-rp-status = "35"
    open output rma-receipt-report
  end-if.
  move "RMARCV.RPT" to ws-abend-file-name.
  move ws-rp-status to ws-abend-status.
  perform check-file-status.
  move spaces to rma-receipt-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into rma-receipt-report-line.
  write rma-receipt-report-line.

receive-one-return.
  move spaces to ws-refuse-reason.
  move zero to ws-rmt-found-idx.
  perform varying ws-rmt-idx from 1 by 1
      until ws-rmt-idx > ws-rmt-count or ws-rmt-found-idx not = zero
    if rmt-rma-no(ws-rmt-idx) = rr-rma-no
      move ws-rmt-idx to ws-rmt-found-idx
    end-if
  end-perform.
  if ws-rmt-found-idx not = zero
    compute ws-open-qty = rmt-auth-qty(ws-rmt-found-idx)
        - rmt-received-qty(ws-rmt-found-idx)
  end-if.
  evaluate true
    when ws-rmt-found-idx = zero
      move "RMA NOT ON FILE" to ws-refuse-reason
    when rmt-status(ws-rmt-found-idx) not = "A"
      move "RMA NOT OPEN" to ws-refuse-reason
    when rr-qty not numeric or rr-qty = zero
      move "RECEIVED QUANTITY NOT NUMERIC OR ZERO" to ws-refuse-reason
    when rr-qty > ws-open-qty
      move "RECEIVED QUANTITY EXCEEDS AUTHORIZED" to ws-refuse-reason
    when not RR-SALEABLE and not RR-DAMAGED
      move "CONDITION NOT S OR D" to ws-refuse-reason
  end-evaluate.
  if ws-refuse-reason not = spaces
    perform refuse-receipt
    exit paragraph
  end-if.
  set ws-rmt-idx to ws-rmt-found-idx.
  if RR-SALEABLE
    perform write-return-movement
    add 1 to ws-restocked-count
  end-if.
  perform write-credit-line.
  add rr-qty to rmt-received-qty(ws-rmt-idx).
  move ws-business-date to rmt-last-rcv-date(ws-rmt-idx).
  if rmt-received-qty(ws-rmt-idx) >= rmt-auth-qty(ws-rmt-idx)
    move "R" to rmt-status(ws-rmt-idx)
  end-if.
  add 1 to ws-received-count.
  move ws-credit-value to ws-value-edit.
  move spaces to rma-receipt-report-line.
  string "RECEIVED RMA=" rr-rma-no
      " INVOICE=" rmt-invoice-no(ws-rmt-idx)
      " CUST=" rmt-cust-no(ws-rmt-idx)
      " ITEM=" rmt-item-id(ws-rmt-idx)
      " QTY=" rr-qty " COND=" rr-condition
      " CREDIT MEMO=" rmt-last-credit-no(ws-rmt-idx)
      " AMOUNT=" ws-value-edit
      " STATUS=" rmt-status(ws-rmt-idx) into rma-receipt-report-line.
  write rma-receipt-report-line.

write-return-movement.
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
  move rmt-item-id(ws-rmt-idx) to mv-item-id.
  move "N" to mv-type.
  move rr-qty to mv-qty.
  move space to mv-adj-sign.
  move spaces to mv-ref.
  string "RMA" rr-rma-no delimited by size into mv-ref.
  move rmt-location(ws-rmt-idx) to mv-location.
  move zero to mv-to-location.
  move zero to mv-po-no.
  move rmt-unit-cost(ws-rmt-idx) to mv-unit-cost.
  write item-movement-record.

write-credit-line.
  *> One credit memo per carton received, priced at what the
  *> customer paid less the restocking fee per unit.
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
  compute ws-restock-fee rounded =
      rmt-unit-price(ws-rmt-idx) * ws-restock-pct / 100.
  compute ws-credit-price = rmt-unit-price(ws-rmt-idx) - ws-restock-fee.
  compute ws-credit-value = rr-qty * ws-credit-price.
  add ws-credit-value to ws-credit-total.
  compute ws-restock-total = ws-restock-total + rr-qty * ws-restock-fee.
  initialize invoice-line-record.
  move ws-next-credit-no to inv-no.
  move rmt-cust-no(ws-rmt-idx) to inv-cust-no.
  move rmt-item-id(ws-rmt-idx) to inv-item-id.
  move 1 to inv-line-no.
  move rr-qty to inv-qty.
  move ws-credit-price to inv-unit-price.
  move "C" to inv-line-type.
  move zero to inv-rev-periods.
  write invoice-line-record.
  move ws-next-credit-no to rmt-last-credit-no(ws-rmt-idx).
  add 1 to ws-next-credit-no.

refuse-receipt.
  add 1 to ws-refused-count.
  move spaces to rma-receipt-report-line.
  string "REFUSED RMA=" rr-rma-no " QTY=" rr-qty
      " COND=" rr-condition " - " ws-refuse-reason
      into rma-receipt-report-line.
  write rma-receipt-report-line.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "RMARCV" to rej-source.
  move rr-rma-no to rej-key.
  move "RMAR" to rej-reason-code.
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
  *> program's own RMARCV function code.
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
    display "RMARCV: OPERATOR " rpt-operator-id
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
  move "RMARCV" to rej-source.
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

end program rmarcv.
