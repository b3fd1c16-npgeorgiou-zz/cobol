  input-output section.
  file-control.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select payment-file assign to "PAYMENT.DAT"
        organization is line sequential
    select argl-ctl assign to "ARGLACC.CTL"
        organization is line sequential
        file status is ws-ag-status.
    select fxglacc-ctl assign to "FXGLACC.CTL"
        organization is line sequential
        file status is ws-fxg-status.
    select cashseq-ctl assign to "CASHSEQ.CTL"
        organization is line sequential
        file status is ws-cq-status.
    select journal-batch-file assign to "JRNLBAT.DAT"
        organization is line sequential
        file status is ws-jb-status.
    select dd-expect-file assign to "DDEXPECT.DAT"
        organization is line sequential
        file status is ws-dx-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  run-log-file.
  01 run-log-line             pic x(160).
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  payment-file.
    05 arg-recv-acct           pic 9(6).
    05 filler                  pic x(1).
    05 arg-recv-cc             pic 9(4).
*> Realized exchange gain and loss accounts a foreign item's
*> settlement books its difference to - shared with appay.cob.
  fd  fxglacc-ctl.
  01 fxglacc-ctl-record.
    05 fxg-gain-acct           pic 9(6).
    05 filler                  pic x(1).
    05 fxg-gain-cc             pic 9(4).
    05 filler                  pic x(1).
    05 fxg-loss-acct           pic 9(6).
    05 filler                  pic x(1).
    05 fxg-loss-cc             pic 9(4).
*> Next bridge batch id AND next 85-series transaction serial, both
*> persisted: deriving seq-nos from the batch id times a fixed leg
*> width walks out of the series (and into arwoff's 86-million) once
    05 cq-next-txn-serial      pic 9(6).
  fd  journal-batch-file.
  copy "jrnlbat.cpy".
  fd  dd-expect-file.
  copy "ddexpect.cpy".
  working-storage section.
    01 ws-aro-status      pic x(2) value "00".
    01 ws-pm-status       pic x(2) value "00".
    01 ws-pm-eof          pic x(1) value "N".
        88 PM-EOF         value "Y".

    *> AROPEN.DAT is held open for the run: each payment finds its
    *> item by key - the invoice number, or the customer key for the
    *> customer-plus-amount match - and only that item is rewritten.
    01 ws-aro-open        pic x(1) value "N".
    01 ws-ar-found        pic x(1) value "N".
        88 AR-ITEM-FOUND  value "Y".
    01 ws-open-balance    pic s9(9)v99 sign is leading separate.
    *> Early-payment discount handling off the customer's CUSTMAST
    *> terms: a payment inside the discount window whose shortfall is
    01 ws-disc-deadline   pic 9(8).
    01 ws-discount-taken  pic x(1) value "N".
    01 ws-discount-count  pic 9(6) value zero.
    *> Open credit memos found by the one read-only pass over
    *> AROPEN.DAT - no key picks out a memo - then netted one at a
    *> time off the customer key.
    01 ws-memo-table.
      05 ws-memo-entry occurs 500 times.
        10 memo-invoice-no       pic 9(6).
    01 ws-memo-count      pic 9(4) value zero.
    01 ws-memo-invoice-no pic 9(6) value zero.
    01 ws-memo-cust-no    pic 9(6) value zero.
    01 ws-cmo-idx         pic 9(4) value zero.
    01 ws-memo-remaining  pic s9(9)v99 sign is leading separate.
    01 ws-memo-offset     pic s9(9)v99 sign is leading separate.
    01 ws-remit-pay-ref   pic 9(8) value zero.
    01 ws-remit-cust-no   pic 9(6) value zero.
    01 ws-remit-amount    pic s9(9)v99 sign is leading separate value zero.
    01 ws-remit-date      pic 9(8) value zero.
    01 ws-remit-applied   pic s9(9)v99 sign is leading separate value zero.
    01 ws-remit-residual  pic s9(9)v99 sign is leading separate value zero.
    01 ws-remit-count     pic 9(4) value zero.
    01 ws-next-txn-serial pic 9(6) value 1.
    01 ws-bridge-debits   pic s9(11)v99 sign is leading separate value zero.
    01 ws-bridge-credits  pic s9(11)v99 sign is leading separate value zero.
    *> Foreign-currency items: a payment against an item carrying a
    *> document currency is in that currency. It relieves the item's
    *> base balance at the rate the item was booked at, the cash is
    *> worth the payment at the payment date's RATETBL.DAT rate, and
    *> the difference is the realized exchange gain or loss - a third
    *> leg on the bridge to the FXGLACC.CTL accounts (placeholders
    *> finance repoints, GLBRIDGE.CTL discipline). A payment date with
    *> no rate on file settles at the booking rate, realizing nothing,
    *> and says so on the report.
    01 ws-fxg-status      pic x(2) value "00".
    01 ws-fx-gain-acct    pic 9(6) value 498001.
    01 ws-fx-gain-cc      pic 9(4) value 9999.
    01 ws-fx-loss-acct    pic 9(6) value 598001.
    01 ws-fx-loss-cc      pic 9(4) value 9999.
    01 ws-fr-request.
      05 fr-mode              pic x(1).
      05 fr-currency-code     pic x(3).
      05 fr-as-of-date        pic 9(8).
      05 fr-found             pic x(1).
      05 fr-rate              pic 9(3)v9(4).
      05 fr-eff-date          pic 9(8).
    01 ws-settle-amount   pic s9(9)v99 sign is leading separate.
    01 ws-settle-date     pic 9(8).
    01 ws-settle-relieved pic s9(9)v99 sign is leading separate.
    01 ws-settle-cash     pic s9(9)v99 sign is leading separate.
    01 ws-settle-rate     pic 9(3)v9(4).
    01 ws-fx-realized     pic s9(9)v99 sign is leading separate value zero.
    01 ws-item-open       pic s9(9)v99 sign is leading separate.
    01 ws-fx-settled-count pic 9(6) value zero.
    01 ws-fx-norate-count pic 9(6) value zero.
    01 ws-applied-count   pic 9(6) value zero.
    01 ws-partpaid-count  pic 9(6) value zero.
    01 ws-unmatched-count pic 9(6) value zero.
    *> Direct debits ddcoll.cob sent the bank become payments on their
    *> settlement date.
    01 ws-dx-status       pic x(2) value "00".
    01 ws-dx-eof          pic x(1) value "N".
        88 DX-EOF         value "Y".
    01 ws-dd-settled-count pic 9(6) value zero.
    01 ws-today-date      pic 9(8).
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
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform load-discount-control.
  perform load-cash-bridge-control.
  perform open-open-items.
  if return-code not = zero
    perform write-run-log-entry
    goback
  end-if.
  perform open-cashapp-report.
  perform release-settled-debits.
  perform apply-payments.
  perform apply-remittances.
  perform apply-credit-memos.
    perform write-cash-bridge-header
    perform save-bridge-batch-counter
  end-if.
  if ws-aro-open = "Y"
    close ar-open-file
  end-if.
  close cashapp-report.
  display "CASHAPP: APPLIED=" ws-applied-count
      " PART-PAID=" ws-partpaid-count
      " DISCOUNTED=" ws-discount-count
      " MEMO-APPLIED=" ws-memo-applied-count
      " REMITTANCES=" ws-remit-count
      " DD-SETTLED=" ws-dd-settled-count
      " FX-SETTLED=" ws-fx-settled-count
      " FX-NO-RATE=" ws-fx-norate-count
      " UNMATCHED=" ws-unmatched-count.
  perform write-run-log-entry.
  goback.

load-report-stamp.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

open-open-items.
  *> No AROPEN.DAT yet means nothing is open - every payment then
  *> falls through to REJECT.DAT as unmatched.
  move "N" to ws-aro-open.
  open i-o ar-open-file.
  if ws-aro-status = "35"
    close ar-open-file
    exit paragraph
  move "AROPEN.DAT" to ws-abend-file-name.
  move ws-aro-status to ws-abend-status.
  perform check-file-status.
  move "Y" to ws-aro-open.

open-cashapp-report.
  open extend cashapp-report.
      into cashapp-report-line.
  write cashapp-report-line.

release-settled-debits.
  *> A direct debit still out with the bank is not cash; on its
  *> settlement date it is, and it joins PAYMENT.DAT to apply to its
  *> invoice like any other payment. The expected-receipt row flips to
  *> APPLIED in place (line-sequential REWRITE under OPEN I-O, the
  *> rejfix.cob idiom), so a bounce after today knows there is an
  *> application to reverse.
  move "N" to ws-dx-eof.
  open i-o dd-expect-file.
  if ws-dx-status = "35"
    close dd-expect-file
    exit paragraph
  end-if.
  move "DDEXPECT.DAT" to ws-abend-file-name.
  move ws-dx-status to ws-abend-status.
  perform check-file-status.
  open extend payment-file.
  if ws-pm-status = "35"
    open output payment-file
  end-if.
  move "PAYMENT.DAT" to ws-abend-file-name.
  move ws-pm-status to ws-abend-status.
  perform check-file-status.
  read dd-expect-file
    at end set DX-EOF to true
  end-read.
  perform until DX-EOF
    if DX-SUBMITTED and dx-settle-date <= ws-today-date
      move dx-invoice-no to pm-invoice-no
      move dx-cust-no to pm-cust-no
      move dx-amount to pm-amount
      move dx-settle-date to pm-date
      write payment-record
      move "A" to dx-status
      rewrite dd-expect-record
      add 1 to ws-dd-settled-count
    end-if
    read dd-expect-file
      at end set DX-EOF to true
    end-read
  end-perform.
  close payment-file.
  close dd-expect-file.

apply-payments.
  move "N" to ws-pm-eof.
  open input payment-file.
  *> against an item's unpaid remainder. Anything that still doesn't
  *> match goes to REJECT.DAT with a reason code so the suspense team
  *> works it like any other reject.
  move "N" to ws-ar-found.
  if ws-aro-open = "Y"
    move pm-invoice-no to ar-invoice-no
    read ar-open-file
      invalid key continue
      not invalid key
        if ar-status not = "C"
          set AR-ITEM-FOUND to true
        end-if
    end-read
    if not AR-ITEM-FOUND
      perform find-customer-amount-match
    end-if
  end-if.
  if not AR-ITEM-FOUND
    add 1 to ws-unmatched-count
    perform reject-unmatched-payment
  else
    move pm-amount to ws-settle-amount
    move pm-date to ws-settle-date
    perform settle-document-amount
    add ws-settle-relieved to ar-paid-amount
    compute ws-open-balance = ar-amount - ar-paid-amount
    evaluate true
      when ws-open-balance <= zero
        move "C" to ar-status
        add 1 to ws-applied-count
      when other
        perform check-discount-window
        if ws-discount-taken = "Y"
          perform take-earned-discount
        else
          move "P" to ar-status
          add 1 to ws-partpaid-count
        end-if
    end-evaluate
    perform rewrite-open-item
    move spaces to cashapp-report-line
    string "APPLIED PMT=" pm-amount
        " TO INV=" ar-invoice-no
        " CUST=" ar-cust-no
        " REMAINING=" ws-open-balance
        " STATUS=" ar-status
        into cashapp-report-line
    write cashapp-report-line
    move ar-cust-no to ws-hist-cust-no
    move ar-invoice-no to ws-hist-invoice-no
    move ws-settle-relieved to ws-hist-amount
    move "P" to ws-hist-type
    perform write-pay-history-row
    perform write-cash-bridge-pair
  end-if.

find-customer-amount-match.
  *> Only this customer's items are read, off the customer key.
  move "N" to ws-aro-eof.
  move pm-cust-no to ar-cust-no.
  start ar-open-file key is = ar-cust-no
    invalid key set ARO-EOF to true
  end-start.
  perform until ARO-EOF or AR-ITEM-FOUND
    read ar-open-file next record
      at end set ARO-EOF to true
    end-read
    if not ARO-EOF
      if ar-cust-no not = pm-cust-no
        set ARO-EOF to true
      else
        if ar-status not = "C"
          perform compute-item-open
          if ws-item-open = pm-amount
            set AR-ITEM-FOUND to true
          end-if
        end-if
      end-if
    end-if
  end-perform.

compute-item-open.
  *> What is still owed on the item in the currency its payments
  *> arrive in: base for a base item, and for a foreign item its
  *> foreign amount in the proportion base open bears to base billed.
  compute ws-item-open = ar-amount - ar-paid-amount.
  if AR-BASE-CURRENCY or ar-fx-amount not numeric
      or ar-fx-amount = zero or ar-amount = zero
    exit paragraph
  end-if.
  compute ws-item-open rounded =
      ar-fx-amount * (ar-amount - ar-paid-amount) / ar-amount.

settle-document-amount.
  *> WS-SETTLE-AMOUNT, in the item's currency, becomes the base it
  *> relieves off the item and the base cash it is worth on
  *> WS-SETTLE-DATE; WS-FX-REALIZED is the difference. A payment of
  *> the whole foreign balance or more relieves the whole base balance
  *> (any excess at the settlement rate, the way a base overpayment
  *> rides the item); a part payment relieves its share of the base.
  move ws-settle-amount to ws-settle-relieved.
  move ws-settle-amount to ws-settle-cash.
  move zero to ws-fx-realized.
  if AR-BASE-CURRENCY or ar-fx-amount not numeric
      or ar-fx-amount = zero or ar-amount = zero
    exit paragraph
  end-if.
  perform compute-item-open.
  if ws-settle-date not numeric or ws-settle-date = zero
    move ws-today-date to ws-settle-date
  end-if.
  move "L" to fr-mode.
  move ar-currency-code to fr-currency-code.
  move ws-settle-date to fr-as-of-date.
  call "fxratelk" using ws-fr-request.
  if fr-found = "Y" and fr-rate not = zero
    move fr-rate to ws-settle-rate
  else
    move ar-booking-rate to ws-settle-rate
    add 1 to ws-fx-norate-count
  end-if.
  compute ws-settle-cash rounded = ws-settle-amount * ws-settle-rate.
  if ws-settle-amount >= ws-item-open
    compute ws-settle-relieved rounded = ar-amount - ar-paid-amount
        + (ws-settle-amount - ws-item-open) * ws-settle-rate
  else
    compute ws-settle-relieved rounded =
        ar-amount * ws-settle-amount / ar-fx-amount
  end-if.
  if fr-found = "Y" and fr-rate not = zero
    compute ws-fx-realized = ws-settle-cash - ws-settle-relieved
  else
    move ws-settle-relieved to ws-settle-cash
  end-if.
  add 1 to ws-fx-settled-count.
  move spaces to cashapp-report-line.
  if fr-found = "Y" and fr-rate not = zero
    string "FX SETTLED INV=" ar-invoice-no " CCY=" ar-currency-code
        " PAID=" ws-settle-amount " RATE=" ws-settle-rate
        " BOOKED=" ar-booking-rate " BASE RELIEVED=" ws-settle-relieved
        " REALIZED=" ws-fx-realized delimited by size
        into cashapp-report-line
  else
    string "FX SETTLED INV=" ar-invoice-no " CCY=" ar-currency-code
        " PAID=" ws-settle-amount " NO RATE FOR " ws-settle-date
        " - SETTLED AT BOOKING RATE " ar-booking-rate
        delimited by size into cashapp-report-line
  end-if.
  write cashapp-report-line.

rewrite-open-item.
  rewrite ar-open-item-record
    invalid key
      move "AROPEN.DAT" to ws-abend-file-name
      move ws-aro-status to ws-abend-status
      perform check-file-status
  end-rewrite.

load-discount-control.
  open input discacct-ctl.
  if ws-da-status = "35"
    close customer-file
    exit paragraph
  end-if.
  move ar-cust-no to ws-cu-rel-key.
  read customer-file
    invalid key continue
    not invalid key
    exit paragraph
  end-if.
  compute ws-disc-deadline-int =
      function integer-of-date(ar-invoice-date)
      + ws-disc-days.
  move function date-of-integer(ws-disc-deadline-int)
      to ws-disc-deadline.
    exit paragraph
  end-if.
  compute ws-disc-limit rounded =
      ar-amount * ws-disc-pct / 100.
  if ws-open-balance <= ws-disc-limit
    move "Y" to ws-discount-taken
  end-if.
  *> Paid in full at the discounted amount: the item closes, and the
  *> earned discount posts to the discount-taken account through the
  *> next posting run - the suspense team never hears about it.
  move ar-amount to ar-paid-amount.
  move "C" to ar-status.
  add 1 to ws-applied-count.
  add 1 to ws-discount-count.
  open extend recycle-file.
  move ws-disc-cc to rcy-cost-center.
  *> 88-million sequence series embeds the invoice number, the same
  *> traceability convention as the billing bridge's 90-million.
  compute rcy-seq-no = 88000000 + ar-invoice-no.
  move ws-today-date to rcy-date.
  move "D" to rcy-type.
  move ws-open-balance to rcy-amount.
  write recycle-record.
  close recycle-file.
  move spaces to cashapp-report-line.
  string "DISCOUNT TAKEN INV=" ar-invoice-no
      " CUST=" ar-cust-no
      " DISCOUNT=" ws-open-balance into cashapp-report-line.
  write cashapp-report-line.
  move ar-cust-no to ws-hist-cust-no.
  move ar-invoice-no to ws-hist-invoice-no.
  move ws-open-balance to ws-hist-amount.
  move "D" to ws-hist-type.
  perform write-pay-history-row.
        move rh-pay-ref to ws-remit-pay-ref
        move rh-cust-no to ws-remit-cust-no
        move rh-amount to ws-remit-amount
        move rh-date to ws-remit-date
        move zero to ws-remit-applied
      when RM-IS-DETAIL
        perform apply-one-allocation
  close remit-file.

apply-one-allocation.
  move "N" to ws-ar-found.
  if ws-aro-open = "Y"
    move rd-invoice-no to ar-invoice-no
    read ar-open-file
      invalid key continue
      not invalid key
        if ar-status not = "C"
          set AR-ITEM-FOUND to true
        end-if
    end-read
  end-if.
  if not AR-ITEM-FOUND
    *> An allocation naming an unknown or closed invoice stays in the
    *> wire's residual and is individually visible to the suspense
    *> team - the wire itself is not thrown back.
    exit paragraph
  end-if.
  move rd-amount to ws-settle-amount.
  move ws-remit-date to ws-settle-date.
  perform settle-document-amount.
  add ws-settle-relieved to ar-paid-amount.
  add rd-amount to ws-remit-applied.
  add 1 to ws-remit-alloc-count.
  compute ws-open-balance = ar-amount - ar-paid-amount.
  if ws-open-balance <= zero
    move "C" to ar-status
    add 1 to ws-applied-count
  else
    move "P" to ar-status
    add 1 to ws-partpaid-count
  end-if.
  perform rewrite-open-item.
  move spaces to cashapp-report-line.
  string "REMIT " ws-remit-pay-ref
      " ALLOC " rd-amount
      " TO INV=" ar-invoice-no
      " REMAINING=" ws-open-balance into cashapp-report-line.
  write cashapp-report-line.
  move ar-cust-no to ws-hist-cust-no.
  move ar-invoice-no to ws-hist-invoice-no.
  move ws-settle-relieved to ws-hist-amount.
  move "R" to ws-hist-type.
  perform write-pay-history-row.
  perform write-cash-bridge-pair.

apply-credit-memos.
  *> Net every open credit memo against the customer's open invoices,
  *> oldest first off the customer key - the correction applies itself
  *> the way a payment would, instead of both documents aging forever.
  if ws-aro-open not = "Y"
    exit paragraph
  end-if.
  move zero to ws-memo-count.
  move "N" to ws-aro-eof.
  move zero to ar-invoice-no.
  start ar-open-file key is >= ar-invoice-no
    invalid key set ARO-EOF to true
  end-start.
  perform until ARO-EOF
    read ar-open-file next record
      at end set ARO-EOF to true
    end-read
    if not ARO-EOF and ar-doc-type = "M" and ar-status not = "C"
      if ws-memo-count < 500
        add 1 to ws-memo-count
        move ar-invoice-no to memo-invoice-no(ws-memo-count)
      else
        display "CASHAPP: OVER 500 OPEN CREDIT MEMOS - MEMO "
            ar-invoice-no " NETS ON THE NEXT RUN"
      end-if
    end-if
  end-perform.
  perform varying ws-cmo-idx from 1 by 1 until ws-cmo-idx > ws-memo-count
    perform apply-one-credit-memo
  end-perform.

apply-one-credit-memo.
  move memo-invoice-no(ws-cmo-idx) to ar-invoice-no.
  read ar-open-file
    invalid key exit paragraph
  end-read.
  move ar-invoice-no to ws-memo-invoice-no.
  move ar-cust-no to ws-memo-cust-no.
  compute ws-memo-remaining = ar-amount - ar-paid-amount.
  move "N" to ws-aro-eof.
  start ar-open-file key is = ar-cust-no
    invalid key set ARO-EOF to true
  end-start.
  perform until ARO-EOF or ws-memo-remaining = zero
    read ar-open-file next record
      at end set ARO-EOF to true
    end-read
    if not ARO-EOF
      if ar-cust-no not = ws-memo-cust-no
        set ARO-EOF to true
      else
        if ar-doc-type not = "M" and ar-status not = "C"
          compute ws-open-balance = ar-amount - ar-paid-amount
          if ws-open-balance > zero
            perform offset-memo-against-invoice
          end-if
        end-if
      end-if
    end-if
  end-perform.
  move ws-memo-invoice-no to ar-invoice-no.
  read ar-open-file
    invalid key exit paragraph
  end-read.
  if ws-memo-remaining = zero
    move ar-amount to ar-paid-amount
    move "C" to ar-status
  else
    compute ar-paid-amount = ar-amount - ws-memo-remaining
    if ar-paid-amount not = zero
      move "P" to ar-status
    end-if
  end-if.
  perform rewrite-open-item.

offset-memo-against-invoice.
  *> The memo's remaining credit (negative) absorbs up to the
  *> invoice's remaining balance.
  compute ws-memo-offset =
      function min(ws-open-balance, function abs(ws-memo-remaining)).
  add ws-memo-offset to ar-paid-amount.
  add ws-memo-offset to ws-memo-remaining.
  if ar-paid-amount >= ar-amount
    move "C" to ar-status
    add 1 to ws-applied-count
  else
    move "P" to ar-status
  end-if.
  perform rewrite-open-item.
  add 1 to ws-memo-applied-count.
  move spaces to cashapp-report-line.
  string "CREDIT MEMO " ws-memo-invoice-no
      " APPLIED " ws-memo-offset
      " TO INV=" ar-invoice-no
      " CUST=" ar-cust-no into cashapp-report-line.
  write cashapp-report-line.
  move ar-cust-no to ws-hist-cust-no.
  move ar-invoice-no to ws-hist-invoice-no.
  move ws-memo-offset to ws-hist-amount.
  move "M" to ws-hist-type.
  perform write-pay-history-row.

load-cash-bridge-control.
  open input argl-ctl.
  if ws-ag-status = "35"
  move arg-cash-cc to ws-cash-cc.
  move arg-recv-acct to ws-recv-acct.
  move arg-recv-cc to ws-recv-cc.
  open input fxglacc-ctl.
  if ws-fxg-status = "35"
    open output fxglacc-ctl
    move spaces to fxglacc-ctl-record
    move ws-fx-gain-acct to fxg-gain-acct
    move ws-fx-gain-cc to fxg-gain-cc
    move ws-fx-loss-acct to fxg-loss-acct
    move ws-fx-loss-cc to fxg-loss-cc
    write fxglacc-ctl-record
    close fxglacc-ctl
    open input fxglacc-ctl
  end-if.
  move "FXGLACC.CTL" to ws-abend-file-name.
  move ws-fxg-status to ws-abend-status.
  perform check-file-status.
  read fxglacc-ctl
    at end continue
  end-read.
  close fxglacc-ctl.
  if fxg-gain-acct numeric and fxg-gain-acct not = zero
    move fxg-gain-acct to ws-fx-gain-acct
    move fxg-gain-cc to ws-fx-gain-cc
  end-if.
  if fxg-loss-acct numeric and fxg-loss-acct not = zero
    move fxg-loss-acct to ws-fx-loss-acct
    move fxg-loss-cc to ws-fx-loss-cc
  end-if.
  open input cashseq-ctl.
  if ws-cq-status = "35"
    open output cashseq-ctl
  add 1 to ws-next-txn-serial.
  move ws-today-date to rcy-date.
  move "D" to rcy-type.
  compute rcy-amount = ws-hist-amount + ws-fx-realized.
  move zero to rcy-orig-seq-no.
  move spaces to rcy-currency-code.
  move zero to rcy-company-code.
  move ws-bridge-batch-id to rcy-batch-id.
  write recycle-record.
  add rcy-amount to ws-bridge-debits.
  add 1 to ws-bridge-leg-no.
  move ws-recv-acct to rcy-acct-id.
  move ws-recv-cc to rcy-cost-center.
  compute rcy-amount = zero - ws-hist-amount.
  move ws-bridge-batch-id to rcy-batch-id.
  write recycle-record.
  add ws-hist-amount to ws-bridge-credits.
  *> A foreign item's realized exchange difference: a gain credits
  *> the gain account, a loss debits the loss account, so cash and
  *> receivables each post at their own value and the pair balances.
  if ws-fx-realized not = zero
    add 1 to ws-bridge-leg-no
    compute rcy-seq-no = 85000000 + ws-next-txn-serial
    add 1 to ws-next-txn-serial
    if ws-fx-realized > zero
      move ws-fx-gain-acct to rcy-acct-id
      move ws-fx-gain-cc to rcy-cost-center
      move "C" to rcy-type
      compute rcy-amount = zero - ws-fx-realized
      add ws-fx-realized to ws-bridge-credits
    else
      move ws-fx-loss-acct to rcy-acct-id
      move ws-fx-loss-cc to rcy-cost-center
      move "D" to rcy-type
      compute rcy-amount = zero - ws-fx-realized
      add rcy-amount to ws-bridge-debits
    end-if
    move ws-bridge-batch-id to rcy-batch-id
    write recycle-record
  end-if.
  close recycle-file.

write-cash-bridge-header.
  open extend journal-batch-file.
  write ar-pay-history-record.
  close ar-pay-history.

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
      " JOB=CASHAPP"
      " OPERATOR=" rpt-operator-id
      " STATUS=" ws-run-status-txt
      " ELAPSED=" ws-step-elapsed-secs "S" into run-log-line.
  write run-log-line.
  close run-log-file.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
  *> that the caller didn't already recover from (a first-run "35")
