        organization is line sequential
        file status is ws-br-status.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select customer-file assign to "CUSTMAST.DAT"
        organization is relative
        access mode is dynamic
    select audit-file assign to "AUDIT.LOG"
        organization is line sequential
        file status is ws-audit-status.
    select dd-expect-file assign to "DDEXPECT.DAT"
        organization is line sequential
        file status is ws-dx-status.
    select dd-mandate-file assign to "DDMANDATE.DAT"
        organization is line sequential
        file status is ws-dm-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  run-log-file.
  01 run-log-line             pic x(160).
  fd  bank-return-file.
  01 bank-return-record.
    05 bk-invoice-no           pic 9(6).
    05 bk-reason               pic x(20).
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  customer-file.
  copy "custmast.cpy".
  fd  nsffee-ctl.
  copy "recycrec.cpy".
  fd  audit-file.
  copy "auditrec.cpy".
  fd  dd-expect-file.
  copy "ddexpect.cpy".
  fd  dd-mandate-file.
  copy "ddmandate.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-br-status       pic x(2) value "00".
    01 ws-aro-status      pic x(2) value "00".
    01 ws-cu-status       pic x(2) value "00".
    01 ws-cu-rel-key      pic 9(6) value 1.
    01 ws-nf-status       pic x(2) value "00".
        88 BR-EOF         value "Y".
    01 ws-aro-eof         pic x(1) value "N".
        88 ARO-EOF        value "Y".
    01 ws-aro-written     pic x(1) value "N".
    01 ws-item-found      pic x(1) value "N".
    01 ws-fee-amount      pic 9(5)v99 value 25.00.
    01 ws-next-fee-no     pic 9(6) value 800001.
    01 ws-recv-cc         pic 9(4) value 9999.
    01 ws-returns-done    pic 9(4) value zero.
    01 ws-fees-added      pic 9(4) value zero.
    01 ws-fee-item-no     pic 9(6) value zero.
    01 ws-due-date-integer pic 9(7).
    *> A returned direct debit: "S" when the bank bounced it before
    *> its settlement date (nothing was applied, nothing to reverse),
    *> "A" when cashapp.cob had already applied it, "N" when the return
    *> is not one of our debits at all.
    01 ws-dx-status       pic x(2) value "00".
    01 ws-dx-eof          pic x(1) value "N".
        88 DX-EOF         value "Y".
    01 ws-dm-status       pic x(2) value "00".
    01 ws-dm-eof          pic x(1) value "N".
        88 DM-EOF         value "Y".
    01 ws-dd-state        pic x(1) value "N".
    01 ws-dd-unsettled    pic 9(4) value zero.
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
  *> bounce on the customer's master row so the credit desk sees the
  *> history - the receivable stops silently vanishing from the
  *> aging.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform load-fee-control.
  perform load-gl-control.
  perform process-bank-returns.
  perform save-fee-control.
  display "NSFPROC: " ws-returns-done " RETURN(S) PROCESSED, "
      ws-fees-added " FEE ITEM(S) ADDED, "
      ws-dd-unsettled " UNSETTLED DEBIT(S) RETURNED".
  perform write-run-log-entry.
  goback.

load-report-stamp.
  move "BANKRET.DAT" to ws-abend-file-name.
  move ws-br-status to ws-abend-status.
  perform check-file-status.
  *> AROPEN.DAT stays open for the whole drop: each return reopens
  *> its one item by invoice key and the fee item is added in place.
  open i-o ar-open-file.
  if ws-aro-status = "35"
    open output ar-open-file
    close ar-open-file
    open i-o ar-open-file
  end-if.
  move "AROPEN.DAT" to ws-abend-file-name.
  move ws-aro-status to ws-abend-status.
  perform check-file-status.
  read bank-return-file
    at end set BR-EOF to true
  end-read.
      at end set BR-EOF to true
    end-read
  end-perform.
  close ar-open-file.
  close bank-return-file.
  open output bank-return-file.
  close bank-return-file.

process-one-return.
  perform match-direct-debit.
  if ws-dd-state = "S"
    *> Bounced before it settled: the open item was never credited,
    *> so there is no application or cash to reverse - only the fee,
    *> the customer's bounce count and the mandate.
    perform add-nsf-fee-item
    perform write-fee-audit-row
    perform flag-customer-master
    perform suspend-dd-mandate
    add 1 to ws-dd-unsettled
    add 1 to ws-returns-done
    exit paragraph
  end-if.
  perform reopen-affected-item.
  if ws-item-found not = "Y"
    perform reject-unknown-return
  perform write-cash-reversal.
  perform write-nsf-audit-row.
  perform add-nsf-fee-item.
  perform write-fee-audit-row.
  perform flag-customer-master.
  if ws-dd-state = "A"
    perform suspend-dd-mandate
  end-if.
  add 1 to ws-next-rev-serial.
  add 1 to ws-returns-done.

reopen-affected-item.
  *> The bounced payment comes back off the item's paid amount, and
  *> the status reopens to open or part-paid - the one item, read and
  *> rewritten by its invoice key.
  move "N" to ws-item-found.
  move bk-invoice-no to ar-invoice-no.
  read ar-open-file
    invalid key exit paragraph
  end-read.
  move "Y" to ws-item-found.
  subtract bk-amount from ar-paid-amount.
  if ar-paid-amount <= zero
    move "O" to ar-status
  else
    move "P" to ar-status
  end-if.
  rewrite ar-open-item-record
    invalid key
      move "AROPEN.DAT" to ws-abend-file-name
      move ws-aro-status to ws-abend-status
      perform check-file-status
  end-rewrite.

write-cash-reversal.
  *> The bounced cash comes back out of the ledger through the next
  write audit-record.
  close audit-file.

write-fee-audit-row.
  *> One row per bounce keyed by the customer, whether or not a fee
  *> was charged: the new value is the fee billed (zero when waived)
  *> and the transaction number the fee item's invoice number, so the
  *> customer profitability run counts bounces and fees per customer
  *> off AUDIT.LOG without walking back through the items.
  open extend audit-file.
  if ws-audit-status = "35"
    open output audit-file
  end-if.
  move "AUDIT.LOG" to ws-abend-file-name.
  move ws-audit-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:14) to aud-timestamp.
  move "NSFPROC" to aud-source.
  move bk-cust-no to aud-key.
  move ws-fee-item-no to aud-txn-seq-no.
  move "NSF-FEE" to aud-field-name.
  move zero to aud-old-value.
  if ws-fee-item-no = zero
    move zero to aud-new-value
  else
    move ws-fee-amount to aud-new-value
  end-if.
  move "NSF-FEE" to aud-action.
  move spaces to aud-currency-code.
  move zero to aud-orig-amount.
  move zero to aud-fx-rate.
  write audit-record.
  close audit-file.

add-nsf-fee-item.
  move zero to ws-fee-item-no.
  if ws-fee-amount = zero
    exit paragraph
  end-if.
  move bk-cust-no to ar-cust-no.
  move ws-fee-amount to ar-amount.
  move zero to ar-paid-amount.
  move "O" to ar-status.
  move zero to ar-dun-level.
  move "I" to ar-doc-type.
  move space to ar-dispute-flag.
  move spaces to ar-dispute-reason.
  move spaces to ar-currency-code.
  move zero to ar-fx-amount.
  move 1 to ar-booking-rate.
  *> The fee number is the item's key on AROPEN.DAT; a number already
  *> taken moves the fee series past it.
  move "N" to ws-aro-written.
  perform until ws-aro-written = "Y"
    move ws-next-fee-no to ar-invoice-no
    write ar-open-item-record
      invalid key
        if ws-aro-status = "22"
          add 1 to ws-next-fee-no
        else
          move "AROPEN.DAT" to ws-abend-file-name
          move ws-aro-status to ws-abend-status
          perform check-file-status
          move "Y" to ws-aro-written
        end-if
      not invalid key
        move "Y" to ws-aro-written
        move ar-invoice-no to ws-fee-item-no
    end-write
  end-perform.
  add 1 to ws-next-fee-no.
  add 1 to ws-fees-added.

  end-read.
  close customer-file.

match-direct-debit.
  *> Is this return one of the debits ddcoll.cob sent? The expected-
  *> receipt row for the invoice and amount is marked RETURNED in
  *> place, remembering whether it had settled.
  move "N" to ws-dd-state.
  move "N" to ws-dx-eof.
  open i-o dd-expect-file.
  if ws-dx-status = "35"
    close dd-expect-file
    exit paragraph
  end-if.
  move "DDEXPECT.DAT" to ws-abend-file-name.
  move ws-dx-status to ws-abend-status.
  perform check-file-status.
  read dd-expect-file
    at end set DX-EOF to true
  end-read.
  perform until DX-EOF
    if dx-invoice-no = bk-invoice-no and dx-amount = bk-amount
        and (DX-SUBMITTED or DX-APPLIED)
      move dx-status to ws-dd-state
      move "R" to dx-status
      rewrite dd-expect-record
      set DX-EOF to true
    else
      read dd-expect-file
        at end set DX-EOF to true
      end-read
    end-if
  end-perform.
  close dd-expect-file.

suspend-dd-mandate.
  *> The account the debit was pulled from just bounced it - no more
  *> debits against the mandate until credit control reinstates it.
  move "N" to ws-dm-eof.
  open i-o dd-mandate-file.
  if ws-dm-status = "35"
    close dd-mandate-file
    exit paragraph
  end-if.
  move "DDMANDATE.DAT" to ws-abend-file-name.
  move ws-dm-status to ws-abend-status.
  perform check-file-status.
  read dd-mandate-file
    at end set DM-EOF to true
  end-read.
  perform until DM-EOF
    if dm-cust-no = bk-cust-no and DM-ACTIVE
      move "S" to dm-status
      move ws-today-date to dm-status-date
      rewrite dd-mandate-record
    end-if
    read dd-mandate-file
      at end set DM-EOF to true
    end-read
  end-perform.
  close dd-mandate-file.

reject-unknown-return.
  open extend reject-file.
  if ws-rej-status = "35"
  write reject-record.
  close reject-file.

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
      " JOB=NSFPROC"
      " OPERATOR=" rpt-operator-id
      " STATUS=" ws-run-status-txt
      " ELAPSED=" ws-step-elapsed-secs "S" into run-log-line.
  write run-log-line.
  close run-log-file.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
  *> that the caller didn't already recover from (a first-run "35")
