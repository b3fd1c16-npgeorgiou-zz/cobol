    select fxreval-report assign to "FXREVAL.RPT"
        organization is line sequential
        file status is ws-fr-status.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select ap-open-file assign to "APOPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-apo-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
  01 fxreval-report-line      pic x(132).
  fd  run-ctl-file.
  copy "runctl.cpy".
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  ap-open-file.
  copy "apopen.cpy".
  working-storage section.
    01 ws-audit-status    pic x(2) value "00".
    01 ws-rate-status     pic x(2) value "00".
        10 dif-current-base     pic s9(11)v99 sign is leading separate.
    01 ws-dif-count       pic 9(2) value zero.

    *> Open foreign-currency documents on the subledgers, per ledger
    *> and currency: the base they were booked at against their open
    *> foreign balance at today's rate. Both revalue against the
    *> FXREVAL.CTL offset account, never the receivables control:
    *> AROPEN.DAT stays at booked base, and sltieout.cob ties that
    *> control to it, so the unrealized layer must sit beside it.
    01 ws-aro-status      pic x(2) value "00".
    01 ws-apo-status      pic x(2) value "00".
    01 ws-oi-eof          pic x(1) value "N".
        88 OI-EOF         value "Y".
    01 ws-open-item-table.
      05 ws-oit-entry occurs 40 times indexed by ws-oit-idx.
        10 oit-ledger           pic x(2).
        10 oit-currency-code    pic x(3).
        10 oit-item-count       pic 9(6).
        10 oit-booked-base      pic s9(11)v99 sign is leading separate.
        10 oit-current-base     pic s9(11)v99 sign is leading separate.
    01 ws-oit-count       pic 9(2) value zero.
    01 ws-oi-ledger       pic x(2).
    01 ws-oi-currency     pic x(3).
    01 ws-oi-booked-base  pic s9(11)v99 sign is leading separate.
    01 ws-oi-fx-open      pic s9(11)v99 sign is leading separate.
    01 ws-entry-cc        pic 9(4).

    01 ws-gainloss-acct   pic 9(6) value 499001.
    01 ws-offset-acct     pic 9(6) value 199001.
    01 ws-reval-cc        pic 9(4) value 9999.
  end-if.
  perform load-current-rates.
  perform scan-audit-for-fx-postings.
  perform scan-open-foreign-items.
  if ws-dif-count = zero and ws-oit-count = zero
    display "FXREVAL: NO FOREIGN-CURRENCY POSITIONS ON AUDIT TRAIL"
        " OR OPEN ITEMS"
    goback
  end-if.
  perform load-reval-control.
      add ws-current-base to dif-current-base(ws-dif-idx)
  end-search.

scan-open-foreign-items.
  *> Every open receivable and payable carrying a document currency:
  *> its foreign balance still open (the foreign amount in the
  *> proportion base open bears to base billed) at today's rate,
  *> against the base it is carried at. A currency with no current
  *> rate values at the carried base, contributing nothing.
  move "N" to ws-oi-eof.
  open input ar-open-file.
  if ws-aro-status = "35"
    close ar-open-file
  else
    move "AROPEN.DAT" to ws-abend-file-name
    move ws-aro-status to ws-abend-status
    perform check-file-status
    perform until OI-EOF
      read ar-open-file next record
        at end set OI-EOF to true
        not at end
          if ar-status not = "C" and not AR-BASE-CURRENCY
              and ar-fx-amount numeric and ar-fx-amount not = zero
              and ar-amount not = zero
            move "AR" to ws-oi-ledger
            move ar-currency-code to ws-oi-currency
            compute ws-oi-booked-base = ar-amount - ar-paid-amount
            compute ws-oi-fx-open rounded =
                ar-fx-amount * ws-oi-booked-base / ar-amount
            perform accumulate-open-item
          end-if
      end-read
    end-perform
    close ar-open-file
  end-if.
  move "N" to ws-oi-eof.
  open input ap-open-file.
  if ws-apo-status = "35"
    close ap-open-file
  else
    move "APOPEN.DAT" to ws-abend-file-name
    move ws-apo-status to ws-abend-status
    perform check-file-status
    perform until OI-EOF
      read ap-open-file next record
        at end set OI-EOF to true
        not at end
          if ap-status not = "C" and not AP-BASE-CURRENCY
              and ap-fx-amount numeric and ap-fx-amount not = zero
              and ap-amount not = zero
            move "AP" to ws-oi-ledger
            move ap-currency-code to ws-oi-currency
            compute ws-oi-booked-base = ap-amount - ap-paid-amount
            compute ws-oi-fx-open rounded =
                ap-fx-amount * ws-oi-booked-base / ap-amount
            perform accumulate-open-item
          end-if
      end-read
    end-perform
    close ap-open-file
  end-if.

accumulate-open-item.
  if ws-oi-booked-base = zero
    exit paragraph
  end-if.
  move ws-oi-booked-base to ws-current-base.
  set ws-fx-idx to 1.
  search ws-fx-entry
    at end continue
    when fx-currency-code(ws-fx-idx) = ws-oi-currency
      compute ws-current-base rounded =
          ws-oi-fx-open * fx-rate(ws-fx-idx)
  end-search.
  set ws-oit-idx to 1.
  search ws-oit-entry
    at end
      if ws-oit-count < 40
        add 1 to ws-oit-count
        set ws-oit-idx to ws-oit-count
        move ws-oi-ledger to oit-ledger(ws-oit-idx)
        move ws-oi-currency to oit-currency-code(ws-oit-idx)
        move 1 to oit-item-count(ws-oit-idx)
        move ws-oi-booked-base to oit-booked-base(ws-oit-idx)
        move ws-current-base to oit-current-base(ws-oit-idx)
      end-if
    when ws-oit-idx <= ws-oit-count
        and oit-ledger(ws-oit-idx) = ws-oi-ledger
        and oit-currency-code(ws-oit-idx) = ws-oi-currency
      add 1 to oit-item-count(ws-oit-idx)
      add ws-oi-booked-base to oit-booked-base(ws-oit-idx)
      add ws-current-base to oit-current-base(ws-oit-idx)
  end-search.

revalue-open-item-group.
  *> A receivable worth more in base is a gain: debit the offset
  *> account, credit gain/loss. A payable costing more in base is a
  *> loss: debit gain/loss, credit the offset account.
  compute ws-unrealized =
      oit-current-base(ws-oit-idx) - oit-booked-base(ws-oit-idx).
  if ws-unrealized = zero
    exit paragraph
  end-if.
  if oit-ledger(ws-oit-idx) = "AR"
    add ws-unrealized to ws-total-unreal
    move ws-unrealized to ws-entry-amount
    move ws-offset-acct to ws-entry-acct
    move ws-reval-cc to ws-entry-cc
    perform write-revaluation-entry
    compute ws-entry-amount = zero - ws-unrealized
    move ws-gainloss-acct to ws-entry-acct
    move ws-reval-cc to ws-entry-cc
    perform write-revaluation-entry
  else
    subtract ws-unrealized from ws-total-unreal
    compute ws-entry-amount = zero - ws-unrealized
    move ws-offset-acct to ws-entry-acct
    move ws-reval-cc to ws-entry-cc
    perform write-revaluation-entry
    move ws-unrealized to ws-entry-amount
    move ws-gainloss-acct to ws-entry-acct
    perform write-revaluation-entry
  end-if.
  move spaces to fxreval-report-line.
  string "OPEN " oit-ledger(ws-oit-idx) " CCY="
      oit-currency-code(ws-oit-idx) " ITEMS=" oit-item-count(ws-oit-idx)
      " BOOKED-BASE=" oit-booked-base(ws-oit-idx)
      " CURRENT-BASE=" oit-current-base(ws-oit-idx)
      " UNREALIZED=" ws-unrealized into fxreval-report-line.
  write fxreval-report-line.

load-reval-control.
  open input fxreval-ctl.
  if ws-fc-status = "35"
      add ws-unrealized to ws-total-unreal
      move ws-unrealized to ws-entry-amount
      move ws-offset-acct to ws-entry-acct
      move ws-reval-cc to ws-entry-cc
      perform write-revaluation-entry
      compute ws-entry-amount = zero - ws-unrealized
      move ws-gainloss-acct to ws-entry-acct
      write fxreval-report-line
    end-if
  end-perform.
  perform varying ws-oit-idx from 1 by 1 until ws-oit-idx > ws-oit-count
    perform revalue-open-item-group
  end-perform.
  if ws-gen-rows > zero
    perform write-revaluation-batch-header
    perform write-fxrgen-log-row
  add 1 to ws-leg-no.
  initialize txn-record.
  move ws-entry-acct to txn-acct-id.
  move ws-entry-cc to txn-cost-center.
  compute txn-seq-no = 91000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-business-date to txn-date.
