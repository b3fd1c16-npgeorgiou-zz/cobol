identification division.
  program-id. lockbox.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select lockbox-file assign to "LOCKBOX.DAT"
        organization is line sequential
        file status is ws-lbx-status.
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
        relative key is ws-cu-rel-key
        file status is ws-cu-status.
    select payment-file assign to "PAYMENT.DAT"
        organization is line sequential
        file status is ws-pm-status.
    select remit-file assign to "REMIT.DAT"
        organization is line sequential
        file status is ws-rm-status.
    select lockbox-exception-file assign to "LBXEXCP.DAT"
        organization is line sequential
        file status is ws-lxe-status.
    select lockbox-deposit-file assign to "LBXDEP.DAT"
        organization is line sequential
        file status is ws-ldp-status.
    select lockbox-report assign to "LOCKBOX.RPT"
        organization is line sequential
        file status is ws-lbr-status.
    select quarantine-file assign to "QUARANT.DAT"
        organization is line sequential
        file status is ws-quar-status.
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
  fd  lockbox-file.
  copy "lockbox.cpy".
  fd  ar-open-file.
  copy "aropen.cpy".
  fd  customer-file.
  copy "custmast.cpy".
  fd  payment-file.
  copy "payment.cpy".
*> Same REMIT.DAT layout cashapp.cob reads: one header per check,
*> one allocation row per invoice it pays.
  fd  remit-file.
  01 remit-record.
    05 rm-rec-type             pic x(1).
        88 RM-IS-HEADER         value "H".
        88 RM-IS-DETAIL         value "D".
    05 rm-rec-data             pic x(50).
  01 remit-header-record redefines remit-record.
    05 rh-type                 pic x(1).
    05 rh-pay-ref              pic 9(8).
    05 rh-cust-no              pic 9(6).
    05 rh-amount               pic s9(9)v99 sign is leading separate.
    05 rh-date                 pic 9(8).
    05 rh-filler               pic x(16).
  01 remit-detail-record redefines remit-record.
    05 rd-type                 pic x(1).
    05 rd-pay-ref              pic 9(8).
    05 rd-invoice-no           pic 9(6).
    05 rd-amount               pic s9(9)v99 sign is leading separate.
    05 rd-filler               pic x(24).
  fd  lockbox-exception-file.
  copy "lbxexcp.cpy".
  fd  lockbox-deposit-file.
  copy "lbxdep.cpy".
  fd  lockbox-report.
  01 lockbox-report-line       pic x(132).
  fd  quarantine-file.
  01 quarantine-line           pic x(80).
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-lbx-status      pic x(2) value "00".
    01 ws-aro-status      pic x(2) value "00".
    01 ws-cu-status       pic x(2) value "00".
    01 ws-cu-rel-key      pic 9(6) value 1.
    01 ws-pm-status       pic x(2) value "00".
    01 ws-rm-status       pic x(2) value "00".
    01 ws-lxe-status      pic x(2) value "00".
    01 ws-ldp-status      pic x(2) value "00".
    01 ws-lbr-status      pic x(2) value "00".
    01 ws-quar-status     pic x(2) value "00".
    01 ws-rej-status      pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-lbx-eof         pic x(1) value "N".
        88 LBX-EOF        value "Y".
    01 ws-ldp-eof         pic x(1) value "N".
        88 LDP-EOF        value "Y".

    *> Envelope proof, file level and batch level: the file header
    *> and trailer declare the batch count, check count and deposit
    *> total; each batch header declares its own check count and
    *> total. Only check details count - allocation rows split a
    *> check, they add no money.
    01 ws-envelope-valid  pic x(1) value "Y".
        88 ENVELOPE-VALID   value "Y".
        88 ENVELOPE-INVALID value "N".
    01 ws-envelope-reason pic x(40) value spaces.
    01 ws-header-seen     pic x(1) value "N".
    01 ws-trailer-seen    pic x(1) value "N".
    01 ws-lockbox-id      pic x(8) value spaces.
    01 ws-deposit-date    pic 9(8) value zero.
    01 ws-declared-batches pic 9(4) value zero.
    01 ws-declared-count  pic 9(6) value zero.
    01 ws-declared-total  pic s9(11)v99 sign is leading separate value zero.
    01 ws-trailer-batches pic 9(4) value zero.
    01 ws-trailer-count   pic 9(6) value zero.
    01 ws-trailer-total   pic s9(11)v99 sign is leading separate value zero.
    01 ws-batch-seen-count pic 9(4) value zero.
    01 ws-check-count     pic 9(6) value zero.
    01 ws-check-total     pic s9(11)v99 sign is leading separate value zero.
    01 ws-batch-open      pic x(1) value "N".
        88 BATCH-OPEN     value "Y".
    01 ws-batch-no        pic 9(4) value zero.
    01 ws-batch-decl-count pic 9(6) value zero.
    01 ws-batch-decl-total pic s9(11)v99 sign is leading separate value zero.
    01 ws-batch-count     pic 9(6) value zero.
    01 ws-batch-total     pic s9(11)v99 sign is leading separate value zero.
    01 ws-last-check-batch pic 9(4) value zero.
    01 ws-last-check-seq  pic 9(4) value zero.
    01 ws-check-seen      pic x(1) value "N".

    *> Open items, read-only here - only to prove a stub's invoice is
    *> really open for that customer before cashapp.cob is handed it.
    *> Each stub invoice is one keyed read of AROPEN.DAT.
    01 ws-aro-open        pic x(1) value "N".
    01 ws-ar-found        pic x(1) value "N".
        88 AR-ITEM-FOUND  value "Y".

    *> The check being worked, held until the next non-allocation row
    *> shows all of its allocations have been read.
    01 ws-check-pending   pic x(1) value "N".
        88 CHECK-PENDING  value "Y".
    01 ws-pend-batch-no   pic 9(4).
    01 ws-pend-item-seq   pic 9(4).
    01 ws-pend-check-no   pic 9(10).
    01 ws-pend-cust-no    pic 9(6).
    01 ws-pend-invoice-no pic 9(6).
    01 ws-pend-amount     pic s9(9)v99 sign is leading separate.
    01 ws-alloc-table.
      05 ws-alc-entry occurs 50 times indexed by ws-alc-idx.
        10 alc-invoice-no        pic 9(6).
        10 alc-amount            pic s9(9)v99 sign is leading separate.
    01 ws-alc-count       pic 9(3) value zero.
    01 ws-alc-overflow    pic x(1) value "N".
    01 ws-alc-total       pic s9(9)v99 sign is leading separate.
    01 ws-res-cust-no     pic 9(6).
    01 ws-find-invoice-no pic 9(6).
    01 ws-exception-reason pic x(30).
    *> REMIT.DAT's pay reference is the check's place in the lockbox:
    *> batch number then item sequence.
    01 ws-pay-ref.
      05 ws-pay-ref-batch  pic 9(4).
      05 ws-pay-ref-item   pic 9(4).
    01 ws-pay-ref-num redefines ws-pay-ref pic 9(8).

    01 ws-payment-count   pic 9(6) value zero.
    01 ws-remit-count     pic 9(6) value zero.
    01 ws-exception-count pic 9(6) value zero.
    01 ws-exception-total pic s9(11)v99 sign is leading separate value zero.
    01 ws-applied-total   pic s9(11)v99 sign is leading separate value zero.
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
  *> Lockbox intake in front of cash application: the bank's daily
  *> LOCKBOX.DAT is proved against its own batch and file envelopes
  *> before a single check is admitted. Single-invoice checks become
  *> PAYMENT.DAT rows, multi-invoice remittances REMIT.DAT headers and
  *> allocations, both ready for cashapp.cob; a check that can't be
  *> tied to a customer or open invoice goes to LBXEXCP.DAT for cash
  *> research. The deposit total lands on LBXDEP.DAT for bankrec.cob
  *> to find on the statement. A failed envelope quarantines the whole
  *> file - half a deposit never applies.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform validate-lockbox-envelope.
  if LBX-EOF and ws-header-seen = "N"
    display "LOCKBOX: NO LOCKBOX FILE TO ADMIT"
    perform write-run-log-entry
    goback
  end-if.
  if ENVELOPE-VALID
    perform check-duplicate-deposit
  end-if.
  if ENVELOPE-INVALID
    perform quarantine-lockbox-file
    display "LOCKBOX: LOCKBOX FILE QUARANTINED - " ws-envelope-reason
    perform truncate-lockbox-file
    move 8 to return-code
    perform write-run-log-entry
    goback
  end-if.
  perform open-open-items.
  perform open-lockbox-report.
  perform admit-lockbox-checks.
  perform write-expected-deposit.
  perform write-lockbox-totals.
  close lockbox-report.
  perform truncate-lockbox-file.
  if ws-aro-open = "Y"
    close ar-open-file
  end-if.
  display "LOCKBOX: " ws-check-count " CHECK(S) DEPOSITED, "
      ws-payment-count " PAYMENT(S), " ws-remit-count
      " REMITTANCE(S), " ws-exception-count " EXCEPTION(S)".
  perform write-run-log-entry.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "LOCKBOX" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

validate-lockbox-envelope.
  *> First pass: structure (file header first, a batch header in
  *> front of every batch, allocations straight after their check,
  *> file trailer last) and each batch's declared count and total as
  *> the batch closes, then the file's against both header and
  *> trailer.
  move "N" to ws-lbx-eof.
  open input lockbox-file.
  if ws-lbx-status = "35"
    set LBX-EOF to true
    close lockbox-file
    exit paragraph
  end-if.
  move "LOCKBOX.DAT" to ws-abend-file-name.
  move ws-lbx-status to ws-abend-status.
  perform check-file-status.
  read lockbox-file
    at end set LBX-EOF to true
  end-read.
  perform until LBX-EOF
    evaluate true
      when LBX-IS-HEADER
        if ws-header-seen = "Y" or ws-batch-seen-count > zero
          set ENVELOPE-INVALID to true
          move "HEADER NOT FIRST OR DUPLICATED" to ws-envelope-reason
        end-if
        move "Y" to ws-header-seen
        move lxh-lockbox-id to ws-lockbox-id
        move lxh-deposit-date to ws-deposit-date
        move lxh-declared-batches to ws-declared-batches
        move lxh-declared-count to ws-declared-count
        move lxh-declared-total to ws-declared-total
      when LBX-IS-BATCH
        if ws-trailer-seen = "Y"
          set ENVELOPE-INVALID to true
          move "BATCH AFTER TRAILER" to ws-envelope-reason
        end-if
        if BATCH-OPEN
          perform close-envelope-batch
        end-if
        move "Y" to ws-batch-open
        add 1 to ws-batch-seen-count
        move lxb-batch-no to ws-batch-no
        move lxb-declared-count to ws-batch-decl-count
        move lxb-declared-total to ws-batch-decl-total
        move zero to ws-batch-count
        move zero to ws-batch-total
        move "N" to ws-check-seen
      when LBX-IS-CHECK
        if not BATCH-OPEN or ws-trailer-seen = "Y"
            or lxd-batch-no not = ws-batch-no
          set ENVELOPE-INVALID to true
          move "CHECK OUTSIDE ITS BATCH" to ws-envelope-reason
        end-if
        if lxd-amount not numeric
          set ENVELOPE-INVALID to true
          move "CHECK AMOUNT NOT NUMERIC" to ws-envelope-reason
        else
          add 1 to ws-batch-count
          add lxd-amount to ws-batch-total
          add 1 to ws-check-count
          add lxd-amount to ws-check-total
        end-if
        move "Y" to ws-check-seen
        move lxd-batch-no to ws-last-check-batch
        move lxd-item-seq to ws-last-check-seq
      when LBX-IS-ALLOCATION
        if ws-check-seen not = "Y"
            or lxa-batch-no not = ws-last-check-batch
            or lxa-item-seq not = ws-last-check-seq
          set ENVELOPE-INVALID to true
          move "ALLOCATION NOT AFTER ITS CHECK" to ws-envelope-reason
        end-if
      when LBX-IS-TRAILER
        if BATCH-OPEN
          perform close-envelope-batch
        end-if
        move "Y" to ws-trailer-seen
        move lxt-batch-count to ws-trailer-batches
        move lxt-record-count to ws-trailer-count
        move lxt-total-amount to ws-trailer-total
      when other
        set ENVELOPE-INVALID to true
        move "UNKNOWN RECORD TYPE IN ENVELOPE" to ws-envelope-reason
    end-evaluate
    read lockbox-file
      at end set LBX-EOF to true
    end-read
  end-perform.
  close lockbox-file.
  if BATCH-OPEN
    perform close-envelope-batch
  end-if.
  if ENVELOPE-VALID and ws-header-seen = "N"
    set ENVELOPE-INVALID to true
    move "ENVELOPE HEADER MISSING" to ws-envelope-reason
  end-if.
  if ENVELOPE-VALID and ws-trailer-seen = "N"
    set ENVELOPE-INVALID to true
    move "ENVELOPE TRAILER MISSING" to ws-envelope-reason
  end-if.
  if ENVELOPE-VALID and (ws-batch-seen-count not = ws-declared-batches
      or ws-batch-seen-count not = ws-trailer-batches)
    set ENVELOPE-INVALID to true
    move "BATCH COUNT DISAGREES WITH ENVELOPE" to ws-envelope-reason
  end-if.
  if ENVELOPE-VALID and ws-check-count not = ws-declared-count
    set ENVELOPE-INVALID to true
    move "CHECK COUNT DISAGREES WITH HEADER" to ws-envelope-reason
  end-if.
  if ENVELOPE-VALID and ws-check-total not = ws-declared-total
    set ENVELOPE-INVALID to true
    move "DEPOSIT TOTAL DISAGREES WITH HEADER" to ws-envelope-reason
  end-if.
  if ENVELOPE-VALID and ws-check-count not = ws-trailer-count
    set ENVELOPE-INVALID to true
    move "CHECK COUNT DISAGREES WITH TRAILER" to ws-envelope-reason
  end-if.
  if ENVELOPE-VALID and ws-check-total not = ws-trailer-total
    set ENVELOPE-INVALID to true
    move "DEPOSIT TOTAL DISAGREES WITH TRAILER" to ws-envelope-reason
  end-if.

close-envelope-batch.
  move "N" to ws-batch-open.
  if ENVELOPE-VALID and ws-batch-count not = ws-batch-decl-count
    set ENVELOPE-INVALID to true
    move spaces to ws-envelope-reason
    string "BATCH " ws-batch-no " CHECK COUNT DISAGREES"
        delimited by size into ws-envelope-reason
  end-if.
  if ENVELOPE-VALID and ws-batch-total not = ws-batch-decl-total
    set ENVELOPE-INVALID to true
    move spaces to ws-envelope-reason
    string "BATCH " ws-batch-no " TOTAL DISAGREES"
        delimited by size into ws-envelope-reason
  end-if.

check-duplicate-deposit.
  *> The same lockbox and deposit date already admitted means the
  *> bank sent the file twice - applying it again would double-pay
  *> every invoice on it.
  move "N" to ws-ldp-eof.
  open input lockbox-deposit-file.
  if ws-ldp-status = "35"
    close lockbox-deposit-file
    exit paragraph
  end-if.
  move "LBXDEP.DAT" to ws-abend-file-name.
  move ws-ldp-status to ws-abend-status.
  perform check-file-status.
  read lockbox-deposit-file
    at end set LDP-EOF to true
  end-read.
  perform until LDP-EOF
    if ldp-lockbox-id = ws-lockbox-id
        and ldp-deposit-date = ws-deposit-date
      set ENVELOPE-INVALID to true
      move "LOCKBOX DEPOSIT ALREADY ADMITTED" to ws-envelope-reason
    end-if
    read lockbox-deposit-file
      at end set LDP-EOF to true
    end-read
  end-perform.
  close lockbox-deposit-file.

open-open-items.
  *> No AROPEN.DAT at all just means nothing is open - every stub
  *> invoice then goes to research.
  open input ar-open-file.
  if ws-aro-status = "35"
    exit paragraph
  end-if.
  move "AROPEN.DAT" to ws-abend-file-name.
  move ws-aro-status to ws-abend-status.
  perform check-file-status.
  move "Y" to ws-aro-open.

open-lockbox-report.
  open extend lockbox-report.
  if ws-lbr-status = "35"
    open output lockbox-report
  end-if.
  move "LOCKBOX.RPT" to ws-abend-file-name.
  move ws-lbr-status to ws-abend-status.
  perform check-file-status.
  move spaces to lockbox-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into lockbox-report-line.
  write lockbox-report-line.
  move spaces to lockbox-report-line.
  string "LOCKBOX=" ws-lockbox-id " DEPOSIT DATE=" ws-deposit-date
      into lockbox-report-line.
  write lockbox-report-line.

admit-lockbox-checks.
  *> Second pass: each check is held until its allocation rows are
  *> all read, then resolved to a customer and routed.
  open extend payment-file.
  if ws-pm-status = "35"
    open output payment-file
  end-if.
  move "PAYMENT.DAT" to ws-abend-file-name.
  move ws-pm-status to ws-abend-status.
  perform check-file-status.
  open extend remit-file.
  if ws-rm-status = "35"
    open output remit-file
  end-if.
  move "REMIT.DAT" to ws-abend-file-name.
  move ws-rm-status to ws-abend-status.
  perform check-file-status.
  open input customer-file.
  move "N" to ws-check-pending.
  move "N" to ws-lbx-eof.
  open input lockbox-file.
  read lockbox-file
    at end set LBX-EOF to true
  end-read.
  perform until LBX-EOF
    evaluate true
      when LBX-IS-ALLOCATION
        if ws-alc-count < 50
          add 1 to ws-alc-count
          move lxa-invoice-no to alc-invoice-no(ws-alc-count)
          move lxa-amount to alc-amount(ws-alc-count)
        else
          move "Y" to ws-alc-overflow
        end-if
      when LBX-IS-CHECK
        if CHECK-PENDING
          perform route-pending-check
        end-if
        move "Y" to ws-check-pending
        move lxd-batch-no to ws-pend-batch-no
        move lxd-item-seq to ws-pend-item-seq
        move lxd-check-no to ws-pend-check-no
        move lxd-cust-no to ws-pend-cust-no
        move lxd-invoice-no to ws-pend-invoice-no
        move lxd-amount to ws-pend-amount
        move zero to ws-alc-count
        move "N" to ws-alc-overflow
      when other
        if CHECK-PENDING
          perform route-pending-check
        end-if
    end-evaluate
    read lockbox-file
      at end set LBX-EOF to true
    end-read
  end-perform.
  if CHECK-PENDING
    perform route-pending-check
  end-if.
  close lockbox-file.
  if ws-cu-status not = "35"
    close customer-file
  end-if.
  close remit-file.
  close payment-file.

route-pending-check.
  move "N" to ws-check-pending.
  move spaces to ws-exception-reason.
  if ws-alc-overflow = "Y"
    move "MORE THAN 50 ALLOCATIONS" to ws-exception-reason
  end-if.
  if ws-exception-reason = spaces
    perform resolve-check-customer
  end-if.
  if ws-exception-reason = spaces
    if ws-alc-count = zero
      perform verify-single-invoice
    else
      perform verify-allocations
    end-if
  end-if.
  if ws-exception-reason not = spaces
    perform write-lockbox-exception
    exit paragraph
  end-if.
  add ws-pend-amount to ws-applied-total.
  if ws-alc-count = zero
    perform write-lockbox-payment
  else
    perform write-lockbox-remittance
  end-if.

resolve-check-customer.
  *> The stub's customer number when the bank read one, proved on the
  *> customer master; otherwise the owner of the first invoice the
  *> check names. A check with neither is research work.
  move zero to ws-res-cust-no.
  if ws-pend-cust-no not = zero
    if ws-cu-status = "35"
      move "CUSTOMER NOT ON MASTER" to ws-exception-reason
      exit paragraph
    end-if
    move ws-pend-cust-no to ws-cu-rel-key
    read customer-file
      invalid key
        move "CUSTOMER NOT ON MASTER" to ws-exception-reason
      not invalid key
        move ws-pend-cust-no to ws-res-cust-no
    end-read
    exit paragraph
  end-if.
  move zero to ws-find-invoice-no.
  if ws-pend-invoice-no not = zero
    move ws-pend-invoice-no to ws-find-invoice-no
  else
    if ws-alc-count > zero
      move alc-invoice-no(1) to ws-find-invoice-no
    end-if
  end-if.
  if ws-find-invoice-no = zero
    move "NO CUSTOMER OR INVOICE ON STUB" to ws-exception-reason
    exit paragraph
  end-if.
  perform find-open-invoice.
  if not AR-ITEM-FOUND
    move "INVOICE NOT OPEN ON AR" to ws-exception-reason
  else
    move ar-cust-no to ws-res-cust-no
  end-if.

find-open-invoice.
  move "N" to ws-ar-found.
  if ws-aro-open not = "Y"
    exit paragraph
  end-if.
  move ws-find-invoice-no to ar-invoice-no.
  read ar-open-file
    key is ar-invoice-no
    invalid key exit paragraph
  end-read.
  if ar-status not = "C"
    move "Y" to ws-ar-found
  end-if.

verify-single-invoice.
  *> No invoice on the stub is still a good payment - cashapp.cob's
  *> customer-plus-amount match takes it from there.
  if ws-pend-invoice-no = zero
    exit paragraph
  end-if.
  move ws-pend-invoice-no to ws-find-invoice-no.
  perform find-open-invoice.
  if not AR-ITEM-FOUND
    move "INVOICE NOT OPEN ON AR" to ws-exception-reason
    exit paragraph
  end-if.
  if ar-cust-no not = ws-res-cust-no
    move "INVOICE OF ANOTHER CUSTOMER" to ws-exception-reason
  end-if.

verify-allocations.
  *> Every allocation must name an open invoice of this customer, and
  *> together they can't spend more than the check - any less is the
  *> residual cashapp.cob suspends.
  move zero to ws-alc-total.
  perform varying ws-alc-idx from 1 by 1
      until ws-alc-idx > ws-alc-count or ws-exception-reason not = spaces
    move alc-invoice-no(ws-alc-idx) to ws-find-invoice-no
    perform find-open-invoice
    if not AR-ITEM-FOUND
      move "INVOICE NOT OPEN ON AR" to ws-exception-reason
    else
      if ar-cust-no not = ws-res-cust-no
        move "INVOICE OF ANOTHER CUSTOMER" to ws-exception-reason
      end-if
    end-if
    add alc-amount(ws-alc-idx) to ws-alc-total
  end-perform.
  if ws-exception-reason = spaces and ws-alc-total > ws-pend-amount
    move "ALLOCATIONS EXCEED CHECK AMOUNT" to ws-exception-reason
  end-if.

write-lockbox-payment.
  move ws-pend-invoice-no to pm-invoice-no.
  move ws-res-cust-no to pm-cust-no.
  move ws-pend-amount to pm-amount.
  move ws-deposit-date to pm-date.
  write payment-record.
  add 1 to ws-payment-count.
  move spaces to lockbox-report-line.
  string "PAYMENT BATCH=" ws-pend-batch-no " ITEM=" ws-pend-item-seq
      " CHECK=" ws-pend-check-no " CUST=" ws-res-cust-no
      " INV=" ws-pend-invoice-no " AMT=" ws-pend-amount
      into lockbox-report-line.
  write lockbox-report-line.

write-lockbox-remittance.
  move ws-pend-batch-no to ws-pay-ref-batch.
  move ws-pend-item-seq to ws-pay-ref-item.
  move spaces to remit-record.
  move "H" to rh-type.
  move ws-pay-ref-num to rh-pay-ref.
  move ws-res-cust-no to rh-cust-no.
  move ws-pend-amount to rh-amount.
  move ws-deposit-date to rh-date.
  write remit-record.
  perform varying ws-alc-idx from 1 by 1 until ws-alc-idx > ws-alc-count
    move spaces to remit-record
    move "D" to rd-type
    move ws-pay-ref-num to rd-pay-ref
    move alc-invoice-no(ws-alc-idx) to rd-invoice-no
    move alc-amount(ws-alc-idx) to rd-amount
    write remit-record
  end-perform.
  add 1 to ws-remit-count.
  move spaces to lockbox-report-line.
  string "REMITTANCE REF=" ws-pay-ref-num
      " CHECK=" ws-pend-check-no " CUST=" ws-res-cust-no
      " AMT=" ws-pend-amount " ALLOCATIONS=" ws-alc-count
      into lockbox-report-line.
  write lockbox-report-line.

write-lockbox-exception.
  open extend lockbox-exception-file.
  if ws-lxe-status = "35"
    open output lockbox-exception-file
  end-if.
  move "LBXEXCP.DAT" to ws-abend-file-name.
  move ws-lxe-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:14) to lxe-timestamp.
  move ws-lockbox-id to lxe-lockbox-id.
  move ws-deposit-date to lxe-deposit-date.
  move ws-pend-batch-no to lxe-batch-no.
  move ws-pend-item-seq to lxe-item-seq.
  move ws-pend-check-no to lxe-check-no.
  move ws-pend-cust-no to lxe-cust-no.
  move ws-pend-invoice-no to lxe-invoice-no.
  move ws-pend-amount to lxe-amount.
  move ws-exception-reason to lxe-reason.
  move "N" to lxe-resolved-flag.
  write lockbox-exception-record.
  close lockbox-exception-file.
  add 1 to ws-exception-count.
  add ws-pend-amount to ws-exception-total.
  move spaces to lockbox-report-line.
  string "EXCEPTION BATCH=" ws-pend-batch-no " ITEM=" ws-pend-item-seq
      " CHECK=" ws-pend-check-no " CUST=" ws-pend-cust-no
      " AMT=" ws-pend-amount " REASON=" ws-exception-reason
      into lockbox-report-line.
  write lockbox-report-line.

write-expected-deposit.
  *> The whole deposit, exceptions and all - that is the credit the
  *> bank statement will carry.
  open extend lockbox-deposit-file.
  if ws-ldp-status = "35"
    open output lockbox-deposit-file
  end-if.
  move "LBXDEP.DAT" to ws-abend-file-name.
  move ws-ldp-status to ws-abend-status.
  perform check-file-status.
  move ws-lockbox-id to ldp-lockbox-id.
  move ws-deposit-date to ldp-deposit-date.
  move ws-check-count to ldp-check-count.
  move ws-check-total to ldp-amount.
  move "O" to ldp-status.
  move zero to ldp-cleared-date.
  write lockbox-deposit-record.
  close lockbox-deposit-file.

write-lockbox-totals.
  move spaces to lockbox-report-line.
  string "CHECKS=" ws-check-count
      " PAYMENTS=" ws-payment-count
      " REMITTANCES=" ws-remit-count
      " EXCEPTIONS=" ws-exception-count
      into lockbox-report-line.
  write lockbox-report-line.
  move spaces to lockbox-report-line.
  string "TO CASH APPLICATION=" ws-applied-total
      " TO RESEARCH=" ws-exception-total
      " DEPOSIT EXPECTED ON STATEMENT=" ws-check-total
      into lockbox-report-line.
  write lockbox-report-line.

quarantine-lockbox-file.
  *> The whole failed file, banner first, onto QUARANT.DAT beside the
  *> partner files gateway.cob quarantines - and a reject row so the
  *> failure shows in the cycle's totals.
  open extend quarantine-file.
  if ws-quar-status = "35"
    open output quarantine-file
  end-if.
  move "QUARANT.DAT" to ws-abend-file-name.
  move ws-quar-status to ws-abend-status.
  perform check-file-status.
  move spaces to quarantine-line.
  string "QUARANTINE LOCKBOX=" ws-lockbox-id
      " REASON=" ws-envelope-reason into quarantine-line.
  write quarantine-line.
  move "N" to ws-lbx-eof.
  open input lockbox-file.
  read lockbox-file
    at end set LBX-EOF to true
  end-read.
  perform until LBX-EOF
    move spaces to quarantine-line
    move lockbox-record to quarantine-line
    write quarantine-line
    read lockbox-file
      at end set LBX-EOF to true
    end-read
  end-perform.
  close lockbox-file.
  close quarantine-file.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "LOCKBOX" to rej-source.
  move zero to rej-key.
  move "LENV" to rej-reason-code.
  move ws-envelope-reason to rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

truncate-lockbox-file.
  *> Admitted or quarantined, the delivery is consumed, so a rerun
  *> can't apply a deposit twice.
  open output lockbox-file.
  close lockbox-file.

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
      " JOB=LOCKBOX"
      " OPERATOR=" rpt-operator-id
      " STATUS=" ws-run-status-txt
      " ELAPSED=" ws-step-elapsed-secs "S" into run-log-line.
  write run-log-line.
  close run-log-file.

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

end program lockbox.
