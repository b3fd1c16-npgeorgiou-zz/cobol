  input-output section.
  file-control.
    select ap-open-file assign to "APOPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-apo-status.
    select vendor-file assign to "VENDMAST.DAT"
        organization is relative
    select apseq-ctl assign to "APSEQ.CTL"
        organization is line sequential
        file status is ws-as-status.
    select bank-acct-file assign to "BANKACCT.DAT"
        organization is line sequential
        file status is ws-ba-status.
    select fxglacc-ctl assign to "FXGLACC.CTL"
        organization is line sequential
        file status is ws-fxg-status.
    select remit-advice-file assign to "REMADV.DAT"
        organization is line sequential
        file status is ws-ra-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  run-log-file.
  01 run-log-line             pic x(160).
  fd  ap-open-file.
  copy "apopen.cpy".
  fd  vendor-file.
    05 pc-cash-ceiling         pic 9(11)v99.
    05 filler                  pic x(1).
    05 pc-next-check-no        pic 9(6).
    05 filler                  pic x(1).
    05 pc-bank-acct-id         pic x(8).
*> Date of the next payment run: an item whose early-payment discount
*> window closes before it is paid in this run, due or not. Zero or
*> blank is a week after the pay-through date - the Friday cycle.
    05 filler                  pic x(1).
    05 pc-next-run-date        pic 9(8).
  fd  check-register.
  copy "checkreg.cpy".
  fd  check-print.
    05 ag-cash-acct            pic 9(6).
    05 filler                  pic x(1).
    05 ag-cash-cc              pic 9(4).
*> Purchase-discount account the discounts taken are credited to;
*> blank (a row written before discounts were taken) is the
*> placeholder below until finance points it.
    05 filler                  pic x(1).
    05 ag-disc-acct            pic 9(6).
    05 filler                  pic x(1).
    05 ag-disc-cc              pic 9(4).
*> Realized exchange gain and loss accounts, shared with cashapp.cob.
  fd  fxglacc-ctl.
  01 fxglacc-ctl-record.
    05 fxg-gain-acct           pic 9(6).
    05 filler                  pic x(1).
    05 fxg-gain-cc             pic 9(4).
    05 filler                  pic x(1).
    05 fxg-loss-acct           pic 9(6).
    05 filler                  pic x(1).
    05 fxg-loss-cc             pic 9(4).
  fd  txn-file.
  copy "txnrec.cpy".
  fd  journal-batch-file.
    05 as-next-batch-id        pic 9(6).
    05 filler                  pic x(1).
    05 as-next-txn-serial      pic 9(6).
  fd  bank-acct-file.
  copy "bankacct.cpy".
  fd  remit-advice-file.
  copy "remadv.cpy".
  working-storage section.
    01 ws-apo-status      pic x(2) value "00".
    01 ws-vm-status       pic x(2) value "00".
    01 ws-txn-status      pic x(2) value "00".
    01 ws-jb-status      pic x(2) value "00".
    01 ws-as-status       pic x(2) value "00".
    01 ws-ba-status       pic x(2) value "00".
    01 ws-ba-eof          pic x(1) value "N".
        88 BA-EOF         value "Y".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    *> Selection walks APOPEN.DAT up its due-date key to the
    *> pay-through date, then on past it only for items whose
    *> discount window closes before the next run; only the items
    *> paid are rewritten.
    01 ws-apo-eof         pic x(1) value "N".
        88 APO-EOF        value "Y".

    01 ws-pay-through     pic 9(8) value zero.
    01 ws-next-run-date   pic 9(8) value zero.
    01 ws-date-integer    pic 9(7).
    01 ws-cash-ceiling    pic 9(11)v99 value 999999999.99.
    01 ws-next-check-no   pic 9(6) value 100001.
    01 ws-cash-acct       pic 9(6) value 100001.
    01 ws-cash-cc         pic 9(4) value 9999.
    01 ws-disc-acct       pic 9(6) value 480001.
    01 ws-disc-cc         pic 9(4) value 9999.
    *> Early-payment discount on the item being paid, and the check
    *> that pays it - the open balance less the discount.
    01 ws-disc-amount     pic s9(9)v99 sign is leading separate.
    01 ws-check-amount    pic s9(9)v99 sign is leading separate.
    01 ws-disc-work       pic s9(11)v99 sign is leading separate.
    01 ws-disc-total      pic s9(11)v99 sign is leading separate value zero.
    01 ws-disc-count      pic 9(4) value zero.
    01 ws-early-pass      pic x(1) value "N".
        88 EARLY-PASS     value "Y".
    01 ws-early-paid      pic 9(4) value zero.
    01 ws-cash-committed  pic s9(11)v99 sign is leading separate value zero.
    01 ws-open-balance    pic s9(9)v99 sign is leading separate.
    *> A foreign-currency item owes the vendor its foreign balance, so
    *> the check pays that balance (less any discount, figured in the
    *> same currency) at today's RATETBL.DAT rate. The expense is
    *> still relieved at the base the item was booked at; the
    *> difference between that and the cash is the realized exchange
    *> loss (paid more) or gain, a leg of its own to the FXGLACC.CTL
    *> accounts. An item whose currency has no rate today is not paid
    *> - a check at a stale rate would short or overpay the vendor.
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
    01 ws-fx-open         pic s9(9)v99 sign is leading separate.
    01 ws-fx-disc         pic s9(9)v99 sign is leading separate.
    01 ws-fx-check        pic s9(9)v99 sign is leading separate value zero.
    01 ws-fx-diff         pic s9(9)v99 sign is leading separate value zero.
    01 ws-fx-no-rate      pic x(1) value "N".
        88 FX-NO-RATE     value "Y".
    01 ws-fx-paid-count   pic 9(4) value zero.
    01 ws-fx-norate-skipped pic 9(4) value zero.
    01 ws-fx-diff-total   pic s9(11)v99 sign is leading separate value zero.
    01 ws-checks-cut      pic 9(4) value zero.
    01 ws-batch-id        pic 9(6) value zero.
    01 ws-next-batch-id   pic 9(6) value 890001.
    01 ws-gen-credits     pic s9(11)v99 sign is leading separate value zero.
    01 ws-entry-amount    pic s9(9)v99 sign is leading separate.
    01 ws-vend-found      pic x(1) value "N".
    01 ws-vend-held       pic x(1) value "N".
        88 VEND-HELD      value "Y".
    01 ws-held-skipped    pic 9(4) value zero.
    01 ws-today-date      pic 9(8).

    *> The bank account master, held whole so the drawn account's
    *> next check number can be written back. APPAYCTL.CTL names the
    *> account the run draws on; blank draws on the primary (first)
    *> account. Its cash account replaces APGLACC.CTL's for the run.
    01 ws-bank-table.
      05 ws-bnk-entry occurs 50 times indexed by ws-bnk-idx.
        10 bnk-bank-acct-id      pic x(8).
        10 bnk-description       pic x(20).
        10 bnk-cash-acct         pic 9(6).
        10 bnk-cash-cc           pic 9(4).
        10 bnk-currency-code     pic x(3).
        10 bnk-check-first       pic 9(6).
        10 bnk-check-last        pic 9(6).
        10 bnk-next-check-no     pic 9(6).
        10 bnk-status            pic x(1).
    01 ws-bnk-count       pic 9(2) value zero.
    01 ws-bnk-drawn-idx   pic 9(2) value zero.
    01 ws-bank-acct-id    pic x(8) value spaces.
    01 ws-check-last      pic 9(6) value 999999.
    01 ws-stock-out       pic x(1) value "N".
        88 CHECK-STOCK-OUT value "Y".
    01 ws-stock-skipped   pic 9(4) value zero.
    *> Remittance advice per check: a stub under the check on
    *> APCHECKS.RPT and the same content on REMADV.DAT for vendors
    *> taking it electronically. A check paying an item whose earlier
    *> check was voided with a reissue asked for (CHECKREG.DAT) is
    *> a reissue, and its advice says so.
    01 ws-ra-status       pic x(2) value "00".
    01 ws-ck-eof          pic x(1) value "N".
        88 CK-EOF         value "Y".
    01 ws-reissue-table.
      05 ws-rit-entry occurs 500 times indexed by ws-rit-idx.
        10 rit-invoice-no        pic 9(6).
        10 rit-vendor-no         pic 9(6).
        10 rit-check-no          pic 9(6).
    01 ws-rit-count       pic 9(3) value zero.
    01 ws-replaces-check-no pic 9(6) value zero.
    01 ws-prior-paid      pic s9(9)v99 sign is leading separate.
    01 ws-advice-count    pic 9(4) value zero.
    01 ws-reissue-count   pic 9(4) value zero.
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
  *> The AP payment run: select open items due by APPAYCTL.CTL's
  *> pay-through date (oldest due first, off APOPEN.DAT's due-date
  *> key), honoring the cash-available
  *> ceiling; print a check per selected item with the vendor's
  *> remit-to block; register every check on CHECKREG.DAT; and post
  *> the expense and cash relief to the ledger through TXNFILE.DAT in
  *> one balanced batch. Friday afternoons get their typewriter back.
  *> A vendor's early-payment discount is taken whenever the check is
  *> cut inside its window: the check pays net and the discount is
  *> credited to the purchase-discount account.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform load-payment-control.
  if ws-pay-through = zero
    display "APPAY: NO PAY-THROUGH DATE SET IN APPAYCTL.CTL - NOTHING SELECTED"
    goback
  end-if.
  perform open-ap-open-items.
  if return-code not = zero or APO-EOF
    display "APPAY: NO OPEN PAYABLES TO SELECT"
    perform write-run-log-entry
    goback
  end-if.
  perform load-gl-control.
  perform load-bank-accounts.
  if return-code not = zero
    close ap-open-file
    perform write-run-log-entry
    goback
  end-if.
  perform choose-drawn-account.
  if return-code not = zero
    close ap-open-file
    perform write-run-log-entry
    goback
  end-if.
  perform load-next-batch-id.
  perform load-reissued-checks.
  perform open-check-print.
  perform select-and-pay-items.
  close check-print.
  close remit-advice-file.
  if ws-checks-cut > zero
    perform write-payment-batch-header
  end-if.
  close ap-open-file.
  perform save-payment-control.
  perform save-bank-accounts.
  perform save-next-batch-id.
  display "APPAY: " ws-checks-cut " CHECK(S) CUT ON " ws-bank-acct-id
      ", CASH OUT=" ws-cash-committed ", " ws-advice-count
      " REMITTANCE ADVICE(S), " ws-reissue-count " REISSUE(S)".
  display "APPAY: " ws-disc-count " DISCOUNT(S) TAKEN, TOTAL="
      ws-disc-total ", " ws-early-paid
      " ITEM(S) PAID EARLY TO CATCH THE DISCOUNT WINDOW".
  if ws-stock-skipped > zero
    display "APPAY: " ws-stock-skipped
        " ITEM(S) NOT PAID - CHECK RANGE FOR " ws-bank-acct-id
        " EXHAUSTED"
  end-if.
  if ws-held-skipped > zero
    display "APPAY: " ws-held-skipped
        " ITEM(S) SKIPPED - VENDOR REMIT-TO CHANGE AWAITING CONFIRM"
  end-if.
  if ws-fx-paid-count > zero or ws-fx-norate-skipped > zero
    display "APPAY: " ws-fx-paid-count
        " FOREIGN-CURRENCY ITEM(S) PAID, REALIZED FX (LOSS+/GAIN-)="
        ws-fx-diff-total ", " ws-fx-norate-skipped
        " SKIPPED - NO RATE FOR TODAY"
  end-if.
  perform write-run-log-entry.
  goback.

load-report-stamp.
    move zero to pc-pay-through-date
    move ws-cash-ceiling to pc-cash-ceiling
    move ws-next-check-no to pc-next-check-no
    move spaces to pc-bank-acct-id
    write appay-ctl-record
    close appay-ctl
    open input appay-ctl
  move pc-pay-through-date to ws-pay-through.
  move pc-cash-ceiling to ws-cash-ceiling.
  move pc-next-check-no to ws-next-check-no.
  move pc-bank-acct-id to ws-bank-acct-id.
  if pc-next-run-date is numeric and pc-next-run-date > ws-pay-through
    move pc-next-run-date to ws-next-run-date
  else
    if ws-pay-through not = zero
      compute ws-date-integer =
          function integer-of-date(ws-pay-through) + 7
      move function date-of-integer(ws-date-integer) to ws-next-run-date
    end-if
  end-if.

save-payment-control.
  *> The pay-through date clears once consumed - next Friday's run
  *> needs a fresh, deliberate date - and the check counter rolls
  *> forward so numbers never reuse. The drawn bank account stays
  *> chosen until treasury names another.
  open output appay-ctl.
  move "APPAYCTL.CTL" to ws-abend-file-name.
  move ws-pc-status to ws-abend-status.
  move zero to pc-pay-through-date.
  move ws-cash-ceiling to pc-cash-ceiling.
  move ws-next-check-no to pc-next-check-no.
  move ws-bank-acct-id to pc-bank-acct-id.
  move zero to pc-next-run-date.
  write appay-ctl-record.
  close appay-ctl.

open-ap-open-items.
  *> Held open for the whole run: the payment loop positions on the
  *> earliest due date and rewrites each item as its check is cut.
  move "N" to ws-apo-eof.
  open i-o ap-open-file.
  if ws-apo-status = "35"
    close ap-open-file
    set APO-EOF to true
    exit paragraph
  end-if.
  move "APOPEN.DAT" to ws-abend-file-name.
  move ws-apo-status to ws-abend-status.
  perform check-file-status.

load-gl-control.
  open input apgl-ctl.
    move spaces to apgl-ctl-record
    move ws-cash-acct to ag-cash-acct
    move ws-cash-cc to ag-cash-cc
    move ws-disc-acct to ag-disc-acct
    move ws-disc-cc to ag-disc-cc
    write apgl-ctl-record
    close apgl-ctl
    open input apgl-ctl
  close apgl-ctl.
  move ag-cash-acct to ws-cash-acct.
  move ag-cash-cc to ws-cash-cc.
  if ag-disc-acct is numeric and ag-disc-acct not = zero
    move ag-disc-acct to ws-disc-acct
    if ag-disc-cc is numeric
      move ag-disc-cc to ws-disc-cc
    end-if
  end-if.
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

load-bank-accounts.
  *> First run seeds the master with the one account the shop always
  *> had - APGLACC.CTL's cash account and APPAYCTL.CTL's check
  *> counter - for treasury to extend with the payroll and foreign-
  *> currency accounts.
  move zero to ws-bnk-count.
  move "N" to ws-ba-eof.
  open input bank-acct-file.
  if ws-ba-status = "35"
    open output bank-acct-file
    move spaces to bank-account-record
    move "OPERATNG" to ba-bank-acct-id
    move "MAIN OPERATING" to ba-description
    move ws-cash-acct to ba-cash-acct
    move ws-cash-cc to ba-cash-cc
    move "USD" to ba-currency-code
    move ws-next-check-no to ba-check-first
    move 999999 to ba-check-last
    move ws-next-check-no to ba-next-check-no
    move "A" to ba-status
    write bank-account-record
    close bank-acct-file
    open input bank-acct-file
  end-if.
  move "BANKACCT.DAT" to ws-abend-file-name.
  move ws-ba-status to ws-abend-status.
  perform check-file-status.
  read bank-acct-file
    at end set BA-EOF to true
  end-read.
  perform until BA-EOF
    if ws-bnk-count < 50
      add 1 to ws-bnk-count
      move ba-bank-acct-id to bnk-bank-acct-id(ws-bnk-count)
      move ba-description to bnk-description(ws-bnk-count)
      move ba-cash-acct to bnk-cash-acct(ws-bnk-count)
      move ba-cash-cc to bnk-cash-cc(ws-bnk-count)
      move ba-currency-code to bnk-currency-code(ws-bnk-count)
      move ba-check-first to bnk-check-first(ws-bnk-count)
      move ba-check-last to bnk-check-last(ws-bnk-count)
      move ba-next-check-no to bnk-next-check-no(ws-bnk-count)
      move ba-status to bnk-status(ws-bnk-count)
    else
      display "APPAY: BANK TABLE FULL AT 50 - BANKACCT.DAT HAS MORE"
      move 16 to return-code
      set BA-EOF to true
    end-if
    read bank-acct-file
      at end set BA-EOF to true
    end-read
  end-perform.
  close bank-acct-file.

choose-drawn-account.
  *> Payables are base-currency money, so a foreign-currency account
  *> can't fund the run; a closed or unknown account cuts nothing.
  move zero to ws-bnk-drawn-idx.
  if ws-bank-acct-id = spaces and ws-bnk-count > zero
    move 1 to ws-bnk-drawn-idx
  else
    perform varying ws-bnk-idx from 1 by 1 until ws-bnk-idx > ws-bnk-count
      if bnk-bank-acct-id(ws-bnk-idx) = ws-bank-acct-id
        set ws-bnk-drawn-idx to ws-bnk-idx
      end-if
    end-perform
  end-if.
  if ws-bnk-drawn-idx = zero
    display "APPAY: BANK ACCOUNT " ws-bank-acct-id
        " NOT ON BANKACCT.DAT - NO CHECKS CUT"
    move 8 to return-code
    exit paragraph
  end-if.
  set ws-bnk-idx to ws-bnk-drawn-idx.
  if bnk-status(ws-bnk-idx) = "C"
    display "APPAY: BANK ACCOUNT " bnk-bank-acct-id(ws-bnk-idx)
        " IS CLOSED - NO CHECKS CUT"
    move 8 to return-code
    exit paragraph
  end-if.
  if bnk-currency-code(ws-bnk-idx) not = "USD"
      and bnk-currency-code(ws-bnk-idx) not = spaces
    display "APPAY: BANK ACCOUNT " bnk-bank-acct-id(ws-bnk-idx)
        " IS " bnk-currency-code(ws-bnk-idx)
        " - PAYABLES ARE BASE CURRENCY, NO CHECKS CUT"
    move 8 to return-code
    exit paragraph
  end-if.
  move bnk-bank-acct-id(ws-bnk-idx) to ws-bank-acct-id.
  move bnk-cash-acct(ws-bnk-idx) to ws-cash-acct.
  move bnk-cash-cc(ws-bnk-idx) to ws-cash-cc.
  move bnk-next-check-no(ws-bnk-idx) to ws-next-check-no.
  if ws-next-check-no < bnk-check-first(ws-bnk-idx)
    move bnk-check-first(ws-bnk-idx) to ws-next-check-no
  end-if.
  move bnk-check-last(ws-bnk-idx) to ws-check-last.

save-bank-accounts.
  set ws-bnk-idx to ws-bnk-drawn-idx.
  move ws-next-check-no to bnk-next-check-no(ws-bnk-idx).
  open output bank-acct-file.
  move "BANKACCT.DAT" to ws-abend-file-name.
  move ws-ba-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-bnk-idx from 1 by 1 until ws-bnk-idx > ws-bnk-count
    move spaces to bank-account-record
    move bnk-bank-acct-id(ws-bnk-idx) to ba-bank-acct-id
    move bnk-description(ws-bnk-idx) to ba-description
    move bnk-cash-acct(ws-bnk-idx) to ba-cash-acct
    move bnk-cash-cc(ws-bnk-idx) to ba-cash-cc
    move bnk-currency-code(ws-bnk-idx) to ba-currency-code
    move bnk-check-first(ws-bnk-idx) to ba-check-first
    move bnk-check-last(ws-bnk-idx) to ba-check-last
    move bnk-next-check-no(ws-bnk-idx) to ba-next-check-no
    move bnk-status(ws-bnk-idx) to ba-status
    write bank-account-record
  end-perform.
  close bank-acct-file.

load-next-batch-id.
  open input apseq-ctl.
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into check-print-line.
  write check-print-line.
  open extend remit-advice-file.
  if ws-ra-status = "35"
    open output remit-advice-file
  end-if.
  move "REMADV.DAT" to ws-abend-file-name.
  move ws-ra-status to ws-abend-status.
  perform check-file-status.

load-reissued-checks.
  *> Voided checks with a reissue queued, by the item they paid.
  *> The latest void of an item wins - it is the check the new one
  *> replaces.
  move zero to ws-rit-count.
  move "N" to ws-ck-eof.
  open input check-register.
  if ws-ck-status = "35"
    close check-register
    exit paragraph
  end-if.
  move "CHECKREG.DAT" to ws-abend-file-name.
  move ws-ck-status to ws-abend-status.
  perform check-file-status.
  read check-register
    at end set CK-EOF to true
  end-read.
  perform until CK-EOF
    if CK-VOIDED and CK-REISSUE-QUEUED
      perform post-reissued-check
    end-if
    read check-register
      at end set CK-EOF to true
    end-read
  end-perform.
  close check-register.

post-reissued-check.
  set ws-rit-idx to 1.
  search ws-rit-entry
    at end
      if ws-rit-count < 500
        add 1 to ws-rit-count
        set ws-rit-idx to ws-rit-count
        move ck-invoice-no to rit-invoice-no(ws-rit-idx)
        move ck-vendor-no to rit-vendor-no(ws-rit-idx)
        move ck-check-no to rit-check-no(ws-rit-idx)
      end-if
    when ws-rit-idx <= ws-rit-count
        and rit-invoice-no(ws-rit-idx) = ck-invoice-no
        and rit-vendor-no(ws-rit-idx) = ck-vendor-no
      move ck-check-no to rit-check-no(ws-rit-idx)
  end-search.

find-replaced-check.
  move zero to ws-replaces-check-no.
  set ws-rit-idx to 1.
  search ws-rit-entry
    at end continue
    when ws-rit-idx <= ws-rit-count
        and rit-invoice-no(ws-rit-idx) = ap-invoice-no
        and rit-vendor-no(ws-rit-idx) = ap-vendor-no
      move rit-check-no(ws-rit-idx) to ws-replaces-check-no
  end-search.

select-and-pay-items.
  open input vendor-file.
  if ws-vm-status = "35"
    close vendor-file
  end-if.
  move zero to ap-due-date.
  start ap-open-file key is >= ap-due-date
    invalid key set APO-EOF to true
  end-start.
  if not APO-EOF
    read ap-open-file next record
      at end set APO-EOF to true
    end-read
  end-if.
  perform until APO-EOF or ap-due-date > ws-pay-through
    perform consider-one-item
    read ap-open-file next record
      at end set APO-EOF to true
    end-read
  end-perform.
  *> Past the pay-through date, an item is worth paying now only when
  *> its discount window closes before the next run would reach it.
  set EARLY-PASS to true.
  perform until APO-EOF
    if ap-disc-pct is numeric and ap-disc-pct > zero
        and ap-disc-date is numeric
        and ap-disc-date >= ws-today-date
        and ap-disc-date < ws-next-run-date
      perform consider-one-item
    end-if
    read ap-open-file next record
      at end set APO-EOF to true
    end-read
  end-perform.
  if ws-vm-status = "00"
    close vendor-file
  end-if.

consider-one-item.
  *> A held item (three-way match, voided check awaiting reissue)
  *> waits for its release, due or not. The cash ceiling is held
  *> against the check, net of any discount taken.
  if ap-status not = "C"
      and ap-hold-code = space
    compute ws-open-balance = ap-amount - ap-paid-amount
    perform compute-item-discount
    perform check-vendor-pay-hold
    if ws-open-balance > zero and VEND-HELD
      add 1 to ws-held-skipped
    end-if
    if ws-open-balance > zero and not VEND-HELD and FX-NO-RATE
      add 1 to ws-fx-norate-skipped
    end-if
    if ws-open-balance > zero and not VEND-HELD and not FX-NO-RATE
        and ws-cash-committed + ws-check-amount <= ws-cash-ceiling
      if ws-next-check-no > ws-check-last
        set CHECK-STOCK-OUT to true
        add 1 to ws-stock-skipped
      else
        perform pay-one-item
      end-if
    end-if
  end-if.

compute-item-discount.
  *> The discount applies to what is still owed, and only while its
  *> window is open on the day the check is cut.
  move zero to ws-disc-amount.
  if ap-disc-pct is numeric and ap-disc-pct > zero
      and ap-disc-date is numeric
      and ap-disc-date >= ws-today-date
      and ws-open-balance > zero
    multiply ws-open-balance by ap-disc-pct giving ws-disc-work
    divide 100 into ws-disc-work giving ws-disc-amount rounded
  end-if.
  compute ws-check-amount = ws-open-balance - ws-disc-amount.
  move zero to ws-fx-check.
  move zero to ws-fx-diff.
  move "N" to ws-fx-no-rate.
  if not AP-BASE-CURRENCY and ap-fx-amount numeric
      and ap-fx-amount not = zero and ap-amount not = zero
      and ws-open-balance > zero
    perform convert-foreign-check
  end-if.

convert-foreign-check.
  move "L" to fr-mode.
  move ap-currency-code to fr-currency-code.
  move ws-today-date to fr-as-of-date.
  call "fxratelk" using ws-fr-request.
  if fr-found not = "Y" or fr-rate = zero
    set FX-NO-RATE to true
    exit paragraph
  end-if.
  compute ws-fx-open rounded =
      ap-fx-amount * ws-open-balance / ap-amount.
  move zero to ws-fx-disc.
  if ws-disc-amount > zero
    multiply ws-fx-open by ap-disc-pct giving ws-disc-work
    divide 100 into ws-disc-work giving ws-fx-disc rounded
  end-if.
  compute ws-fx-check = ws-fx-open - ws-fx-disc.
  compute ws-fx-diff = zero - ws-check-amount.
  compute ws-check-amount rounded = ws-fx-check * fr-rate.
  add ws-check-amount to ws-fx-diff.

check-vendor-pay-hold.
  *> A vendor whose remit-to changed and is not yet confirmed by a
  *> second operator (vendmnt.cob) gets no check - the item stays open
  *> for the first run after the confirm.
  move "N" to ws-vend-held.
  if ws-vm-status = "00"
    move ap-vendor-no to ws-vm-rel-key
    read vendor-file
      invalid key continue
      not invalid key
        if VM-REMIT-HOLD
          set VEND-HELD to true
        end-if
    end-read
  end-if.

pay-one-item.
  *> The discount relieves the item as fully as the cash does: the
  *> whole open balance is paid, the check carries the net.
  add ws-check-amount to ws-cash-committed.
  move ap-paid-amount to ws-prior-paid.
  add ws-open-balance to ap-paid-amount.
  move "C" to ap-status.
  if ws-disc-amount > zero
    move ws-disc-amount to ap-disc-taken
    set AP-DISC-WAS-TAKEN to true
    add ws-disc-amount to ws-disc-total
    add 1 to ws-disc-count
  end-if.
  if EARLY-PASS
    add 1 to ws-early-paid
  end-if.
  if ws-fx-check not = zero
    add 1 to ws-fx-paid-count
    add ws-fx-diff to ws-fx-diff-total
  end-if.
  rewrite ap-open-item-record
    invalid key
      move "APOPEN.DAT" to ws-abend-file-name
      move ws-apo-status to ws-abend-status
      perform check-file-status
  end-rewrite.
  perform find-replaced-check.
  perform print-one-check.
  perform print-remittance-stub.
  perform write-remittance-advice.
  perform register-one-check.
  perform write-relief-transactions.
  add 1 to ws-checks-cut.
  write check-print-line.
  move spaces to check-print-line.
  string "CHECK " ws-next-check-no " DATE " ws-today-date
      " AMOUNT " ws-check-amount " DRAWN ON " ws-bank-acct-id
      into check-print-line.
  write check-print-line.
  if ws-replaces-check-no not = zero
    move spaces to check-print-line
    string "*** REISSUE - REPLACES VOIDED CHECK " ws-replaces-check-no
        " ***" into check-print-line
    write check-print-line
  end-if.
  if ws-fx-check not = zero
    move spaces to check-print-line
    string "PAYS " ap-currency-code " " ws-fx-check " AT RATE " fr-rate
        into check-print-line
    write check-print-line
  end-if.
  move "N" to ws-vend-found.
  if ws-vm-status = "00"
    move ap-vendor-no to ws-vm-rel-key
    read vendor-file
      invalid key continue
      not invalid key move "Y" to ws-vend-found
    write check-print-line
  else
    move spaces to check-print-line
    string "PAY TO: VENDOR " ap-vendor-no
        " NOT ON VENDOR MASTER" into check-print-line
    write check-print-line
  end-if.
  move spaces to check-print-line.
  string "FOR INVOICE " ap-invoice-no
      " DUE " ap-due-date into check-print-line.
  write check-print-line.

print-remittance-stub.
  *> The detachable stub: what this check pays, invoice by invoice,
  *> so the vendor's AR can apply it without calling ours.
  move spaces to check-print-line.
  string "- - - - - - - - - - - - - - - - - - - - - - - - - - - - - -"
      " - - - - - - -" into check-print-line.
  write check-print-line.
  move spaces to check-print-line.
  if ws-replaces-check-no not = zero
    string "REMITTANCE ADVICE  CHECK " ws-next-check-no
        " DATE " ws-today-date " VENDOR " ap-vendor-no
        "  REISSUE OF CHECK " ws-replaces-check-no
        into check-print-line
  else
    string "REMITTANCE ADVICE  CHECK " ws-next-check-no
        " DATE " ws-today-date " VENDOR " ap-vendor-no
        into check-print-line
  end-if.
  write check-print-line.
  move spaces to check-print-line.
  string "  INVOICE  INV DATE        GROSS AMOUNT       PRIOR PAID"
      "         DISCOUNT      AMOUNT PAID" delimited by size
      into check-print-line.
  write check-print-line.
  move spaces to check-print-line.
  string "  " ap-invoice-no "   " ap-invoice-date "  " ap-amount
      "  " ws-prior-paid "  " ws-disc-amount "  " ws-check-amount
      delimited by size into check-print-line.
  write check-print-line.
  move spaces to check-print-line.
  string "  CHECK TOTAL" "                                       "
      "              " ws-check-amount delimited by size
      into check-print-line.
  write check-print-line.
  if ws-fx-check not = zero
    move spaces to check-print-line
    string "  INVOICE IN " ap-currency-code " PAID " ws-fx-check
        " LESS DISCOUNT " ws-fx-disc " AT RATE " fr-rate
        delimited by size into check-print-line
    write check-print-line
  end-if.

write-remittance-advice.
  move spaces to remit-advice-record.
  move "H" to rah-type.
  move ws-next-check-no to rah-check-no.
  move ap-vendor-no to rah-vendor-no.
  if ws-vend-found = "Y"
    move vm-name to rah-payee
  else
    string "VENDOR " ap-vendor-no into rah-payee
  end-if.
  move ws-today-date to rah-check-date.
  move ws-check-amount to rah-check-amount.
  move ws-bank-acct-id to rah-bank-acct-id.
  if ws-replaces-check-no not = zero
    move "R" to rah-reissue-flag
    add 1 to ws-reissue-count
  else
    move space to rah-reissue-flag
  end-if.
  move ws-replaces-check-no to rah-replaces-check-no.
  write remit-advice-record.
  move spaces to remit-advice-record.
  move "D" to rad-type.
  move ws-next-check-no to rad-check-no.
  move ap-invoice-no to rad-invoice-no.
  move ap-invoice-date to rad-invoice-date.
  move ap-amount to rad-gross-amount.
  move ws-prior-paid to rad-prior-paid.
  move ws-check-amount to rad-amount-paid.
  move ap-due-date to rad-due-date.
  move ws-disc-amount to rad-discount.
  write remit-advice-record.
  move spaces to remit-advice-record.
  move "T" to rat-type.
  move ws-next-check-no to rat-check-no.
  move 1 to rat-detail-count.
  move ws-check-amount to rat-total-paid.
  write remit-advice-record.
  add 1 to ws-advice-count.

register-one-check.
  open extend check-register.
  if ws-ck-status = "35"
  move ws-ck-status to ws-abend-status.
  perform check-file-status.
  move ws-next-check-no to ck-check-no.
  move ap-vendor-no to ck-vendor-no.
  if ws-vend-found = "Y"
    move vm-name to ck-payee
  else
    move spaces to ck-payee
    string "VENDOR " ap-vendor-no into ck-payee
  end-if.
  move ws-check-amount to ck-amount.
  move ws-today-date to ck-date.
  move "I" to ck-status.
  move ap-invoice-no to ck-invoice-no.
  move space to ck-void-type.
  move zero to ck-void-date.
  move space to ck-reissue-flag.
  move ws-bank-acct-id to ck-bank-acct-id.
  move ws-fx-diff to ck-fx-diff.
  write check-register-record.
  close check-register.

write-relief-transactions.
  *> Two legs per paid item: the expense posts where the invoice was
  *> coded at intake, the cash credit to the drawn bank's cash account -
  *> one balanced batch for the whole run, headed below. A discount
  *> taken is a third leg: the expense is relieved in full, cash
  *> carries the check and purchase discounts the difference.
  open extend txn-file.
  if ws-txn-status = "35"
    close txn-file
  perform check-file-status.
  add 1 to ws-leg-no.
  initialize txn-record.
  move ap-expense-acct to txn-acct-id.
  move ap-cost-center to txn-cost-center.
  compute txn-seq-no = 89000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-today-date to txn-date.
  add 1 to ws-next-txn-serial.
  move ws-today-date to txn-date.
  move "C" to txn-type.
  compute txn-amount = zero - ws-check-amount.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  add ws-check-amount to ws-gen-credits.
  if ws-disc-amount > zero
    add 1 to ws-leg-no
    initialize txn-record
    move ws-disc-acct to txn-acct-id
    move ws-disc-cc to txn-cost-center
    compute txn-seq-no = 89000000 + ws-next-txn-serial
    add 1 to ws-next-txn-serial
    move ws-today-date to txn-date
    move "C" to txn-type
    compute txn-amount = zero - ws-disc-amount
    move zero to txn-orig-seq-no
    move spaces to txn-currency-code
    move 1 to txn-company-code
    move ws-batch-id to txn-batch-id
    write txn-record
    add ws-disc-amount to ws-gen-credits
  end-if.
  if ws-fx-diff not = zero
    add 1 to ws-leg-no
    initialize txn-record
    compute txn-seq-no = 89000000 + ws-next-txn-serial
    add 1 to ws-next-txn-serial
    move ws-today-date to txn-date
    if ws-fx-diff > zero
      move ws-fx-loss-acct to txn-acct-id
      move ws-fx-loss-cc to txn-cost-center
      move "D" to txn-type
      move ws-fx-diff to txn-amount
      add ws-fx-diff to ws-gen-debits
    else
      move ws-fx-gain-acct to txn-acct-id
      move ws-fx-gain-cc to txn-cost-center
      move "C" to txn-type
      move ws-fx-diff to txn-amount
      subtract ws-fx-diff from ws-gen-credits
    end-if
    move zero to txn-orig-seq-no
    move spaces to txn-currency-code
    move 1 to txn-company-code
    move ws-batch-id to txn-batch-id
    write txn-record
  end-if.
  close txn-file.

write-payment-batch-header.
  write journal-batch-record.
  close journal-batch-file.

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
      " JOB=APPAY"
      " OPERATOR=" rpt-operator-id
      " STATUS=" ws-run-status-txt
      " ELAPSED=" ws-step-elapsed-secs "S" into run-log-line.
  write run-log-line.
  close run-log-file.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
