identification division.
  program-id. apmatrel.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select ap-open-file assign to "APOPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-apo-status.
    select ap-match-report assign to "APMATCH.RPT"
        organization is line sequential
        file status is ws-amr-status.
    select oper-auth-file assign to "OPERAUTH.DAT"
        organization is line sequential
        file status is ws-oa-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
    select prepaid-schedule-file assign to "PPDSCHED.DAT"
        organization is line sequential
        file status is ws-pps-status.
    select landed-charge-file assign to "LANDCHG.DAT"
        organization is line sequential
        file status is ws-lc-status.
    select project-txn-file assign to "PROJTXN.DAT"
        organization is line sequential
        file status is ws-pt-status.
    select project-hist-file assign to "PROJHIST.DAT"
        organization is line sequential
        file status is ws-ph-status.
    select use-tax-file assign to "USETAX.DAT"
        organization is line sequential
        file status is ws-ut-status.
    select usetax-ctl assign to "USETAX.CTL"
        organization is line sequential
        file status is ws-utc-status.
    select utseq-ctl assign to "UTSEQ.CTL"
        organization is line sequential
        file status is ws-uq-status.
    select txn-file assign to "TXNFILE.DAT"
        organization is line sequential
        file status is ws-txn-status.
    select journal-batch-file assign to "JRNLBAT.DAT"
        organization is line sequential
        file status is ws-jb-status.
    select match-work-file assign to "APMXWORK.DAT"
        organization is line sequential
        file status is ws-mw-status.
data division.
  file section.
  fd  ap-open-file.
  copy "apopen.cpy".
  fd  ap-match-report.
  01 ap-match-report-line      pic x(132).
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  fd  prepaid-schedule-file.
  copy "ppdsched.cpy".
  fd  landed-charge-file.
  copy "landchg.cpy".
  fd  project-txn-file.
  copy "projtxn.cpy".
  fd  project-hist-file.
  01 project-hist-record       pic x(54).
  fd  use-tax-file.
  copy "usetax.cpy".
  fd  usetax-ctl.
  01 usetax-ctl-record.
    05 utc-liab-acct           pic 9(6).
    05 filler                  pic x(1).
    05 utc-liab-cc             pic 9(4).
    05 filler                  pic x(1).
    05 utc-home-state          pic x(2).
  fd  utseq-ctl.
  01 utseq-ctl-record.
    05 uq-next-batch-id        pic 9(6).
    05 filler                  pic x(1).
    05 uq-next-txn-serial      pic 9(6).
  fd  txn-file.
  copy "txnrec.cpy".
  fd  journal-batch-file.
  copy "jrnlbat.cpy".
  fd  match-work-file.
  01 match-work-record         pic x(100).
  working-storage section.
    01 ws-apo-status      pic x(2) value "00".
    01 ws-amr-status      pic x(2) value "00".
    01 ws-rej-status      pic x(2) value "00".
    01 ws-pps-status      pic x(2) value "00".
    01 ws-lc-status       pic x(2) value "00".
    01 ws-pt-status       pic x(2) value "00".
    01 ws-ph-status       pic x(2) value "00".
    01 ws-ut-status       pic x(2) value "00".
    01 ws-utc-status      pic x(2) value "00".
    01 ws-uq-status       pic x(2) value "00".
    01 ws-txn-status      pic x(2) value "00".
    01 ws-jb-status       pic x(2) value "00".
    01 ws-mw-status       pic x(2) value "00".
    01 ws-link-eof        pic x(1) value "N".
        88 LINK-EOF       value "Y".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-apo-eof         pic x(1) value "N".
        88 APO-EOF        value "Y".
    01 ws-hold-found      pic x(1) value "N".
        88 HOLD-FOUND     value "Y".
    01 ws-maint-action    pic x(1) value "Q".
        88 MAINT-LIST      value "L".
        88 MAINT-RELEASE   value "R".
        88 MAINT-REJECT    value "X".
        88 MAINT-QUIT      value "Q".
    01 ws-sel-invoice-no  pic 9(6) value zero.
    01 ws-sel-vendor-no   pic 9(6) value zero.
    01 ws-maint-message   pic x(40) value spaces.
    01 ws-operator-id     pic x(20) value spaces.
    01 ws-today-date      pic 9(8).
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "APMATREL".

    *> What apinv.cob wrote alongside a match-held invoice - prepaid
    *> schedule, landed charge, project vendor cost, use-tax accrual -
    *> is cancelled or reversed when the invoice is rejected, so the
    *> runs that read those files never see an invoice AP threw back.
    01 ws-cancel-count    pic 9(2) value zero.
    01 ws-manual-count    pic 9(2) value zero.
    01 ws-file-changed    pic x(1) value "N".
    01 ws-cancel-text     pic x(100).
    01 ws-inv-ref         pic x(10).
    01 ws-pv-found        pic x(1) value "N".
        88 PV-FOUND       value "Y".
    01 ws-pv-project-no   pic 9(6).
    01 ws-pv-amount       pic s9(9)v99 sign is leading separate.
    *> Use tax is charged back to the invoice's own expense coding -
    *> the prepaid schedule's for a prepaid invoice, whose open item
    *> carries the prepaid asset instead.
    01 ws-ut-expense-acct pic 9(6).
    01 ws-ut-expense-cc   pic 9(4).
    01 ws-ut-state        pic x(2).
    01 ws-ut-rate         pic 9(2)v9(4).
    01 ws-ut-taxable      pic s9(9)v99 sign is leading separate.
    01 ws-ut-tax          pic s9(9)v99 sign is leading separate.
    01 ws-use-tax-liab-acct pic 9(6) value 220005.
    01 ws-use-tax-liab-cc pic 9(4) value 9999.
    *> Reversing legs post in the use-tax series on UTSEQ.CTL that
    *> apinv.cob's accruals came from, one balanced batch per reject.
    01 ws-batch-id        pic 9(6) value zero.
    01 ws-next-batch-id   pic 9(6) value 940001.
    01 ws-next-txn-serial pic 9(6) value 1.
    01 ws-gen-debits      pic s9(11)v99 sign is leading separate value zero.
    01 ws-gen-credits     pic s9(11)v99 sign is leading separate value zero.
    01 ws-rev-leg-count   pic 9(4) value zero.
    01 ws-leg-acct        pic 9(6).
    01 ws-leg-cc          pic 9(4).
    01 ws-leg-amount      pic s9(9)v99 sign is leading separate.
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    *> Purchasing's way out of the three-way-match hold apinv.cob
    *> parks a mismatched vendor invoice in: release clears the hold
    *> so the next payment run can select the item, reject takes the
    *> item off the payables file to REJECT.DAT to go back to the
    *> vendor and cancels what intake booked beside it. Each decision
    *> is appended to APMATCH.RPT beside the exception it settles.
    01 apmat-release-screen.
      05 blank screen.
      05 line 1 column 1 value "AP THREE-WAY MATCH HOLD REVIEW".
      05 line 3 column 1  value "HELD INVOICE NO:".
      05 line 3 column 18 pic 9(6) using ws-sel-invoice-no.
      05 line 4 column 1  value "VENDOR NO:".
      05 line 4 column 18 pic 9(6) using ws-sel-vendor-no.
      05 line 6 column 1 value "ACTION (L=LIST, R=RELEASE, X=REJECT, Q=QUIT):".
      05 line 6 column 47 pic x(1) using ws-maint-action.
      05 line 8 column 1 pic x(40) from ws-maint-message.
procedure division.
main-paragraph.
  accept ws-operator-id from environment "USER".
  if ws-operator-id = spaces
    move "UNKNOWN" to ws-operator-id
  end-if.
  perform operator-sign-on.
  if return-code not = zero
    goback
  end-if.
  accept ws-today-date from date yyyymmdd.
  perform verify-operator-authority.
  if return-code not = zero
    goback
  end-if.
  perform until MAINT-QUIT
    move spaces to ws-maint-message
    display apmat-release-screen
    accept apmat-release-screen
    evaluate true
      when MAINT-LIST
        perform list-held-items
      when MAINT-RELEASE
        perform decide-held-item
      when MAINT-REJECT
        perform decide-held-item
      when MAINT-QUIT
        continue
      when other
        move "UNKNOWN ACTION" to ws-maint-message
    end-evaluate
  end-perform.
  goback.

list-held-items.
  move "N" to ws-apo-eof.
  open input ap-open-file.
  if ws-apo-status = "35"
    close ap-open-file
    move "NO APOPEN.DAT ON DISK" to ws-maint-message
    exit paragraph
  end-if.
  read ap-open-file next record
    at end set APO-EOF to true
  end-read.
  perform until APO-EOF
    if AP-MATCH-HOLD
      display "INV=" ap-invoice-no " VENDOR=" ap-vendor-no
          " PO=" ap-po-no " LINE=" ap-po-line
          " QTY=" ap-billed-qty " AMOUNT=" ap-amount
    end-if
    read ap-open-file next record
      at end set APO-EOF to true
    end-read
  end-perform.
  close ap-open-file.
  move "END OF MATCH-HOLD LIST" to ws-maint-message.

decide-held-item.
  *> Invoice numbers are the vendor's own, so the vendor number keys
  *> the item with it. Only a held item can be decided here; the one
  *> item is rewritten, or deleted, in place.
  move "N" to ws-hold-found.
  open i-o ap-open-file.
  if ws-apo-status = "35"
    close ap-open-file
    move "NO APOPEN.DAT ON DISK" to ws-maint-message
    exit paragraph
  end-if.
  move "APOPEN.DAT" to ws-abend-file-name.
  move ws-apo-status to ws-abend-status.
  perform check-file-status.
  move ws-sel-invoice-no to ap-invoice-no.
  move ws-sel-vendor-no to ap-vendor-no.
  read ap-open-file
    invalid key continue
    not invalid key
      if AP-MATCH-HOLD
        set HOLD-FOUND to true
      end-if
  end-read.
  if HOLD-FOUND
    perform write-match-decision
    if MAINT-RELEASE
      move space to ap-hold-code
      rewrite ap-open-item-record
      move "RELEASED - ITEM PAYABLE NEXT RUN" to ws-maint-message
    else
      perform reject-held-item
      perform cancel-linked-postings
      delete ap-open-file record
      if ws-manual-count > zero
        move "REJECTED - ADJUSTMENT LISTED ON APMATCH"
            to ws-maint-message
      else
        if ws-cancel-count > zero
          move spaces to ws-maint-message
          string "REJECTED - " ws-cancel-count
              " LINKED ENTRIES CANCELLED" into ws-maint-message
        else
          move "REJECTED TO REJECT FILE" to ws-maint-message
        end-if
      end-if
    end-if
  else
    move "MATCH-HELD INVOICE NOT FOUND" to ws-maint-message
  end-if.
  close ap-open-file.

write-match-decision.
  open extend ap-match-report.
  if ws-amr-status = "35"
    open output ap-match-report
  end-if.
  move "APMATCH.RPT" to ws-abend-file-name.
  move ws-amr-status to ws-abend-status.
  perform check-file-status.
  move spaces to ap-match-report-line.
  if MAINT-RELEASE
    string "MATCH RELEASED INV=" ap-invoice-no " VENDOR=" ap-vendor-no
        " BY " ws-operator-id " ON " ws-today-date
        into ap-match-report-line
  else
    string "MATCH REJECTED INV=" ap-invoice-no " VENDOR=" ap-vendor-no
        " BY " ws-operator-id " ON " ws-today-date
        into ap-match-report-line
  end-if.
  write ap-match-report-line.
  close ap-match-report.

reject-held-item.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "APMATREL" to rej-source.
  move ap-invoice-no to rej-key.
  move "APMX" to rej-reason-code.
  move spaces to rej-reason-text.
  string "MATCH-HELD INVOICE REJECTED BY " ws-operator-id
      into rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

cancel-linked-postings.
  move zero to ws-cancel-count.
  move zero to ws-manual-count.
  move zero to ws-rev-leg-count.
  move zero to ws-gen-debits.
  move zero to ws-gen-credits.
  move ap-expense-acct to ws-ut-expense-acct.
  move ap-cost-center to ws-ut-expense-cc.
  move spaces to ws-inv-ref.
  move ap-invoice-no to ws-inv-ref(1:6).
  perform load-next-batch-id.
  perform cancel-prepaid-schedule.
  perform cancel-landed-charge.
  perform reverse-project-vendor-cost.
  perform reverse-use-tax.
  if ws-rev-leg-count > zero
    perform write-reversal-batch-header
    add 1 to ws-next-batch-id
    perform save-next-batch-id
  end-if.

cancel-prepaid-schedule.
  *> The schedule is copied through the work file with this
  *> invoice's row marked cancelled, then copied back.
  move "N" to ws-file-changed.
  move "N" to ws-link-eof.
  open input prepaid-schedule-file.
  if ws-pps-status = "35"
    close prepaid-schedule-file
    exit paragraph
  end-if.
  move "PPDSCHED.DAT" to ws-abend-file-name.
  move ws-pps-status to ws-abend-status.
  perform check-file-status.
  open output match-work-file.
  move "APMXWORK.DAT" to ws-abend-file-name.
  move ws-mw-status to ws-abend-status.
  perform check-file-status.
  read prepaid-schedule-file
    at end set LINK-EOF to true
  end-read.
  perform until LINK-EOF
    if ps-invoice-no = ap-invoice-no and ps-vendor-no = ap-vendor-no
        and not PS-CANCELLED
      move ps-expense-acct to ws-ut-expense-acct
      move ps-cost-center to ws-ut-expense-cc
      if ps-amortized-amount not = zero
        perform reverse-prepaid-amortization
      end-if
      set PS-CANCELLED to true
      move "Y" to ws-file-changed
      add 1 to ws-cancel-count
      move spaces to ws-cancel-text
      string "  PREPAID SCHEDULE CANCELLED INV=" ps-invoice-no
          " AMORTIZED REVERSED=" ps-amortized-amount
          into ws-cancel-text
      perform write-cancel-line
    end-if
    move spaces to match-work-record
    move prepaid-schedule-record to match-work-record
    write match-work-record
    read prepaid-schedule-file
      at end set LINK-EOF to true
    end-read
  end-perform.
  close prepaid-schedule-file.
  close match-work-file.
  if ws-file-changed = "Y"
    move "N" to ws-link-eof
    open output prepaid-schedule-file
    open input match-work-file
    read match-work-file
      at end set LINK-EOF to true
    end-read
    perform until LINK-EOF
      move match-work-record to prepaid-schedule-record
      write prepaid-schedule-record
      read match-work-file
        at end set LINK-EOF to true
      end-read
    end-perform
    close match-work-file
    close prepaid-schedule-file
  end-if.

reverse-prepaid-amortization.
  *> ppdamort.cob has already moved part of the cost from the prepaid
  *> asset to expense; it goes back - expense credited, prepaid
  *> debited - under the signed-amount convention.
  move ps-prepaid-acct to ws-leg-acct.
  move ps-prepaid-cc to ws-leg-cc.
  move ps-amortized-amount to ws-leg-amount.
  perform write-reversal-leg.
  move ps-expense-acct to ws-leg-acct.
  move ps-cost-center to ws-leg-cc.
  compute ws-leg-amount = zero - ps-amortized-amount.
  perform write-reversal-leg.

cancel-landed-charge.
  *> A charge landcost.cob has not allocated yet is cancelled; one
  *> already capitalized into item cost cannot be unwound here and is
  *> listed for cost accounting to adjust.
  move "N" to ws-file-changed.
  move "N" to ws-link-eof.
  open input landed-charge-file.
  if ws-lc-status = "35"
    close landed-charge-file
    exit paragraph
  end-if.
  move "LANDCHG.DAT" to ws-abend-file-name.
  move ws-lc-status to ws-abend-status.
  perform check-file-status.
  open output match-work-file.
  move "APMXWORK.DAT" to ws-abend-file-name.
  move ws-mw-status to ws-abend-status.
  perform check-file-status.
  read landed-charge-file
    at end set LINK-EOF to true
  end-read.
  perform until LINK-EOF
    if lc-invoice-no = ap-invoice-no and lc-vendor-no = ap-vendor-no
      if LC-PENDING
        set LC-CANCELLED to true
        move "Y" to ws-file-changed
        add 1 to ws-cancel-count
        move spaces to ws-cancel-text
        string "  LANDED CHARGE CANCELLED SHIPMENT=" lc-shipment-no
            " AMOUNT=" lc-amount into ws-cancel-text
        perform write-cancel-line
      end-if
      if LC-APPLIED
        add 1 to ws-manual-count
        move spaces to ws-cancel-text
        string "  ** LANDED CHARGE ALREADY APPLIED SHIPMENT="
            lc-shipment-no " AMOUNT=" lc-amount
            " - ADJUST ITEM COST **" into ws-cancel-text
        perform write-cancel-line
      end-if
    end-if
    move spaces to match-work-record
    move landed-charge-record to match-work-record
    write match-work-record
    read landed-charge-file
      at end set LINK-EOF to true
    end-read
  end-perform.
  close landed-charge-file.
  close match-work-file.
  if ws-file-changed = "Y"
    move "N" to ws-link-eof
    open output landed-charge-file
    open input match-work-file
    read match-work-file
      at end set LINK-EOF to true
    end-read
    perform until LINK-EOF
      move match-work-record to landed-charge-record
      write landed-charge-record
      read match-work-file
        at end set LINK-EOF to true
      end-read
    end-perform
    close match-work-file
    close landed-charge-file
  end-if.

reverse-project-vendor-cost.
  *> The vendor cost apinv.cob charged the project is still on
  *> PROJTXN.DAT or, once projcost.cob has posted it, on PROJHIST.DAT.
  *> Either way a negative vendor cost goes on PROJTXN.DAT, so the
  *> project's actuals come back down on the next costing run.
  move "N" to ws-pv-found.
  move "N" to ws-link-eof.
  open input project-txn-file.
  if ws-pt-status = "35"
    close project-txn-file
  else
    read project-txn-file
      at end set LINK-EOF to true
    end-read
    perform until LINK-EOF or PV-FOUND
      perform match-project-vendor-cost
      read project-txn-file
        at end set LINK-EOF to true
      end-read
    end-perform
    close project-txn-file
  end-if.
  if not PV-FOUND
    move "N" to ws-link-eof
    open input project-hist-file
    if ws-ph-status = "35"
      close project-hist-file
    else
      read project-hist-file
        at end set LINK-EOF to true
      end-read
      perform until LINK-EOF or PV-FOUND
        move project-hist-record to project-txn-record
        perform match-project-vendor-cost
        read project-hist-file
          at end set LINK-EOF to true
        end-read
      end-perform
      close project-hist-file
    end-if
  end-if.
  if not PV-FOUND
    exit paragraph
  end-if.
  open extend project-txn-file.
  if ws-pt-status = "35"
    open output project-txn-file
  end-if.
  move "PROJTXN.DAT" to ws-abend-file-name.
  move ws-pt-status to ws-abend-status.
  perform check-file-status.
  move ws-pv-project-no to pt-project-no.
  move "V" to pt-category.
  move ws-today-date to pt-date.
  move "APMATREL" to pt-source.
  move ws-inv-ref to pt-ref.
  move zero to pt-qty.
  compute pt-amount = zero - ws-pv-amount.
  write project-txn-record.
  close project-txn-file.
  add 1 to ws-cancel-count.
  move spaces to ws-cancel-text.
  string "  PROJECT VENDOR COST REVERSED PROJECT=" ws-pv-project-no
      " AMOUNT=" pt-amount into ws-cancel-text.
  perform write-cancel-line.

match-project-vendor-cost.
  if PT-VENDOR and pt-source = "APINV" and pt-ref = ws-inv-ref
      and pt-amount = ap-amount
    set PV-FOUND to true
    move pt-project-no to ws-pv-project-no
    move pt-amount to ws-pv-amount
  end-if.

reverse-use-tax.
  *> Net of whatever USETAX.DAT holds for the invoice, so the
  *> quarterly return sees the accrual and its reversal cancel out.
  move zero to ws-ut-taxable.
  move zero to ws-ut-tax.
  move spaces to ws-ut-state.
  move zero to ws-ut-rate.
  move "N" to ws-link-eof.
  open input use-tax-file.
  if ws-ut-status = "35"
    close use-tax-file
    exit paragraph
  end-if.
  move "USETAX.DAT" to ws-abend-file-name.
  move ws-ut-status to ws-abend-status.
  perform check-file-status.
  read use-tax-file
    at end set LINK-EOF to true
  end-read.
  perform until LINK-EOF
    if ut-vendor-no = ap-vendor-no and ut-invoice-no = ap-invoice-no
      add ut-taxable-amount to ws-ut-taxable
      add ut-tax-amount to ws-ut-tax
      move ut-state to ws-ut-state
      move ut-rate-pct to ws-ut-rate
    end-if
    read use-tax-file
      at end set LINK-EOF to true
    end-read
  end-perform.
  close use-tax-file.
  if ws-ut-tax = zero
    exit paragraph
  end-if.
  perform load-use-tax-control.
  move ws-use-tax-liab-acct to ws-leg-acct.
  move ws-use-tax-liab-cc to ws-leg-cc.
  move ws-ut-tax to ws-leg-amount.
  perform write-reversal-leg.
  move ws-ut-expense-acct to ws-leg-acct.
  move ws-ut-expense-cc to ws-leg-cc.
  compute ws-leg-amount = zero - ws-ut-tax.
  perform write-reversal-leg.
  open extend use-tax-file.
  if ws-ut-status = "35"
    open output use-tax-file
  end-if.
  move "USETAX.DAT" to ws-abend-file-name.
  move ws-ut-status to ws-abend-status.
  perform check-file-status.
  move spaces to use-tax-record.
  move ws-ut-state to ut-state.
  compute ut-taxable-amount = zero - ws-ut-taxable.
  compute ut-tax-amount = zero - ws-ut-tax.
  move ws-today-date to ut-date.
  move ap-vendor-no to ut-vendor-no.
  move ap-invoice-no to ut-invoice-no.
  move ws-ut-rate to ut-rate-pct.
  write use-tax-record.
  close use-tax-file.
  add 1 to ws-cancel-count.
  move spaces to ws-cancel-text.
  string "  USE TAX REVERSED STATE=" ws-ut-state
      " TAX=" ut-tax-amount into ws-cancel-text.
  perform write-cancel-line.

load-use-tax-control.
  open input usetax-ctl.
  if ws-utc-status = "35"
    close usetax-ctl
    exit paragraph
  end-if.
  move "USETAX.CTL" to ws-abend-file-name.
  move ws-utc-status to ws-abend-status.
  perform check-file-status.
  read usetax-ctl
    at end continue
  end-read.
  close usetax-ctl.
  if utc-liab-acct numeric and utc-liab-acct not = zero
    move utc-liab-acct to ws-use-tax-liab-acct
  end-if.
  if utc-liab-cc numeric
    move utc-liab-cc to ws-use-tax-liab-cc
  end-if.

write-reversal-leg.
  *> One signed leg: positive debits, negative credits.
  open extend txn-file.
  if ws-txn-status = "35"
    close txn-file
    open output txn-file
  end-if.
  move "TXNFILE.DAT" to ws-abend-file-name.
  move ws-txn-status to ws-abend-status.
  perform check-file-status.
  initialize txn-record.
  move ws-leg-acct to txn-acct-id.
  move ws-leg-cc to txn-cost-center.
  compute txn-seq-no = 94000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-today-date to txn-date.
  if ws-leg-amount < zero
    move "C" to txn-type
    subtract ws-leg-amount from ws-gen-credits
  else
    move "D" to txn-type
    add ws-leg-amount to ws-gen-debits
  end-if.
  move ws-leg-amount to txn-amount.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  close txn-file.
  add 1 to ws-rev-leg-count.

write-reversal-batch-header.
  open extend journal-batch-file.
  if ws-jb-status = "35"
    close journal-batch-file
    open output journal-batch-file
  end-if.
  move "JRNLBAT.DAT" to ws-abend-file-name.
  move ws-jb-status to ws-abend-status.
  perform check-file-status.
  move ws-batch-id to jb-batch-id.
  move ws-gen-debits to jb-declared-debits.
  move ws-gen-credits to jb-declared-credits.
  move "N" to jb-auto-rev-flag.
  write journal-batch-record.
  close journal-batch-file.

load-next-batch-id.
  open input utseq-ctl.
  if ws-uq-status = "35"
    close utseq-ctl
  else
    move "UTSEQ.CTL" to ws-abend-file-name
    move ws-uq-status to ws-abend-status
    perform check-file-status
    read utseq-ctl
      at end continue
    end-read
    close utseq-ctl
    if uq-next-batch-id numeric and uq-next-batch-id not = zero
      move uq-next-batch-id to ws-next-batch-id
    end-if
    if uq-next-txn-serial numeric and uq-next-txn-serial not = zero
      move uq-next-txn-serial to ws-next-txn-serial
    end-if
  end-if.
  move ws-next-batch-id to ws-batch-id.

save-next-batch-id.
  open output utseq-ctl.
  move "UTSEQ.CTL" to ws-abend-file-name.
  move ws-uq-status to ws-abend-status.
  perform check-file-status.
  move spaces to utseq-ctl-record.
  move ws-next-batch-id to uq-next-batch-id.
  move ws-next-txn-serial to uq-next-txn-serial.
  write utseq-ctl-record.
  close utseq-ctl.

write-cancel-line.
  open extend ap-match-report.
  if ws-amr-status = "35"
    open output ap-match-report
  end-if.
  move "APMATCH.RPT" to ws-abend-file-name.
  move ws-amr-status to ws-abend-status.
  perform check-file-status.
  move ws-cancel-text to ap-match-report-line.
  write ap-match-report-line.
  close ap-match-report.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "APMATREL" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "APMATREL: SIGN-ON NOT COMPLETED"
    move 16 to return-code
  end-if.

verify-operator-authority.
  *> Same check-then-bootstrap idiom as rejfix.cob, under this
  *> program's own APMATREL function code.
  move "N" to ws-oa-authorized.
  open input oper-auth-file.
  if ws-oa-status = "35"
    close oper-auth-file
    open output oper-auth-file
    move ws-operator-id to oa-operator-id
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
      if oa-operator-id = ws-operator-id
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
    display "APMATREL: OPERATOR " ws-operator-id
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
  move "APMATREL" to rej-source.
  move zero to rej-key.
  move "AUTH" to rej-reason-code.
  move spaces to rej-reason-text.
  string "DENIED " ws-oa-function " FOR " ws-operator-id
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

end program apmatrel.
