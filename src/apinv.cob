        organization is line sequential
        file status is ws-ai-status.
    select ap-open-file assign to "APOPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ap-item-key
        alternate record key is ap-vendor-no with duplicates
        alternate record key is ap-due-date with duplicates
        file status is ws-apo-status.
    select vendor-file assign to "VENDMAST.DAT"
        organization is relative
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
    select ppdacct-ctl assign to "PPDACCT.CTL"
        organization is line sequential
        file status is ws-ppa-status.
    select prepaid-schedule-file assign to "PPDSCHED.DAT"
        organization is line sequential
        file status is ws-pps-status.
    select po-file assign to "POFILE.DAT"
        organization is line sequential
        file status is ws-po-status.
    select matchtol-ctl assign to "MATCHTOL.CTL"
        organization is line sequential
        file status is ws-mt-status.
    select ap-match-report assign to "APMATCH.RPT"
        organization is line sequential
        file status is ws-amr-status.
    select landed-charge-file assign to "LANDCHG.DAT"
        organization is line sequential
        file status is ws-lc-status.
    select project-txn-file assign to "PROJTXN.DAT"
        organization is line sequential
        file status is ws-pt-status.
    select tax-rate-file assign to "TAXRATE.DAT"
        organization is line sequential
        file status is ws-txr-status.
    select usetax-ctl assign to "USETAX.CTL"
        organization is line sequential
        file status is ws-utc-status.
    select utseq-ctl assign to "UTSEQ.CTL"
        organization is line sequential
        file status is ws-uq-status.
    select use-tax-file assign to "USETAX.DAT"
        organization is line sequential
        file status is ws-ut-status.
    select txn-file assign to "TXNFILE.DAT"
        organization is line sequential
        file status is ws-txn-status.
    select journal-batch-file assign to "JRNLBAT.DAT"
        organization is line sequential
        file status is ws-jb-status.
    select run-log-file assign to "RUNLOG.RPT"
        organization is line sequential
        file status is ws-runlog-status.
data division.
  file section.
  fd  run-log-file.
  01 run-log-line             pic x(160).
  fd  ap-invoice-input.
  01 ap-invoice-input-record.
    05 ai-vendor-no            pic 9(6).
    05 ai-expense-acct         pic 9(6).
    05 filler                  pic x(1).
    05 ai-cost-center          pic 9(4).
*> Prepaid indicator: "P" admits the invoice to the prepaid asset
*> account and spreads its cost to the expense coding above over
*> AI-PREPAID-PERIODS fiscal periods from AI-PREPAID-START (YYYYPP).
*> Blank - every pre-existing drop - expenses on payment as before.
    05 filler                  pic x(1).
    05 ai-prepaid-flag         pic x(1).
        88 AI-PREPAID          value "P".
    05 filler                  pic x(1).
    05 ai-prepaid-start        pic 9(6).
    05 filler                  pic x(1).
    05 ai-prepaid-periods      pic 9(3).
*> Purchase-order reference for the three-way match: the PO number
*> and its line (the line's position among that PO's rows on
*> POFILE.DAT, first row = 1), with the billed quantity and unit
*> price off the vendor's invoice. A blank or zero PO number is a
*> non-PO invoice (services, utilities) and skips the match.
    05 filler                  pic x(1).
    05 ai-po-no                pic 9(6).
    05 filler                  pic x(1).
    05 ai-po-line              pic 9(3).
    05 filler                  pic x(1).
    05 ai-inv-qty              pic 9(5).
    05 filler                  pic x(1).
    05 ai-unit-price           pic s9(7)v99 sign is leading separate.
*> Landed-cost flag: "F" freight or "D" duty on an inbound shipment.
*> The invoice is admitted as usual and also queued on LANDCHG.DAT
*> for landcost.cob to capitalize onto the shipment's receipts, spread
*> by value, quantity or weight. Blank is an ordinary invoice.
    05 filler                  pic x(1).
    05 ai-landed-type          pic x(1).
        88 AI-LANDED           values "F" "D".
    05 filler                  pic x(1).
    05 ai-shipment-no          pic 9(6).
    05 filler                  pic x(1).
    05 ai-alloc-basis          pic x(1).
        88 AI-BASIS-VALID      values "V" "Q" "W".
*> Project the bill is for (PROJMAST.DAT): its amount also goes to
*> the project ledger as a vendor cost. Zero or blank is none.
    05 filler                  pic x(1).
    05 ai-project-no           pic 9(6).
*> Vendor tax: "N" means the vendor charged no sales tax, so use tax
*> is self-assessed when the expense account is use-tax taxable;
*> blank or "Y" (every pre-existing drop) means tax was charged. The
*> ship-to state picks the TAXRATE.DAT rate; blank is the home state
*> on USETAX.CTL.
    05 filler                  pic x(1).
    05 ai-tax-charged          pic x(1).
        88 AI-NO-TAX-CHARGED   value "N".
    05 filler                  pic x(1).
    05 ai-ship-to-state        pic x(2).
*> Early-payment discount printed on this invoice (percent, days from
*> the invoice date). Blank or zero - every pre-existing drop - takes
*> the vendor's terms off VENDMAST.DAT.
    05 filler                  pic x(1).
    05 ai-disc-pct             pic 9(2)v99.
    05 filler                  pic x(1).
    05 ai-disc-days            pic 9(3).
*> Currency the vendor billed in. The amount and unit price above are
*> in that currency; the invoice is booked in base at the invoice
*> date's RATETBL.DAT rate, and the foreign amount and rate ride the
*> open item for the payment run. Blank or USD (every pre-existing
*> drop) is base currency.
    05 filler                  pic x(1).
    05 ai-currency-code        pic x(3).
  fd  ap-open-file.
  copy "apopen.cpy".
  fd  vendor-file.
  copy "ccmast.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  fd  ppdacct-ctl.
  01 ppdacct-ctl-record.
    05 ppa-prepaid-acct        pic 9(6).
    05 filler                  pic x(1).
    05 ppa-prepaid-cc          pic 9(4).
  fd  prepaid-schedule-file.
  copy "ppdsched.cpy".
  fd  po-file.
  copy "porec.cpy".
*> Match tolerances purchasing agrees with AP: the percentage over
*> received quantity and over PO unit cost an invoice may bill, and
*> the absolute slack between the invoice amount and quantity times
*> price (freight rounding, penny extensions).
  fd  matchtol-ctl.
  01 matchtol-ctl-record.
    05 mt-qty-tol-pct          pic 9(3)v99.
    05 filler                  pic x(1).
    05 mt-price-tol-pct        pic 9(3)v99.
    05 filler                  pic x(1).
    05 mt-amount-tol           pic 9(5)v99.
  fd  ap-match-report.
  01 ap-match-report-line      pic x(132).
  fd  landed-charge-file.
  copy "landchg.cpy".
  fd  project-txn-file.
  copy "projtxn.cpy".
  fd  tax-rate-file.
  copy "taxrate.cpy".
  fd  usetax-ctl.
  01 usetax-ctl-record.
    05 utc-liab-acct           pic 9(6).
    05 filler                  pic x(1).
    05 utc-liab-cc             pic 9(4).
    05 filler                  pic x(1).
    05 utc-home-state          pic x(2).
*> Next batch id and next transaction serial in the use-tax series,
*> persisted the way WOFFSEQ.CTL carries the write-off series.
  fd  utseq-ctl.
  01 utseq-ctl-record.
    05 uq-next-batch-id        pic 9(6).
    05 filler                  pic x(1).
    05 uq-next-txn-serial      pic 9(6).
  fd  use-tax-file.
  copy "usetax.cpy".
  fd  txn-file.
  copy "txnrec.cpy".
  fd  journal-batch-file.
  copy "jrnlbat.cpy".
  working-storage section.
    01 ws-ai-status       pic x(2) value "00".
    01 ws-apo-status      pic x(2) value "00".
        88 AI-EOF         value "Y".
    01 ws-invoice-valid   pic x(1) value "Y".
    01 ws-terms-days      pic 9(3) value zero.
    01 ws-disc-pct        pic 9(2)v99 value zero.
    01 ws-disc-days       pic 9(3) value zero.
    01 ws-due-date-integer pic 9(7).
    01 ws-admitted-count  pic 9(6) value zero.
    01 ws-rejected-count  pic 9(6) value zero.
    01 ws-rej-key         pic 9(6).
    01 ws-rej-reason-code pic x(4).
    01 ws-rej-reason-text pic x(40).
    *> Prepaid asset account the prepaid invoices are admitted to,
    *> seeded with a placeholder finance repoints - GLBRIDGE.CTL
    *> discipline.
    01 ws-ppa-status      pic x(2) value "00".
    01 ws-pps-status      pic x(2) value "00".
    01 ws-prepaid-acct    pic 9(6) value 140001.
    01 ws-prepaid-cc      pic 9(4) value 9999.
    01 ws-prepaid-count   pic 9(6) value zero.
    *> Three-way match against POFILE.DAT: the matched PO line's
    *> terms, the quantity already billed against it on APOPEN.DAT,
    *> and the outcome. Tolerances seed at no quantity overbill, 2%
    *> over PO price, a dollar of extension slack.
    01 ws-po-status       pic x(2) value "00".
    01 ws-po-eof          pic x(1) value "N".
        88 PO-EOF         value "Y".
    01 ws-mt-status       pic x(2) value "00".
    01 ws-amr-status      pic x(2) value "00".
    01 ws-apo-eof         pic x(1) value "N".
        88 APO-EOF        value "Y".
    01 ws-qty-tol-pct     pic 9(3)v99 value zero.
    01 ws-price-tol-pct   pic 9(3)v99 value 2.00.
    01 ws-amount-tol      pic 9(5)v99 value 1.00.
    01 ws-po-line-seen    pic 9(3) value zero.
    01 ws-po-line-found   pic x(1) value "N".
        88 PO-LINE-FOUND  value "Y".
    01 ws-match-vendor-no pic 9(6).
    01 ws-match-po-qty    pic 9(5).
    01 ws-match-unit-cost pic s9(7)v99 sign is leading separate.
    01 ws-match-recv-qty  pic 9(5).
    01 ws-prior-billed-qty pic 9(7) value zero.
    01 ws-qty-allowed     pic 9(7)v99.
    01 ws-price-allowed   pic s9(7)v99 sign is leading separate.
    01 ws-extension       pic s9(9)v99 sign is leading separate.
    01 ws-extension-diff  pic s9(9)v99 sign is leading separate.
    01 ws-po-invoice      pic x(1) value "N".
        88 PO-INVOICE     value "Y".
    01 ws-match-hold      pic x(1) value "N".
        88 MATCH-HOLD     value "Y".
    01 ws-match-reason    pic x(30) value spaces.
    01 ws-match-held-count pic 9(6) value zero.
    01 ws-lc-status       pic x(2) value "00".
    01 ws-landed-count    pic 9(6) value zero.
    01 ws-pt-status       pic x(2) value "00".
    01 ws-project-count   pic 9(6) value zero.
    *> Use-tax self-assessment: the TAXRATE.DAT rate per state in
    *> effect today (math.cob's billing-side selection rule), the
    *> liability account the accrual credits - a placeholder finance
    *> repoints, GLBRIDGE.CTL discipline - and the run's one balanced
    *> batch in the 94 sequence series.
    01 ws-txr-status      pic x(2) value "00".
    01 ws-utc-status      pic x(2) value "00".
    01 ws-uq-status       pic x(2) value "00".
    01 ws-ut-status       pic x(2) value "00".
    01 ws-txn-status      pic x(2) value "00".
    01 ws-jb-status       pic x(2) value "00".
    01 ws-txr-eof         pic x(1) value "N".
        88 TXR-EOF        value "Y".
    01 ws-tax-rate-table.
      05 ws-trt-entry occurs 60 times indexed by ws-trt-idx.
        10 trt-state          pic x(2).
        10 trt-rate-pct       pic 9(2)v9(4).
        10 trt-eff-date       pic 9(8).
    01 ws-trt-count       pic 9(2) value zero.
    01 ws-use-tax-liab-acct pic 9(6) value 220005.
    01 ws-use-tax-liab-cc pic 9(4) value 9999.
    01 ws-home-state      pic x(2) value spaces.
    01 ws-acct-use-taxable pic x(1) value "N".
        88 ACCT-USE-TAXABLE value "Y".
    01 ws-use-tax-state   pic x(2).
    01 ws-use-tax-rate    pic 9(2)v9(4).
    01 ws-use-tax-amount  pic s9(9)v99 sign is leading separate.
    01 ws-batch-id        pic 9(6) value zero.
    01 ws-next-batch-id   pic 9(6) value 940001.
    01 ws-next-txn-serial pic 9(6) value 1.
    01 ws-gen-debits      pic s9(11)v99 sign is leading separate value zero.
    01 ws-gen-credits     pic s9(11)v99 sign is leading separate value zero.
    01 ws-use-tax-count   pic 9(6) value zero.
    01 ws-use-tax-norate-count pic 9(6) value zero.
    *> Foreign-currency invoices: the document currency, amount and
    *> the booking rate fxratelk found for the invoice date.
    01 ws-fr-request.
      05 fr-mode              pic x(1).
      05 fr-currency-code     pic x(3).
      05 fr-as-of-date        pic 9(8).
      05 fr-found             pic x(1).
      05 fr-rate              pic 9(3)v9(4).
      05 fr-eff-date          pic 9(8).
    01 ws-doc-currency    pic x(3) value spaces.
    01 ws-doc-fx-amount   pic s9(9)v99 sign is leading separate value zero.
    01 ws-doc-rate        pic 9(3)v9(4) value 1.
    01 ws-foreign-count   pic 9(6) value zero.
    *> Run-log entry with elapsed time, like every other cycle step.
    01 ws-runlog-status   pic x(2) value "00".
    01 ws-run-status-txt  pic x(8) value "COMPLETE".
    01 ws-step-start-hhmmss pic 9(6) value zero.
    01 ws-step-end-hhmmss   pic 9(6) value zero.
    01 ws-step-elapsed-secs pic s9(6) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
  *> master - so the payables ledger starts where the paper stops. A
  *> failed invoice rejects with a reason code; the drop is consumed
  *> whole so a rerun can't load an invoice twice.
  move function current-date(9:6) to ws-step-start-hhmmss.
  perform load-report-stamp.
  perform open-master-files.
  if return-code not = zero
    perform write-run-log-entry
    goback
  end-if.
  perform load-prepaid-account-control.
  perform load-match-tolerances.
  perform load-tax-rate-table.
  perform load-use-tax-control.
  perform load-next-batch-id.
  perform load-vendor-invoices.
  if ws-use-tax-count > zero
    perform write-use-tax-batch-header
  end-if.
  perform save-next-batch-id.
  perform close-master-files.
  perform write-run-log-entry.
  display "APINV: " ws-admitted-count " INVOICE(S) ADMITTED, "
      ws-rejected-count " REJECTED, " ws-prepaid-count " PREPAID, "
      ws-match-held-count " MATCH-HELD, " ws-landed-count
      " LANDED-COST, " ws-project-count " TO PROJECTS, "
      ws-use-tax-count " USE TAX ACCRUED, " ws-use-tax-norate-count
      " USE TAX NO RATE, " ws-foreign-count " FOREIGN CURRENCY".
  goback.

load-report-stamp.
    close cost-center-file
    display "APINV: NO CCMAST.DAT - EXPENSE CODING UNVALIDATABLE"
    move 16 to return-code
    exit paragraph
  end-if.
  *> APOPEN.DAT is keyed: the run adds its invoices in place and
  *> reads back only the lines it matches against.
  open i-o ap-open-file.
  if ws-apo-status = "35"
    open output ap-open-file
    close ap-open-file
    open i-o ap-open-file
  end-if.
  move "APOPEN.DAT" to ws-abend-file-name.
  move ws-apo-status to ws-abend-status.
  perform check-file-status.

load-prepaid-account-control.
  open input ppdacct-ctl.
  if ws-ppa-status = "35"
    open output ppdacct-ctl
    move spaces to ppdacct-ctl-record
    move ws-prepaid-acct to ppa-prepaid-acct
    move ws-prepaid-cc to ppa-prepaid-cc
    write ppdacct-ctl-record
    close ppdacct-ctl
    open input ppdacct-ctl
  end-if.
  move "PPDACCT.CTL" to ws-abend-file-name.
  move ws-ppa-status to ws-abend-status.
  perform check-file-status.
  read ppdacct-ctl
    at end continue
  end-read.
  close ppdacct-ctl.
  move ppa-prepaid-acct to ws-prepaid-acct.
  move ppa-prepaid-cc to ws-prepaid-cc.

load-match-tolerances.
  open input matchtol-ctl.
  if ws-mt-status = "35"
    open output matchtol-ctl
    move spaces to matchtol-ctl-record
    move ws-qty-tol-pct to mt-qty-tol-pct
    move ws-price-tol-pct to mt-price-tol-pct
    move ws-amount-tol to mt-amount-tol
    write matchtol-ctl-record
    close matchtol-ctl
    open input matchtol-ctl
  end-if.
  move "MATCHTOL.CTL" to ws-abend-file-name.
  move ws-mt-status to ws-abend-status.
  perform check-file-status.
  read matchtol-ctl
    at end continue
  end-read.
  close matchtol-ctl.
  if mt-qty-tol-pct numeric
    move mt-qty-tol-pct to ws-qty-tol-pct
  end-if.
  if mt-price-tol-pct numeric
    move mt-price-tol-pct to ws-price-tol-pct
  end-if.
  if mt-amount-tol numeric
    move mt-amount-tol to ws-amount-tol
  end-if.

close-master-files.
  close vendor-file.
  close acct-master-file.
  close cost-center-file.
  close ap-open-file.

load-vendor-invoices.
  move "N" to ws-ai-eof.
admit-one-invoice.
  move "Y" to ws-invoice-valid.
  move zero to ws-terms-days.
  move zero to ws-disc-pct.
  move zero to ws-disc-days.
  if ai-vendor-no not numeric or ai-vendor-no = zero
    move zero to ws-rej-key
    move "APVN" to ws-rej-reason-code
        move "N" to ws-invoice-valid
      not invalid key
        move vm-terms-net-days to ws-terms-days
        if vm-disc-pct is numeric and vm-disc-days is numeric
          move vm-disc-pct to ws-disc-pct
          move vm-disc-days to ws-disc-days
        end-if
        if VM-INACTIVE
          move ai-vendor-no to ws-rej-key
          move "APVI" to ws-rej-reason-code
          move "VENDOR INACTIVE ON VENDOR MASTER" to ws-rej-reason-text
          perform write-reject-record
          move "N" to ws-invoice-valid
        end-if
    end-read
  end-if.
  if ws-invoice-valid = "Y"
    *> Vendor and invoice number key APOPEN.DAT - the same vendor
    *> billing the same number twice is thrown back, not lost.
    move ai-invoice-no to ap-invoice-no
    move ai-vendor-no to ap-vendor-no
    read ap-open-file
      invalid key continue
      not invalid key
        move ai-invoice-no to ws-rej-key
        move "APDU" to ws-rej-reason-code
        move "AP INVOICE ALREADY ON FILE FOR VENDOR" to ws-rej-reason-text
        perform write-reject-record
        move "N" to ws-invoice-valid
    end-read
  end-if.
  move "N" to ws-acct-use-taxable.
  if ws-invoice-valid = "Y"
    move ai-expense-acct to ws-am-rel-key
    read acct-master-file
          perform write-reject-record
          move "N" to ws-invoice-valid
        end-if
        if AM-USE-TAXABLE
          set ACCT-USE-TAXABLE to true
        end-if
    end-read
  end-if.
  if ws-invoice-valid = "Y"
        end-if
    end-read
  end-if.
  move spaces to ws-doc-currency.
  move zero to ws-doc-fx-amount.
  move 1 to ws-doc-rate.
  if ws-invoice-valid = "Y"
      and ai-currency-code not = spaces and ai-currency-code not = "USD"
    perform convert-invoice-currency
  end-if.
  if ws-invoice-valid = "Y" and AI-PREPAID
    perform validate-prepaid-terms
  end-if.
  if ws-invoice-valid = "Y" and AI-LANDED
    perform validate-landed-charge
  end-if.
  move "N" to ws-po-invoice.
  move "N" to ws-match-hold.
  if ws-invoice-valid = "Y"
      and ai-po-no numeric and ai-po-no not = zero
    set PO-INVOICE to true
    perform match-to-purchase-order
  end-if.
  if ws-invoice-valid = "Y"
    perform write-ap-open-item
    if MATCH-HOLD
      perform write-match-exception
      add 1 to ws-match-held-count
    end-if
    if AI-PREPAID
      perform write-prepaid-schedule-row
      add 1 to ws-prepaid-count
    end-if
    if AI-LANDED
      perform write-landed-charge-row
      add 1 to ws-landed-count
    end-if
    if ai-project-no numeric and ai-project-no not = zero
      perform write-project-vendor-cost
      add 1 to ws-project-count
    end-if
    if AI-NO-TAX-CHARGED and ACCT-USE-TAXABLE
      perform accrue-use-tax
    end-if
    if ws-doc-currency not = spaces
      add 1 to ws-foreign-count
    end-if
    add 1 to ws-admitted-count
  else
    add 1 to ws-rejected-count
  end-if.

write-ap-open-item.
  move ai-invoice-no to ap-invoice-no.
  move ai-vendor-no to ap-vendor-no.
  move ai-amount to ap-amount.
      function integer-of-date(ai-invoice-date) + ws-terms-days.
  move function date-of-integer(ws-due-date-integer) to ap-due-date.
  move "O" to ap-status.
  *> Terms printed on the invoice override the vendor's; a window
  *> with no percent or no days offers nothing.
  if ai-disc-pct is numeric and ai-disc-pct > zero
      and ai-disc-days is numeric
    move ai-disc-pct to ws-disc-pct
    move ai-disc-days to ws-disc-days
  end-if.
  if ws-disc-pct > zero and ws-disc-days > zero
    move ws-disc-pct to ap-disc-pct
    move ws-disc-days to ap-disc-days
    compute ws-due-date-integer =
        function integer-of-date(ai-invoice-date) + ws-disc-days
    move function date-of-integer(ws-due-date-integer) to ap-disc-date
  else
    move zero to ap-disc-pct
    move zero to ap-disc-days
    move zero to ap-disc-date
  end-if.
  move zero to ap-disc-taken.
  move space to ap-disc-status.
  *> A prepaid invoice is relieved to the prepaid asset; its keyed
  *> expense coding moves onto the amortization schedule instead.
  if AI-PREPAID
    move ws-prepaid-acct to ap-expense-acct
    move ws-prepaid-cc to ap-cost-center
  else
    move ai-expense-acct to ap-expense-acct
    move ai-cost-center to ap-cost-center
  end-if.
  if MATCH-HOLD
    move "M" to ap-hold-code
  else
    move space to ap-hold-code
  end-if.
  move ws-doc-currency to ap-currency-code.
  move ws-doc-fx-amount to ap-fx-amount.
  move ws-doc-rate to ap-booking-rate.
  if PO-INVOICE
    move ai-po-no to ap-po-no
    move ai-po-line to ap-po-line
    move ai-inv-qty to ap-billed-qty
  else
    move zero to ap-po-no
    move zero to ap-po-line
    move zero to ap-billed-qty
  end-if.
  write ap-open-item-record
    invalid key
      move "APOPEN.DAT" to ws-abend-file-name
      move ws-apo-status to ws-abend-status
      perform check-file-status
  end-write.

convert-invoice-currency.
  *> A foreign invoice books in base at its own date's rate before any
  *> match, landed-cost, project or use-tax arithmetic sees it - from
  *> here on the invoice amount and unit price are base currency. A
  *> currency with no rate on or before the invoice date is a reject,
  *> not a silent book at 1.0.
  move "L" to fr-mode.
  move ai-currency-code to fr-currency-code.
  move ai-invoice-date to fr-as-of-date.
  call "fxratelk" using ws-fr-request.
  if fr-found not = "Y" or fr-rate = zero
    move ai-invoice-no to ws-rej-key
    move "FXNR" to ws-rej-reason-code
    move "NO RATE FOR AP INVOICE CURRENCY AND DATE" to ws-rej-reason-text
    perform write-reject-record
    move "N" to ws-invoice-valid
    exit paragraph
  end-if.
  move ai-currency-code to ws-doc-currency.
  move ai-amount to ws-doc-fx-amount.
  move fr-rate to ws-doc-rate.
  compute ai-amount rounded = ws-doc-fx-amount * fr-rate.
  if ai-unit-price numeric
    compute ai-unit-price rounded = ai-unit-price * fr-rate
  end-if.

validate-prepaid-terms.
  *> A prepaid invoice must say when its cost starts and over how
  *> many periods - a schedule nobody can amortize is rejected here
  *> rather than discovered at month end.
  if ai-prepaid-periods not numeric or ai-prepaid-periods = zero
    move ai-invoice-no to ws-rej-key
    move "APPP" to ws-rej-reason-code
    move "PREPAID INVOICE PERIOD COUNT MISSING" to ws-rej-reason-text
    perform write-reject-record
    move "N" to ws-invoice-valid
    exit paragraph
  end-if.
  if ai-prepaid-start not numeric
      or ai-prepaid-start(5:2) = "00" or ai-prepaid-start(5:2) > "13"
    move ai-invoice-no to ws-rej-key
    move "APPP" to ws-rej-reason-code
    move "PREPAID START PERIOD NOT YYYYPP" to ws-rej-reason-text
    perform write-reject-record
    move "N" to ws-invoice-valid
  end-if.

validate-landed-charge.
  *> A freight or duty bill must name the shipment it paid for and how
  *> to spread it, and cannot also be a prepaid - its cost goes onto
  *> the goods, not onto a schedule.
  if ai-shipment-no not numeric or ai-shipment-no = zero
    move ai-invoice-no to ws-rej-key
    move "APLC" to ws-rej-reason-code
    move "LANDED-COST SHIPMENT NO MISSING" to ws-rej-reason-text
    perform write-reject-record
    move "N" to ws-invoice-valid
    exit paragraph
  end-if.
  if not AI-BASIS-VALID
    move ai-invoice-no to ws-rej-key
    move "APLC" to ws-rej-reason-code
    move "LANDED-COST BASIS NOT V/Q/W" to ws-rej-reason-text
    perform write-reject-record
    move "N" to ws-invoice-valid
    exit paragraph
  end-if.
  if AI-PREPAID
    move ai-invoice-no to ws-rej-key
    move "APLC" to ws-rej-reason-code
    move "LANDED-COST INVOICE FLAGGED PREPAID" to ws-rej-reason-text
    perform write-reject-record
    move "N" to ws-invoice-valid
  end-if.

match-to-purchase-order.
  *> The three-way match: what was ordered (PO-QTY, PO-UNIT-COST),
  *> what arrived (PO-RECEIVED-QTY, kept by invpost.cob's receipt
  *> matching) and what the vendor bills. Quantity billed to date on
  *> the line may not run past received, the unit price may not run
  *> past the PO's, and the amount must be quantity times price - each
  *> within MATCHTOL.CTL. A failed match is still admitted, so the
  *> liability is on the books, but parked on hold for purchasing.
  move spaces to ws-match-reason.
  perform find-po-line.
  if not PO-LINE-FOUND
    move "PO LINE NOT ON POFILE" to ws-match-reason
  else
    if ws-match-vendor-no not = ai-vendor-no
      move "INVOICE VENDOR NOT PO VENDOR" to ws-match-reason
    else
      if ai-inv-qty not numeric or ai-inv-qty = zero
          or ai-unit-price not numeric
        move "INVOICE QTY OR PRICE MISSING" to ws-match-reason
      end-if
    end-if
  end-if.
  if ws-match-reason = spaces
    perform sum-prior-billed-qty
    compute ws-qty-allowed rounded =
        ws-match-recv-qty + ws-match-recv-qty * ws-qty-tol-pct / 100
    if ws-prior-billed-qty + ai-inv-qty > ws-qty-allowed
      move "BILLED QTY OVER RECEIVED" to ws-match-reason
    end-if
  end-if.
  if ws-match-reason = spaces
    compute ws-price-allowed rounded =
        ws-match-unit-cost + ws-match-unit-cost * ws-price-tol-pct / 100
    if ai-unit-price > ws-price-allowed
      move "UNIT PRICE OVER PO COST" to ws-match-reason
    end-if
  end-if.
  if ws-match-reason = spaces
    compute ws-extension rounded = ai-inv-qty * ai-unit-price
    compute ws-extension-diff = ai-amount - ws-extension
    if ws-extension-diff < zero
      compute ws-extension-diff = zero - ws-extension-diff
    end-if
    if ws-extension-diff > ws-amount-tol
      move "AMOUNT NOT QTY TIMES PRICE" to ws-match-reason
    end-if
  end-if.
  if ws-match-reason not = spaces
    set MATCH-HOLD to true
  end-if.

find-po-line.
  move "N" to ws-po-line-found.
  move "N" to ws-po-eof.
  move zero to ws-po-line-seen.
  move zero to ws-match-vendor-no.
  move zero to ws-match-po-qty.
  move zero to ws-match-unit-cost.
  move zero to ws-match-recv-qty.
  if ai-po-line not numeric or ai-po-line = zero
    exit paragraph
  end-if.
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
  perform until PO-EOF or PO-LINE-FOUND
    if po-no = ai-po-no
      add 1 to ws-po-line-seen
      if ws-po-line-seen = ai-po-line
        set PO-LINE-FOUND to true
        move po-vendor-no to ws-match-vendor-no
        move po-qty to ws-match-po-qty
        move po-unit-cost to ws-match-unit-cost
        move po-received-qty to ws-match-recv-qty
      end-if
    end-if
    read po-file
      at end set PO-EOF to true
    end-read
  end-perform.
  close po-file.

sum-prior-billed-qty.
  *> Quantity earlier invoices already billed against this PO line -
  *> held ones excluded, since a held invoice has not been accepted.
  *> The PO's vendor is the invoice's vendor by now, so only that
  *> vendor's items are read, off the vendor key.
  move zero to ws-prior-billed-qty.
  move "N" to ws-apo-eof.
  move ai-vendor-no to ap-vendor-no.
  start ap-open-file key is = ap-vendor-no
    invalid key set APO-EOF to true
  end-start.
  if not APO-EOF
    read ap-open-file next record
      at end set APO-EOF to true
    end-read
  end-if.
  perform until APO-EOF or ap-vendor-no not = ai-vendor-no
    if ap-po-no numeric and ap-po-no = ai-po-no
        and ap-po-line numeric and ap-po-line = ai-po-line
        and ap-billed-qty numeric and not AP-MATCH-HOLD
      add ap-billed-qty to ws-prior-billed-qty
    end-if
    read ap-open-file next record
      at end set APO-EOF to true
    end-read
  end-perform.

write-match-exception.
  *> One line per held invoice for purchasing to work - the ordered,
  *> received and already-billed position beside what was billed. The
  *> first exception of the run heads the report with the stamp.
  open extend ap-match-report.
  if ws-amr-status = "35"
    open output ap-match-report
  end-if.
  move "APMATCH.RPT" to ws-abend-file-name.
  move ws-amr-status to ws-abend-status.
  perform check-file-status.
  if ws-match-held-count = zero
    move spaces to ap-match-report-line
    string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
        " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
        " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
        into ap-match-report-line
    write ap-match-report-line
  end-if.
  move spaces to ap-match-report-line.
  string "MATCH HOLD INV=" ai-invoice-no " VENDOR=" ai-vendor-no
      " PO=" ai-po-no " LINE=" ai-po-line
      " - " ws-match-reason into ap-match-report-line.
  write ap-match-report-line.
  move spaces to ap-match-report-line.
  string "    ORDERED=" ws-match-po-qty " RECEIVED=" ws-match-recv-qty
      " PRIOR-BILLED=" ws-prior-billed-qty
      " PO-COST=" ws-match-unit-cost
      " BILLED-QTY=" ai-inv-qty " PRICE=" ai-unit-price
      " AMOUNT=" ai-amount into ap-match-report-line.
  write ap-match-report-line.
  close ap-match-report.

write-prepaid-schedule-row.
  open extend prepaid-schedule-file.
  if ws-pps-status = "35"
    open output prepaid-schedule-file
  end-if.
  move "PPDSCHED.DAT" to ws-abend-file-name.
  move ws-pps-status to ws-abend-status.
  perform check-file-status.
  move ai-invoice-no to ps-invoice-no.
  move ai-vendor-no to ps-vendor-no.
  move ai-invoice-date to ps-invoice-date.
  move ai-prepaid-start to ps-start-period.
  move ai-prepaid-periods to ps-periods.
  move ai-amount to ps-total-amount.
  move zero to ps-periods-taken.
  move zero to ps-amortized-amount.
  move zero to ps-last-amort-period.
  move ws-prepaid-acct to ps-prepaid-acct.
  move ws-prepaid-cc to ps-prepaid-cc.
  move ai-expense-acct to ps-expense-acct.
  move ai-cost-center to ps-cost-center.
  move "A" to ps-status.
  write prepaid-schedule-record.
  close prepaid-schedule-file.

write-landed-charge-row.
  open extend landed-charge-file.
  if ws-lc-status = "35"
    open output landed-charge-file
  end-if.
  move "LANDCHG.DAT" to ws-abend-file-name.
  move ws-lc-status to ws-abend-status.
  perform check-file-status.
  move ai-shipment-no to lc-shipment-no.
  move ai-invoice-no to lc-invoice-no.
  move ai-vendor-no to lc-vendor-no.
  move ai-landed-type to lc-charge-type.
  move ai-alloc-basis to lc-basis.
  move ai-amount to lc-amount.
  move ai-expense-acct to lc-expense-acct.
  move ai-cost-center to lc-cost-center.
  move "P" to lc-status.
  move zero to lc-applied-date.
  write landed-charge-record.
  close landed-charge-file.

write-project-vendor-cost.
  open extend project-txn-file.
  if ws-pt-status = "35"
    open output project-txn-file
  end-if.
  move "PROJTXN.DAT" to ws-abend-file-name.
  move ws-pt-status to ws-abend-status.
  perform check-file-status.
  move ai-project-no to pt-project-no.
  move "V" to pt-category.
  move ai-invoice-date to pt-date.
  move "APINV" to pt-source.
  move ai-invoice-no to pt-ref.
  move zero to pt-qty.
  move ai-amount to pt-amount.
  write project-txn-record.
  close project-txn-file.

load-tax-rate-table.
  *> Latest rate effective on or before today per state - the same
  *> selection the billing run makes on the sales side.
  move zero to ws-trt-count.
  move "N" to ws-txr-eof.
  open input tax-rate-file.
  if ws-txr-status = "35"
    close tax-rate-file
    exit paragraph
  end-if.
  move "TAXRATE.DAT" to ws-abend-file-name.
  move ws-txr-status to ws-abend-status.
  perform check-file-status.
  read tax-rate-file
    at end set TXR-EOF to true
  end-read.
  perform until TXR-EOF
    if tr-eff-date <= ws-today-date
      perform post-tax-rate-row
    end-if
    read tax-rate-file
      at end set TXR-EOF to true
    end-read
  end-perform.
  close tax-rate-file.

post-tax-rate-row.
  set ws-trt-idx to 1.
  search ws-trt-entry
    at end
      if ws-trt-count < 60
        add 1 to ws-trt-count
        set ws-trt-idx to ws-trt-count
        move tr-state to trt-state(ws-trt-idx)
        move tr-rate-pct to trt-rate-pct(ws-trt-idx)
        move tr-eff-date to trt-eff-date(ws-trt-idx)
      end-if
    when trt-state(ws-trt-idx) = tr-state
      if tr-eff-date >= trt-eff-date(ws-trt-idx)
        move tr-rate-pct to trt-rate-pct(ws-trt-idx)
        move tr-eff-date to trt-eff-date(ws-trt-idx)
      end-if
  end-search.

load-use-tax-control.
  open input usetax-ctl.
  if ws-utc-status = "35"
    open output usetax-ctl
    *> Placeholder liability account and a blank home state finance
    *> fills in before the first live self-assessment.
    move spaces to usetax-ctl-record
    move ws-use-tax-liab-acct to utc-liab-acct
    move ws-use-tax-liab-cc to utc-liab-cc
    move ws-home-state to utc-home-state
    write usetax-ctl-record
    close usetax-ctl
    open input usetax-ctl
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
  move utc-home-state to ws-home-state.

load-next-batch-id.
  open input utseq-ctl.
  if ws-uq-status = "35"
    open output utseq-ctl
    move spaces to utseq-ctl-record
    move ws-next-batch-id to uq-next-batch-id
    move ws-next-txn-serial to uq-next-txn-serial
    write utseq-ctl-record
    close utseq-ctl
    open input utseq-ctl
  end-if.
  move "UTSEQ.CTL" to ws-abend-file-name.
  move ws-uq-status to ws-abend-status.
  perform check-file-status.
  read utseq-ctl
    at end continue
  end-read.
  close utseq-ctl.
  if uq-next-batch-id numeric and uq-next-batch-id not = zero
    move uq-next-batch-id to ws-next-batch-id
  end-if.
  if uq-next-txn-serial numeric and uq-next-txn-serial not = zero
    move uq-next-txn-serial to ws-next-txn-serial
  end-if.
  move ws-next-batch-id to ws-batch-id.

save-next-batch-id.
  open output utseq-ctl.
  move "UTSEQ.CTL" to ws-abend-file-name.
  move ws-uq-status to ws-abend-status.
  perform check-file-status.
  if ws-use-tax-count > zero
    add 1 to ws-next-batch-id
  end-if.
  move spaces to utseq-ctl-record.
  move ws-next-batch-id to uq-next-batch-id.
  move ws-next-txn-serial to uq-next-txn-serial.
  write utseq-ctl-record.
  close utseq-ctl.

accrue-use-tax.
  *> The vendor charged no tax on a purchase the state taxes on use:
  *> the shop owes it instead. Tax at the ship-to state's rate is
  *> charged to the invoice's own expense coding and credited to the
  *> use-tax liability, and the row on USETAX.DAT feeds the quarterly
  *> return. A state with no rate on file accrues nothing and is
  *> counted, so a missing TAXRATE.DAT row shows on the run line.
  if ai-ship-to-state = spaces
    move ws-home-state to ws-use-tax-state
  else
    move ai-ship-to-state to ws-use-tax-state
  end-if.
  move zero to ws-use-tax-rate.
  if ws-use-tax-state not = spaces and ws-trt-count > zero
    set ws-trt-idx to 1
    search ws-trt-entry
      at end continue
      when trt-state(ws-trt-idx) = ws-use-tax-state
        move trt-rate-pct(ws-trt-idx) to ws-use-tax-rate
    end-search
  end-if.
  if ws-use-tax-rate = zero
    add 1 to ws-use-tax-norate-count
    exit paragraph
  end-if.
  compute ws-use-tax-amount rounded =
      ai-amount * ws-use-tax-rate / 100.
  if ws-use-tax-amount = zero
    exit paragraph
  end-if.
  perform write-use-tax-transactions.
  perform write-use-tax-row.
  add 1 to ws-use-tax-count.

write-use-tax-transactions.
  open extend txn-file.
  if ws-txn-status = "35"
    close txn-file
    open output txn-file
  end-if.
  move "TXNFILE.DAT" to ws-abend-file-name.
  move ws-txn-status to ws-abend-status.
  perform check-file-status.
  initialize txn-record.
  move ai-expense-acct to txn-acct-id.
  move ai-cost-center to txn-cost-center.
  compute txn-seq-no = 94000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-today-date to txn-date.
  move "D" to txn-type.
  move ws-use-tax-amount to txn-amount.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  add ws-use-tax-amount to ws-gen-debits.
  initialize txn-record.
  move ws-use-tax-liab-acct to txn-acct-id.
  move ws-use-tax-liab-cc to txn-cost-center.
  compute txn-seq-no = 94000000 + ws-next-txn-serial.
  add 1 to ws-next-txn-serial.
  move ws-today-date to txn-date.
  move "C" to txn-type.
  compute txn-amount = zero - ws-use-tax-amount.
  move zero to txn-orig-seq-no.
  move spaces to txn-currency-code.
  move 1 to txn-company-code.
  move ws-batch-id to txn-batch-id.
  write txn-record.
  add ws-use-tax-amount to ws-gen-credits.
  close txn-file.

write-use-tax-row.
  open extend use-tax-file.
  if ws-ut-status = "35"
    open output use-tax-file
  end-if.
  move "USETAX.DAT" to ws-abend-file-name.
  move ws-ut-status to ws-abend-status.
  perform check-file-status.
  move spaces to use-tax-record.
  move ws-use-tax-state to ut-state.
  move ai-amount to ut-taxable-amount.
  move ws-use-tax-amount to ut-tax-amount.
  move ws-today-date to ut-date.
  move ai-vendor-no to ut-vendor-no.
  move ai-invoice-no to ut-invoice-no.
  move ws-use-tax-rate to ut-rate-pct.
  write use-tax-record.
  close use-tax-file.

write-use-tax-batch-header.
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

write-reject-record.
  open extend reject-file.
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
      " JOB=APINV"
      " OPERATOR=" rpt-operator-id
      " STATUS=" ws-run-status-txt
      " ELAPSED=" ws-step-elapsed-secs "S" into run-log-line.
  write run-log-line.
  close run-log-file.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
  *> that the caller didn't already recover from (a first-run "35")
