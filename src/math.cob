        organization is line sequential
        file status is ws-invrpt-status.
    select ar-open-file assign to "AROPEN.DAT"
        organization is indexed
        access mode is dynamic
        record key is ar-invoice-no
        alternate record key is ar-cust-no with duplicates
        alternate record key is ar-due-date with duplicates
        file status is ws-aro-status.
    select period-status-file assign to "PERSTAT.DAT"
        organization is line sequential
        file status is ws-ps-status.
    select close-checklist assign to "CLOSECHK.DAT"
        organization is line sequential
        file status is ws-clk-status.
    select gl-bridge-ctl assign to "GLBRIDGE.CTL"
        organization is line sequential
        file status is ws-glb-status.
    select sales-tax-file assign to "SALESTAX.DAT"
        organization is line sequential
        file status is ws-stx-status.
    select defracct-ctl assign to "DEFRACCT.CTL"
        organization is line sequential
        file status is ws-dfa-status.
    select rev-schedule-file assign to "REVSCHED.DAT"
        organization is line sequential
        file status is ws-rsc-status.
    select invoice-hold-file assign to "INVHOLD.DAT"
        organization is line sequential
        file status is ws-ivh-status.
  copy "aropen.cpy".
  fd  period-status-file.
  copy "perstat.cpy".
  fd  close-checklist.
  copy "closechk.cpy".
  fd  gl-bridge-ctl.
  01 gl-bridge-ctl-record.
    05 glb-revenue-acct        pic 9(6).
    05 txa-tax-acct            pic 9(6).
    05 filler                  pic x(1).
    05 txa-tax-cc              pic 9(4).
  fd  defracct-ctl.
  01 defracct-ctl-record.
    05 dfa-deferred-acct       pic 9(6).
    05 filler                  pic x(1).
    05 dfa-deferred-cc         pic 9(4).
  fd  rev-schedule-file.
  copy "revsched.cpy".
  fd  sales-tax-file.
  01 sales-tax-record.
    05 stx-state               pic x(2).
    05 ivh-net-total           pic s9(9)v99 sign is leading separate.
    05 ivh-tax-amount          pic s9(9)v99 sign is leading separate.
    05 ivh-state               pic x(2).
*> The ratable share of the net total, so a release credits deferred
*> revenue (and activates the parked REVSCHED.DAT rows) exactly as
*> the billing run would have.
    05 ivh-deferred-amount     pic s9(9)v99 sign is leading separate.
*> Held invoices' sales-history rows ride INVHLINE.DAT alongside the
*> hold - the SALESHST shape exactly, so crlimrel.cob can move a
*> released invoice's rows onto the history whole and drop a
    05 ihl-date                pic 9(8).
    05 ihl-fiscal-year         pic 9(4).
    05 ihl-fiscal-period       pic 9(2).
    05 ihl-project-no          pic 9(6).
  fd  overlimit-report.
  01 overlimit-report-line    pic x(132).
  working-storage section.
        10 pst-fiscal-period   pic 9(2).
        10 pst-status          pic x(1).
    01 ws-pst-count        pic 9(2) value zero.
    *> CLOSECHK.DAT, held whole while the month-end roll stamps its
    *> own MEROLL task on it; when the close checklist is in use the
    *> period is closed by closegat.cob, not here.
    01 ws-clk-status       pic x(2) value "00".
    01 ws-clk-eof          pic x(1) value "N".
        88 CLK-EOF         value "Y".
    01 ws-clk-in-use       pic x(1) value "N".
        88 CLOSE-CHECKLIST-IN-USE value "Y".
    01 ws-clk-row-table.
      05 ws-clk-row        pic x(178) occurs 50 times.
    01 ws-clk-row-count    pic 9(2) value zero.
    01 ws-clk-row-idx      pic 9(2) value zero.
    01 ws-clk-roll-idx     pic 9(2) value zero.
    01 ws-clk-dep-idx      pic 9(2) value zero.
    01 ws-clk-dep-sub      pic 9(1) value zero.
    01 ws-clk-roll-deps.
      05 ws-clk-roll-dep   pic x(8) occurs 8 times.
    01 ws-clk-dep-ok       pic x(1) value "N".
    01 ws-clk-wait-count   pic 9(1) value zero.
    01 ws-clk-wait-ptr     pic 9(3) value 1.
    01 ws-clk-waiting-on   pic x(80) value spaces.
    01 ws-txn-fiscal-year  pic 9(4).
    01 ws-txn-fiscal-qtr   pic 9(1).
    01 ws-txn-fiscal-per   pic 9(2).
    01 ws-cu-status          pic x(2) value "00".
    01 ws-cu-rel-key         pic 9(6) value 1.
    01 ws-cust-terms-days    pic 9(3) value zero.
    *> The customer's billing currency, and the fxratelk request that
    *> books a foreign customer's open item at the invoice date's rate.
    01 ws-cust-currency      pic x(3) value spaces.
    01 ws-fr-request.
      05 fr-mode              pic x(1).
      05 fr-currency-code     pic x(3).
      05 fr-as-of-date        pic 9(8).
      05 fr-found             pic x(1).
      05 fr-rate              pic 9(3)v9(4).
      05 fr-eff-date          pic 9(8).
    *> Credit-limit exposure check at billing time: every customer's
    *> open AR position is loaded once at the start of the billing
    *> run, each completed invoice is tested against the customer's
    01 ws-trt-count          pic 9(2) value zero.
    01 ws-tax-acct           pic 9(6) value 240001.
    01 ws-tax-cc             pic 9(4) value 9999.
    *> Deferred revenue: ratable lines (INV-REV-PERIODS non-zero)
    *> credit the DEFRACCT.CTL account instead of GLBRIDGE revenue and
    *> leave a REVSCHED.DAT row for revrec.cob to release period by
    *> period. Placeholder account seeded GLBRIDGE.CTL-style.
    01 ws-dfa-status         pic x(2) value "00".
    01 ws-rsc-status         pic x(2) value "00".
    01 ws-deferred-acct      pic 9(6) value 230001.
    01 ws-deferred-cc        pic 9(4) value 9999.
    01 ws-invoice-deferred   pic s9(9)v99 sign is leading separate.
    01 ws-invoice-recognized pic s9(9)v99 sign is leading separate.
    01 ws-deferred-lines     pic 9(6) value zero.
    01 ws-rsc-new-status     pic x(1) value "A".
    01 ws-cust-state         pic x(2) value spaces.
    01 ws-invoice-tax        pic s9(9)v99 sign is leading separate.
    01 ws-invoice-gross      pic s9(9)v99 sign is leading separate.
        10 shg-qty               pic 9(5).
        10 shg-unit-price        pic s9(7)v99 sign is leading separate.
        10 shg-ext-amount        pic s9(9)v99 sign is leading separate.
        10 shg-line-no           pic 9(3).
        10 shg-rev-periods       pic 9(3).
        10 shg-project-no        pic 9(6).
    01 ws-shg-count          pic 9(3) value zero.
    01 ws-shg-out-idx        pic 9(3) value zero.

    move "SEEDED FROM BALANCE FILE" to am-description
    move "E" to am-acct-type
    move "Y" to am-open-flag
    move "N" to am-use-tax-flag
    write acct-master-record
      invalid key continue
    end-write
          move "SUSPENSE ACCOUNT" to am-description
          move "L" to am-acct-type
          move "Y" to am-open-flag
          move "N" to am-use-tax-flag
          write acct-master-record
            invalid key continue
          end-write
  *> period N, not the period the wall clock has already entered.
  call "fiscalclc" using ws-business-date, ws-txn-fiscal-year,
      ws-txn-fiscal-qtr, ws-txn-fiscal-per, ws-txn-fiscal-week.
  perform stamp-close-checklist-roll.
  *> The roll is itself a task on the month-end close checklist, the
  *> one the later reports depend on, so it is stamped complete here
  *> as it happens rather than by hand - but only once every task it
  *> waits on is done (and signed off, where it must be) for the
  *> period being rolled, the same test closegat.cob applies at every
  *> gate. A roll that ran ahead of them stays unstamped, so the
  *> trial balance and the reports after it stay held.
  move "N" to ws-clk-in-use.
  move zero to ws-clk-row-count.
  move zero to ws-clk-roll-idx.
  move "N" to ws-clk-eof.
  open input close-checklist.
  if ws-clk-status = "35"
    close close-checklist
    exit paragraph
  end-if.
  move "CLOSECHK.DAT" to ws-abend-file-name.
  move ws-clk-status to ws-abend-status.
  perform check-file-status.
  set CLOSE-CHECKLIST-IN-USE to true.
  read close-checklist
    at end set CLK-EOF to true
  end-read.
  perform until CLK-EOF
    if ws-clk-row-count < 50
      add 1 to ws-clk-row-count
      move close-checklist-record to ws-clk-row(ws-clk-row-count)
      if cl-task-id = "MEROLL"
        move ws-clk-row-count to ws-clk-roll-idx
        perform varying ws-clk-dep-sub from 1 by 1
            until ws-clk-dep-sub > 8
          move cl-depends-on(ws-clk-dep-sub)
              to ws-clk-roll-dep(ws-clk-dep-sub)
        end-perform
      end-if
    end-if
    read close-checklist
      at end set CLK-EOF to true
    end-read
  end-perform.
  close close-checklist.
  if ws-clk-roll-idx = zero
    exit paragraph
  end-if.
  move zero to ws-clk-wait-count.
  move 1 to ws-clk-wait-ptr.
  move spaces to ws-clk-waiting-on.
  perform varying ws-clk-dep-sub from 1 by 1 until ws-clk-dep-sub > 8
    if ws-clk-roll-dep(ws-clk-dep-sub) not = spaces
      perform check-roll-predecessor
    end-if
  end-perform.
  if ws-clk-wait-count > zero
    display "MATH: MEROLL NOT STAMPED FOR FY=" ws-txn-fiscal-year
        " FP=" ws-txn-fiscal-per " - WAITING ON " ws-clk-waiting-on
    exit paragraph
  end-if.
  move ws-clk-row(ws-clk-roll-idx) to close-checklist-record.
  move ws-txn-fiscal-year to cl-done-year.
  move ws-txn-fiscal-per to cl-done-period.
  move function current-date(1:14) to cl-done-timestamp.
  move rpt-operator-id to cl-done-by.
  move spaces to cl-signed-by.
  move zero to cl-signed-timestamp.
  move close-checklist-record to ws-clk-row(ws-clk-roll-idx).
  open output close-checklist.
  perform varying ws-clk-row-idx from 1 by 1
      until ws-clk-row-idx > ws-clk-row-count
    move ws-clk-row(ws-clk-row-idx) to close-checklist-record
    write close-checklist-record
  end-perform.
  close close-checklist.

check-roll-predecessor.
  move "N" to ws-clk-dep-ok.
  perform varying ws-clk-dep-idx from 1 by 1
      until ws-clk-dep-idx > ws-clk-row-count
    move ws-clk-row(ws-clk-dep-idx) to close-checklist-record
    if cl-task-id = ws-clk-roll-dep(ws-clk-dep-sub)
        and cl-done-year = ws-txn-fiscal-year
        and cl-done-period = ws-txn-fiscal-per
      if CL-NEEDS-SIGNOFF and cl-signed-by = spaces
        continue
      else
        move "Y" to ws-clk-dep-ok
      end-if
    end-if
  end-perform.
  if ws-clk-dep-ok not = "Y"
    add 1 to ws-clk-wait-count
    string ws-clk-roll-dep(ws-clk-dep-sub) delimited by space
        " " delimited by size
        into ws-clk-waiting-on with pointer ws-clk-wait-ptr
  end-if.

write-balance-history-snapshot.
  move "N" to ws-invline-eof.
  move "Y" to ws-first-inv-line.
  move zero to ws-invoice-total.
  move zero to ws-invoice-deferred.
  move zero to ws-prev-inv-no.
  move zero to ws-shg-count.
  perform load-item-price-table.
  perform load-customer-exposure.
  perform load-tax-rate-table.
  perform load-tax-account-control.
  perform load-deferred-account-control.
  open input invoice-line-file.
  if ws-invline-status = "35"
    continue
      if not FIRST-INV-LINE and inv-no not = ws-prev-inv-no
        perform write-invoice-total-line
        move zero to ws-invoice-total
        move zero to ws-invoice-deferred
      end-if
      move "N" to ws-first-inv-line
      move inv-no to ws-prev-inv-no
        compute ws-line-extension = zero - ws-line-extension
      end-if
      add ws-line-extension to ws-invoice-total
      if inv-rev-periods numeric and inv-rev-periods > zero
        add ws-line-extension to ws-invoice-deferred
      end-if
      if not SIMULATION-MODE
        perform stage-sales-history-row
      end-if
  *> The table price wins when the line's item carries one; the fed
  *> price only survives for items the table doesn't know (and for
  *> unkeyed legacy lines), and a disagreement between the two lands
  *> on the price-variance report either way. A credit line keeps its
  *> fed price: a return credits what the customer originally paid
  *> (less any restocking fee), not today's list price.
  move inv-unit-price to ws-resolved-price.
  if inv-item-id = zero or INV-LINE-CREDIT
    exit paragraph
  end-if.
  set ws-ipr-idx to 1.
        " TOTAL DUE=" ws-invoice-gross into invoice-report-line
    perform write-invoice-report-line
  end-if.
  if ws-invoice-deferred not = zero
    move spaces to invoice-report-line
    string "  DEFERRED REVENUE=" ws-invoice-deferred
        " (RATABLE LINES)" into invoice-report-line
    perform write-invoice-report-line
  end-if.
  if not SIMULATION-MODE
    perform check-customer-credit-limit
    if ws-invoice-held = "Y"
      perform park-overlimit-invoice
      perform park-staged-history-rows
      move "H" to ws-rsc-new-status
      perform write-staged-schedule-rows
    else
      perform write-ar-open-item
      perform write-gl-bridge-transaction
      if ws-invoice-deferred not = zero
        perform write-deferred-bridge-transaction
      end-if
      if ws-invoice-tax not = zero
        perform write-tax-bridge-transaction
        perform write-sales-tax-row
      end-if
      perform write-staged-history-rows
      move "A" to ws-rsc-new-status
      perform write-staged-schedule-rows
    end-if
  end-if.
  move zero to ws-shg-count.
    move inv-qty to shg-qty(ws-shg-idx)
    move ws-resolved-price to shg-unit-price(ws-shg-idx)
    move ws-line-extension to shg-ext-amount(ws-shg-idx)
    move inv-line-no to shg-line-no(ws-shg-idx)
    if inv-rev-periods numeric
      move inv-rev-periods to shg-rev-periods(ws-shg-idx)
    else
      move zero to shg-rev-periods(ws-shg-idx)
    end-if
    if inv-project-no numeric
      move inv-project-no to shg-project-no(ws-shg-idx)
    else
      move zero to shg-project-no(ws-shg-idx)
    end-if
  else
    display "MATH: HISTORY STAGE FULL AT 200 LINES, INV=" inv-no
    move 16 to return-code
    move ws-today-date to sh-date
    move rpt-fiscal-year to sh-fiscal-year
    move rpt-fiscal-period to sh-fiscal-period
    move shg-project-no(ws-shg-out-idx) to sh-project-no
    write sales-history-record
    add 1 to ws-history-rows
  end-perform.
    move ws-today-date to ihl-date
    move rpt-fiscal-year to ihl-fiscal-year
    move rpt-fiscal-period to ihl-fiscal-period
    move shg-project-no(ws-shg-out-idx) to ihl-project-no
    write invoice-hold-line-record
  end-perform.
  close invoice-hold-line-file.
    close ar-open-file
    exit paragraph
  end-if.
  read ar-open-file next record
    at end set ARO-EOF to true
  end-read.
  perform until ARO-EOF
    if not AR-ITEM-CLOSED
      perform tally-customer-exposure
    end-if
    read ar-open-file next record
      at end set ARO-EOF to true
    end-read
  end-perform.
  move ws-invoice-total to ivh-net-total.
  move ws-invoice-tax to ivh-tax-amount.
  move ws-cust-state to ivh-state.
  move ws-invoice-deferred to ivh-deferred-amount.
  write invoice-hold-record.
  close invoice-hold-file.
  add 1 to ws-invoices-held.
  if ws-glb-loaded not = "Y"
    perform load-gl-bridge-control
  end-if.
  *> Ratable lines' share is credited to deferred revenue by its own
  *> leg, so only the recognized remainder earns revenue today - and
  *> an all-ratable invoice has no revenue leg at all.
  compute ws-invoice-recognized = ws-invoice-total - ws-invoice-deferred.
  if ws-invoice-recognized = zero and ws-invoice-deferred not = zero
    exit paragraph
  end-if.
  open extend recycle-file.
  if ws-rcy-status = "35"
    close recycle-file
  *> A credit memo's negative total reverses the revenue: the bridge
  *> leg flips to a positive DEBIT so the signed-amount convention
  *> holds for both document types.
  if ws-invoice-recognized < zero
    move "D" to rcy-type
  else
    move "C" to rcy-type
  end-if.
  compute rcy-amount = zero - ws-invoice-recognized.
  move zero to rcy-orig-seq-no.
  move spaces to rcy-currency-code.
  move zero to rcy-company-code.
  close recycle-file.
  add 1 to ws-glb-bridged.

load-deferred-account-control.
  open input defracct-ctl.
  if ws-dfa-status = "35"
    open output defracct-ctl
    *> Placeholder deferred revenue account finance repoints before
    *> the first live ratable invoice - GLBRIDGE.CTL discipline.
    move spaces to defracct-ctl-record
    move ws-deferred-acct to dfa-deferred-acct
    move ws-deferred-cc to dfa-deferred-cc
    write defracct-ctl-record
    close defracct-ctl
    open input defracct-ctl
  end-if.
  move "DEFRACCT.CTL" to ws-abend-file-name.
  move ws-dfa-status to ws-abend-status.
  perform check-file-status.
  read defracct-ctl
    at end continue
  end-read.
  close defracct-ctl.
  move dfa-deferred-acct to ws-deferred-acct.
  move dfa-deferred-cc to ws-deferred-cc.

write-deferred-bridge-transaction.
  *> The ratable lines' credit to deferred revenue, in its own bridge
  *> series (76 million + invoice) beside the revenue and tax legs, so
  *> the posting's AUDIT.LOG row still traces back to the invoice.
  open extend recycle-file.
  if ws-rcy-status = "35"
    close recycle-file
    open output recycle-file
  end-if.
  move "RECYCLE.DAT" to ws-abend-file-name.
  move ws-rcy-status to ws-abend-status.
  perform check-file-status.
  move ws-deferred-acct to rcy-acct-id.
  move ws-deferred-cc to rcy-cost-center.
  compute rcy-seq-no = 76000000 + ws-prev-inv-no.
  move ws-today-date to rcy-date.
  if ws-invoice-deferred < zero
    move "D" to rcy-type
  else
    move "C" to rcy-type
  end-if.
  compute rcy-amount = zero - ws-invoice-deferred.
  move zero to rcy-orig-seq-no.
  move spaces to rcy-currency-code.
  move zero to rcy-company-code.
  move zero to rcy-batch-id.
  write recycle-record.
  close recycle-file.

write-staged-schedule-rows.
  *> One recognition schedule row per ratable line of the invoice,
  *> released period by period by revrec.cob. The caller picks the
  *> status: "A" for a billed invoice, "H" for one parked on the
  *> credit hold, which crlimrel.cob activates or drops.
  if ws-invoice-deferred = zero
    exit paragraph
  end-if.
  if ws-glb-loaded not = "Y"
    perform load-gl-bridge-control
  end-if.
  open extend rev-schedule-file.
  if ws-rsc-status = "35"
    close rev-schedule-file
    open output rev-schedule-file
  end-if.
  move "REVSCHED.DAT" to ws-abend-file-name.
  move ws-rsc-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-shg-out-idx from 1 by 1
      until ws-shg-out-idx > ws-shg-count
    if shg-rev-periods(ws-shg-out-idx) > zero
      move ws-prev-inv-no to rs-invoice-no
      move ws-prev-inv-cust-no to rs-cust-no
      move shg-item-id(ws-shg-out-idx) to rs-item-id
      move shg-line-no(ws-shg-out-idx) to rs-line-no
      move ws-today-date to rs-bill-date
      compute rs-start-period =
          rpt-fiscal-year * 100 + rpt-fiscal-period
      move shg-rev-periods(ws-shg-out-idx) to rs-periods
      move shg-ext-amount(ws-shg-out-idx) to rs-total-amount
      move zero to rs-periods-released
      move zero to rs-released-amount
      move zero to rs-last-rel-period
      move ws-deferred-acct to rs-deferred-acct
      move ws-deferred-cc to rs-deferred-cc
      move ws-glb-revenue-acct to rs-revenue-acct
      move ws-glb-cost-center to rs-cost-center
      move ws-rsc-new-status to rs-status
      write rev-schedule-record
      add 1 to ws-deferred-lines
    end-if
  end-perform.
  close rev-schedule-file.

write-invoice-report-line.
  *> Paginated writer for INVOICE.RPT, same 60-line page discipline
  *> as the proration report's.
  *> application run to work from. Gated on live mode the same way
  *> the balance write-back is - a what-if run must not create
  *> receivables.
  open i-o ar-open-file.
  if ws-aro-status = "35"
    open output ar-open-file
    close ar-open-file
    open i-o ar-open-file
  end-if.
  move "AROPEN.DAT" to ws-abend-file-name.
  move ws-aro-status to ws-abend-status.
  else
    move "I" to ar-doc-type
  end-if.
  move space to ar-dispute-flag.
  move spaces to ar-dispute-reason.
  perform book-document-currency.
  write ar-open-item-record
    invalid key
      move ws-aro-status to ws-abend-status
      perform check-file-status
  end-write.
  close ar-open-file.

book-document-currency.
  *> Pricing stays in base; a customer billed in a foreign currency
  *> also gets the invoice's foreign equivalent at today's spot rate
  *> on the open item, which is what its payment will arrive in. No
  *> rate on file books the item in base and says so - the invoice
  *> still goes out.
  move spaces to ar-currency-code.
  move zero to ar-fx-amount.
  move 1 to ar-booking-rate.
  if ws-cust-currency = spaces or ws-cust-currency = "USD"
    exit paragraph
  end-if.
  move "L" to fr-mode.
  move ws-cust-currency to fr-currency-code.
  move ws-today-date to fr-as-of-date.
  call "fxratelk" using ws-fr-request.
  if fr-found not = "Y" or fr-rate = zero
    display "MATH: NO " ws-cust-currency " RATE FOR INVOICE "
        ws-prev-inv-no " - OPEN ITEM BOOKED IN BASE CURRENCY"
    exit paragraph
  end-if.
  move ws-cust-currency to ar-currency-code.
  move fr-rate to ar-booking-rate.
  compute ar-fx-amount rounded = ws-invoice-gross / fr-rate.

resolve-customer-terms.
  *> The customer's own net days off CUSTMAST.DAT; the pre-terms
  *> default (net 30) survives for unknown customers and zero terms.
  move 30 to ws-cust-terms-days.
  move spaces to ws-cust-currency.
  open input customer-file.
  if ws-cu-status = "35"
    close customer-file
      if cu-terms-net-days numeric and cu-terms-net-days > zero
        move cu-terms-net-days to ws-cust-terms-days
      end-if
      move cu-currency-code to ws-cust-currency
  end-read.
  close customer-file.

