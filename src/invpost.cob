    select po-match-report assign to "POMATCH.RPT"
        organization is line sequential
        file status is ws-pm-status.
    select item-lot-file assign to "ITEMLOT.DAT"
        organization is line sequential
        file status is ws-lt-status.
    select lot-history-file assign to "LOTHIST.DAT"
        organization is line sequential
        file status is ws-lh-status.
    select project-txn-file assign to "PROJTXN.DAT"
        organization is line sequential
        file status is ws-pt-status.
    select item-std-file assign to "ITEMSTD.DAT"
        organization is line sequential
        file status is ws-ist-status.
    select ppv-hist-file assign to "PPVHIST.DAT"
        organization is line sequential
        file status is ws-pv-status.
    select std-reval-report assign to "STDREVAL.RPT"
        organization is line sequential
        file status is ws-sv-status.
data division.
  file section.
  fd  item-master-file.
    05 ivg-accrual-acct        pic 9(6).
    05 filler                  pic x(1).
    05 ivg-accrual-cc          pic 9(4).
*> Purchase price variance and standard-cost revaluation, appended
*> for standard costing - a row from before reads them blank and the
*> placeholders below stand until finance fills them in.
    05 filler                  pic x(1).
    05 ivg-ppv-acct            pic 9(6).
    05 filler                  pic x(1).
    05 ivg-ppv-cc              pic 9(4).
    05 filler                  pic x(1).
    05 ivg-reval-acct          pic 9(6).
    05 filler                  pic x(1).
    05 ivg-reval-cc            pic 9(4).
  fd  recycle-file.
  copy "recycrec.cpy".
  fd  bal-file.
    05 bo-ref                  pic x(8).
    05 filler                  pic x(1).
    05 bo-date                 pic 9(8).
*> Project the issue was charged to, so a filled backorder still
*> reaches the project ledger.
    05 filler                  pic x(1).
    05 bo-project-no           pic 9(6).
  fd  backorder-work.
  01 backorder-work-record    pic x(40).
  fd  backorder-report.
    05 mh-qty                  pic 9(5).
    05 filler                  pic x(1).
    05 mh-date                 pic 9(8).
  fd  item-lot-file.
  copy "itemlot.cpy".
  fd  lot-history-file.
  copy "lothist.cpy".
  fd  project-txn-file.
  copy "projtxn.cpy".
  fd  item-std-file.
  copy "itemstd.cpy".
  fd  ppv-hist-file.
  copy "ppvhist.cpy".
  fd  std-reval-report.
  01 std-reval-report-line    pic x(132).
  working-storage section.
    01 ws-im-status       pic x(2) value "00".
    01 ws-im-rel-key      pic 9(6) value 1.
    01 ws-move-value      pic s9(9)v99 sign is leading separate.
    01 ws-receipt-value   pic s9(11)v99 sign is leading separate value zero.
    01 ws-issue-value     pic s9(11)v99 sign is leading separate value zero.
    01 ws-return-value    pic s9(11)v99 sign is leading separate value zero.
    *> Assembly builds: components out and kits in at the build's own
    *> cost - equal when every leg posts, so nothing reaches the
    *> ledger unless a leg was rejected.
    01 ws-build-issue-value pic s9(11)v99 sign is leading separate
                            value zero.
    01 ws-build-receipt-value pic s9(11)v99 sign is leading separate
                            value zero.
    01 ws-build-diff-value pic s9(11)v99 sign is leading separate
                            value zero.
    01 ws-inventory-acct  pic 9(6) value 130001.
    01 ws-inventory-cc    pic 9(4) value 9999.
    01 ws-cogs-acct       pic 9(6) value 500001.
    01 ws-cogs-cc         pic 9(4) value 9999.
    01 ws-accrual-acct    pic 9(6) value 210001.
    01 ws-accrual-cc      pic 9(4) value 9999.
    01 ws-ppv-acct        pic 9(6) value 505001.
    01 ws-ppv-cc          pic 9(4) value 9999.
    01 ws-reval-acct      pic 9(6) value 505002.
    01 ws-reval-cc        pic 9(4) value 9999.
    *> One balanced pair onto the bridge: debit the first account,
    *> credit the second, the amount positive.
    01 ws-pair-dr-acct    pic 9(6).
    01 ws-pair-dr-cc      pic 9(4).
    01 ws-pair-cr-acct    pic 9(6).
    01 ws-pair-cr-cc      pic 9(4).
    01 ws-pair-amount     pic s9(11)v99 sign is leading separate.
    01 ws-bridge-serial   pic 9(4) value zero.
    01 ws-stock-value     pic s9(11)v99 sign is leading separate value zero.
    01 ws-item-value      pic s9(11)v99 sign is leading separate.
        10 pot-status            pic x(1).
        10 pot-expense-acct      pic 9(6).
        10 pot-cost-center       pic 9(4).
        10 pot-buyer-id          pic x(20).
    01 ws-pot-count       pic 9(3) value zero.
    01 ws-po-matched      pic 9(4) value zero.
    01 ws-po-unmatched    pic 9(4) value zero.

    *> Lot control: ITEMLOT.DAT in memory, written back whole after
    *> posting. Receipts carrying a lot open or top up its row; every
    *> outflow draws lots down earliest expiry first, each draw logged
    *> to LOTHIST.DAT for the recall trace.
    01 ws-lt-status       pic x(2) value "00".
    01 ws-lh-status       pic x(2) value "00".
    *> Issues charged to a project go to PROJTXN.DAT at the value
    *> they relieved from inventory.
    01 ws-pt-status       pic x(2) value "00".
    01 ws-proj-no         pic 9(6) value zero.
    01 ws-proj-item       pic 9(6) value zero.
    01 ws-proj-qty        pic 9(5) value zero.
    01 ws-lt-eof          pic x(1) value "N".
        88 LT-EOF         value "Y".
    01 ws-lot-table.
      05 ws-ilt-entry occurs 1000 times indexed by ws-ilt-idx.
        10 ilt-item-id           pic 9(6).
        10 ilt-location          pic 9(2).
        10 ilt-lot-no            pic x(10).
        10 ilt-receipt-date      pic 9(8).
        10 ilt-expiry-date       pic 9(8).
        10 ilt-on-hand-qty       pic 9(7).
        10 ilt-received-qty      pic 9(7).
        10 ilt-po-no             pic 9(6).
    01 ws-ilt-count       pic 9(4) value zero.
    01 ws-lot-overflow    pic x(1) value "N".
    01 ws-ilt-found-idx   pic 9(4) value zero.
    01 ws-ilt-best-idx    pic 9(4) value zero.
    01 ws-ilt-from-idx    pic 9(4) value zero.
    01 ws-lot-best-key    pic 9(8) value zero.
    01 ws-lot-this-key    pic 9(8) value zero.
    01 ws-lot-item        pic 9(6) value zero.
    01 ws-lot-location    pic 9(2) value zero.
    01 ws-lot-to-location pic 9(2) value zero.
    01 ws-lot-need        pic 9(7) value zero.
    01 ws-lot-take        pic 9(7) value zero.
    01 ws-lot-hist-type   pic x(1) value space.
    01 ws-lot-ref         pic x(8) value spaces.
    01 ws-lot-invoice     pic 9(6) value zero.
    01 ws-lot-no          pic x(10) value spaces.
    01 ws-lot-expiry      pic 9(8) value zero.
    01 ws-lot-receipt     pic 9(8) value zero.
    01 ws-lot-po-no       pic 9(6) value zero.
    01 ws-today-date      pic 9(8).

    *> Standard costing: ITEMSTD.DAT whole in memory (written back
    *> with revaluation flags set). An item with a standard in force
    *> is valued at it everywhere resolve-item-cost is asked; a
    *> PO-matched receipt's gap to PO-UNIT-COST goes to purchase price
    *> variance, and a standard newly in force revalues the stock
    *> already on hand from the cost it was carried at.
    01 ws-ist-status      pic x(2) value "00".
    01 ws-pv-status       pic x(2) value "00".
    01 ws-sv-status       pic x(2) value "00".
    01 ws-ist-eof         pic x(1) value "N".
        88 IST-EOF        value "Y".
    01 ws-std-table.
      05 ws-ist-entry occurs 2000 times indexed by ws-ist-idx.
        10 ist-item-id           pic 9(6).
        10 ist-eff-date          pic 9(8).
        10 ist-std-cost          pic s9(7)v99 sign is leading separate.
        10 ist-reval-flag        pic x(1).
        10 ist-reval-date        pic 9(8).
    01 ws-ist-count       pic 9(4) value zero.
    01 ws-ist-overflow    pic x(1) value "N".
    01 ws-ist-changed     pic x(1) value "N".
    01 ws-ist-scan-idx    pic 9(4) value zero.
    01 ws-std-found-idx   pic 9(4) value zero.
    01 ws-std-carried-idx pic 9(4) value zero.
    01 ws-std-item        pic x(1) value "N".
        88 STD-COSTED-ITEM value "Y".
    01 ws-ppv-amount      pic s9(9)v99 sign is leading separate.
    01 ws-ppv-value       pic s9(11)v99 sign is leading separate value zero.
    01 ws-reval-value     pic s9(11)v99 sign is leading separate value zero.
    01 ws-reval-amount    pic s9(11)v99 sign is leading separate.
    01 ws-reval-old-cost  pic s9(7)v99 sign is leading separate.
    01 ws-reval-on-hand   pic s9(9) sign is leading separate.
    01 ws-reval-count     pic 9(4) value zero.
    01 ws-sv-open         pic x(1) value "N".
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  perform load-report-stamp.
  perform load-item-master.
  perform load-item-lots.
  perform load-item-cost-table.
  perform load-item-standards.
  perform load-inventory-gl-control.
  perform load-purchase-orders.
  perform revalue-standard-changes.
  perform post-item-movements.
  perform release-backorders.
  perform write-back-item-master.
  perform write-back-item-standards.
  perform write-back-item-lots.
  perform write-inventory-gl-bridge.
  perform write-stock-status-report.
  perform write-stock-valuation-report.
      end-if
  end-search.

load-item-standards.
  move zero to ws-ist-count.
  move "N" to ws-ist-eof.
  open input item-std-file.
  if ws-ist-status = "35"
    close item-std-file
    exit paragraph
  end-if.
  move "ITEMSTD.DAT" to ws-abend-file-name.
  move ws-ist-status to ws-abend-status.
  perform check-file-status.
  read item-std-file
    at end set IST-EOF to true
  end-read.
  perform until IST-EOF
    if ws-ist-count < 2000
      add 1 to ws-ist-count
      move is-item-id to ist-item-id(ws-ist-count)
      move is-eff-date to ist-eff-date(ws-ist-count)
      move is-std-cost to ist-std-cost(ws-ist-count)
      move is-revalued-flag to ist-reval-flag(ws-ist-count)
      if is-revalued-date numeric
        move is-revalued-date to ist-reval-date(ws-ist-count)
      else
        move zero to ist-reval-date(ws-ist-count)
      end-if
    else
      display "INVPOST: STANDARD TABLE FULL AT 2000 - ITEMSTD.DAT HAS MORE"
      move 16 to return-code
      move "Y" to ws-ist-overflow
      set IST-EOF to true
    end-if
    read item-std-file
      at end set IST-EOF to true
    end-read
  end-perform.
  close item-std-file.

find-item-standard.
  *> Latest standard effective on or before today for WS-LOOKUP-ITEM
  *> (a later row on the file wins a tie), zero when the item is not
  *> standard-costed.
  move zero to ws-std-found-idx.
  perform varying ws-ist-idx from 1 by 1 until ws-ist-idx > ws-ist-count
    if ist-item-id(ws-ist-idx) = ws-lookup-item
        and ist-eff-date(ws-ist-idx) <= ws-today-date
      if ws-std-found-idx = zero
        set ws-std-found-idx to ws-ist-idx
      else
        if ist-eff-date(ws-ist-idx) >= ist-eff-date(ws-std-found-idx)
          set ws-std-found-idx to ws-ist-idx
        end-if
      end-if
    end-if
  end-perform.

revalue-standard-changes.
  *> Before tonight's movements post at the new standard, the stock
  *> already on hand moves from the cost it was carried at - the last
  *> standard revalued in, or the ITEMCST.DAT actual for an item just
  *> coming onto standard - to the one now in force.
  perform varying ws-ist-scan-idx from 1 by 1
      until ws-ist-scan-idx > ws-ist-count
    if ist-reval-flag(ws-ist-scan-idx) not = "Y"
        and ist-eff-date(ws-ist-scan-idx) <= ws-today-date
      move ist-item-id(ws-ist-scan-idx) to ws-lookup-item
      perform revalue-one-standard
    end-if
  end-perform.
  if ws-sv-open = "Y"
    move spaces to std-reval-report-line
    string "STANDARDS TAKING EFFECT=" ws-reval-count
        " NET REVALUATION=" ws-reval-value into std-reval-report-line
    write std-reval-report-line
    close std-reval-report
  end-if.

revalue-one-standard.
  perform find-item-standard.
  move zero to ws-std-carried-idx.
  perform varying ws-ist-idx from 1 by 1 until ws-ist-idx > ws-ist-count
    if ist-item-id(ws-ist-idx) = ws-lookup-item
        and ist-reval-flag(ws-ist-idx) = "Y"
      if ws-std-carried-idx = zero
        set ws-std-carried-idx to ws-ist-idx
      else
        if ist-eff-date(ws-ist-idx) >= ist-eff-date(ws-std-carried-idx)
          set ws-std-carried-idx to ws-ist-idx
        end-if
      end-if
    end-if
  end-perform.
  if ws-std-carried-idx not = zero
    move ist-std-cost(ws-std-carried-idx) to ws-reval-old-cost
  else
    perform resolve-actual-cost
    move ws-resolved-cost to ws-reval-old-cost
  end-if.
  move zero to ws-reval-on-hand.
  perform varying ws-itm-idx from 1 by 1 until ws-itm-idx > ws-itm-count
    if itm-item-id(ws-itm-idx) = ws-lookup-item
      add itm-on-hand-qty(ws-itm-idx) to ws-reval-on-hand
    end-if
  end-perform.
  compute ws-reval-amount rounded = ws-reval-on-hand
      * (ist-std-cost(ws-std-found-idx) - ws-reval-old-cost).
  add ws-reval-amount to ws-reval-value.
  add 1 to ws-reval-count.
  *> Every row for the item now in force or superseded by it is
  *> settled - an intermediate standard never carried any stock.
  perform varying ws-ist-idx from 1 by 1 until ws-ist-idx > ws-ist-count
    if ist-item-id(ws-ist-idx) = ws-lookup-item
        and ist-reval-flag(ws-ist-idx) not = "Y"
        and ist-eff-date(ws-ist-idx) <= ws-today-date
      move "Y" to ist-reval-flag(ws-ist-idx)
      move ws-today-date to ist-reval-date(ws-ist-idx)
    end-if
  end-perform.
  move "Y" to ws-ist-changed.
  if ws-sv-open not = "Y"
    open extend std-reval-report
    if ws-sv-status = "35"
      open output std-reval-report
    end-if
    move "STDREVAL.RPT" to ws-abend-file-name
    move ws-sv-status to ws-abend-status
    perform check-file-status
    move "Y" to ws-sv-open
    move spaces to std-reval-report-line
    string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
        " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
        " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
        into std-reval-report-line
    write std-reval-report-line
  end-if.
  move spaces to std-reval-report-line.
  string "ITEM=" ws-lookup-item
      " EFF=" ist-eff-date(ws-std-found-idx)
      " OLD-COST=" ws-reval-old-cost
      " NEW-STD=" ist-std-cost(ws-std-found-idx)
      " ON-HAND=" ws-reval-on-hand
      " REVALUATION=" ws-reval-amount into std-reval-report-line.
  write std-reval-report-line.

write-back-item-standards.
  *> Only when a standard took effect tonight, and never from a
  *> table that could not hold the whole file.
  if ws-ist-changed not = "Y" or ws-ist-overflow = "Y"
    exit paragraph
  end-if.
  open output item-std-file.
  move "ITEMSTD.DAT" to ws-abend-file-name.
  move ws-ist-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-ist-idx from 1 by 1 until ws-ist-idx > ws-ist-count
    move ist-item-id(ws-ist-idx) to is-item-id
    move ist-eff-date(ws-ist-idx) to is-eff-date
    move ist-std-cost(ws-ist-idx) to is-std-cost
    move ist-reval-flag(ws-ist-idx) to is-revalued-flag
    move ist-reval-date(ws-ist-idx) to is-revalued-date
    write item-standard-record
  end-perform.
  close item-std-file.

load-inventory-gl-control.
  open input invgl-ctl.
  if ws-ig-status = "35"
    move ws-cogs-cc to ivg-cogs-cc
    move ws-accrual-acct to ivg-accrual-acct
    move ws-accrual-cc to ivg-accrual-cc
    move ws-ppv-acct to ivg-ppv-acct
    move ws-ppv-cc to ivg-ppv-cc
    move ws-reval-acct to ivg-reval-acct
    move ws-reval-cc to ivg-reval-cc
    write invgl-ctl-record
    close invgl-ctl
    open input invgl-ctl
  move ivg-cogs-cc to ws-cogs-cc.
  move ivg-accrual-acct to ws-accrual-acct.
  move ivg-accrual-cc to ws-accrual-cc.
  if ivg-ppv-acct numeric and ivg-ppv-acct not = zero
    move ivg-ppv-acct to ws-ppv-acct
    move ivg-ppv-cc to ws-ppv-cc
  end-if.
  if ivg-reval-acct numeric and ivg-reval-acct not = zero
    move ivg-reval-acct to ws-reval-acct
    move ivg-reval-cc to ws-reval-cc
  end-if.

post-item-movements.
  move "N" to ws-mv-eof.
      move mv-type to ws-hist-type
      move mv-qty to ws-hist-qty
      perform note-movement-history
      if mv-lot-no not = spaces
        perform receive-movement-lot
      end-if
      if mv-po-no numeric and mv-po-no not = zero
        perform match-receipt-to-po
      end-if
        subtract mv-qty from itm-on-hand-qty(ws-itm-idx)
        perform extend-movement-cost
        add ws-move-value to ws-issue-value
        move mv-qty to ws-lot-need
        move "A" to ws-lot-hist-type
        perform consume-movement-lots
      else
        add mv-qty to itm-on-hand-qty(ws-itm-idx)
        perform extend-movement-cost
      perform note-movement-history
    when MV-IS-TRANSFER
      perform post-transfer-movement
    when MV-IS-RETURN
      *> Customer return: back on the shelf at the cost it left at,
      *> so the reversal of cost of goods matches the original sale.
      add mv-qty to itm-on-hand-qty(ws-itm-idx)
      add 1 to ws-posted-count
      perform extend-stamped-cost
      add ws-move-value to ws-return-value
      move mv-item-id to ws-hist-item
      move mv-type to ws-hist-type
      move mv-qty to ws-hist-qty
      perform note-movement-history
      if mv-lot-no not = spaces
        perform receive-movement-lot
      end-if
    when MV-IS-BUILD-ISSUE
      *> Component consumed into a kit: asmbuild.cob refused the
      *> build unless the stock was free, so no backorder here.
      subtract mv-qty from itm-on-hand-qty(ws-itm-idx)
      add 1 to ws-posted-count
      perform extend-stamped-cost
      add ws-move-value to ws-build-issue-value
      move mv-item-id to ws-hist-item
      move mv-type to ws-hist-type
      move mv-qty to ws-hist-qty
      perform note-movement-history
      move mv-qty to ws-lot-need
      move "I" to ws-lot-hist-type
      perform consume-movement-lots
    when MV-IS-BUILD-RECEIPT
      add mv-qty to itm-on-hand-qty(ws-itm-idx)
      add 1 to ws-posted-count
      perform extend-stamped-cost
      add ws-move-value to ws-build-receipt-value
      move mv-item-id to ws-hist-item
      move mv-type to ws-hist-type
      move mv-qty to ws-hist-qty
      perform note-movement-history
      if mv-lot-no not = spaces
        perform receive-movement-lot
      end-if
    when other
      perform reject-unknown-movement-type
  end-evaluate.
      move po-status to pot-status(ws-pot-count)
      move po-expense-acct to pot-expense-acct(ws-pot-count)
      move po-cost-center to pot-cost-center(ws-pot-count)
      move po-buyer-id to pot-buyer-id(ws-pot-count)
    end-if
    read po-file
      at end set PO-EOF to true
        and pot-item-id(ws-pot-idx) = mv-item-id
      add mv-qty to pot-received-qty(ws-pot-idx)
      add 1 to ws-po-matched
      if STD-COSTED-ITEM
        perform note-purchase-price-variance
      end-if
      if pot-received-qty(ws-pot-idx) >= pot-qty(ws-pot-idx)
        move "C" to pot-status(ws-pot-idx)
      end-if
      end-if
  end-search.

note-purchase-price-variance.
  *> The receipt went into stock at standard (WS-MOVE-VALUE); what
  *> the vendor will bill is the PO price. The gap is the variance -
  *> unfavorable positive - and rides the accrual with the receipt.
  compute ws-ppv-amount rounded =
      mv-qty * pot-unit-cost(ws-pot-idx) - ws-move-value.
  add ws-ppv-amount to ws-ppv-value.
  open extend ppv-hist-file.
  if ws-pv-status = "35"
    close ppv-hist-file
    open output ppv-hist-file
  end-if.
  move "PPVHIST.DAT" to ws-abend-file-name.
  move ws-pv-status to ws-abend-status.
  perform check-file-status.
  move ws-today-date to pv-date.
  move rpt-fiscal-year to pv-fiscal-year.
  move rpt-fiscal-period to pv-fiscal-period.
  move mv-item-id to pv-item-id.
  move pot-vendor-no(ws-pot-idx) to pv-vendor-no.
  move pot-buyer-id(ws-pot-idx) to pv-buyer-id.
  move pot-po-no(ws-pot-idx) to pv-po-no.
  move mv-qty to pv-qty.
  move pot-unit-cost(ws-pot-idx) to pv-po-unit-cost.
  move ws-resolved-cost to pv-std-cost.
  move ws-ppv-amount to pv-variance.
  write ppv-history-record.
  close ppv-hist-file.

note-po-exception.
  open extend po-match-report.
  if ws-pm-status = "35"
    move pot-status(ws-pot-idx) to po-status
    move pot-expense-acct(ws-pot-idx) to po-expense-acct
    move pot-cost-center(ws-pot-idx) to po-cost-center
    move pot-buyer-id(ws-pot-idx) to po-buyer-id
    write purchase-order-record
  end-perform.
  close po-file.
  move ws-today-date to itm-last-move-date(ws-itm-idx).
  add 1 to ws-posted-count.
  add 1 to ws-xfer-count.
  *> The lots travel with the stock, earliest expiry first.
  move mv-item-id to ws-lot-item.
  if mv-location numeric and mv-location not = zero
    move mv-location to ws-lot-location
  else
    move 1 to ws-lot-location
  end-if.
  move itm-location(ws-itm-idx) to ws-lot-to-location.
  move mv-qty to ws-lot-need.
  move "T" to ws-lot-hist-type.
  move mv-ref to ws-lot-ref.
  move zero to ws-lot-invoice.
  perform draw-lots-fefo.

reject-transfer-short.
  open extend reject-file.
      perform resolve-item-cost
      compute ws-move-value rounded = ws-avail-qty * ws-resolved-cost
      add ws-move-value to ws-issue-value
      move ws-avail-qty to ws-proj-qty
      perform note-movement-project
      move mv-item-id to ws-hist-item
      move mv-type to ws-hist-type
      move ws-avail-qty to ws-hist-qty
      perform note-movement-history
      move ws-avail-qty to ws-lot-need
      move "I" to ws-lot-hist-type
      perform consume-movement-lots
    end-if
  else
    subtract mv-qty from itm-on-hand-qty(ws-itm-idx)
    perform extend-movement-cost
    add ws-move-value to ws-issue-value
    move mv-qty to ws-proj-qty
    perform note-movement-project
    move mv-item-id to ws-hist-item
    move mv-type to ws-hist-type
    move mv-qty to ws-hist-qty
    perform note-movement-history
    move mv-qty to ws-lot-need
    move "I" to ws-lot-hist-type
    perform consume-movement-lots
  end-if.
  add 1 to ws-posted-count.

note-movement-project.
  if mv-project-no numeric and mv-project-no not = zero
    move mv-project-no to ws-proj-no
    move mv-item-id to ws-proj-item
    perform write-project-material
  end-if.

write-project-material.
  open extend project-txn-file.
  if ws-pt-status = "35"
    open output project-txn-file
  end-if.
  move "PROJTXN.DAT" to ws-abend-file-name.
  move ws-pt-status to ws-abend-status.
  perform check-file-status.
  move ws-proj-no to pt-project-no.
  move "M" to pt-category.
  move ws-today-date to pt-date.
  move "INVPOST" to pt-source.
  move ws-proj-item to pt-ref.
  move ws-proj-qty to pt-qty.
  move ws-move-value to pt-amount.
  write project-txn-record.
  close project-txn-file.

extend-movement-cost.
  perform resolve-item-cost.
  compute ws-move-value rounded = mv-qty * ws-resolved-cost.

extend-stamped-cost.
  *> Returns and build legs carry the cost they moved at; an item
  *> carried at standard moves at standard regardless.
  perform resolve-item-cost.
  if not STD-COSTED-ITEM
      and mv-unit-cost numeric and mv-unit-cost not = zero
    compute ws-move-value rounded = mv-qty * mv-unit-cost
  else
    compute ws-move-value rounded = mv-qty * ws-resolved-cost
  end-if.

resolve-item-cost.
  move zero to ws-resolved-cost.
  perform find-item-standard.
  if ws-std-found-idx not = zero
    move "Y" to ws-std-item
    move ist-std-cost(ws-std-found-idx) to ws-resolved-cost
    exit paragraph
  end-if.
  move "N" to ws-std-item.
  perform resolve-actual-cost.

resolve-actual-cost.
  move zero to ws-resolved-cost.
  set ws-ict-idx to 1.
  search ws-ict-entry
  write move-history-record.
  close move-history-file.

load-item-lots.
  move zero to ws-ilt-count.
  move "N" to ws-lt-eof.
  open input item-lot-file.
  if ws-lt-status = "35"
    close item-lot-file
    exit paragraph
  end-if.
  move "ITEMLOT.DAT" to ws-abend-file-name.
  move ws-lt-status to ws-abend-status.
  perform check-file-status.
  read item-lot-file
    at end set LT-EOF to true
  end-read.
  perform until LT-EOF
    if ws-ilt-count < 1000
      add 1 to ws-ilt-count
      move lt-item-id to ilt-item-id(ws-ilt-count)
      move lt-location to ilt-location(ws-ilt-count)
      move lt-lot-no to ilt-lot-no(ws-ilt-count)
      move lt-receipt-date to ilt-receipt-date(ws-ilt-count)
      move lt-expiry-date to ilt-expiry-date(ws-ilt-count)
      move lt-on-hand-qty to ilt-on-hand-qty(ws-ilt-count)
      move lt-received-qty to ilt-received-qty(ws-ilt-count)
      move lt-po-no to ilt-po-no(ws-ilt-count)
    else
      display "INVPOST: LOT TABLE FULL AT 1000 - ITEMLOT.DAT HAS MORE"
      move 16 to return-code
      move "Y" to ws-lot-overflow
      set LT-EOF to true
    end-if
    read item-lot-file
      at end set LT-EOF to true
    end-read
  end-perform.
  close item-lot-file.

receive-movement-lot.
  *> A receipt (or a return that names its lot) into the lot at this
  *> item/location - a second delivery of the same lot tops it up.
  move mv-item-id to ws-lot-item.
  move itm-location(ws-itm-idx) to ws-lot-location.
  move mv-lot-no to ws-lot-no.
  if mv-expiry-date numeric
    move mv-expiry-date to ws-lot-expiry
  else
    move zero to ws-lot-expiry
  end-if.
  move ws-today-date to ws-lot-receipt.
  if mv-po-no numeric
    move mv-po-no to ws-lot-po-no
  else
    move zero to ws-lot-po-no
  end-if.
  move mv-qty to ws-lot-take.
  perform add-to-lot.
  move mv-type to ws-lot-hist-type.
  if MV-IS-BUILD-RECEIPT
    move "R" to ws-lot-hist-type
  end-if.
  move mv-ref to ws-lot-ref.
  move zero to ws-lot-invoice.
  perform note-lot-history.

consume-movement-lots.
  *> Outflow off the current movement: callers stage the quantity
  *> actually taken and the history type.
  move mv-item-id to ws-lot-item.
  move itm-location(ws-itm-idx) to ws-lot-location.
  move zero to ws-lot-to-location.
  move mv-ref to ws-lot-ref.
  if mv-invoice-no numeric
    move mv-invoice-no to ws-lot-invoice
  else
    move zero to ws-lot-invoice
  end-if.
  perform draw-lots-fefo.

draw-lots-fefo.
  *> Earliest expiry first (undated lots last, oldest receipt
  *> breaking ties) until the quantity is met or the item/location
  *> has no lotted stock left - the remainder was unlotted stock.
  *> A transfer re-opens each drawn portion at the to-location under
  *> the same lot, expiry and receipt date.
  perform find-fefo-lot.
  perform until ws-lot-need = zero or ws-ilt-best-idx = zero
    if ilt-on-hand-qty(ws-ilt-best-idx) < ws-lot-need
      move ilt-on-hand-qty(ws-ilt-best-idx) to ws-lot-take
    else
      move ws-lot-need to ws-lot-take
    end-if
    subtract ws-lot-take from ilt-on-hand-qty(ws-ilt-best-idx)
    subtract ws-lot-take from ws-lot-need
    move ilt-lot-no(ws-ilt-best-idx) to ws-lot-no
    move ilt-expiry-date(ws-ilt-best-idx) to ws-lot-expiry
    move ilt-receipt-date(ws-ilt-best-idx) to ws-lot-receipt
    move ilt-po-no(ws-ilt-best-idx) to ws-lot-po-no
    perform note-lot-history
    if ws-lot-to-location not = zero
      move ws-ilt-best-idx to ws-ilt-from-idx
      move ws-lot-to-location to ws-lot-location
      perform add-to-lot
      move "U" to ws-lot-hist-type
      perform note-lot-history
      move "T" to ws-lot-hist-type
      move ilt-location(ws-ilt-from-idx) to ws-lot-location
    end-if
    perform find-fefo-lot
  end-perform.

find-fefo-lot.
  move zero to ws-ilt-best-idx.
  move 99999999 to ws-lot-best-key.
  perform varying ws-ilt-idx from 1 by 1 until ws-ilt-idx > ws-ilt-count
    if ilt-item-id(ws-ilt-idx) = ws-lot-item
        and ilt-location(ws-ilt-idx) = ws-lot-location
        and ilt-on-hand-qty(ws-ilt-idx) > zero
      if ilt-expiry-date(ws-ilt-idx) = zero
        move 99999999 to ws-lot-this-key
      else
        move ilt-expiry-date(ws-ilt-idx) to ws-lot-this-key
      end-if
      if ws-ilt-best-idx = zero
          or ws-lot-this-key < ws-lot-best-key
          or (ws-lot-this-key = ws-lot-best-key
              and ilt-receipt-date(ws-ilt-idx)
                  < ilt-receipt-date(ws-ilt-best-idx))
        set ws-ilt-best-idx to ws-ilt-idx
        move ws-lot-this-key to ws-lot-best-key
      end-if
    end-if
  end-perform.

add-to-lot.
  *> WS-LOT-TAKE into lot WS-LOT-NO at WS-LOT-ITEM/LOCATION, opening
  *> the row from WS-LOT-EXPIRY/RECEIPT/PO-NO when it is new here.
  move zero to ws-ilt-found-idx.
  perform varying ws-ilt-idx from 1 by 1
      until ws-ilt-idx > ws-ilt-count or ws-ilt-found-idx not = zero
    if ilt-item-id(ws-ilt-idx) = ws-lot-item
        and ilt-location(ws-ilt-idx) = ws-lot-location
        and ilt-lot-no(ws-ilt-idx) = ws-lot-no
      set ws-ilt-found-idx to ws-ilt-idx
    end-if
  end-perform.
  if ws-ilt-found-idx = zero
    if ws-ilt-count not < 1000
      display "INVPOST: LOT TABLE FULL AT 1000 - LOT " ws-lot-no
          " ITEM " ws-lot-item " NOT RECORDED"
      move 16 to return-code
      exit paragraph
    end-if
    add 1 to ws-ilt-count
    move ws-ilt-count to ws-ilt-found-idx
    move ws-lot-item to ilt-item-id(ws-ilt-found-idx)
    move ws-lot-location to ilt-location(ws-ilt-found-idx)
    move ws-lot-no to ilt-lot-no(ws-ilt-found-idx)
    move ws-lot-receipt to ilt-receipt-date(ws-ilt-found-idx)
    move ws-lot-expiry to ilt-expiry-date(ws-ilt-found-idx)
    move zero to ilt-on-hand-qty(ws-ilt-found-idx)
    move zero to ilt-received-qty(ws-ilt-found-idx)
    move ws-lot-po-no to ilt-po-no(ws-ilt-found-idx)
  end-if.
  add ws-lot-take to ilt-on-hand-qty(ws-ilt-found-idx).
  add ws-lot-take to ilt-received-qty(ws-ilt-found-idx).

note-lot-history.
  open extend lot-history-file.
  if ws-lh-status = "35"
    close lot-history-file
    open output lot-history-file
  end-if.
  move "LOTHIST.DAT" to ws-abend-file-name.
  move ws-lh-status to ws-abend-status.
  perform check-file-status.
  move spaces to lot-history-record.
  move ws-lot-no to lh-lot-no.
  move ws-lot-item to lh-item-id.
  move ws-lot-location to lh-location.
  move ws-lot-hist-type to lh-type.
  move ws-lot-take to lh-qty.
  move ws-today-date to lh-date.
  move ws-lot-ref to lh-ref.
  move ws-lot-po-no to lh-po-no.
  move ws-lot-invoice to lh-invoice-no.
  write lot-history-record.
  close lot-history-file.

write-back-item-lots.
  *> Used-up lots drop off; their history stays on LOTHIST.DAT. A
  *> file too big to load is left exactly as it was.
  if ws-lot-overflow = "Y"
    exit paragraph
  end-if.
  open output item-lot-file.
  move "ITEMLOT.DAT" to ws-abend-file-name.
  move ws-lt-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-ilt-idx from 1 by 1 until ws-ilt-idx > ws-ilt-count
    if ilt-on-hand-qty(ws-ilt-idx) > zero
      move ilt-item-id(ws-ilt-idx) to lt-item-id
      move ilt-location(ws-ilt-idx) to lt-location
      move ilt-lot-no(ws-ilt-idx) to lt-lot-no
      move ilt-receipt-date(ws-ilt-idx) to lt-receipt-date
      move ilt-expiry-date(ws-ilt-idx) to lt-expiry-date
      move ilt-on-hand-qty(ws-ilt-idx) to lt-on-hand-qty
      move ilt-received-qty(ws-ilt-idx) to lt-received-qty
      move ilt-po-no(ws-ilt-idx) to lt-po-no
      write item-lot-record
    end-if
  end-perform.
  close item-lot-file.

park-one-backorder.
  open extend backorder-file.
  if ws-bo-status = "35"
  move ws-short-qty to bo-short-qty.
  move mv-ref to bo-ref.
  move ws-today-date to bo-date.
  if mv-project-no numeric
    move mv-project-no to bo-project-no
  else
    move zero to bo-project-no
  end-if.
  write backorder-record.
  close backorder-file.
  add 1 to ws-backorders-new.
    perform resolve-item-cost
    compute ws-move-value rounded = bo-short-qty * ws-resolved-cost
    add ws-move-value to ws-issue-value
    if bo-project-no numeric and bo-project-no not = zero
      move bo-project-no to ws-proj-no
      move bo-item-id to ws-proj-item
      move bo-short-qty to ws-proj-qty
      perform write-project-material
    end-if
    move bo-item-id to ws-hist-item
    move "I" to ws-hist-type
    move bo-short-qty to ws-hist-qty
    perform note-movement-history
    move bo-item-id to ws-lot-item
    move itm-location(ws-itm-idx) to ws-lot-location
    move zero to ws-lot-to-location
    move bo-short-qty to ws-lot-need
    move "I" to ws-lot-hist-type
    move bo-ref to ws-lot-ref
    move zero to ws-lot-invoice
    perform draw-lots-fefo
    add 1 to ws-backorders-rel
  else
    move spaces to backorder-work-record
  move "INVPOST" to rej-source.
  move mv-item-id to rej-key.
  move "ITMT" to rej-reason-code.
  move "MOVEMENT TYPE NOT R/I/A/T/N/C/B" to rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.
write-inventory-gl-bridge.
  *> The night's movement dollars onto the ledger: receipts debit
  *> inventory against the received-not-invoiced accrual, issues
  *> relieve inventory into cost of goods, customer returns put it
  *> back out of cost of goods - aggregated per run, via
  *> RECYCLE.DAT like the billing bridge, in the 83-million series.
  *> Assembly builds stay inside inventory; only a build whose legs
  *> did not all post leaves a difference, cleared to cost of goods.
  compute ws-build-diff-value =
      ws-build-receipt-value - ws-build-issue-value.
  if ws-receipt-value = zero and ws-issue-value = zero
      and ws-return-value = zero and ws-build-diff-value = zero
      and ws-ppv-value = zero and ws-reval-value = zero
    exit paragraph
  end-if.
  open extend recycle-file.
    compute rcy-amount = zero - ws-issue-value
    write recycle-record
  end-if.
  if ws-return-value not = zero
    move ws-inventory-acct to rcy-acct-id
    move ws-inventory-cc to rcy-cost-center
    perform next-bridge-seq-no
    move ws-today-date to rcy-date
    move "D" to rcy-type
    move ws-return-value to rcy-amount
    move zero to rcy-orig-seq-no
    move spaces to rcy-currency-code
    move zero to rcy-company-code
    move zero to rcy-batch-id
    write recycle-record
    move ws-cogs-acct to rcy-acct-id
    move ws-cogs-cc to rcy-cost-center
    perform next-bridge-seq-no
    move "C" to rcy-type
    compute rcy-amount = zero - ws-return-value
    write recycle-record
  end-if.
  if ws-build-diff-value not = zero
    move ws-inventory-acct to rcy-acct-id
    move ws-inventory-cc to rcy-cost-center
    perform next-bridge-seq-no
    move ws-today-date to rcy-date
    move "D" to rcy-type
    move ws-build-diff-value to rcy-amount
    move zero to rcy-orig-seq-no
    move spaces to rcy-currency-code
    move zero to rcy-company-code
    move zero to rcy-batch-id
    write recycle-record
    move ws-cogs-acct to rcy-acct-id
    move ws-cogs-cc to rcy-cost-center
    perform next-bridge-seq-no
    move "C" to rcy-type
    compute rcy-amount = zero - ws-build-diff-value
    write recycle-record
  end-if.
  *> Standard costing: price variance against the accrual (the
  *> vendor bills PO price, stock went in at standard), and the
  *> revaluation of stock on hand when a new standard took effect.
  if ws-ppv-value > zero
    move ws-ppv-acct to ws-pair-dr-acct
    move ws-ppv-cc to ws-pair-dr-cc
    move ws-accrual-acct to ws-pair-cr-acct
    move ws-accrual-cc to ws-pair-cr-cc
    move ws-ppv-value to ws-pair-amount
    perform write-bridge-pair
  end-if.
  if ws-ppv-value < zero
    move ws-accrual-acct to ws-pair-dr-acct
    move ws-accrual-cc to ws-pair-dr-cc
    move ws-ppv-acct to ws-pair-cr-acct
    move ws-ppv-cc to ws-pair-cr-cc
    compute ws-pair-amount = zero - ws-ppv-value
    perform write-bridge-pair
  end-if.
  if ws-reval-value > zero
    move ws-inventory-acct to ws-pair-dr-acct
    move ws-inventory-cc to ws-pair-dr-cc
    move ws-reval-acct to ws-pair-cr-acct
    move ws-reval-cc to ws-pair-cr-cc
    move ws-reval-value to ws-pair-amount
    perform write-bridge-pair
  end-if.
  if ws-reval-value < zero
    move ws-reval-acct to ws-pair-dr-acct
    move ws-reval-cc to ws-pair-dr-cc
    move ws-inventory-acct to ws-pair-cr-acct
    move ws-inventory-cc to ws-pair-cr-cc
    compute ws-pair-amount = zero - ws-reval-value
    perform write-bridge-pair
  end-if.
  close recycle-file.

write-bridge-pair.
  move ws-pair-dr-acct to rcy-acct-id.
  move ws-pair-dr-cc to rcy-cost-center.
  perform next-bridge-seq-no.
  move ws-today-date to rcy-date.
  move "D" to rcy-type.
  move ws-pair-amount to rcy-amount.
  move zero to rcy-orig-seq-no.
  move spaces to rcy-currency-code.
  move zero to rcy-company-code.
  move zero to rcy-batch-id.
  write recycle-record.
  move ws-pair-cr-acct to rcy-acct-id.
  move ws-pair-cr-cc to rcy-cost-center.
  perform next-bridge-seq-no.
  move "C" to rcy-type.
  compute rcy-amount = zero - ws-pair-amount.
  write recycle-record.

next-bridge-seq-no.
  add 1 to ws-bridge-serial.
  compute rcy-seq-no =
