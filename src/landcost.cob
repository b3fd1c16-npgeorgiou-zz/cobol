identification division.
  program-id. landcost.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select landed-charge-file assign to "LANDCHG.DAT"
        organization is line sequential
        file status is ws-lc-status.
    select landed-link-file assign to "LANDLINK.DAT"
        organization is line sequential
        file status is ws-ll-status.
    select po-file assign to "POFILE.DAT"
        organization is line sequential
        file status is ws-po-status.
    select item-master-file assign to "ITEMMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-im-rel-key
        file status is ws-im-status.
    select item-cost-file assign to "ITEMCST.DAT"
        organization is line sequential
        file status is ws-ic-status.
    select invgl-ctl assign to "INVGLACC.CTL"
        organization is line sequential
        file status is ws-ig-status.
    select recycle-file assign to "RECYCLE.DAT"
        organization is line sequential
        file status is ws-rcy-status.
    select landed-cost-report assign to "LANDCOST.RPT"
        organization is line sequential
        file status is ws-lr-status.
    select run-ctl-file assign to "RUNCTL.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-rc-rel-key
        file status is ws-rc-status.
data division.
  file section.
  fd  landed-charge-file.
  copy "landchg.cpy".
  fd  landed-link-file.
  copy "landlink.cpy".
  fd  po-file.
  copy "porec.cpy".
  fd  item-master-file.
  copy "itemmast.cpy".
  fd  item-cost-file.
  copy "itemcst.cpy".
  fd  invgl-ctl.
  01 invgl-ctl-record.
    05 ivg-inventory-acct      pic 9(6).
    05 filler                  pic x(1).
    05 ivg-inventory-cc        pic 9(4).
    05 filler                  pic x(1).
    05 ivg-cogs-acct           pic 9(6).
    05 filler                  pic x(1).
    05 ivg-cogs-cc             pic 9(4).
    05 filler                  pic x(1).
    05 ivg-accrual-acct        pic 9(6).
    05 filler                  pic x(1).
    05 ivg-accrual-cc          pic 9(4).
  fd  recycle-file.
  copy "recycrec.cpy".
  fd  landed-cost-report.
  01 landed-cost-report-line    pic x(132).
  fd  run-ctl-file.
  copy "runctl.cpy".
  working-storage section.
    01 ws-lc-status       pic x(2) value "00".
    01 ws-ll-status       pic x(2) value "00".
    01 ws-po-status       pic x(2) value "00".
    01 ws-im-status       pic x(2) value "00".
    01 ws-ic-status       pic x(2) value "00".
    01 ws-ig-status       pic x(2) value "00".
    01 ws-rcy-status      pic x(2) value "00".
    01 ws-lr-status       pic x(2) value "00".
    01 ws-rc-status       pic x(2) value "00".
    01 ws-im-rel-key      pic 9(6) value 1.
    01 ws-rc-rel-key      pic 9(1) value 1.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-lc-eof          pic x(1) value "N".
        88 LC-EOF         value "Y".
    01 ws-ll-eof          pic x(1) value "N".
        88 LL-EOF         value "Y".
    01 ws-po-eof          pic x(1) value "N".
        88 PO-EOF         value "Y".
    01 ws-im-eof          pic x(1) value "N".
        88 IM-EOF         value "Y".
    01 ws-ic-eof          pic x(1) value "N".
        88 IC-EOF         value "Y".
    *> Inventory and cost-of-goods accounts the capitalized charge is
    *> posted to - the same INVGLACC.CTL invpost.cob bridges with,
    *> seeded with its placeholders if this runs first.
    01 ws-inventory-acct  pic 9(6) value 130001.
    01 ws-inventory-cc    pic 9(4) value 9999.
    01 ws-cogs-acct       pic 9(6) value 500001.
    01 ws-cogs-cc         pic 9(4) value 9999.
    01 ws-accrual-acct    pic 9(6) value 210001.
    01 ws-accrual-cc      pic 9(4) value 9999.
    01 ws-bridge-serial   pic 9(4) value zero.

    *> Every charge on LANDCHG.DAT, written back whole with the ones
    *> applied this run marked.
    01 ws-charge-table.
      05 ws-lct-entry occurs 500 times indexed by ws-lct-idx.
        10 lct-record            pic x(51).
        10 lct-seen              pic x(1).
    01 ws-lct-count       pic 9(4) value zero.
    01 ws-lct-scan-idx    pic 9(4) value zero.
    01 ws-load-overflow   pic x(1) value "N".
        88 LOAD-OVERFLOW  value "Y".

    *> Current cost and on-hand (all locations) per item; the cost
    *> moves as charges land, and a changed item gets a new
    *> ITEMCST.DAT row effective on the business date.
    01 ws-item-table.
      05 ws-itm-entry occurs 500 times indexed by ws-itm-idx.
        10 itm-item-id           pic 9(6).
        10 itm-on-hand-qty       pic s9(9).
        10 itm-unit-cost         pic s9(7)v99.
        10 itm-cost-date         pic 9(8).
        10 itm-changed           pic x(1).
    01 ws-itm-count       pic 9(4) value zero.
    01 ws-itm-found-idx   pic 9(4) value zero.
    01 ws-find-item-id    pic 9(6) value zero.

    *> The received lines one charge spreads over.
    01 ws-alloc-table.
      05 ws-alc-entry occurs 200 times indexed by ws-alc-idx.
        10 alc-po-no             pic 9(6).
        10 alc-po-line           pic 9(3).
        10 alc-item-id           pic 9(6).
        10 alc-received-qty      pic 9(5).
        10 alc-basis             pic s9(11)v99.
        10 alc-share             pic s9(9)v99.
    01 ws-alc-count       pic 9(4) value zero.
    01 ws-po-line-seen    pic 9(3) value zero.
    01 ws-po-line-found   pic x(1) value "N".
        88 PO-LINE-FOUND  value "Y".
    01 ws-total-basis     pic s9(11)v99 value zero.
    01 ws-allocated       pic s9(9)v99 value zero.
    01 ws-cap-target      pic s9(9)v99 value zero.
    01 ws-cap-qty         pic s9(9) value zero.
    01 ws-unit-uplift     pic s9(7)v99 value zero.
    01 ws-line-capital    pic s9(9)v99 value zero.
    01 ws-line-cogs       pic s9(9)v99 value zero.
    01 ws-charge-capital  pic s9(9)v99 value zero.
    01 ws-charge-cogs     pic s9(9)v99 value zero.
    01 ws-cur-shipment    pic 9(6) value zero.
    01 ws-ship-amount     pic s9(9)v99 value zero.
    01 ws-ship-capital    pic s9(9)v99 value zero.
    01 ws-ship-cogs       pic s9(9)v99 value zero.
    01 ws-run-capital     pic s9(11)v99 value zero.
    01 ws-run-cogs        pic s9(11)v99 value zero.
    01 ws-applied-count   pic 9(4) value zero.
    01 ws-waiting-count   pic 9(4) value zero.
    01 ws-cost-rows       pic 9(4) value zero.
    01 ws-type-text       pic x(7) value spaces.
    01 ws-basis-text      pic x(8) value spaces.
    01 ws-amount-edit     pic z(8)9.99-.
    01 ws-capital-edit    pic z(8)9.99-.
    01 ws-cogs-edit       pic z(8)9.99-.
    01 ws-old-cost-edit   pic z(6)9.99-.
    01 ws-new-cost-edit   pic z(6)9.99-.
    01 ws-business-date   pic 9(8).
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
procedure division.
main-paragraph.
  *> Landed cost: freight and duty bills flagged in apinv.cob are
  *> spread over the PO receipts of the shipment they paid for, by
  *> received value, quantity or weight as each bill says. Each
  *> line's share raises its item's unit cost on ITEMCST.DAT for the
  *> stock still on hand, and the ledger follows - the capitalized
  *> part moves out of the bill's expense coding into inventory, the
  *> part for goods already sold into cost of goods, so STOCKVAL.RPT
  *> and the inventory account move together. The register lists
  *> every shipment's charges line by line.
  perform load-report-stamp.
  perform establish-business-date.
  perform load-inventory-gl-control.
  perform load-landed-charges.
  if ws-lct-count = zero or LOAD-OVERFLOW
    goback
  end-if.
  perform load-item-on-hand.
  perform load-item-cost-table.
  open extend landed-cost-report.
  if ws-lr-status = "35"
    open output landed-cost-report
  end-if.
  move "LANDCOST.RPT" to ws-abend-file-name.
  move ws-lr-status to ws-abend-status.
  perform check-file-status.
  move spaces to landed-cost-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into landed-cost-report-line.
  write landed-cost-report-line.
  move spaces to landed-cost-report-line.
  string "LANDED-COST REGISTER " ws-business-date
      into landed-cost-report-line.
  write landed-cost-report-line.
  open extend recycle-file.
  if ws-rcy-status = "35"
    close recycle-file
    open output recycle-file
  end-if.
  move "RECYCLE.DAT" to ws-abend-file-name.
  move ws-rcy-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-lct-idx from 1 by 1 until ws-lct-idx > ws-lct-count
    move lct-record(ws-lct-idx) to landed-charge-record
    if LC-PENDING and lct-seen(ws-lct-idx) = "N"
      perform apply-one-shipment
    end-if
  end-perform.
  close recycle-file.
  perform write-new-item-costs.
  perform rewrite-landed-charges.
  move ws-run-capital to ws-capital-edit.
  move ws-run-cogs to ws-cogs-edit.
  move spaces to landed-cost-report-line.
  string "CHARGES APPLIED=" ws-applied-count
      " WAITING ON RECEIPTS=" ws-waiting-count
      " CAPITALIZED=" ws-capital-edit " TO COGS=" ws-cogs-edit
      " COST ROWS=" ws-cost-rows into landed-cost-report-line.
  write landed-cost-report-line.
  close landed-cost-report.
  display "LANDCOST: " ws-applied-count " CHARGE(S) APPLIED, "
      ws-waiting-count " WAITING ON RECEIPTS".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "LANDCOST" to rpt-job-name.
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

load-inventory-gl-control.
  open input invgl-ctl.
  if ws-ig-status = "35"
    open output invgl-ctl
    move spaces to invgl-ctl-record
    move ws-inventory-acct to ivg-inventory-acct
    move ws-inventory-cc to ivg-inventory-cc
    move ws-cogs-acct to ivg-cogs-acct
    move ws-cogs-cc to ivg-cogs-cc
    move ws-accrual-acct to ivg-accrual-acct
    move ws-accrual-cc to ivg-accrual-cc
    write invgl-ctl-record
    close invgl-ctl
    open input invgl-ctl
  end-if.
  move "INVGLACC.CTL" to ws-abend-file-name.
  move ws-ig-status to ws-abend-status.
  perform check-file-status.
  read invgl-ctl
    at end continue
  end-read.
  close invgl-ctl.
  move ivg-inventory-acct to ws-inventory-acct.
  move ivg-inventory-cc to ws-inventory-cc.
  move ivg-cogs-acct to ws-cogs-acct.
  move ivg-cogs-cc to ws-cogs-cc.

load-landed-charges.
  move zero to ws-lct-count.
  move "N" to ws-lc-eof.
  open input landed-charge-file.
  if ws-lc-status = "35"
    close landed-charge-file
    display "LANDCOST: NO LANDCHG.DAT - NO FREIGHT OR DUTY TO APPLY"
    exit paragraph
  end-if.
  move "LANDCHG.DAT" to ws-abend-file-name.
  move ws-lc-status to ws-abend-status.
  perform check-file-status.
  read landed-charge-file
    at end set LC-EOF to true
  end-read.
  perform until LC-EOF
    if ws-lct-count < 500
      add 1 to ws-lct-count
      move landed-charge-record to lct-record(ws-lct-count)
      move "N" to lct-seen(ws-lct-count)
    else
      display "LANDCOST: CHARGE TABLE FULL AT 500 - LANDCHG.DAT HAS MORE"
      move 16 to return-code
      set LOAD-OVERFLOW to true
      set LC-EOF to true
    end-if
    read landed-charge-file
      at end set LC-EOF to true
    end-read
  end-perform.
  close landed-charge-file.

load-item-on-hand.
  move zero to ws-itm-count.
  move "N" to ws-im-eof.
  open input item-master-file.
  if ws-im-status = "35"
    close item-master-file
    exit paragraph
  end-if.
  move "ITEMMAST.DAT" to ws-abend-file-name.
  move ws-im-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-im-rel-key.
  start item-master-file key is not less than ws-im-rel-key
    invalid key set IM-EOF to true
  end-start.
  perform until IM-EOF
    read item-master-file next record
      at end set IM-EOF to true
    end-read
    if not IM-EOF
      move im-item-id to ws-find-item-id
      perform find-or-add-item
      if ws-itm-found-idx not = zero
        add im-on-hand-qty to itm-on-hand-qty(ws-itm-found-idx)
      end-if
    end-if
  end-perform.
  close item-master-file.

find-or-add-item.
  move zero to ws-itm-found-idx.
  perform varying ws-itm-idx from 1 by 1
      until ws-itm-idx > ws-itm-count or ws-itm-found-idx not = zero
    if itm-item-id(ws-itm-idx) = ws-find-item-id
      set ws-itm-found-idx to ws-itm-idx
    end-if
  end-perform.
  if ws-itm-found-idx = zero and ws-itm-count < 500
    add 1 to ws-itm-count
    move ws-itm-count to ws-itm-found-idx
    move ws-find-item-id to itm-item-id(ws-itm-found-idx)
    move zero to itm-on-hand-qty(ws-itm-found-idx)
    move zero to itm-unit-cost(ws-itm-found-idx)
    move zero to itm-cost-date(ws-itm-found-idx)
    move "N" to itm-changed(ws-itm-found-idx)
  end-if.

load-item-cost-table.
  *> Latest cost effective on or before the business date per item -
  *> the selection rule invpost.cob values stock with.
  move "N" to ws-ic-eof.
  open input item-cost-file.
  if ws-ic-status = "35"
    close item-cost-file
    exit paragraph
  end-if.
  move "ITEMCST.DAT" to ws-abend-file-name.
  move ws-ic-status to ws-abend-status.
  perform check-file-status.
  read item-cost-file
    at end set IC-EOF to true
  end-read.
  perform until IC-EOF
    if ic-eff-date <= ws-business-date
      move ic-item-id to ws-find-item-id
      perform find-or-add-item
      if ws-itm-found-idx not = zero
        if ic-eff-date >= itm-cost-date(ws-itm-found-idx)
          move ic-unit-cost to itm-unit-cost(ws-itm-found-idx)
          move ic-eff-date to itm-cost-date(ws-itm-found-idx)
        end-if
      end-if
    end-if
    read item-cost-file
      at end set IC-EOF to true
    end-read
  end-perform.
  close item-cost-file.

apply-one-shipment.
  *> Every pending charge against this shipment, freight and duty
  *> alike, under one register heading.
  move lc-shipment-no to ws-cur-shipment.
  move zero to ws-ship-amount.
  move zero to ws-ship-capital.
  move zero to ws-ship-cogs.
  move spaces to landed-cost-report-line.
  string "SHIPMENT=" ws-cur-shipment into landed-cost-report-line.
  write landed-cost-report-line.
  perform varying ws-lct-scan-idx from ws-lct-idx by 1
      until ws-lct-scan-idx > ws-lct-count
    move lct-record(ws-lct-scan-idx) to landed-charge-record
    if LC-PENDING and lc-shipment-no = ws-cur-shipment
      move "Y" to lct-seen(ws-lct-scan-idx)
      perform apply-one-charge
      move landed-charge-record to lct-record(ws-lct-scan-idx)
    end-if
  end-perform.
  move ws-ship-amount to ws-amount-edit.
  move ws-ship-capital to ws-capital-edit.
  move ws-ship-cogs to ws-cogs-edit.
  move spaces to landed-cost-report-line.
  string "  SHIPMENT " ws-cur-shipment " TOTAL APPLIED=" ws-amount-edit
      " CAPITALIZED=" ws-capital-edit " TO COGS=" ws-cogs-edit
      into landed-cost-report-line.
  write landed-cost-report-line.

apply-one-charge.
  evaluate true
    when LC-FREIGHT move "FREIGHT" to ws-type-text
    when LC-DUTY move "DUTY" to ws-type-text
    when other move "OTHER" to ws-type-text
  end-evaluate.
  evaluate true
    when LC-BY-QUANTITY move "QUANTITY" to ws-basis-text
    when LC-BY-WEIGHT move "WEIGHT" to ws-basis-text
    when other move "VALUE" to ws-basis-text
  end-evaluate.
  move lc-amount to ws-amount-edit.
  move spaces to landed-cost-report-line.
  string "  " ws-type-text " INV=" lc-invoice-no " VENDOR=" lc-vendor-no
      " BASIS=" ws-basis-text " AMOUNT=" ws-amount-edit
      " EXPENSE=" lc-expense-acct "/" lc-cost-center
      into landed-cost-report-line.
  write landed-cost-report-line.
  perform gather-shipment-receipts.
  if ws-total-basis = zero
    *> Nothing received against the shipment yet (or nothing to
    *> weigh) - the charge waits for the next run.
    add 1 to ws-waiting-count
    move spaces to landed-cost-report-line
    string "    NO RECEIVED LINES ON LANDLINK.DAT FOR THIS SHIPMENT"
        " - LEFT PENDING" delimited by size into landed-cost-report-line
    write landed-cost-report-line
    exit paragraph
  end-if.
  *> Shares by basis, the rounding penny left on the last line so
  *> the lines foot to the bill.
  move zero to ws-allocated.
  perform varying ws-alc-idx from 1 by 1 until ws-alc-idx > ws-alc-count
    if ws-alc-idx = ws-alc-count
      compute alc-share(ws-alc-idx) = lc-amount - ws-allocated
    else
      compute alc-share(ws-alc-idx) rounded =
          lc-amount * alc-basis(ws-alc-idx) / ws-total-basis
    end-if
    add alc-share(ws-alc-idx) to ws-allocated
  end-perform.
  move zero to ws-charge-capital.
  move zero to ws-charge-cogs.
  perform varying ws-alc-idx from 1 by 1 until ws-alc-idx > ws-alc-count
    perform land-one-line
  end-perform.
  perform write-landed-cost-legs.
  add lc-amount to ws-ship-amount.
  add ws-charge-capital to ws-ship-capital.
  add ws-charge-cogs to ws-ship-cogs.
  add ws-charge-capital to ws-run-capital.
  add ws-charge-cogs to ws-run-cogs.
  add 1 to ws-applied-count.
  move "A" to lc-status.
  move ws-business-date to lc-applied-date.

gather-shipment-receipts.
  move zero to ws-alc-count.
  move zero to ws-total-basis.
  move "N" to ws-ll-eof.
  open input landed-link-file.
  if ws-ll-status = "35"
    close landed-link-file
    exit paragraph
  end-if.
  move "LANDLINK.DAT" to ws-abend-file-name.
  move ws-ll-status to ws-abend-status.
  perform check-file-status.
  read landed-link-file
    at end set LL-EOF to true
  end-read.
  perform until LL-EOF
    if ll-shipment-no = lc-shipment-no
      perform find-po-line
      if PO-LINE-FOUND and po-received-qty > zero
          and ws-alc-count < 200
        add 1 to ws-alc-count
        move ll-po-no to alc-po-no(ws-alc-count)
        move ll-po-line to alc-po-line(ws-alc-count)
        move po-item-id to alc-item-id(ws-alc-count)
        move po-received-qty to alc-received-qty(ws-alc-count)
        evaluate true
          when LC-BY-QUANTITY
            move po-received-qty to alc-basis(ws-alc-count)
          when LC-BY-WEIGHT
            if ll-weight numeric
              move ll-weight to alc-basis(ws-alc-count)
            else
              move zero to alc-basis(ws-alc-count)
            end-if
          when other
            compute alc-basis(ws-alc-count) =
                po-received-qty * po-unit-cost
        end-evaluate
        add alc-basis(ws-alc-count) to ws-total-basis
      end-if
    end-if
    read landed-link-file
      at end set LL-EOF to true
    end-read
  end-perform.
  close landed-link-file.

find-po-line.
  *> Same line numbering apinv.cob matches with: the Nth row carrying
  *> the PO number.
  move "N" to ws-po-line-found.
  move "N" to ws-po-eof.
  move zero to ws-po-line-seen.
  if ll-po-line not numeric or ll-po-line = zero
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
    if po-no = ll-po-no
      add 1 to ws-po-line-seen
      if ws-po-line-seen = ll-po-line
        set PO-LINE-FOUND to true
      end-if
    end-if
    if not PO-LINE-FOUND
      read po-file
        at end set PO-EOF to true
      end-read
    end-if
  end-perform.
  close po-file.

land-one-line.
  *> The share capitalizes only for the part of the receipt still on
  *> hand, spread as a per-unit uplift over the item's whole on-hand
  *> quantity; the rest - goods already issued - is cost of goods.
  move alc-item-id(ws-alc-idx) to ws-find-item-id.
  perform find-or-add-item.
  move zero to ws-line-capital.
  move zero to ws-unit-uplift.
  move zero to ws-cap-qty.
  if ws-itm-found-idx not = zero
    if itm-on-hand-qty(ws-itm-found-idx) > zero
      move itm-on-hand-qty(ws-itm-found-idx) to ws-cap-qty
      if ws-cap-qty > alc-received-qty(ws-alc-idx)
        move alc-received-qty(ws-alc-idx) to ws-cap-qty
      end-if
      compute ws-cap-target rounded = alc-share(ws-alc-idx)
          * ws-cap-qty / alc-received-qty(ws-alc-idx)
      compute ws-unit-uplift rounded =
          ws-cap-target / itm-on-hand-qty(ws-itm-found-idx)
      compute ws-line-capital =
          ws-unit-uplift * itm-on-hand-qty(ws-itm-found-idx)
      add ws-unit-uplift to itm-unit-cost(ws-itm-found-idx)
      if ws-unit-uplift not = zero
        move "Y" to itm-changed(ws-itm-found-idx)
      end-if
    end-if
  end-if.
  compute ws-line-cogs = alc-share(ws-alc-idx) - ws-line-capital.
  add ws-line-capital to ws-charge-capital.
  add ws-line-cogs to ws-charge-cogs.
  move alc-share(ws-alc-idx) to ws-amount-edit.
  move ws-line-capital to ws-capital-edit.
  move ws-line-cogs to ws-cogs-edit.
  if ws-itm-found-idx not = zero
    compute ws-old-cost-edit =
        itm-unit-cost(ws-itm-found-idx) - ws-unit-uplift
    move itm-unit-cost(ws-itm-found-idx) to ws-new-cost-edit
  else
    move zero to ws-old-cost-edit
    move zero to ws-new-cost-edit
  end-if.
  move spaces to landed-cost-report-line.
  string "    PO=" alc-po-no(ws-alc-idx) "/" alc-po-line(ws-alc-idx)
      " ITEM=" alc-item-id(ws-alc-idx)
      " RCVD=" alc-received-qty(ws-alc-idx)
      " SHARE=" ws-amount-edit " CAP=" ws-capital-edit
      " COGS=" ws-cogs-edit " COST=" ws-old-cost-edit
      " ->" ws-new-cost-edit into landed-cost-report-line.
  write landed-cost-report-line.

write-landed-cost-legs.
  *> Dr inventory and cost of goods, Cr the bill's own expense coding
  *> - via RECYCLE.DAT like invpost.cob's bridge, in the 70-million
  *> series.
  move ws-today-date to rcy-date.
  move zero to rcy-orig-seq-no.
  move spaces to rcy-currency-code.
  move zero to rcy-company-code.
  move zero to rcy-batch-id.
  if ws-charge-capital not = zero
    move ws-inventory-acct to rcy-acct-id
    move ws-inventory-cc to rcy-cost-center
    perform next-bridge-seq-no
    move "D" to rcy-type
    move ws-charge-capital to rcy-amount
    write recycle-record
  end-if.
  if ws-charge-cogs not = zero
    move ws-cogs-acct to rcy-acct-id
    move ws-cogs-cc to rcy-cost-center
    perform next-bridge-seq-no
    move "D" to rcy-type
    move ws-charge-cogs to rcy-amount
    write recycle-record
  end-if.
  move lc-expense-acct to rcy-acct-id.
  move lc-cost-center to rcy-cost-center.
  perform next-bridge-seq-no.
  move "C" to rcy-type.
  compute rcy-amount = zero - lc-amount.
  write recycle-record.

next-bridge-seq-no.
  add 1 to ws-bridge-serial.
  compute rcy-seq-no =
      70000000 + function mod(ws-today-date, 10000) * 100
      + ws-bridge-serial.

write-new-item-costs.
  *> One new effective-dated row per item whose cost moved - invpost.
  *> cob and every valuation report pick it up from the business date.
  move zero to ws-cost-rows.
  open extend item-cost-file.
  if ws-ic-status = "35"
    close item-cost-file
    open output item-cost-file
  end-if.
  move "ITEMCST.DAT" to ws-abend-file-name.
  move ws-ic-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-itm-idx from 1 by 1 until ws-itm-idx > ws-itm-count
    if itm-changed(ws-itm-idx) = "Y"
      move itm-item-id(ws-itm-idx) to ic-item-id
      move ws-business-date to ic-eff-date
      move itm-unit-cost(ws-itm-idx) to ic-unit-cost
      write item-cost-record
      add 1 to ws-cost-rows
    end-if
  end-perform.
  close item-cost-file.

rewrite-landed-charges.
  open output landed-charge-file.
  move "LANDCHG.DAT" to ws-abend-file-name.
  move ws-lc-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-lct-idx from 1 by 1 until ws-lct-idx > ws-lct-count
    move lct-record(ws-lct-idx) to landed-charge-record
    write landed-charge-record
  end-perform.
  close landed-charge-file.

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

end program landcost.
