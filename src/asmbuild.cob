identification division.
  program-id. asmbuild.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select build-request-file assign to "ASMBUILD.DAT"
        organization is line sequential
        file status is ws-ab-status.
    select bom-file assign to "BOM.DAT"
        organization is line sequential
        file status is ws-bom-status.
    select item-master-file assign to "ITEMMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-im-rel-key
        file status is ws-im-status.
    select item-cost-table assign to "ITEMCST.DAT"
        organization is line sequential
        file status is ws-ict-status.
    select item-std-file assign to "ITEMSTD.DAT"
        organization is line sequential
        file status is ws-ist-status.
    select item-move-file assign to "ITEMMOVE.DAT"
        organization is line sequential
        file status is ws-mv-status.
    select sales-order-file assign to "SALESORD.DAT"
        organization is line sequential
        file status is ws-so-status.
    select build-report assign to "ASMBUILD.RPT"
        organization is line sequential
        file status is ws-br-status.
    select oper-auth-file assign to "OPERAUTH.DAT"
        organization is line sequential
        file status is ws-oa-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-rej-status.
data division.
  file section.
*> One row per assembly build the shop floor wants run: the kit item,
*> the location it is built at (components come from the same
*> location), how many kits, and the work order or job it is for.
  fd  build-request-file.
  01 build-request-record.
    05 ab-parent-item          pic 9(6).
    05 filler                  pic x(1).
    05 ab-location             pic 9(2).
    05 filler                  pic x(1).
    05 ab-build-qty            pic 9(5).
    05 filler                  pic x(1).
    05 ab-ref                  pic x(8).
  fd  bom-file.
  copy "bomrec.cpy".
  fd  item-master-file.
  copy "itemmast.cpy".
  fd  item-cost-table.
  copy "itemcst.cpy".
  fd  item-std-file.
  copy "itemstd.cpy".
  fd  item-move-file.
  copy "itemmove.cpy".
  fd  sales-order-file.
  copy "salesord.cpy".
  fd  build-report.
  01 build-report-line        pic x(132).
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-ab-status       pic x(2) value "00".
    01 ws-bom-status      pic x(2) value "00".
    01 ws-im-status       pic x(2) value "00".
    01 ws-ict-status      pic x(2) value "00".
    01 ws-ist-status      pic x(2) value "00".
    01 ws-mv-status       pic x(2) value "00".
    01 ws-so-status       pic x(2) value "00".
    01 ws-br-status       pic x(2) value "00".
    01 ws-rej-status      pic x(2) value "00".
    01 ws-im-rel-key      pic 9(6) value 1.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-ab-eof          pic x(1) value "N".
        88 AB-EOF         value "Y".
    01 ws-bom-eof         pic x(1) value "N".
        88 BOM-EOF        value "Y".
    01 ws-im-eof          pic x(1) value "N".
        88 IM-EOF         value "Y".
    01 ws-ict-eof         pic x(1) value "N".
        88 ICT-EOF        value "Y".
    01 ws-ist-eof         pic x(1) value "N".
        88 IST-EOF        value "Y".
    01 ws-mv-eof          pic x(1) value "N".
        88 MV-EOF         value "Y".
    01 ws-so-eof          pic x(1) value "N".
        88 SO-EOF         value "Y".

    *> The bill of materials in memory, one entry per component row.
    01 ws-bom-table.
      05 ws-bmt-entry occurs 2000 times indexed by ws-bmt-idx.
        10 bmt-parent-item       pic 9(6).
        10 bmt-component-item    pic 9(6).
        10 bmt-qty-per           pic 9(5).
    01 ws-bmt-count       pic 9(4) value zero.
    *> Free stock per item per location, soship.cob's rule: on hand
    *> less unposted outbound movements less what open order lines
    *> already hold. On hand is kept beside it for the kit's average.
    01 ws-avail-table.
      05 ws-avt-entry occurs 500 times indexed by ws-avt-idx.
        10 avt-item-id           pic 9(6).
        10 avt-location          pic 9(2).
        10 avt-on-hand-qty       pic s9(7).
        10 avt-free-qty          pic s9(7).
    01 ws-avt-count       pic 9(4) value zero.
    01 ws-avt-found-idx   pic 9(4) value zero.
    *> Latest unit cost effective on or before today per item - the
    *> same selection invpost.cob values the movements with.
    01 ws-item-cost-table.
      05 ws-ict-entry occurs 500 times indexed by ws-ict-idx.
        10 ict-item-id           pic 9(6).
        10 ict-unit-cost         pic s9(7)v99.
        10 ict-eff-date          pic 9(8).
    01 ws-ict-count       pic 9(4) value zero.
    01 ws-ict-found-idx   pic 9(4) value zero.
    *> Standard cost in force per item (ITEMSTD.DAT): an item carried
    *> at standard leaves stock at it, so that is what it rolls in at.
    01 ws-std-table.
      05 ws-ist-entry occurs 500 times indexed by ws-ist-idx.
        10 ist-item-id           pic 9(6).
        10 ist-std-cost          pic s9(7)v99.
        10 ist-eff-date          pic 9(8).
    01 ws-ist-count       pic 9(4) value zero.
    01 ws-cost-found      pic x(1) value "N".

    01 ws-find-item-id    pic 9(6).
    01 ws-find-location   pic 9(2).
    01 ws-build-location  pic 9(2).
    01 ws-need-qty        pic s9(9).
    01 ws-short-qty       pic s9(9).
    01 ws-component-count pic 9(4) value zero.
    01 ws-component-cost  pic s9(7)v99.
    01 ws-rolled-cost     pic s9(9)v99.
    01 ws-kit-old-cost    pic s9(7)v99.
    01 ws-kit-new-cost    pic s9(7)v99.
    01 ws-kit-on-hand     pic s9(9).
    01 ws-kit-value       pic s9(13)v99.
    01 ws-move-open       pic x(1) value "N".
    01 ws-built-count     pic 9(6) value zero.
    01 ws-refused-count   pic 9(6) value zero.
    01 ws-refuse-reason   pic x(40) value spaces.
    01 ws-today-date      pic 9(8).
    01 ws-report-qty      pic z(8)9.
    01 ws-report-cost     pic z(8)9.99-.
    01 ws-report-new-cost pic z(8)9.99-.
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "ASMBUILD".
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Assembly builds off ASMBUILD.DAT: each build explodes its kit
  *> through BOM.DAT, checks every component has the free stock at
  *> the build location, and only then issues the components ("C")
  *> and receives the kit ("B") on ITEMMOVE.DAT for invpost.cob to
  *> post tonight. The kit is costed at the sum of its components'
  *> costs - standard where ITEMSTD.DAT carries one, else the
  *> ITEMCST.DAT actual - and its ITEMCST.DAT cost moves to the weighted
  *> average of what was on hand and what was just built. A build any
  *> component is short for is refused whole - nothing is half-built.
  perform load-report-stamp.
  perform verify-operator-authority.
  if return-code not = zero
    goback
  end-if.
  perform load-bill-of-materials.
  perform load-item-cost-table.
  perform load-item-standards.
  perform load-free-stock.
  if return-code not = zero
    goback
  end-if.
  perform open-build-report.
  open input build-request-file.
  if ws-ab-status = "35"
    close build-request-file
    move spaces to build-report-line
    move "NO ASMBUILD.DAT - NO BUILDS REQUESTED" to build-report-line
    write build-report-line
  else
    move "ASMBUILD.DAT" to ws-abend-file-name
    move ws-ab-status to ws-abend-status
    perform check-file-status
    move "N" to ws-ab-eof
    read build-request-file
      at end set AB-EOF to true
    end-read
    perform until AB-EOF
      perform process-one-build
      read build-request-file
        at end set AB-EOF to true
      end-read
    end-perform
    close build-request-file
  end-if.
  if ws-move-open = "Y"
    close item-move-file
  end-if.
  if return-code = zero
    *> The request drop is consumed whole, so a rerun can't build
    *> the same kits twice.
    open output build-request-file
    close build-request-file
  end-if.
  move spaces to build-report-line.
  string "BUILT=" ws-built-count " REFUSED=" ws-refused-count
      into build-report-line.
  write build-report-line.
  close build-report.
  display "ASMBUILD: " ws-built-count " BUILD(S) POSTED, "
      ws-refused-count " REFUSED".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "ASMBUILD" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

load-bill-of-materials.
  move zero to ws-bmt-count.
  move "N" to ws-bom-eof.
  open input bom-file.
  if ws-bom-status = "35"
    close bom-file
    exit paragraph
  end-if.
  move "BOM.DAT" to ws-abend-file-name.
  move ws-bom-status to ws-abend-status.
  perform check-file-status.
  read bom-file
    at end set BOM-EOF to true
  end-read.
  perform until BOM-EOF
    if bom-parent-item numeric and bom-component-item numeric
        and bom-qty-per numeric and bom-qty-per > zero
      if ws-bmt-count < 2000
        add 1 to ws-bmt-count
        move bom-parent-item to bmt-parent-item(ws-bmt-count)
        move bom-component-item to bmt-component-item(ws-bmt-count)
        move bom-qty-per to bmt-qty-per(ws-bmt-count)
      else
        display "ASMBUILD: BOM TABLE FULL AT 2000 - BOM.DAT HAS MORE"
        move 16 to return-code
        set BOM-EOF to true
      end-if
    end-if
    read bom-file
      at end set BOM-EOF to true
    end-read
  end-perform.
  close bom-file.

load-item-cost-table.
  move zero to ws-ict-count.
  move "N" to ws-ict-eof.
  open input item-cost-table.
  if ws-ict-status = "35"
    close item-cost-table
    exit paragraph
  end-if.
  move "ITEMCST.DAT" to ws-abend-file-name.
  move ws-ict-status to ws-abend-status.
  perform check-file-status.
  read item-cost-table
    at end set ICT-EOF to true
  end-read.
  perform until ICT-EOF
    if ic-eff-date <= ws-today-date
      perform post-item-cost-row
    end-if
    read item-cost-table
      at end set ICT-EOF to true
    end-read
  end-perform.
  close item-cost-table.

post-item-cost-row.
  set ws-ict-idx to 1.
  search ws-ict-entry
    at end
      if ws-ict-count < 500
        add 1 to ws-ict-count
        set ws-ict-idx to ws-ict-count
        move ic-item-id to ict-item-id(ws-ict-idx)
        move ic-unit-cost to ict-unit-cost(ws-ict-idx)
        move ic-eff-date to ict-eff-date(ws-ict-idx)
      end-if
    when ict-item-id(ws-ict-idx) = ic-item-id
      if ic-eff-date >= ict-eff-date(ws-ict-idx)
        move ic-unit-cost to ict-unit-cost(ws-ict-idx)
        move ic-eff-date to ict-eff-date(ws-ict-idx)
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
    if is-eff-date <= ws-today-date
      set ws-ist-idx to 1
      search ws-ist-entry
        at end
          if ws-ist-count < 500
            add 1 to ws-ist-count
            set ws-ist-idx to ws-ist-count
            move is-item-id to ist-item-id(ws-ist-idx)
            move is-std-cost to ist-std-cost(ws-ist-idx)
            move is-eff-date to ist-eff-date(ws-ist-idx)
          end-if
        when ist-item-id(ws-ist-idx) = is-item-id
          if is-eff-date >= ist-eff-date(ws-ist-idx)
            move is-std-cost to ist-std-cost(ws-ist-idx)
            move is-eff-date to ist-eff-date(ws-ist-idx)
          end-if
      end-search
    end-if
    read item-std-file
      at end set IST-EOF to true
    end-read
  end-perform.
  close item-std-file.

find-item-cost.
  move zero to ws-ict-found-idx.
  move zero to ws-component-cost.
  move "N" to ws-cost-found.
  perform varying ws-ict-idx from 1 by 1
      until ws-ict-idx > ws-ict-count or ws-ict-found-idx not = zero
    if ict-item-id(ws-ict-idx) = ws-find-item-id
      move ws-ict-idx to ws-ict-found-idx
      move ict-unit-cost(ws-ict-idx) to ws-component-cost
      move "Y" to ws-cost-found
    end-if
  end-perform.
  perform varying ws-ist-idx from 1 by 1 until ws-ist-idx > ws-ist-count
    if ist-item-id(ws-ist-idx) = ws-find-item-id
      move ist-std-cost(ws-ist-idx) to ws-component-cost
      move "Y" to ws-cost-found
    end-if
  end-perform.

load-free-stock.
  move zero to ws-avt-count.
  move "N" to ws-im-eof.
  open input item-master-file.
  if ws-im-status = "35"
    close item-master-file
  else
    move 1 to ws-im-rel-key
    start item-master-file key is not less than ws-im-rel-key
      invalid key set IM-EOF to true
    end-start
    perform until IM-EOF
      read item-master-file next record
        at end set IM-EOF to true
      end-read
      if not IM-EOF
        if ws-avt-count < 500
          add 1 to ws-avt-count
          move im-item-id to avt-item-id(ws-avt-count)
          if im-location numeric and im-location not = zero
            move im-location to avt-location(ws-avt-count)
          else
            move 1 to avt-location(ws-avt-count)
          end-if
          move im-on-hand-qty to avt-on-hand-qty(ws-avt-count)
          move im-on-hand-qty to avt-free-qty(ws-avt-count)
        else
          display "ASMBUILD: STOCK TABLE FULL AT 500 - ITEMMAST.DAT HAS MORE"
          move 16 to return-code
          set IM-EOF to true
        end-if
      end-if
    end-perform
    close item-master-file
  end-if.
  *> Movements not yet posted are already spoken for.
  move "N" to ws-mv-eof.
  open input item-move-file.
  if ws-mv-status = "35"
    close item-move-file
  else
    read item-move-file
      at end set MV-EOF to true
    end-read
    perform until MV-EOF
      if MV-IS-ISSUE or MV-IS-TRANSFER or MV-IS-BUILD-ISSUE
          or (MV-IS-ADJUSTMENT and MV-ADJ-DOWN)
        move mv-item-id to ws-find-item-id
        if mv-location numeric and mv-location not = zero
          move mv-location to ws-find-location
        else
          move 1 to ws-find-location
        end-if
        perform find-free-stock
        if ws-avt-found-idx not = zero
          subtract mv-qty from avt-free-qty(ws-avt-found-idx)
        end-if
      end-if
      read item-move-file
        at end set MV-EOF to true
      end-read
    end-perform
    close item-move-file
  end-if.
  *> Stock open order lines hold is not free to build with.
  move "N" to ws-so-eof.
  open input sales-order-file.
  if ws-so-status = "35"
    close sales-order-file
  else
    read sales-order-file
      at end set SO-EOF to true
    end-read
    perform until SO-EOF
      if so-status = "O"
        move so-item-id to ws-find-item-id
        move so-location to ws-find-location
        perform find-free-stock
        if ws-avt-found-idx not = zero
          subtract so-reserved-qty from avt-free-qty(ws-avt-found-idx)
        end-if
      end-if
      read sales-order-file
        at end set SO-EOF to true
      end-read
    end-perform
    close sales-order-file
  end-if.

find-free-stock.
  move zero to ws-avt-found-idx.
  perform varying ws-avt-idx from 1 by 1
      until ws-avt-idx > ws-avt-count or ws-avt-found-idx not = zero
    if avt-item-id(ws-avt-idx) = ws-find-item-id
        and avt-location(ws-avt-idx) = ws-find-location
      move ws-avt-idx to ws-avt-found-idx
    end-if
  end-perform.

open-build-report.
  open extend build-report.
  if ws-br-status = "35"
    open output build-report
  end-if.
  move "ASMBUILD.RPT" to ws-abend-file-name.
  move ws-br-status to ws-abend-status.
  perform check-file-status.
  move spaces to build-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into build-report-line.
  write build-report-line.

process-one-build.
  move spaces to ws-refuse-reason.
  if ab-location numeric and ab-location not = zero
    move ab-location to ws-build-location
  else
    move 1 to ws-build-location
  end-if.
  if ab-parent-item not numeric
      or ab-build-qty not numeric or ab-build-qty = zero
    move "KIT ITEM OR BUILD QUANTITY NOT NUMERIC" to ws-refuse-reason
    perform refuse-build
    exit paragraph
  end-if.
  *> The kit must be a stocked item at the build location - invpost
  *> would only reject a receipt for an item it has never seen.
  move ab-parent-item to ws-find-item-id.
  move ws-build-location to ws-find-location.
  perform find-free-stock.
  if ws-avt-found-idx = zero
    move "KIT ITEM NOT ON ITEMMAST AT LOCATION" to ws-refuse-reason
    perform refuse-build
    exit paragraph
  end-if.
  *> First pass: every component is checked before anything moves,
  *> and the kit's rolled cost is built up as we go.
  move zero to ws-component-count.
  move zero to ws-rolled-cost.
  perform varying ws-bmt-idx from 1 by 1
      until ws-bmt-idx > ws-bmt-count or ws-refuse-reason not = spaces
    if bmt-parent-item(ws-bmt-idx) = ab-parent-item
      add 1 to ws-component-count
      perform check-one-component
    end-if
  end-perform.
  if ws-refuse-reason = spaces and ws-component-count = zero
    move "NO BILL OF MATERIALS FOR KIT" to ws-refuse-reason
  end-if.
  if ws-refuse-reason not = spaces
    perform refuse-build
    exit paragraph
  end-if.
  *> Second pass: issue each component into the build.
  perform varying ws-bmt-idx from 1 by 1 until ws-bmt-idx > ws-bmt-count
    if bmt-parent-item(ws-bmt-idx) = ab-parent-item
      perform issue-one-component
    end-if
  end-perform.
  perform receive-kit.
  add 1 to ws-built-count.

check-one-component.
  compute ws-need-qty = bmt-qty-per(ws-bmt-idx) * ab-build-qty.
  move bmt-component-item(ws-bmt-idx) to ws-find-item-id.
  perform find-item-cost.
  if ws-cost-found not = "Y"
    move spaces to ws-refuse-reason
    string "COMPONENT " bmt-component-item(ws-bmt-idx)
        " HAS NO UNIT COST" delimited by size into ws-refuse-reason
    exit paragraph
  end-if.
  move ws-build-location to ws-find-location.
  perform find-free-stock.
  if ws-avt-found-idx = zero
    move ws-need-qty to ws-short-qty
  else
    compute ws-short-qty = ws-need-qty - avt-free-qty(ws-avt-found-idx)
  end-if.
  if ws-short-qty > zero
    move ws-short-qty to ws-report-qty
    move spaces to ws-refuse-reason
    string "COMPONENT " bmt-component-item(ws-bmt-idx)
        " SHORT BY " ws-report-qty delimited by size
        into ws-refuse-reason
    exit paragraph
  end-if.
  compute ws-rolled-cost = ws-rolled-cost
      + bmt-qty-per(ws-bmt-idx) * ws-component-cost.

issue-one-component.
  compute ws-need-qty = bmt-qty-per(ws-bmt-idx) * ab-build-qty.
  move bmt-component-item(ws-bmt-idx) to ws-find-item-id.
  perform find-item-cost.
  move ws-build-location to ws-find-location.
  perform find-free-stock.
  subtract ws-need-qty from avt-free-qty(ws-avt-found-idx).
  subtract ws-need-qty from avt-on-hand-qty(ws-avt-found-idx).
  perform open-item-move-file.
  initialize item-movement-record.
  move bmt-component-item(ws-bmt-idx) to mv-item-id.
  move "C" to mv-type.
  move ws-need-qty to mv-qty.
  move space to mv-adj-sign.
  move ab-ref to mv-ref.
  move ws-build-location to mv-location.
  move zero to mv-to-location.
  move zero to mv-po-no.
  move ws-component-cost to mv-unit-cost.
  write item-movement-record.
  move ws-need-qty to ws-report-qty.
  move ws-component-cost to ws-report-cost.
  move spaces to build-report-line.
  string "  ISSUED COMPONENT=" bmt-component-item(ws-bmt-idx)
      " QTY-PER=" bmt-qty-per(ws-bmt-idx)
      " QTY=" ws-report-qty
      " UNIT-COST=" ws-report-cost into build-report-line.
  write build-report-line.

receive-kit.
  *> The kit's new cost is the weighted average of every unit of it
  *> on hand, all locations, at its current cost and this build at
  *> the rolled cost. No current cost, or nothing on hand, means the
  *> rolled cost stands on its own.
  move ab-parent-item to ws-find-item-id.
  perform find-item-cost.
  move ws-component-cost to ws-kit-old-cost.
  move zero to ws-kit-on-hand.
  perform varying ws-avt-idx from 1 by 1 until ws-avt-idx > ws-avt-count
    if avt-item-id(ws-avt-idx) = ab-parent-item
        and avt-on-hand-qty(ws-avt-idx) > zero
      add avt-on-hand-qty(ws-avt-idx) to ws-kit-on-hand
    end-if
  end-perform.
  if ws-cost-found not = "Y" or ws-kit-on-hand = zero
    move ws-rolled-cost to ws-kit-new-cost
  else
    compute ws-kit-value = ws-kit-on-hand * ws-kit-old-cost
        + ab-build-qty * ws-rolled-cost
    compute ws-kit-new-cost rounded =
        ws-kit-value / (ws-kit-on-hand + ab-build-qty)
  end-if.
  perform open-item-move-file.
  initialize item-movement-record.
  move ab-parent-item to mv-item-id.
  move "B" to mv-type.
  move ab-build-qty to mv-qty.
  move space to mv-adj-sign.
  move ab-ref to mv-ref.
  move ws-build-location to mv-location.
  move zero to mv-to-location.
  move zero to mv-po-no.
  move ws-rolled-cost to mv-unit-cost.
  write item-movement-record.
  perform write-kit-cost.
  *> A later build in this run may use this kit as a component.
  move ws-build-location to ws-find-location.
  perform find-free-stock.
  add ab-build-qty to avt-free-qty(ws-avt-found-idx).
  add ab-build-qty to avt-on-hand-qty(ws-avt-found-idx).
  move ab-build-qty to ws-report-qty.
  move ws-rolled-cost to ws-report-cost.
  move ws-kit-new-cost to ws-report-new-cost.
  move spaces to build-report-line.
  string "BUILT KIT=" ab-parent-item " LOC=" ws-build-location
      " QTY=" ws-report-qty " REF=" ab-ref
      " ROLLED-COST=" ws-report-cost
      " NEW-AVG-COST=" ws-report-new-cost into build-report-line.
  write build-report-line.

write-kit-cost.
  *> Effective today, so tonight's invpost.cob values the kit's
  *> later issues at the new average.
  open extend item-cost-table.
  if ws-ict-status = "35"
    open output item-cost-table
  end-if.
  move "ITEMCST.DAT" to ws-abend-file-name.
  move ws-ict-status to ws-abend-status.
  perform check-file-status.
  move ab-parent-item to ic-item-id.
  move ws-today-date to ic-eff-date.
  move ws-kit-new-cost to ic-unit-cost.
  write item-cost-record.
  close item-cost-table.
  if ws-ict-found-idx not = zero
    move ws-kit-new-cost to ict-unit-cost(ws-ict-found-idx)
    move ws-today-date to ict-eff-date(ws-ict-found-idx)
  else
    if ws-ict-count < 500
      add 1 to ws-ict-count
      move ab-parent-item to ict-item-id(ws-ict-count)
      move ws-kit-new-cost to ict-unit-cost(ws-ict-count)
      move ws-today-date to ict-eff-date(ws-ict-count)
    end-if
  end-if.

open-item-move-file.
  if ws-move-open not = "Y"
    open extend item-move-file
    if ws-mv-status = "35"
      close item-move-file
      open output item-move-file
    end-if
    move "ITEMMOVE.DAT" to ws-abend-file-name
    move ws-mv-status to ws-abend-status
    perform check-file-status
    move "Y" to ws-move-open
  end-if.

refuse-build.
  add 1 to ws-refused-count.
  move spaces to build-report-line.
  string "REFUSED KIT=" ab-parent-item " LOC=" ab-location
      " QTY=" ab-build-qty " REF=" ab-ref " - " ws-refuse-reason
      into build-report-line.
  write build-report-line.
  open extend reject-file.
  if ws-rej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-rej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "ASMBUILD" to rej-source.
  if ab-parent-item numeric
    move ab-parent-item to rej-key
  else
    move zero to rej-key
  end-if.
  move "ASMB" to rej-reason-code.
  move ws-refuse-reason to rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

verify-operator-authority.
  *> Same check-then-bootstrap idiom as ckvoid.cob, under this
  *> program's own ASMBUILD function code.
  move "N" to ws-oa-authorized.
  open input oper-auth-file.
  if ws-oa-status = "35"
    close oper-auth-file
    open output oper-auth-file
    move rpt-operator-id to oa-operator-id
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
      if oa-operator-id = rpt-operator-id
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
    display "ASMBUILD: OPERATOR " rpt-operator-id
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
  move "ASMBUILD" to rej-source.
  move zero to rej-key.
  move "AUTH" to rej-reason-code.
  move spaces to rej-reason-text.
  string "DENIED " ws-oa-function " FOR " rpt-operator-id
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

end program asmbuild.
