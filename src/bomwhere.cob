identification division.
  program-id. bomwhere.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select bom-file assign to "BOM.DAT"
        organization is line sequential
        file status is ws-bom-status.
    select bom-sort-work assign to "BOMSORT.WRK".
    select bom-sorted-file assign to "BOMSORT.DAT"
        organization is line sequential
        file status is ws-sorted-status.
    select item-master-file assign to "ITEMMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-im-rel-key
        file status is ws-im-status.
    select item-cost-table assign to "ITEMCST.DAT"
        organization is line sequential
        file status is ws-ict-status.
    select where-used-report assign to "WHEREUSED.RPT"
        organization is line sequential
        file status is ws-wu-status.
data division.
  file section.
  fd  bom-file.
  copy "bomrec.cpy".
  sd  bom-sort-work.
  01 sort-bom-record.
    05 sort-parent-item         pic 9(6).
    05 sort-component-item      pic 9(6).
    05 sort-qty-per             pic 9(5).
  fd  bom-sorted-file.
  01 bom-sorted-record.
    05 bs-parent-item           pic 9(6).
    05 bs-component-item        pic 9(6).
    05 bs-qty-per               pic 9(5).
  fd  item-master-file.
  copy "itemmast.cpy".
  fd  item-cost-table.
  copy "itemcst.cpy".
  fd  where-used-report.
  01 where-used-line            pic x(132).
  working-storage section.
    01 ws-bom-status      pic x(2) value "00".
    01 ws-sorted-status   pic x(2) value "00".
    01 ws-im-status       pic x(2) value "00".
    01 ws-ict-status      pic x(2) value "00".
    01 ws-wu-status       pic x(2) value "00".
    01 ws-im-rel-key      pic 9(6) value 1.
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-bom-eof         pic x(1) value "N".
        88 BOM-EOF        value "Y".
    01 ws-srt-eof         pic x(1) value "N".
        88 SRT-EOF        value "Y".
    01 ws-im-eof          pic x(1) value "N".
        88 IM-EOF         value "Y".
    01 ws-ict-eof         pic x(1) value "N".
        88 ICT-EOF        value "Y".

    *> The bill of materials in memory, for re-rolling each kit.
    01 ws-bom-table.
      05 ws-bmt-entry occurs 2000 times indexed by ws-bmt-idx.
        10 bmt-parent-item       pic 9(6).
        10 bmt-component-item    pic 9(6).
        10 bmt-qty-per           pic 9(5).
    01 ws-bmt-count       pic 9(4) value zero.
    *> One entry per kit: its rolled cost at today's component costs
    *> and whether any component was re-costed after the kit was.
    01 ws-kit-table.
      05 ws-kit-entry occurs 500 times indexed by ws-kit-idx.
        10 kit-item-id           pic 9(6).
        10 kit-rolled-cost       pic s9(9)v99.
        10 kit-changed           pic x(1).
    01 ws-kit-count       pic 9(4) value zero.
    01 ws-kit-found-idx   pic 9(4) value zero.
    *> Item descriptions off the master, first location's wins.
    01 ws-desc-table.
      05 ws-dst-entry occurs 500 times indexed by ws-dst-idx.
        10 dst-item-id           pic 9(6).
        10 dst-description       pic x(20).
    01 ws-dst-count       pic 9(4) value zero.
    *> Latest cost on or before today per item and the cost it
    *> replaced, so a change shows where it moved from.
    01 ws-item-cost-table.
      05 ws-ict-entry occurs 500 times indexed by ws-ict-idx.
        10 ict-item-id           pic 9(6).
        10 ict-unit-cost         pic s9(7)v99.
        10 ict-eff-date          pic 9(8).
        10 ict-prior-cost        pic s9(7)v99.
        10 ict-prior-date        pic 9(8).
    01 ws-ict-count       pic 9(4) value zero.

    01 ws-find-item-id    pic 9(6).
    01 ws-found-desc      pic x(20).
    01 ws-found-cost      pic s9(7)v99.
    01 ws-found-date      pic 9(8).
    01 ws-found-prior     pic s9(7)v99.
    01 ws-found-prior-dt  pic 9(8).
    01 ws-comp-cost       pic s9(7)v99.
    01 ws-comp-date       pic 9(8).
    01 ws-comp-prior      pic s9(7)v99.
    01 ws-last-component  pic 9(6).
    01 ws-cost-diff       pic s9(9)v99.
    01 ws-component-count pic 9(6) value zero.
    01 ws-usage-count     pic 9(6) value zero.
    01 ws-changed-count   pic 9(6) value zero.
    01 ws-today-date      pic 9(8).
    01 ws-cost-edit       pic z(8)9.99-.
    01 ws-prior-edit      pic z(8)9.99-.
    01 ws-rolled-edit     pic z(8)9.99-.
    01 ws-diff-edit       pic z(8)9.99-.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Where-used off BOM.DAT: every component with the kits it goes
  *> into, component order, so a buyer re-pricing a part sees at once
  *> what it touches. A component whose latest ITEMCST.DAT cost is
  *> dated after its kit's is flagged on its line, and the closing
  *> section re-rolls each such kit at today's component costs beside
  *> the cost it still carries - the kits to rebuild or re-cost.
  perform load-report-stamp.
  perform load-item-descriptions.
  perform load-item-cost-table.
  perform load-bill-of-materials.
  if return-code not = zero
    goback
  end-if.
  perform roll-kit-costs.
  perform open-where-used-report.
  if ws-bmt-count = zero
    move spaces to where-used-line
    move "NO BOM.DAT - NO BILLS OF MATERIALS ON FILE" to where-used-line
    write where-used-line
  else
    perform write-where-used
    perform write-cost-impact
  end-if.
  move spaces to where-used-line.
  string "COMPONENTS=" ws-component-count " USAGES=" ws-usage-count
      " KITS TO RE-COST=" ws-changed-count into where-used-line.
  write where-used-line.
  close where-used-report.
  display "BOMWHERE: " ws-component-count " COMPONENT(S), "
      ws-changed-count " KIT(S) BEHIND A COMPONENT COST CHANGE".
  if ws-changed-count > zero and return-code = zero
    move 4 to return-code
  end-if.
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "BOMWHERE" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

load-item-descriptions.
  move zero to ws-dst-count.
  move "N" to ws-im-eof.
  open input item-master-file.
  if ws-im-status = "35"
    close item-master-file
    exit paragraph
  end-if.
  move 1 to ws-im-rel-key.
  start item-master-file key is not less than ws-im-rel-key
    invalid key set IM-EOF to true
  end-start.
  perform until IM-EOF
    read item-master-file next record
      at end set IM-EOF to true
    end-read
    if not IM-EOF
      set ws-dst-idx to 1
      search ws-dst-entry
        at end
          if ws-dst-count < 500
            add 1 to ws-dst-count
            move im-item-id to dst-item-id(ws-dst-count)
            move im-description to dst-description(ws-dst-count)
          end-if
        when dst-item-id(ws-dst-idx) = im-item-id
          continue
      end-search
    end-if
  end-perform.
  close item-master-file.

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
        move zero to ict-prior-cost(ws-ict-idx)
        move zero to ict-prior-date(ws-ict-idx)
      end-if
    when ict-item-id(ws-ict-idx) = ic-item-id
      if ic-eff-date >= ict-eff-date(ws-ict-idx)
        move ict-unit-cost(ws-ict-idx) to ict-prior-cost(ws-ict-idx)
        move ict-eff-date(ws-ict-idx) to ict-prior-date(ws-ict-idx)
        move ic-unit-cost to ict-unit-cost(ws-ict-idx)
        move ic-eff-date to ict-eff-date(ws-ict-idx)
      else
        if ic-eff-date >= ict-prior-date(ws-ict-idx)
          move ic-unit-cost to ict-prior-cost(ws-ict-idx)
          move ic-eff-date to ict-prior-date(ws-ict-idx)
        end-if
      end-if
  end-search.

find-item.
  move spaces to ws-found-desc.
  move zero to ws-found-cost.
  move zero to ws-found-date.
  move zero to ws-found-prior.
  move zero to ws-found-prior-dt.
  perform varying ws-dst-idx from 1 by 1 until ws-dst-idx > ws-dst-count
    if dst-item-id(ws-dst-idx) = ws-find-item-id
      move dst-description(ws-dst-idx) to ws-found-desc
    end-if
  end-perform.
  perform varying ws-ict-idx from 1 by 1 until ws-ict-idx > ws-ict-count
    if ict-item-id(ws-ict-idx) = ws-find-item-id
      move ict-unit-cost(ws-ict-idx) to ws-found-cost
      move ict-eff-date(ws-ict-idx) to ws-found-date
      move ict-prior-cost(ws-ict-idx) to ws-found-prior
      move ict-prior-date(ws-ict-idx) to ws-found-prior-dt
    end-if
  end-perform.

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
        display "BOMWHERE: BOM TABLE FULL AT 2000 - BOM.DAT HAS MORE"
        move 16 to return-code
        set BOM-EOF to true
      end-if
    end-if
    read bom-file
      at end set BOM-EOF to true
    end-read
  end-perform.
  close bom-file.

roll-kit-costs.
  *> One pass over the BOM: each row adds its component's cost into
  *> its kit, and marks the kit if that cost is newer than the kit's.
  move zero to ws-kit-count.
  perform varying ws-bmt-idx from 1 by 1 until ws-bmt-idx > ws-bmt-count
    move bmt-parent-item(ws-bmt-idx) to ws-find-item-id
    perform find-kit
    if ws-kit-found-idx not = zero
      move bmt-component-item(ws-bmt-idx) to ws-find-item-id
      perform find-item
      move ws-found-cost to ws-comp-cost
      move ws-found-date to ws-comp-date
      compute kit-rolled-cost(ws-kit-found-idx) =
          kit-rolled-cost(ws-kit-found-idx)
          + bmt-qty-per(ws-bmt-idx) * ws-comp-cost
      move bmt-parent-item(ws-bmt-idx) to ws-find-item-id
      perform find-item
      if ws-comp-date > ws-found-date
        move "Y" to kit-changed(ws-kit-found-idx)
      end-if
    end-if
  end-perform.

find-kit.
  move zero to ws-kit-found-idx.
  perform varying ws-kit-idx from 1 by 1
      until ws-kit-idx > ws-kit-count or ws-kit-found-idx not = zero
    if kit-item-id(ws-kit-idx) = ws-find-item-id
      move ws-kit-idx to ws-kit-found-idx
    end-if
  end-perform.
  if ws-kit-found-idx = zero and ws-kit-count < 500
    add 1 to ws-kit-count
    move ws-find-item-id to kit-item-id(ws-kit-count)
    move zero to kit-rolled-cost(ws-kit-count)
    move "N" to kit-changed(ws-kit-count)
    move ws-kit-count to ws-kit-found-idx
  end-if.

open-where-used-report.
  open extend where-used-report.
  if ws-wu-status = "35"
    open output where-used-report
  end-if.
  move "WHEREUSED.RPT" to ws-abend-file-name.
  move ws-wu-status to ws-abend-status.
  perform check-file-status.
  move spaces to where-used-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into where-used-line.
  write where-used-line.

write-where-used.
  move spaces to where-used-line.
  string "WHERE USED AS OF " ws-today-date
      " - COMPONENT, THEN EVERY KIT IT GOES INTO"
      into where-used-line.
  write where-used-line.
  sort bom-sort-work on ascending key sort-component-item
      sort-parent-item
      using bom-file
      giving bom-sorted-file.
  move zero to ws-last-component.
  move "N" to ws-srt-eof.
  open input bom-sorted-file.
  move "BOMSORT.DAT" to ws-abend-file-name.
  move ws-sorted-status to ws-abend-status.
  perform check-file-status.
  read bom-sorted-file
    at end set SRT-EOF to true
  end-read.
  perform until SRT-EOF
    if bs-parent-item numeric and bs-component-item numeric
        and bs-qty-per numeric and bs-qty-per > zero
      if bs-component-item not = ws-last-component
        perform write-component-heading
      end-if
      perform write-usage-line
    end-if
    read bom-sorted-file
      at end set SRT-EOF to true
    end-read
  end-perform.
  close bom-sorted-file.

write-component-heading.
  move bs-component-item to ws-last-component.
  add 1 to ws-component-count.
  move bs-component-item to ws-find-item-id.
  perform find-item.
  move ws-found-cost to ws-comp-cost.
  move ws-found-date to ws-comp-date.
  move ws-found-prior to ws-comp-prior.
  move ws-comp-cost to ws-cost-edit.
  move spaces to where-used-line.
  string "COMPONENT=" bs-component-item " " ws-found-desc
      " COST=" ws-cost-edit " EFF=" ws-comp-date
      into where-used-line.
  write where-used-line.

write-usage-line.
  add 1 to ws-usage-count.
  move bs-parent-item to ws-find-item-id.
  perform find-item.
  move spaces to where-used-line.
  if ws-comp-date > ws-found-date
    *> The component moved after the kit was last costed.
    move ws-comp-prior to ws-prior-edit
    move ws-comp-cost to ws-cost-edit
    string "  USED IN KIT=" bs-parent-item " " ws-found-desc
        " QTY-PER=" bs-qty-per
        " ** COMPONENT COST CHANGED " ws-comp-date
        " FROM " ws-prior-edit " TO " ws-cost-edit
        into where-used-line
  else
    string "  USED IN KIT=" bs-parent-item " " ws-found-desc
        " QTY-PER=" bs-qty-per into where-used-line
  end-if.
  write where-used-line.

write-cost-impact.
  move spaces to where-used-line.
  move "KITS CARRYING A COST OLDER THAN A COMPONENT CHANGE"
      to where-used-line.
  write where-used-line.
  perform varying ws-kit-idx from 1 by 1 until ws-kit-idx > ws-kit-count
    if kit-changed(ws-kit-idx) = "Y"
      add 1 to ws-changed-count
      move kit-item-id(ws-kit-idx) to ws-find-item-id
      perform find-item
      compute ws-cost-diff = kit-rolled-cost(ws-kit-idx) - ws-found-cost
      move ws-found-cost to ws-cost-edit
      move kit-rolled-cost(ws-kit-idx) to ws-rolled-edit
      move ws-cost-diff to ws-diff-edit
      move spaces to where-used-line
      string "KIT=" kit-item-id(ws-kit-idx) " " ws-found-desc
          " CURRENT-COST=" ws-cost-edit " EFF=" ws-found-date
          " RE-ROLLED=" ws-rolled-edit " DIFF=" ws-diff-edit
          into where-used-line
      write where-used-line
    end-if
  end-perform.
  if ws-changed-count = zero
    move spaces to where-used-line
    move "  NONE - EVERY KIT IS COSTED ON ITS COMPONENTS' LATEST COSTS"
        to where-used-line
    write where-used-line
  end-if.

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

end program bomwhere.
