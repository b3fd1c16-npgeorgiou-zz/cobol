identification division.
  program-id. posvac.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select position-file assign to "POSMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-pos-rel-key
        file status is ws-pos-status.
    select employee-file assign to "EMPMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-emp-rel-key
        file status is ws-emp-file-status.
    select cost-center-file assign to "CCMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-cc-rel-key
        file status is ws-cc-status.
    select posvac-report assign to "POSVAC.RPT"
        organization is line sequential
        file status is ws-pv-status.
data division.
  file section.
  fd  position-file.
  copy "posmast.cpy".
  fd  employee-file.
  copy "empmast.cpy".
  fd  cost-center-file.
  copy "ccmast.cpy".
  fd  posvac-report.
  01 posvac-report-line        pic x(132).
  working-storage section.
    01 ws-pos-status      pic x(2) value "00".
    01 ws-pos-rel-key     pic 9(4) value 1.
    01 ws-emp-rel-key     pic 9(6) value 1.
    01 ws-emp-file-status pic x(2) value "00".
    01 ws-cc-status       pic x(2) value "00".
    01 ws-cc-rel-key      pic 9(4) value 1.
    01 ws-pv-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-pos-eof         pic x(1) value "N".
        88 POS-EOF        value "Y".
    01 ws-emp-eof         pic x(1) value "N".
        88 EMP-EOF        value "Y".
    01 ws-cc-eof          pic x(1) value "N".
        88 CC-EOF         value "Y".

    *> Every budgeted position with its head capacity (FTE rounded
    *> up, as the intake run counts it) and the active incumbents
    *> seated in it.
    01 ws-position-table.
      05 ws-pt-entry occurs 2000 times indexed by ws-pt-idx.
        10 pt-pos-no             pic 9(4).
        10 pt-cost-center        pic 9(4).
        10 pt-job-code           pic x(6).
        10 pt-status             pic x(1).
        10 pt-budget-fte         pic 9(1)v99.
        10 pt-capacity           pic 9(2).
        10 pt-filled             pic 9(3).
    01 ws-pt-count        pic 9(4) value zero.
    01 ws-pt-found-idx    pic 9(4) value zero.
    01 ws-search-pos      pic 9(4) value zero.

    *> One row per cost center reconciling the budget to the people:
    *> seats (approved and frozen capacity) = filled + vacant +
    *> frozen-vacant, and heads = filled + over complement, where
    *> over complement is incumbents past a position's capacity or in
    *> a closed position, plus active employees in the center with
    *> no position at all.
    01 ws-cc-table.
      05 ws-cs-entry occurs 500 times indexed by ws-cs-idx.
        10 cs-cost-center        pic 9(4).
        10 cs-description        pic x(20).
        10 cs-positions          pic 9(4).
        10 cs-budget-fte         pic 9(5)v99.
        10 cs-seats              pic 9(5).
        10 cs-filled             pic 9(5).
        10 cs-vacant             pic 9(5).
        10 cs-frozen-vacant      pic 9(5).
        10 cs-over               pic 9(5).
        10 cs-unpositioned       pic 9(5).
    01 ws-cs-count        pic 9(3) value zero.
    01 ws-cs-found-idx    pic 9(3) value zero.
    01 ws-search-cc       pic 9(4).
    01 ws-excess          pic 9(3) value zero.
    01 ws-open-seats      pic 9(3) value zero.
    01 ws-heads           pic 9(5) value zero.
    01 ws-unassigned-count pic 9(5) value zero.
    01 ws-mismatch-count  pic 9(5) value zero.
    01 ws-total-budget-fte pic 9(7)v99 value zero.
    01 ws-total-seats     pic 9(6) value zero.
    01 ws-total-filled    pic 9(6) value zero.
    01 ws-total-vacant    pic 9(6) value zero.
    01 ws-total-frozen-vacant pic 9(6) value zero.
    01 ws-total-over      pic 9(6) value zero.
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
main-paragraph.
  *> Position control report: the budgeted positions on POSMAST.DAT
  *> against the people on EMPMAST.DAT, by cost center - which seats
  *> are vacant, which are over-filled, and who sits outside the
  *> budget altogether - so HR's complement and finance's headcount
  *> are the same number.
  perform load-report-stamp.
  perform open-posvac-report.
  perform load-cost-center-rows.
  perform load-position-table.
  perform seat-employees.
  perform write-position-exceptions.
  perform write-cost-center-summary.
  close posvac-report.
  display "POSVAC: " ws-pt-count " POSITION(S), " ws-total-vacant
      " VACANT, " ws-total-over " OVER COMPLEMENT".
  goback.

load-report-stamp.
  accept rpt-operator-id from environment "USER".
  if rpt-operator-id = spaces
    move "UNKNOWN" to rpt-operator-id
  end-if.
  move "POSVAC" to rpt-job-name.
  accept ws-today-date from date yyyymmdd.
  call "fiscalclc" using ws-today-date, rpt-fiscal-year,
      rpt-fiscal-quarter, rpt-fiscal-period, rpt-fiscal-week.

open-posvac-report.
  open extend posvac-report.
  if ws-pv-status = "35"
    open output posvac-report
  end-if.
  move "POSVAC.RPT" to ws-abend-file-name.
  move ws-pv-status to ws-abend-status.
  perform check-file-status.
  move spaces to posvac-report-line.
  string "OPERATOR=" rpt-operator-id " JOB=" rpt-job-name
      " FY=" rpt-fiscal-year " FQ=" rpt-fiscal-quarter
      " FP=" rpt-fiscal-period " FW=" rpt-fiscal-week
      into posvac-report-line.
  write posvac-report-line.
  move "POSITION VACANCY AND OVER-COMPLEMENT REPORT" to posvac-report-line.
  write posvac-report-line.

load-cost-center-rows.
  move "N" to ws-cc-eof.
  open input cost-center-file.
  if ws-cc-status = "35"
    close cost-center-file
    exit paragraph
  end-if.
  move "CCMAST.DAT" to ws-abend-file-name.
  move ws-cc-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-cc-rel-key.
  start cost-center-file key is not less than ws-cc-rel-key
    invalid key set CC-EOF to true
  end-start.
  perform until CC-EOF
    read cost-center-file next record
      at end set CC-EOF to true
    end-read
    if not CC-EOF and ws-cs-count < 500
      add 1 to ws-cs-count
      initialize ws-cs-entry(ws-cs-count)
      move cc-cost-center to cs-cost-center(ws-cs-count)
      move cc-description to cs-description(ws-cs-count)
    end-if
  end-perform.
  close cost-center-file.

find-or-add-cc-row.
  move zero to ws-cs-found-idx.
  set ws-cs-idx to 1.
  search ws-cs-entry
    at end continue
    when ws-cs-idx > ws-cs-count
      continue
    when cs-cost-center(ws-cs-idx) = ws-search-cc
      set ws-cs-found-idx to ws-cs-idx
  end-search.
  if ws-cs-found-idx = zero and ws-cs-count < 500
    add 1 to ws-cs-count
    move ws-cs-count to ws-cs-found-idx
    initialize ws-cs-entry(ws-cs-found-idx)
    move ws-search-cc to cs-cost-center(ws-cs-found-idx)
    move "NOT ON CC MASTER" to cs-description(ws-cs-found-idx)
  end-if.

load-position-table.
  initialize ws-position-table.
  move zero to ws-pt-count.
  move "N" to ws-pos-eof.
  open input position-file.
  if ws-pos-status = "35"
    close position-file
    display "POSVAC: NO POSMAST.DAT - NO POSITIONS BUDGETED"
    exit paragraph
  end-if.
  move "POSMAST.DAT" to ws-abend-file-name.
  move ws-pos-status to ws-abend-status.
  perform check-file-status.
  move 1 to ws-pos-rel-key.
  start position-file key is not less than ws-pos-rel-key
    invalid key set POS-EOF to true
  end-start.
  perform until POS-EOF
    read position-file next record
      at end set POS-EOF to true
    end-read
    if not POS-EOF and ws-pt-count < 2000
      add 1 to ws-pt-count
      move pos-no to pt-pos-no(ws-pt-count)
      move pos-cost-center to pt-cost-center(ws-pt-count)
      move pos-job-code to pt-job-code(ws-pt-count)
      move pos-status to pt-status(ws-pt-count)
      move pos-budget-fte to pt-budget-fte(ws-pt-count)
      compute pt-capacity(ws-pt-count) = pos-budget-fte + 0.99
      move zero to pt-filled(ws-pt-count)
    end-if
  end-perform.
  close position-file.

find-position-entry.
  move zero to ws-pt-found-idx.
  set ws-pt-idx to 1.
  search ws-pt-entry
    at end continue
    when ws-pt-idx > ws-pt-count
      continue
    when pt-pos-no(ws-pt-idx) = ws-search-pos
      set ws-pt-found-idx to ws-pt-idx
  end-search.

seat-employees.
  *> Active and on-leave employees hold their seat; terminated ones
  *> have vacated it.
  move "N" to ws-emp-eof.
  open input employee-file.
  if ws-emp-file-status = "35"
    close employee-file
    exit paragraph
  end-if.
  move "EMPMAST.DAT" to ws-abend-file-name.
  move ws-emp-file-status to ws-abend-status.
  perform check-file-status.
  move "UNPOSITIONED AND MISPLACED EMPLOYEES" to posvac-report-line.
  write posvac-report-line.
  move 1 to ws-emp-rel-key.
  start employee-file key is not less than ws-emp-rel-key
    invalid key set EMP-EOF to true
  end-start.
  perform until EMP-EOF
    read employee-file next record
      at end set EMP-EOF to true
    end-read
    if not EMP-EOF and not EMP-TERMINATED
      perform seat-one-employee
    end-if
  end-perform.
  close employee-file.

seat-one-employee.
  move zero to ws-pt-found-idx.
  if emp-position-no numeric and emp-position-no not = zero
    move emp-position-no to ws-search-pos
    perform find-position-entry
  end-if.
  if ws-pt-found-idx not = zero
    add 1 to pt-filled(ws-pt-found-idx)
    if emp-cost-center not = pt-cost-center(ws-pt-found-idx)
      add 1 to ws-mismatch-count
      move spaces to posvac-report-line
      string "MISPLACED EMP=" emp-id " NAME=" emp-name
          " CC=" emp-cost-center " POSITION=" emp-position-no
          " POSITION CC=" pt-cost-center(ws-pt-found-idx)
          into posvac-report-line
      write posvac-report-line
    end-if
    exit paragraph
  end-if.
  if emp-cost-center numeric and emp-cost-center not = zero
    move emp-cost-center to ws-search-cc
    perform find-or-add-cc-row
    if ws-cs-found-idx not = zero
      add 1 to cs-unpositioned(ws-cs-found-idx)
    end-if
    move spaces to posvac-report-line
    string "UNPOSITIONED EMP=" emp-id " NAME=" emp-name
        " CC=" emp-cost-center into posvac-report-line
    write posvac-report-line
  else
    add 1 to ws-unassigned-count
  end-if.

write-position-exceptions.
  *> Every position whose seats don't match its people: open seats
  *> HR may hire into, frozen seats it may not, seats over-filled,
  *> and closed positions still holding someone.
  move "POSITION EXCEPTIONS" to posvac-report-line.
  write posvac-report-line.
  perform varying ws-pt-idx from 1 by 1 until ws-pt-idx > ws-pt-count
    move pt-cost-center(ws-pt-idx) to ws-search-cc
    perform find-or-add-cc-row
    if ws-cs-found-idx not = zero
      perform reconcile-one-position
    end-if
  end-perform.

reconcile-one-position.
  add 1 to cs-positions(ws-cs-found-idx).
  move zero to ws-excess.
  move zero to ws-open-seats.
  if pt-status(ws-pt-idx) = "C"
    move pt-filled(ws-pt-idx) to ws-excess
  else
    add pt-budget-fte(ws-pt-idx) to cs-budget-fte(ws-cs-found-idx)
    add pt-capacity(ws-pt-idx) to cs-seats(ws-cs-found-idx)
    if pt-filled(ws-pt-idx) > pt-capacity(ws-pt-idx)
      compute ws-excess = pt-filled(ws-pt-idx) - pt-capacity(ws-pt-idx)
      add pt-capacity(ws-pt-idx) to cs-filled(ws-cs-found-idx)
    else
      compute ws-open-seats =
          pt-capacity(ws-pt-idx) - pt-filled(ws-pt-idx)
      add pt-filled(ws-pt-idx) to cs-filled(ws-cs-found-idx)
    end-if
  end-if.
  add ws-excess to cs-over(ws-cs-found-idx).
  if ws-open-seats > zero
    if pt-status(ws-pt-idx) = "A"
      add ws-open-seats to cs-vacant(ws-cs-found-idx)
    else
      add ws-open-seats to cs-frozen-vacant(ws-cs-found-idx)
    end-if
  end-if.
  if ws-excess = zero and ws-open-seats = zero
    exit paragraph
  end-if.
  move spaces to posvac-report-line.
  evaluate true
    when pt-status(ws-pt-idx) = "C"
      string "CLOSED POSITION=" pt-pos-no(ws-pt-idx)
          " CC=" pt-cost-center(ws-pt-idx)
          " JOB=" pt-job-code(ws-pt-idx)
          " STILL HOLDS=" pt-filled(ws-pt-idx) into posvac-report-line
    when ws-excess > zero
      string "OVERFILLED POSITION=" pt-pos-no(ws-pt-idx)
          " CC=" pt-cost-center(ws-pt-idx)
          " JOB=" pt-job-code(ws-pt-idx)
          " SEATS=" pt-capacity(ws-pt-idx)
          " FILLED=" pt-filled(ws-pt-idx) into posvac-report-line
    when pt-status(ws-pt-idx) = "A"
      string "VACANT POSITION=" pt-pos-no(ws-pt-idx)
          " CC=" pt-cost-center(ws-pt-idx)
          " JOB=" pt-job-code(ws-pt-idx)
          " OPEN SEATS=" ws-open-seats into posvac-report-line
    when other
      string "FROZEN VACANT POSITION=" pt-pos-no(ws-pt-idx)
          " CC=" pt-cost-center(ws-pt-idx)
          " JOB=" pt-job-code(ws-pt-idx)
          " OPEN SEATS=" ws-open-seats into posvac-report-line
  end-evaluate.
  write posvac-report-line.

write-cost-center-summary.
  move "COMPLEMENT BY COST CENTER" to posvac-report-line.
  write posvac-report-line.
  perform varying ws-cs-idx from 1 by 1 until ws-cs-idx > ws-cs-count
    add cs-unpositioned(ws-cs-idx) to cs-over(ws-cs-idx)
    if cs-positions(ws-cs-idx) not = zero
        or cs-over(ws-cs-idx) not = zero
      compute ws-heads = cs-filled(ws-cs-idx) + cs-over(ws-cs-idx)
      move spaces to posvac-report-line
      string "CC=" cs-cost-center(ws-cs-idx)
          " DESC=" cs-description(ws-cs-idx)
          " POS=" cs-positions(ws-cs-idx)
          " FTE=" cs-budget-fte(ws-cs-idx)
          " SEATS=" cs-seats(ws-cs-idx)
          " FILLED=" cs-filled(ws-cs-idx)
          " VACANT=" cs-vacant(ws-cs-idx)
          " FROZEN=" cs-frozen-vacant(ws-cs-idx)
          " OVER=" cs-over(ws-cs-idx)
          " HEADS=" ws-heads into posvac-report-line
      write posvac-report-line
      add cs-budget-fte(ws-cs-idx) to ws-total-budget-fte
      add cs-seats(ws-cs-idx) to ws-total-seats
      add cs-filled(ws-cs-idx) to ws-total-filled
      add cs-vacant(ws-cs-idx) to ws-total-vacant
      add cs-frozen-vacant(ws-cs-idx) to ws-total-frozen-vacant
      add cs-over(ws-cs-idx) to ws-total-over
    end-if
  end-perform.
  move spaces to posvac-report-line.
  string "TOTALS FTE=" ws-total-budget-fte
      " SEATS=" ws-total-seats
      " FILLED=" ws-total-filled
      " VACANT=" ws-total-vacant
      " FROZEN=" ws-total-frozen-vacant
      " OVER=" ws-total-over into posvac-report-line.
  write posvac-report-line.
  move spaces to posvac-report-line.
  string "ACTIVE EMPLOYEES WITH NO COST CENTER=" ws-unassigned-count
      " MISPLACED=" ws-mismatch-count into posvac-report-line.
  write posvac-report-line.

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

end program posvac.
