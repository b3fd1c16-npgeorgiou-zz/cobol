    select audit-file assign to "AUDIT.LOG"
        organization is line sequential
        file status is ws-audit-status.
    select position-file assign to "POSMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-pos-rel-key
        file status is ws-pos-status.
    select cycle-lock-file assign to "CYCLOCK.DAT"
        organization is line sequential
        file status is ws-lock-status.
  fd  alloc-table.
  copy "allocrec.cpy".
  fd  alloc-work-file.
  01 alloc-work-record        pic x(17).
  fd  bal-file.
  copy "balrec.cpy".
  fd  cost-center-file.
  copy "ccmast.cpy".
  fd  audit-file.
  copy "auditrec.cpy".
  fd  position-file.
  copy "posmast.cpy".
  fd  cycle-lock-file.
  copy "cyclock.cpy".
  fd  reorg-report.
    01 ws-bal-moved       pic 9(4) value zero.
    01 ws-cc-closed       pic 9(2) value zero.
    01 ws-old-cc          pic 9(4) value zero.
    *> Position control: positions in a reorganized center move with
    *> it, so their incumbents arrive already in a budgeted seat. An
    *> employee moving with no position of their own is matched to a
    *> vacancy in the new center on the report - or warned about when
    *> the new center has none. No POSMAST.DAT, no position control.
    01 ws-pos-status      pic x(2) value "00".
    01 ws-pos-rel-key     pic 9(4) value 1.
    01 ws-pos-eof         pic x(1) value "N".
        88 POS-EOF        value "Y".
    01 ws-position-control pic x(1) value "N".
        88 POSITION-CONTROL-ON value "Y".
    01 ws-position-table.
      05 ws-pt-entry occurs 2000 times indexed by ws-pt-idx.
        10 pt-pos-no             pic 9(4).
        10 pt-cost-center        pic 9(4).
        10 pt-status             pic x(1).
        10 pt-capacity           pic 9(2).
        10 pt-filled             pic 9(3).
    01 ws-pt-count        pic 9(4) value zero.
    01 ws-pt-found-idx    pic 9(4) value zero.
    01 ws-search-pos      pic 9(4) value zero.
    01 ws-search-cc       pic 9(4) value zero.
    01 ws-pos-moved       pic 9(4) value zero.
    01 ws-pos-warnings    pic 9(4) value zero.
    copy "rptstamp.cpy".
  local-storage section.
procedure division.
    goback
  end-if.
  perform open-reorg-report.
  perform repoint-positions.
  perform load-position-table.
  perform repoint-employees.
  perform repoint-budget-rows.
  perform repoint-allocation-rules.
  perform consume-effective-mappings.
  display "CCREORG: EMP=" ws-emp-moved " BUD=" ws-bud-moved
      " ALLOC=" ws-alloc-moved " BAL=" ws-bal-moved
      " CLOSED=" ws-cc-closed " POS=" ws-pos-moved
      " NO-VACANCY=" ws-pos-warnings.
  goback.

verify-cycle-lock.
    write reorg-report-line
  end-perform.

repoint-positions.
  move "N" to ws-pos-eof.
  open i-o position-file.
  if ws-pos-status = "35"
    close position-file
    exit paragraph
  end-if.
  move "POSMAST.DAT" to ws-abend-file-name.
  move ws-pos-status to ws-abend-status.
  perform check-file-status.
  set POSITION-CONTROL-ON to true.
  move 1 to ws-pos-rel-key.
  start position-file key is not less than ws-pos-rel-key
    invalid key set POS-EOF to true
  end-start.
  perform until POS-EOF
    read position-file next record
      at end set POS-EOF to true
    end-read
    if not POS-EOF
      move pos-cost-center to ws-cc-rel-key
      perform resolve-mapping
      if ws-mapped-cc not = zero
        move ws-mapped-cc to pos-cost-center
        rewrite position-record
        add 1 to ws-pos-moved
      end-if
    end-if
  end-perform.
  close position-file.

load-position-table.
  *> Head capacity (FTE rounded up) and incumbents per position,
  *> after the positions themselves have moved.
  if not POSITION-CONTROL-ON
    exit paragraph
  end-if.
  initialize ws-position-table.
  move zero to ws-pt-count.
  move "N" to ws-pos-eof.
  open input position-file.
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
      move pos-status to pt-status(ws-pt-count)
      compute pt-capacity(ws-pt-count) = pos-budget-fte + 0.99
      move zero to pt-filled(ws-pt-count)
    end-if
  end-perform.
  close position-file.
  move "N" to ws-emp-eof.
  open input employee-file.
  if ws-emp-status = "35"
    close employee-file
    exit paragraph
  end-if.
  move 1 to ws-emp-rel-key.
  start employee-file key is not less than ws-emp-rel-key
    invalid key set EMP-EOF to true
  end-start.
  perform until EMP-EOF
    read employee-file next record
      at end set EMP-EOF to true
    end-read
    if not EMP-EOF and not EMP-TERMINATED
        and emp-position-no numeric and emp-position-no not = zero
      move emp-position-no to ws-search-pos
      perform find-position-entry
      if ws-pt-found-idx not = zero
        add 1 to pt-filled(ws-pt-found-idx)
      end-if
    end-if
  end-perform.
  close employee-file.

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

find-vacant-position-in-cc.
  *> First approved position in the cost center with a head to spare.
  move zero to ws-pt-found-idx.
  perform varying ws-pt-idx from 1 by 1
      until ws-pt-idx > ws-pt-count or ws-pt-found-idx not = zero
    if pt-cost-center(ws-pt-idx) = ws-search-cc
        and pt-status(ws-pt-idx) = "A"
        and pt-filled(ws-pt-idx) < pt-capacity(ws-pt-idx)
      set ws-pt-found-idx to ws-pt-idx
    end-if
  end-perform.

check-moved-employee-position.
  *> An incumbent whose position moved with the center is already
  *> seated. Anyone else is an unbudgeted head in the new center:
  *> the first vacancy there is earmarked for them on the report
  *> (HR assigns it through EMPCCMNT), or the move is flagged as
  *> over complement when there is none.
  if not EMP-TERMINATED
      and emp-position-no numeric and emp-position-no not = zero
    move emp-position-no to ws-search-pos
    perform find-position-entry
    if ws-pt-found-idx not = zero
      if pt-cost-center(ws-pt-found-idx) = emp-cost-center
        exit paragraph
      end-if
    end-if
  end-if.
  if EMP-TERMINATED
    exit paragraph
  end-if.
  move emp-cost-center to ws-search-cc.
  perform find-vacant-position-in-cc.
  move spaces to reorg-report-line.
  if ws-pt-found-idx = zero
    add 1 to ws-pos-warnings
    string "WARNING EMP=" emp-id " MOVED TO CC=" emp-cost-center
        " - NO VACANT POSITION, OVER COMPLEMENT" into reorg-report-line
  else
    add 1 to pt-filled(ws-pt-found-idx)
    string "NOTE EMP=" emp-id " MOVED TO CC=" emp-cost-center
        " UNPOSITIONED - VACANT POSITION=" pt-pos-no(ws-pt-found-idx)
        into reorg-report-line
  end-if.
  write reorg-report-line.

repoint-employees.
  move "N" to ws-emp-eof.
  open i-o employee-file.
  move "REORG" to eh-action.
  write emp-history-record.
  close emp-history-file.
  if POSITION-CONTROL-ON
    perform check-moved-employee-position
  end-if.

repoint-budget-rows.
  move "N" to ws-bud-eof.
      " BUDGET ROWS=" ws-bud-moved
      " ALLOC RULES=" ws-alloc-moved
      " BALANCE ROWS=" ws-bal-moved
      " CENTERS CLOSED=" ws-cc-closed
      " POSITIONS=" ws-pos-moved
      " NO-VACANCY=" ws-pos-warnings into reorg-report-line.
  write reorg-report-line.

consume-effective-mappings.
