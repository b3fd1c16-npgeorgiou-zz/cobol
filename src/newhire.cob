    select emp-history-file assign to "EMPHIST.DAT"
        organization is line sequential
        file status is ws-eh-status.
    select position-file assign to "POSMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-pos-rel-key
        file status is ws-pos-status.
    select cycle-lock-file assign to "CYCLOCK.DAT"
        organization is line sequential
        file status is ws-lock-status.
  copy "rejectrec.cpy".
  fd  emp-history-file.
  copy "emphist.cpy".
  fd  position-file.
  copy "posmast.cpy".
  fd  cycle-lock-file.
  copy "cyclock.cpy".
  working-storage section.
        05 emp-person              pic 9(5) value zero.
        05 emp-sex                 pic 9(5) value zero.
        05 emp-status              pic x(1) value "A".
    *> Position control: every budgeted position with its head
    *> capacity (FTE rounded up) and the incumbents already in it, so
    *> a starter only lands where a vacancy exists. No POSMAST.DAT
    *> means position control isn't in use yet and intake runs as it
    *> always has.
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
    01 ws-hire-position   pic 9(4) value zero.
    01 ws-hire-cost-center pic 9(4) value zero.
    01 ws-today-date      pic 9(8).
    copy "rptstamp.cpy".
  local-storage section.
    goback
  end-if.
  perform load-report-stamp.
  perform load-position-table.
  perform determine-next-employee-id.
  perform open-intake-files.
  perform process-intake-feed.
      end-read
      if not EMP-EOF
        move emp-id of employee-record to ws-next-emp-id
        perform count-position-incumbent
      end-if
    end-perform
    add 1 to ws-next-emp-id
  end-if.
  close employee-file.

load-position-table.
  initialize ws-position-table.
  move zero to ws-pt-count.
  move "N" to ws-pos-eof.
  open input position-file.
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

count-position-incumbent.
  if POSITION-CONTROL-ON
      and not EMP-TERMINATED of emp-status of employee-record
      and emp-position-no of employee-record numeric
      and emp-position-no of employee-record not = zero
    move emp-position-no of employee-record to ws-search-pos
    perform find-position-entry
    if ws-pt-found-idx not = zero
      add 1 to pt-filled(ws-pt-found-idx)
    end-if
  end-if.

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

open-intake-files.
  open i-o employee-file.
  if ws-emp-file-status = "35"
    set INTAKE-INVALID to true
    move "START STATUS NOT A OR L" to ws-intake-reason
  end-if.
  move zero to ws-hire-position.
  move zero to ws-hire-cost-center.
  if INTAKE-VALID and POSITION-CONTROL-ON
    perform validate-intake-position
  end-if.

validate-intake-position.
  *> HR hires against the budget: a keyed position must be on the
  *> master, approved, in the starter's cost center (when one is
  *> keyed) and not already full; with no position keyed the first
  *> vacancy in the cost center is taken. No vacancy, no hire - the
  *> fifth person in a four-position department rejects here.
  if nh-position-no numeric and nh-position-no not = zero
    move nh-position-no to ws-search-pos
    perform find-position-entry
    evaluate true
      when ws-pt-found-idx = zero
        set INTAKE-INVALID to true
        move "POSITION NOT ON POSITION MASTER" to ws-intake-reason
      when pt-status(ws-pt-found-idx) not = "A"
        set INTAKE-INVALID to true
        move "POSITION FROZEN OR CLOSED" to ws-intake-reason
      when nh-cost-center numeric and nh-cost-center not = zero
          and nh-cost-center not = pt-cost-center(ws-pt-found-idx)
        set INTAKE-INVALID to true
        move "POSITION NOT IN HIRE COST CENTER" to ws-intake-reason
      when pt-filled(ws-pt-found-idx) not < pt-capacity(ws-pt-found-idx)
        set INTAKE-INVALID to true
        move "POSITION ALREADY FILLED" to ws-intake-reason
    end-evaluate
  else
    if nh-cost-center numeric and nh-cost-center not = zero
      move nh-cost-center to ws-search-cc
      perform find-vacant-position-in-cc
      if ws-pt-found-idx = zero
        set INTAKE-INVALID to true
        move "NO VACANT POSITION IN COST CENTER" to ws-intake-reason
      end-if
    end-if
  end-if.
  if INTAKE-VALID and ws-pt-found-idx not = zero
    move pt-pos-no(ws-pt-found-idx) to ws-hire-position
    move pt-cost-center(ws-pt-found-idx) to ws-hire-cost-center
  end-if.

validate-intake-sex-code.
  *> The same external reference-table lookup hello.cob's
  if nh-cost-center numeric
    move nh-cost-center to emp-cost-center of employee-record
  end-if.
  move ws-hire-position to emp-position-no of employee-record.
  if ws-hire-position not = zero
    move ws-hire-cost-center to emp-cost-center of employee-record
  end-if.
  move ws-next-emp-id to ws-emp-rel-key.
  write employee-record
    invalid key
      move "EMP-ID ALREADY ON MASTER" to ws-intake-reason
  end-write.
  if INTAKE-VALID
    if ws-hire-position not = zero
      add 1 to pt-filled(ws-pt-found-idx)
    end-if
    perform write-new-hire-history
    add 1 to ws-accepted-count
    move spaces to intake-register-line
    string "ACCEPTED EMP=" ws-next-emp-id
        " NAME=" nh-name
        " SEX=" nh-sex
        " STATUS=" nh-status
        " POSITION=" ws-hire-position into intake-register-line
    write intake-register-line
    add 1 to ws-next-emp-id
  else
  move "EMP-COST-CTR" to ws-eh-field-name.
  move emp-cost-center of employee-record to ws-eh-new-value.
  perform write-emp-history-row.
  move "EMP-POSITION" to ws-eh-field-name.
  move emp-position-no of employee-record to ws-eh-new-value.
  perform write-emp-history-row.

write-emp-history-row.
  open extend emp-history-file.
