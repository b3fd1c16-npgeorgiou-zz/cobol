        access mode is dynamic
        relative key is ws-cc-rel-key
        file status is ws-cc-status.
    select position-file assign to "POSMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-pos-rel-key
        file status is ws-pos-status.
    select emp-history-file assign to "EMPHIST.DAT"
        organization is line sequential
        file status is ws-eh-status.
  copy "empmast.cpy".
  fd  cost-center-file.
  copy "ccmast.cpy".
  fd  position-file.
  copy "posmast.cpy".
  fd  emp-history-file.
  copy "emphist.cpy".
  fd  cycle-lock-file.
    01 ws-maint-cc         pic 9(4) value zero.
    01 ws-old-cc           pic 9(4) value zero.
    01 ws-maint-message    pic x(40) value spaces.
    01 ws-maint-pos        pic 9(4) value zero.
    01 ws-old-pos          pic 9(4) value zero.
    01 ws-maint-supv       pic 9(6) value zero.
    01 ws-old-supv         pic 9(6) value zero.
    01 ws-emp-eof          pic x(1) value "N".
        88 EMP-EOF         value "Y".
    *> Position control, as in the new-hire intake: each budgeted
    *> position's head capacity and incumbents, kept current as this
    *> session moves people, so a move only lands on a vacancy. No
    *> POSMAST.DAT means position control isn't in use yet.
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
    01 ws-new-pt-idx      pic 9(4) value zero.
    01 ws-search-pos      pic 9(4) value zero.
    01 ws-search-cc       pic 9(4) value zero.
    01 ws-operator-id     pic x(20) value spaces.
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    *> Same operator-screen pattern as addrmnt.cob: the assignment
    *> path for employees already on the master, completing the loop
      05 line 5 column 10 pic x(30) from emp-name.
      05 line 6 column 1  value "COST CENTER:".
      05 line 6 column 15 pic 9(4) using ws-maint-cc.
      05 line 7 column 1  value "POSITION:".
      05 line 7 column 15 pic 9(4) using ws-maint-pos.
      05 line 8 column 1  value "SUPERVISOR:".
      05 line 8 column 15 pic 9(6) using ws-maint-supv.
      05 line 9 column 1  value "ACTION (I=INQUIRE, A=ASSIGN, Q=QUIT):".
      05 line 9 column 40 pic x(1) using ws-maint-action.
      05 line 11 column 1 pic x(40) from ws-maint-message.
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
  perform verify-cycle-lock.
  if return-code not = zero
    goback
  if ws-cc-status = "35"
    display "EMPCCMNT: NO CCMAST.DAT - ASSIGNMENTS CANNOT VALIDATE"
  end-if.
  perform load-position-table.
  perform until MAINT-QUIT
    move spaces to ws-maint-message
    display empcc-maint-screen
      move "EMPLOYEE NOT ON MASTER" to ws-maint-message
    not invalid key
      move emp-cost-center to ws-maint-cc
      if emp-position-no numeric
        move emp-position-no to ws-maint-pos
      else
        move zero to ws-maint-pos
      end-if
      if emp-supervisor-id numeric
        move emp-supervisor-id to ws-maint-supv
      else
        move zero to ws-maint-supv
      end-if
      move "EMPLOYEE READ OK" to ws-maint-message
  end-read.

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
  move "N" to ws-emp-eof.
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

validate-position-move.
  *> A move must land on a vacancy: a keyed position has to be on
  *> the master, approved, in the keyed cost center (a zero cost
  *> center takes the position's) and not full - unless it is the
  *> employee's own position already. With no position keyed, the
  *> first vacancy in the cost center is taken. Moving to no cost
  *> center at all vacates the position.
  move zero to ws-new-pt-idx.
  move ws-maint-emp-id to ws-emp-rel-key.
  read employee-file
    invalid key
      move "EMPLOYEE NOT ON MASTER" to ws-maint-message
      exit paragraph
  end-read.
  if emp-position-no numeric
    move emp-position-no to ws-old-pos
  else
    move zero to ws-old-pos
  end-if.
  if ws-maint-pos not = zero
    move ws-maint-pos to ws-search-pos
    perform find-position-entry
    evaluate true
      when ws-pt-found-idx = zero
        move "POSITION NOT ON POSITION MASTER" to ws-maint-message
      when pt-status(ws-pt-found-idx) not = "A"
          and ws-maint-pos not = ws-old-pos
        move "POSITION FROZEN OR CLOSED" to ws-maint-message
      when ws-maint-cc not = zero
          and ws-maint-cc not = pt-cost-center(ws-pt-found-idx)
        move "POSITION NOT IN THAT COST CENTER" to ws-maint-message
      when pt-filled(ws-pt-found-idx) not < pt-capacity(ws-pt-found-idx)
          and ws-maint-pos not = ws-old-pos
        move "POSITION ALREADY FILLED" to ws-maint-message
      when other
        move ws-pt-found-idx to ws-new-pt-idx
        move pt-cost-center(ws-pt-found-idx) to ws-maint-cc
    end-evaluate
  else
    if ws-maint-cc not = zero
      move ws-maint-cc to ws-search-cc
      perform find-vacant-position-in-cc
      if ws-pt-found-idx = zero
        move "NO VACANT POSITION IN COST CENTER" to ws-maint-message
      else
        move ws-pt-found-idx to ws-new-pt-idx
        move pt-pos-no(ws-pt-found-idx) to ws-maint-pos
      end-if
    end-if
  end-if.

assign-cost-center.
  *> Validate against the ledger's cost centers before anything is
  *> rewritten, then keep the same dated before/after history row
  *> every other EMPMAST.DAT change writes.
  if POSITION-CONTROL-ON
    perform validate-position-move
    if ws-maint-message not = spaces
      exit paragraph
    end-if
  end-if.
  if ws-cc-status = "00" and ws-maint-cc not = zero
    move ws-maint-cc to ws-cc-rel-key
    read cost-center-file
      exit paragraph
    end-if
  end-if.
  if ws-maint-supv not = zero
    perform validate-supervisor
    if ws-maint-message not = spaces
      exit paragraph
    end-if
  end-if.
  move ws-maint-emp-id to ws-emp-rel-key.
  read employee-file
    invalid key
      move "EMPLOYEE NOT ON MASTER" to ws-maint-message
    not invalid key
      move emp-cost-center to ws-old-cc
      if emp-supervisor-id numeric
        move emp-supervisor-id to ws-old-supv
      else
        move zero to ws-old-supv
      end-if
      move ws-maint-supv to emp-supervisor-id
      if emp-position-no numeric
        move emp-position-no to ws-old-pos
      else
        move zero to ws-old-pos
      end-if
      move ws-maint-cc to emp-cost-center
      if POSITION-CONTROL-ON
        move ws-maint-pos to emp-position-no
      end-if
      rewrite employee-record
        invalid key move "REWRITE FAILED" to ws-maint-message
      end-rewrite
      if ws-maint-message = spaces
        perform write-assignment-history
        if POSITION-CONTROL-ON
          perform move-position-incumbent
        end-if
        if ws-maint-supv not = ws-old-supv
          perform write-supervisor-history
        end-if
        move "COST CENTER ASSIGNED" to ws-maint-message
      end-if
  end-read.

validate-supervisor.
  *> The timecard approver has to be someone else on the master who
  *> is still employed - a terminated supervisor's queue would never
  *> be worked.
  if ws-maint-supv = ws-maint-emp-id
    move "EMPLOYEE CANNOT SUPERVISE SELF" to ws-maint-message
    exit paragraph
  end-if.
  move ws-maint-supv to ws-emp-rel-key.
  read employee-file
    invalid key
      move "SUPERVISOR NOT ON MASTER" to ws-maint-message
    not invalid key
      if EMP-TERMINATED
        move "SUPERVISOR IS TERMINATED" to ws-maint-message
      end-if
  end-read.

move-position-incumbent.
  *> The head leaves its old position and fills the new one, in the
  *> session's counts and on the employee's history trail.
  if ws-maint-pos = ws-old-pos
    exit paragraph
  end-if.
  if ws-old-pos not = zero
    move ws-old-pos to ws-search-pos
    perform find-position-entry
    if ws-pt-found-idx not = zero
        and pt-filled(ws-pt-found-idx) > zero
      subtract 1 from pt-filled(ws-pt-found-idx)
    end-if
  end-if.
  if ws-new-pt-idx not = zero
    add 1 to pt-filled(ws-new-pt-idx)
  end-if.
  open extend emp-history-file.
  if ws-eh-status = "35"
    open output emp-history-file
  end-if.
  move "EMPHIST.DAT" to ws-abend-file-name.
  move ws-eh-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:14) to eh-timestamp.
  move emp-id of employee-record to eh-emp-id.
  move "EMP-POSITION" to eh-field-name.
  move ws-old-pos to eh-old-value.
  move ws-maint-pos to eh-new-value.
  move "EMPCCMNT" to eh-source.
  move "CHANGE" to eh-action.
  write emp-history-record.
  close emp-history-file.

write-assignment-history.
  open extend emp-history-file.
  if ws-eh-status = "35"
  write emp-history-record.
  close emp-history-file.

write-supervisor-history.
  open extend emp-history-file.
  if ws-eh-status = "35"
    open output emp-history-file
  end-if.
  move "EMPHIST.DAT" to ws-abend-file-name.
  move ws-eh-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:14) to eh-timestamp.
  move emp-id of employee-record to eh-emp-id.
  move "EMP-SUPERVISOR" to eh-field-name.
  move ws-old-supv to eh-old-value.
  move ws-maint-supv to eh-new-value.
  move "EMPCCMNT" to eh-source.
  move "CHANGE" to eh-action.
  write emp-history-record.
  close emp-history-file.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "EMPCCMNT" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "EMPCCMNT: SIGN-ON NOT COMPLETED"
    move 16 to return-code
  end-if.

check-file-status.
  *> Shared by every OPEN above: a status other than "00" (success)
  *> that the caller didn't already recover from (a first-run "35")
