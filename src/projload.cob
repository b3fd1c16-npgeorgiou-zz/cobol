identification division.
  program-id. projload.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select project-input-file assign to "PROJIN.DAT"
        organization is line sequential
        file status is ws-pjin-status.
    select project-file assign to "PROJMAST.DAT"
        organization is line sequential
        file status is ws-pj-status.
data division.
  file section.
  fd  project-input-file.
  01 project-input-record.
    05 pin-project-no          pic 9(6).
    05 pin-name                pic x(20).
    05 pin-cust-no             pic 9(6).
    05 pin-type                pic x(1).
    05 pin-status              pic x(1).
    05 pin-budget-labor        pic s9(9)v99 sign is leading separate.
    05 pin-budget-material     pic s9(9)v99 sign is leading separate.
    05 pin-budget-vendor       pic s9(9)v99 sign is leading separate.
  fd  project-file.
  copy "projmast.cpy".
  working-storage section.
    01 ws-pjin-status     pic x(2) value "00".
    01 ws-pj-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-pjin-eof        pic x(1) value "N".
        88 PJIN-EOF       value "Y".
    01 ws-pj-eof          pic x(1) value "N".
        88 PJ-EOF         value "Y".

    *> The whole project master in memory so an input row replaces its
    *> project's header and budget while the actuals projcost.cob has
    *> accumulated stay as they are.
    01 ws-project-table.
      05 ws-pjt-entry occurs 1000 times indexed by ws-pjt-idx.
        10 pjt-record            pic x(123).
    01 ws-pjt-count       pic 9(4) value zero.
    01 ws-pjt-found-idx   pic 9(4) value zero.
    01 ws-loaded-count    pic 9(4) value zero.
    01 ws-replaced-count  pic 9(4) value zero.
    01 ws-skipped-count   pic 9(4) value zero.
  local-storage section.
procedure division.
main-paragraph.
  perform load-existing-projects.
  if return-code not = zero
    goback
  end-if.
  perform apply-project-input.
  perform rewrite-project-file.
  display "PROJLOAD: " ws-loaded-count " PROJECT(S) ADDED, "
      ws-replaced-count " REPLACED, " ws-skipped-count " SKIPPED, "
      ws-pjt-count " ON FILE".
  goback.

load-existing-projects.
  move "N" to ws-pj-eof.
  open input project-file.
  if ws-pj-status = "35"
    close project-file
    exit paragraph
  end-if.
  move "PROJMAST.DAT" to ws-abend-file-name.
  move ws-pj-status to ws-abend-status.
  perform check-file-status.
  read project-file
    at end set PJ-EOF to true
  end-read.
  perform until PJ-EOF
    if ws-pjt-count < 1000
      add 1 to ws-pjt-count
      move project-master-record to pjt-record(ws-pjt-count)
    else
      display "PROJLOAD: PROJECT TABLE FULL AT 1000 - PROJMAST.DAT HAS MORE"
      move 16 to return-code
      set PJ-EOF to true
    end-if
    read project-file
      at end set PJ-EOF to true
    end-read
  end-perform.
  close project-file.

apply-project-input.
  move "N" to ws-pjin-eof.
  open input project-input-file.
  if ws-pjin-status = "35"
    display "PROJLOAD: NO PROJIN.DAT INPUT DROP - NOTHING TO LOAD"
    close project-input-file
    exit paragraph
  end-if.
  move "PROJIN.DAT" to ws-abend-file-name.
  move ws-pjin-status to ws-abend-status.
  perform check-file-status.
  read project-input-file
    at end set PJIN-EOF to true
  end-read.
  perform until PJIN-EOF
    perform apply-one-project-row
    read project-input-file
      at end set PJIN-EOF to true
    end-read
  end-perform.
  close project-input-file.
  *> The input drop is consumed - truncate it the same way the
  *> legacy/recycle sweeps consume their inputs, so a rerun doesn't
  *> double-load.
  open output project-input-file.
  close project-input-file.

apply-one-project-row.
  *> A project must be billable (to a named customer) or capital;
  *> anything else is displayed and left off the master.
  if pin-project-no not numeric or pin-project-no = zero
      or (pin-type not = "B" and pin-type not = "C")
      or (pin-type = "B" and
          (pin-cust-no not numeric or pin-cust-no = zero))
    display "PROJLOAD: SKIPPED PROJIN ROW " pin-project-no
        " - BAD PROJECT NO, TYPE OR CUSTOMER"
    add 1 to ws-skipped-count
    exit paragraph
  end-if.
  move zero to ws-pjt-found-idx.
  perform varying ws-pjt-idx from 1 by 1
      until ws-pjt-idx > ws-pjt-count or ws-pjt-found-idx not = zero
    move pjt-record(ws-pjt-idx) to project-master-record
    if pj-project-no = pin-project-no
      set ws-pjt-found-idx to ws-pjt-idx
    end-if
  end-perform.
  if ws-pjt-found-idx = zero
    if ws-pjt-count < 1000
      add 1 to ws-pjt-count
      move ws-pjt-count to ws-pjt-found-idx
      move spaces to project-master-record
      move pin-project-no to pj-project-no
      move zero to pj-actual-labor
      move zero to pj-actual-material
      move zero to pj-actual-vendor
      move zero to pj-actual-hours
      move zero to pj-last-post-date
      add 1 to ws-loaded-count
    else
      display "PROJLOAD: PROJECT TABLE FULL AT 1000 - ROW SKIPPED"
      add 1 to ws-skipped-count
      exit paragraph
    end-if
  else
    move pjt-record(ws-pjt-found-idx) to project-master-record
    add 1 to ws-replaced-count
  end-if.
  move pin-name to pj-name.
  if pin-cust-no numeric
    move pin-cust-no to pj-cust-no
  else
    move zero to pj-cust-no
  end-if.
  move pin-type to pj-type.
  if pin-status = "C"
    move "C" to pj-status
  else
    move "O" to pj-status
  end-if.
  move pin-budget-labor to pj-budget-labor.
  move pin-budget-material to pj-budget-material.
  move pin-budget-vendor to pj-budget-vendor.
  move project-master-record to pjt-record(ws-pjt-found-idx).

rewrite-project-file.
  open output project-file.
  move "PROJMAST.DAT" to ws-abend-file-name.
  move ws-pj-status to ws-abend-status.
  perform check-file-status.
  perform varying ws-pjt-idx from 1 by 1 until ws-pjt-idx > ws-pjt-count
    move pjt-record(ws-pjt-idx) to project-master-record
    write project-master-record
  end-perform.
  close project-file.

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

end program projload.
