identification division.
  program-id. posmaint.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select position-file assign to "POSMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-pos-rel-key
        file status is ws-pos-file-status.
    select cost-center-file assign to "CCMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-cc-rel-key
        file status is ws-cc-status.
    select oper-auth-file assign to "OPERAUTH.DAT"
        organization is line sequential
        file status is ws-oa-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-oarej-status.
data division.
  file section.
  fd  position-file.
  copy "posmast.cpy".
  fd  cost-center-file.
  copy "ccmast.cpy".
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".
  working-storage section.
    01 ws-pos-rel-key     pic 9(4) value 1.
    01 ws-pos-file-status pic x(2) value "00".
    01 ws-cc-rel-key      pic 9(4) value 1.
    01 ws-cc-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-maint-action    pic x(1) value "Q".
        88 MAINT-ADD       value "A".
        88 MAINT-UPDATE    value "U".
        88 MAINT-FREEZE    value "F".
        88 MAINT-APPROVE   value "R".
        88 MAINT-CLOSE     value "C".
        88 MAINT-QUIT      value "Q".
    01 ws-maint-pos        pic 9(4) value zero.
    01 ws-maint-message    pic x(40) value spaces.
    *> The operator-keyed fields, held across the READ that overlays
    *> the FD record with the row being updated.
    01 ws-upd-cost-center  pic 9(4) value zero.
    01 ws-upd-job-code     pic x(6) value spaces.
    01 ws-upd-title        pic x(20) value spaces.
    01 ws-upd-budget-fte   pic 9(1)v99 value zero.
    01 ws-new-status       pic x(1) value spaces.
    01 ws-operator-id      pic x(20) value spaces.
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oarej-status    pic x(2) value "00".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "POSMNT".
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".
  screen section.
    *> Same maintenance-screen pattern as ccmaint.cob, for the
    *> budgeted-position master HR used to keep on a spreadsheet: the
    *> intake run and the cost-center moves check a vacancy here
    *> before a head lands in a department. A position is never
    *> deleted - freezing or closing it keeps the row, so an
    *> incumbent's EMP-POSITION-NO still resolves.
    01 pos-maint-screen.
      05 blank screen.
      05 line 1 column 1 value "POSITION CONTROL MAINTENANCE".
      05 line 3 column 1  value "POSITION:".
      05 line 3 column 15 pic 9(4) using ws-maint-pos.
      05 line 4 column 1  value "COST CENTER:".
      05 line 4 column 15 pic 9(4) using pos-cost-center.
      05 line 5 column 1  value "JOB CODE:".
      05 line 5 column 15 pic x(6) using pos-job-code.
      05 line 6 column 1  value "TITLE:".
      05 line 6 column 15 pic x(20) using pos-title.
      05 line 7 column 1  value "BUDGET FTE:".
      05 line 7 column 15 pic 9.99 using pos-budget-fte.
      05 line 8 column 1  value "ACTION (A=ADD, U=UPDATE, F=FREEZE, R=APPROVE, C=CLOSE, Q=QUIT):".
      05 line 8 column 65 pic x(1) using ws-maint-action.
      05 line 10 column 1 pic x(40) from ws-maint-message.
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
  perform verify-operator-authority.
  if return-code not = zero
    goback
  end-if.
  perform open-position-file.
  open input cost-center-file.
  if ws-cc-status = "35"
    display "POSMAINT: NO CCMAST.DAT - COST CENTERS CANNOT VALIDATE"
  end-if.
  perform until MAINT-QUIT
    perform clear-maintenance-fields
    display pos-maint-screen
    accept pos-maint-screen
    evaluate true
      when MAINT-ADD
        perform add-position
      when MAINT-UPDATE
        perform update-position
      when MAINT-FREEZE
        move "F" to ws-new-status
        perform set-position-status
      when MAINT-APPROVE
        move "A" to ws-new-status
        perform set-position-status
      when MAINT-CLOSE
        move "C" to ws-new-status
        perform set-position-status
      when MAINT-QUIT
        continue
      when other
        move "UNKNOWN ACTION" to ws-maint-message
    end-evaluate
  end-perform.
  close position-file.
  if ws-cc-status = "00"
    close cost-center-file
  end-if.
  goback.

open-position-file.
  *> Same open-i-o/create-if-missing idiom ccmaint.cob uses, so the
  *> first position HR keys creates the master.
  open i-o position-file.
  if ws-pos-file-status = "35"
    close position-file
    open output position-file
    close position-file
    open i-o position-file
  end-if.
  move "POSMAST.DAT" to ws-abend-file-name.
  move ws-pos-file-status to ws-abend-status.
  perform check-file-status.

clear-maintenance-fields.
  move spaces to ws-maint-message.
  move zero to pos-cost-center.
  move spaces to pos-job-code.
  move spaces to pos-title.
  move zero to pos-budget-fte.

validate-position-fields.
  *> A position must sit in a live cost center on the ledger's master
  *> and carry a nonzero FTE - the same cost centers headcount and
  *> spend are reported against.
  if pos-budget-fte not numeric or pos-budget-fte = zero
    move "BUDGET FTE MUST BE NONZERO" to ws-maint-message
    exit paragraph
  end-if.
  if pos-cost-center not numeric or pos-cost-center = zero
    move "COST CENTER IS REQUIRED" to ws-maint-message
    exit paragraph
  end-if.
  if ws-cc-status = "00"
    move pos-cost-center to ws-cc-rel-key
    read cost-center-file
      invalid key
        move "COST CENTER NOT ON LEDGER MASTER" to ws-maint-message
      not invalid key
        if not CC-ACTIVE
          move "COST CENTER IS INACTIVE" to ws-maint-message
        end-if
    end-read
  end-if.

add-position.
  if ws-maint-pos = zero
    move "POSITION NUMBER IS REQUIRED" to ws-maint-message
    exit paragraph
  end-if.
  perform validate-position-fields.
  if ws-maint-message not = spaces
    exit paragraph
  end-if.
  move ws-maint-pos to ws-pos-rel-key.
  move pos-cost-center to ws-upd-cost-center.
  move pos-job-code to ws-upd-job-code.
  move pos-title to ws-upd-title.
  move pos-budget-fte to ws-upd-budget-fte.
  read position-file
    invalid key
      move ws-maint-pos to pos-no
      move ws-upd-cost-center to pos-cost-center
      move ws-upd-job-code to pos-job-code
      move ws-upd-title to pos-title
      move ws-upd-budget-fte to pos-budget-fte
      move "A" to pos-status
      write position-record
        invalid key move "WRITE FAILED" to ws-maint-message
      end-write
    not invalid key
      move "POSITION ALREADY ON FILE" to ws-maint-message
  end-read.

update-position.
  *> Re-grades, re-titles or re-budgets a position, or moves it to
  *> another cost center; its incumbents follow it there. Status is
  *> untouched here - that is what freeze/approve/close are for.
  perform validate-position-fields.
  if ws-maint-message not = spaces
    exit paragraph
  end-if.
  move ws-maint-pos to ws-pos-rel-key.
  move pos-cost-center to ws-upd-cost-center.
  move pos-job-code to ws-upd-job-code.
  move pos-title to ws-upd-title.
  move pos-budget-fte to ws-upd-budget-fte.
  read position-file
    invalid key
      move "POSITION NOT ON FILE" to ws-maint-message
    not invalid key
      move ws-upd-cost-center to pos-cost-center
      move ws-upd-job-code to pos-job-code
      move ws-upd-title to pos-title
      move ws-upd-budget-fte to pos-budget-fte
      rewrite position-record
        invalid key move "REWRITE FAILED" to ws-maint-message
      end-rewrite
  end-read.

set-position-status.
  move ws-maint-pos to ws-pos-rel-key.
  read position-file
    invalid key
      move "POSITION NOT ON FILE" to ws-maint-message
    not invalid key
      move ws-new-status to pos-status
      rewrite position-record
        invalid key move "REWRITE FAILED" to ws-maint-message
      end-rewrite
  end-read.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "POSMAINT" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "POSMAINT: SIGN-ON NOT COMPLETED"
    move 16 to return-code
  end-if.

verify-operator-authority.
  *> The operator id RPTSTAMP already prints is checked here, not just
  *> printed: no OPERAUTH.DAT row for this operator and this program's
  *> function means the program refuses to start, and the denied
  *> attempt is logged to REJECT.DAT for security review. A brand-new
  *> shop's first run seeds the invoking operator for this function so
  *> the file bootstraps itself.
  move "N" to ws-oa-authorized.
  open input oper-auth-file.
  if ws-oa-status = "35"
    close oper-auth-file
    open output oper-auth-file
    move ws-operator-id to oa-operator-id
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
      if oa-operator-id = ws-operator-id
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
    display "POSMAINT: OPERATOR " ws-operator-id
        " NOT AUTHORIZED FOR " ws-oa-function
    perform write-auth-denial
    move 16 to return-code
  end-if.

write-auth-denial.
  open extend reject-file.
  if ws-oarej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-oarej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "POSMAINT" to rej-source.
  move zero to rej-key.
  move "AUTH" to rej-reason-code.
  move spaces to rej-reason-text.
  string "DENIED " ws-oa-function " FOR " ws-operator-id
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

end program posmaint.
