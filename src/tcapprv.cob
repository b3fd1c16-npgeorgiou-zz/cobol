identification division.
  program-id. tcapprv.
  author.  "lala lala".
environment division.
  input-output section.
  file-control.
    select tc-pending-file assign to "TCPEND.DAT"
        organization is line sequential
        file status is ws-tp-status.
    select employee-file assign to "EMPMAST.DAT"
        organization is relative
        access mode is dynamic
        relative key is ws-emp-rel-key
        file status is ws-emp-status.
    select operator-emp-file assign to "OPEREMP.DAT"
        organization is line sequential
        file status is ws-oe-status.
    select oper-auth-file assign to "OPERAUTH.DAT"
        organization is line sequential
        file status is ws-oa-status.
    select reject-file assign to "REJECT.DAT"
        organization is line sequential
        file status is ws-oarej-status.

data division.
  file section.
  fd  tc-pending-file.
  copy "tcpend.cpy".
  fd  employee-file.
  copy "empmast.cpy".
*> Operator sign-on to employee number, kept by security alongside
*> OPERAUTH.DAT - same file inqrevw.cob reads.
  fd  operator-emp-file.
  01 operator-emp-record.
    05 oe-operator-id          pic x(20).
    05 filler                  pic x(1).
    05 oe-emp-id               pic 9(6).
  fd  oper-auth-file.
  copy "operauth.cpy".
  fd  reject-file.
  copy "rejectrec.cpy".

  working-storage section.
    01 ws-tp-status       pic x(2) value "00".
    01 ws-emp-status      pic x(2) value "00".
    01 ws-emp-rel-key     pic 9(6) value 1.
    01 ws-oe-status       pic x(2) value "00".
    01 ws-abend-file-name pic x(20).
    01 ws-abend-status    pic x(2).
    01 ws-tp-eof          pic x(1) value "N".
        88 TP-EOF         value "Y".
    01 ws-tp-found        pic x(1) value "N".
        88 TP-FOUND       value "Y".
    01 ws-oe-eof          pic x(1) value "N".
        88 OE-EOF         value "Y".
    01 ws-apprv-action    pic x(1) value "Q".
        88 APPRV-INQUIRE   value "I".
        88 APPRV-APPROVE   value "A".
        88 APPRV-REJECT    value "R".
        88 APPRV-QUIT      value "Q".
    01 ws-sel-card-id      pic 9(6) value zero.
    01 ws-reject-reason    pic x(30) value spaces.
    01 ws-apprv-message    pic x(40) value spaces.
    01 ws-operator-id      pic x(20) value spaces.
    01 ws-own-emp-id       pic 9(6) value zero.
    01 ws-card-supervisor  pic 9(6) value zero.
    *> The card as last found, for the screen.
    01 ws-show-emp-id      pic 9(6) value zero.
    01 ws-show-emp-name    pic x(30) value spaces.
    01 ws-show-work-date   pic 9(8) value zero.
    01 ws-show-hours       pic z9.99.
    01 ws-show-cc          pic 9(4) value zero.
    01 ws-show-project     pic 9(6) value zero.
    01 ws-show-status      pic x(1) value space.
    01 ws-oa-status       pic x(2) value "00".
    01 ws-oarej-status    pic x(2) value "00".
    01 ws-oa-eof          pic x(1) value "N".
        88 OA-EOF         value "Y".
    01 ws-oa-authorized   pic x(1) value "N".
        88 OA-AUTHORIZED  value "Y".
    01 ws-oa-function     pic x(8) value "TCAPPRV".
    01 ws-so-request.
      05 so-program           pic x(8).
      05 so-operator-id       pic x(20).
      05 so-result            pic x(1).
          88 SO-SIGNED-ON      value "Y".

  screen section.
    01 tc-apprv-screen.
      05 blank screen.
      05 line 1 column 1 value "TIMECARD APPROVAL (SUPERVISOR)".
      05 line 3 column 1  value "CARD ID:".
      05 line 3 column 12 pic 9(6) using ws-sel-card-id.
      05 line 4 column 1  value "EMPLOYEE:".
      05 line 4 column 12 pic 9(6) from ws-show-emp-id.
      05 line 4 column 20 pic x(30) from ws-show-emp-name.
      05 line 5 column 1  value "WORK DATE:".
      05 line 5 column 12 pic 9(8) from ws-show-work-date.
      05 line 5 column 22 value "HOURS:".
      05 line 5 column 29 pic x(5) from ws-show-hours.
      05 line 6 column 1  value "CHARGED CC:".
      05 line 6 column 13 pic 9(4) from ws-show-cc.
      05 line 6 column 19 value "PROJECT:".
      05 line 6 column 28 pic 9(6) from ws-show-project.
      05 line 6 column 36 value "STATUS:".
      05 line 6 column 44 pic x(1) from ws-show-status.
      05 line 8 column 1  value "REJECT REASON:".
      05 line 8 column 16 pic x(30) using ws-reject-reason.
      05 line 10 column 1 value
          "ACTION (I=INQUIRE, A=APPROVE, R=REJECT, Q=QUIT):".
      05 line 10 column 50 pic x(1) using ws-apprv-action.
      05 line 12 column 1 pic x(40) from ws-apprv-message.
procedure division.
main-paragraph.
  *> Supervisor review of the timecards timecard.cob has queued on
  *> TCPEND.DAT. The operator works cards by card id and may only act
  *> on a card whose employee reports to them on EMPMAST.DAT (their own
  *> employee number comes from OPEREMP.DAT) - never their own card.
  *> Approving releases the card to the next timecard.cob posting run;
  *> rejecting needs a reason, which goes back with the card on
  *> REJECT.DAT for the employee to correct and key again.
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
  perform load-operator-employee.
  if return-code not = zero
    goback
  end-if.
  open input employee-file.
  if ws-emp-status = "35"
    close employee-file
    display "TCAPPRV: NO EMPMAST.DAT - SUPERVISORS CANNOT BE CHECKED"
    move 16 to return-code
    goback
  end-if.
  move "EMPMAST.DAT" to ws-abend-file-name.
  move ws-emp-status to ws-abend-status.
  perform check-file-status.
  perform until APPRV-QUIT
    move spaces to ws-apprv-message
    display tc-apprv-screen
    accept tc-apprv-screen
    evaluate true
      when APPRV-INQUIRE
        perform work-pending-card
      when APPRV-APPROVE
        perform work-pending-card
      when APPRV-REJECT
        perform work-pending-card
      when APPRV-QUIT
        continue
      when other
        move "UNKNOWN ACTION" to ws-apprv-message
    end-evaluate
  end-perform.
  close employee-file.
  goback.

load-operator-employee.
  move zero to ws-own-emp-id.
  move "N" to ws-oe-eof.
  open input operator-emp-file.
  if ws-oe-status = "35"
    close operator-emp-file
  else
    move "OPEREMP.DAT" to ws-abend-file-name
    move ws-oe-status to ws-abend-status
    perform check-file-status
    read operator-emp-file
      at end set OE-EOF to true
    end-read
    perform until OE-EOF or ws-own-emp-id not = zero
      if oe-operator-id = ws-operator-id and oe-emp-id numeric
        move oe-emp-id to ws-own-emp-id
      end-if
      read operator-emp-file
        at end set OE-EOF to true
      end-read
    end-perform
    close operator-emp-file
  end-if.
  if ws-own-emp-id = zero
    display "TCAPPRV: OPERATOR " ws-operator-id
        " HAS NO EMPLOYEE NUMBER ON OPEREMP.DAT"
    move 16 to return-code
  end-if.

work-pending-card.
  *> Locate the card, show it, and for an approve or reject check the
  *> operator is the employee's supervisor as of now - not as of the
  *> day the card was taken - then update it in place (line-
  *> sequential REWRITE under OPEN I-O, record length unchanged - the
  *> chgapprv.cob idiom).
  move "N" to ws-tp-eof.
  move "N" to ws-tp-found.
  open i-o tc-pending-file.
  if ws-tp-status = "35"
    move "NO TIMECARDS AWAITING APPROVAL" to ws-apprv-message
    close tc-pending-file
    exit paragraph
  end-if.
  move "TCPEND.DAT" to ws-abend-file-name.
  move ws-tp-status to ws-abend-status.
  perform check-file-status.
  read tc-pending-file
    at end set TP-EOF to true
  end-read.
  perform until TP-EOF or TP-FOUND
    if tp-card-id = ws-sel-card-id
      set TP-FOUND to true
    else
      read tc-pending-file
        at end set TP-EOF to true
      end-read
    end-if
  end-perform.
  if not TP-FOUND
    close tc-pending-file
    move "CARD NOT FOUND" to ws-apprv-message
    exit paragraph
  end-if.
  perform show-card.
  if APPRV-INQUIRE
    close tc-pending-file
    move "CARD READ OK" to ws-apprv-message
    exit paragraph
  end-if.
  if not TP-PENDING
    close tc-pending-file
    move "CARD IS NOT AWAITING APPROVAL" to ws-apprv-message
    exit paragraph
  end-if.
  if ws-card-supervisor not = ws-own-emp-id
    close tc-pending-file
    move "CARD IS NOT FOR YOUR APPROVAL" to ws-apprv-message
    exit paragraph
  end-if.
  if tp-emp-id = ws-own-emp-id
    close tc-pending-file
    move "CANNOT APPROVE OWN TIMECARD" to ws-apprv-message
    exit paragraph
  end-if.
  if APPRV-REJECT and ws-reject-reason = spaces
    close tc-pending-file
    move "A REJECT NEEDS A REASON" to ws-apprv-message
    exit paragraph
  end-if.
  move ws-card-supervisor to tp-supervisor-id.
  move ws-operator-id to tp-reviewer-id.
  move function current-date(1:14) to tp-review-timestamp.
  if APPRV-APPROVE
    set TP-APPROVED to true
    move spaces to tp-reject-reason
    move "CARD APPROVED FOR POSTING" to ws-apprv-message
  else
    set TP-REJECTED to true
    move ws-reject-reason to tp-reject-reason
    move "CARD RETURNED FOR CORRECTION" to ws-apprv-message
  end-if.
  rewrite tc-pending-record.
  move tp-status to ws-show-status.
  close tc-pending-file.
  if APPRV-REJECT
    perform write-card-return
    move spaces to ws-reject-reason
  end-if.

show-card.
  move tp-emp-id to ws-show-emp-id.
  move tp-work-date to ws-show-work-date.
  move tp-hours to ws-show-hours.
  move tp-charged-cc to ws-show-cc.
  move tp-project-no to ws-show-project.
  move tp-status to ws-show-status.
  move spaces to ws-show-emp-name.
  move zero to ws-card-supervisor.
  move tp-emp-id to ws-emp-rel-key.
  read employee-file
    invalid key continue
    not invalid key
      move emp-name to ws-show-emp-name
      if emp-supervisor-id numeric
        move emp-supervisor-id to ws-card-supervisor
      end-if
  end-read.

write-card-return.
  *> The returned card goes on the error-correction queue under its
  *> card id with the supervisor's reason; timecard.cob resolves the
  *> row when the corrected card for the same employee and work date
  *> comes in.
  open extend reject-file.
  if ws-oarej-status = "35"
    open output reject-file
  end-if.
  move "REJECT.DAT" to ws-abend-file-name.
  move ws-oarej-status to ws-abend-status.
  perform check-file-status.
  move function current-date(1:15) to rej-timestamp.
  move "TCAPPRV" to rej-source.
  move tp-card-id to rej-key.
  move "TCRT" to rej-reason-code.
  move spaces to rej-reason-text.
  string "RETURNED: " ws-reject-reason delimited by size
      into rej-reason-text.
  move "N" to rej-resolved-flag.
  write reject-record.
  close reject-file.

operator-sign-on.
  *> The id the session carries is only a claim until opsignon.cob
  *> has checked the PIN behind it; from here on the program works
  *> under the id that signed on.
  move "TCAPPRV" to so-program.
  move ws-operator-id to so-operator-id.
  call "opsignon" using ws-so-request.
  if SO-SIGNED-ON
    move so-operator-id to ws-operator-id
  else
    display "TCAPPRV: SIGN-ON NOT COMPLETED"
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
    display "TCAPPRV: OPERATOR " ws-operator-id
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
  move "TCAPPRV" to rej-source.
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

end program tcapprv.
